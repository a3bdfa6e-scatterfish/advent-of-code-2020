IDENTIFICATION DIVISION.
	PROGRAM-ID. AOC-2020-MASTER-BACKUP.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL ControlFile ASSIGN TO
				"master-backup-control.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONTROL-STATUS.
		SELECT Day06MasterFile ASSIGN TO
				"../../06-custom-customs/cobol/day06-master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MST-KEY
			FILE STATUS IS WS-DAY06-STATUS.
		SELECT AnomalyMasterFile ASSIGN TO
				"../../09-encoding-error/cobol/day09-anomaly-master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ANM-KEY
			FILE STATUS IS WS-ANOMALY-STATUS.
		SELECT StreamRegistryFile ASSIGN TO
				"../../09-encoding-error/cobol/day09-streams.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS STR-KEY
			FILE STATUS IS WS-REGISTRY-STATUS.
		SELECT BackupFile ASSIGN TO DYNAMIC WS-BACKUP-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-BACKUP-STATUS.
		SELECT OPTIONAL HistoryFile ASSIGN TO DYNAMIC
				WS-HISTORY-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-HISTORY-STATUS.
		SELECT OPTIONAL CatalogFile ASSIGN TO
				"../../archive/archive-catalog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CATALOG-STATUS.
		SELECT BackupReportFile ASSIGN TO "master-backup-report.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-BACKUP-REPORT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD ControlFile.
	01 CONTROL-RECORD-IN.
		05 CTL-FUNCTION PIC X(1).
		05 CTL-MASTER-ID PIC X(8).
		05 CTL-BACKUP-DATE PIC 9(8).
		05 CTL-DAY06-RETAIN-DAYS PIC 9(4).
		05 CTL-ANOMALY-RETAIN-DAYS PIC 9(4).
		05 FILLER PIC X(55).

	FD Day06MasterFile.
	COPY "day06-master-record.cpy".

	FD AnomalyMasterFile.
	COPY "day09-anomaly-record.cpy".

	FD StreamRegistryFile.
	COPY "day09-stream-record.cpy".

	FD BackupFile.
	01 BACKUP-RECORD PIC X(204).

	FD HistoryFile.
	01 HISTORY-RECORD PIC X(204).

	FD CatalogFile.
	01 CATALOG-RECORD PIC X(116).

	FD BackupReportFile.
	01 BACKUP-REPORT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-BACKUP-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-DAY06-STATUS PIC X(2) VALUE "00".
	01 WS-ANOMALY-STATUS PIC X(2) VALUE "00".
	01 WS-REGISTRY-STATUS PIC X(2) VALUE "00".
	01 WS-BACKUP-STATUS PIC X(2) VALUE "00".
	01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
	01 WS-CATALOG-STATUS PIC X(2) VALUE "00".
	01 WS-OPEN-STATUS PIC X(2) VALUE "00".
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-FUNCTION PIC X(1) VALUE "B".
	01 WS-MASTER-ID PIC X(8) VALUE "ALL".
	01 WS-BACKUP-DATE PIC 9(8) VALUE 0.
	01 WS-DAY06-RETAIN-DAYS PIC 9(4) VALUE 365.
	01 WS-ANOMALY-RETAIN-DAYS PIC 9(4) VALUE 90.
	01 WS-DAY06-CUTOFF PIC 9(8) VALUE 0.
	01 WS-ANOMALY-CUTOFF PIC 9(8) VALUE 0.
	01 WS-DATE-INTEGER PIC 9(8).
	01 WS-CURRENT-MASTER PIC X(8) VALUE SPACES.
	01 WS-MASTER-SOURCE PIC X(40) VALUE SPACES.
	01 WS-BACKUP-BASE PIC X(40).
	01 WS-HISTORY-BASE PIC X(40).
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-BACKUP-FILE-NAME PIC X(80) VALUE SPACES.
	01 WS-HISTORY-FILE-NAME PIC X(80) VALUE SPACES.
	01 WS-MKDIR-COMMAND PIC X(40) VALUE "mkdir -p ../../archive".
	01 WS-MASTER-EOF PIC 9(1).
	01 WS-BACKUP-EOF PIC 9(1).
	01 WS-HDR-FOUND PIC X(1).
	01 WS-TRL-FOUND PIC X(1).
	01 WS-VERIFY-OK PIC X(1).
	01 WS-REC-COUNT PIC 9(8) VALUE 0.
	01 WS-LOADED-COUNT PIC 9(8) VALUE 0.
	01 WS-DUPLICATE-COUNT PIC 9(8) VALUE 0.
	01 WS-SUM-1 PIC 9(16) VALUE 0.
	01 WS-SUM-2 PIC 9(16) VALUE 0.
	01 WS-BACKUP-COUNT PIC 9(4) VALUE 0.
	01 WS-RELOAD-COUNT PIC 9(4) VALUE 0.
	01 WS-PURGE-COUNT PIC 9(8) VALUE 0.
	01 WS-BACKUP-RC PIC 9(2) VALUE 0.
	01 WS-BACKUP-LINE.
		05 WS-BKP-TAG PIC X(4).
		05 WS-BKP-DATA PIC X(200).
	COPY "control-totals.cpy".
	COPY "archive-catalog-record.cpy".
	01 WS-REPORT-LINE PIC X(132).
	01 WS-REPORT-HEADING.
		05 FILLER PIC X(26) VALUE "MASTER BACKUP - RUN DATE: ".
		05 WS-HDG-RUN-DATE PIC 9999/99/99.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(10) VALUE "FUNCTION: ".
		05 WS-HDG-FUNCTION PIC X(1).
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(8) VALUE "MASTER: ".
		05 WS-HDG-MASTER PIC X(8).
	01 WS-RETENTION-LINE.
		05 FILLER PIC X(21) VALUE "DAY06 MASTER CUTOFF: ".
		05 WS-RET-DAY06-CUTOFF PIC 9999/99/99.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(32) VALUE "CLOSED ANOMALY CUTOFF (DISP A): ".
		05 WS-RET-ANOMALY-CUTOFF PIC 9999/99/99.
	01 WS-ACTION-LINE.
		05 WS-ACT-LABEL PIC X(12).
		05 WS-ACT-SOURCE PIC X(28).
		05 FILLER PIC X(9) VALUE "RECORDS: ".
		05 WS-ACT-COUNT PIC ZZZZZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-ACT-NAME PIC X(70).
	01 WS-MESSAGE-LINE.
		05 WS-MSG-SOURCE PIC X(28).
		05 FILLER PIC X(8) VALUE "STATUS: ".
		05 WS-MSG-STATUS PIC X(2).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-MSG-TEXT PIC X(60).
	01 WS-COUNT-LINE.
		05 FILLER PIC X(12) VALUE "BACKED UP: ".
		05 WS-CNT-BACKUP PIC ZZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(10) VALUE "RELOADED: ".
		05 WS-CNT-RELOAD PIC ZZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(16) VALUE "RECORDS PURGED: ".
		05 WS-CNT-PURGE PIC ZZZZZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	PERFORM READ-CONTROL-PARA.
	CALL "SYSTEM" USING WS-MKDIR-COMMAND.

	OPEN OUTPUT BackupReportFile
	IF WS-BACKUP-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-FUNCTION TO WS-HDG-FUNCTION.
	MOVE WS-MASTER-ID TO WS-HDG-MASTER.
	MOVE WS-REPORT-HEADING TO WS-REPORT-LINE.
	WRITE BACKUP-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-BACKUP-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-REPORT-ABEND-PARA
	END-IF.

	EVALUATE WS-FUNCTION
		WHEN "R"
			PERFORM RELOAD-PARA
		WHEN "P"
			PERFORM PURGE-PARA
		WHEN OTHER
			PERFORM BACKUP-PARA
	END-EVALUATE.

	MOVE WS-BACKUP-COUNT TO WS-CNT-BACKUP.
	MOVE WS-RELOAD-COUNT TO WS-CNT-RELOAD.
	MOVE WS-PURGE-COUNT TO WS-CNT-PURGE.
	MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
	WRITE BACKUP-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-BACKUP-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-REPORT-ABEND-PARA
	END-IF.
	CLOSE BackupReportFile
	IF WS-BACKUP-REPORT-STATUS > "29"
			AND WS-BACKUP-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-COUNT-LINE.
	MOVE WS-BACKUP-RC TO RETURN-CODE.
	STOP RUN.

	READ-CONTROL-PARA.
	OPEN INPUT ControlFile
	IF WS-CONTROL-STATUS > "29" AND WS-CONTROL-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-CONTROL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CONTROL-ABEND-PARA
	END-IF.
	IF WS-CONTROL-STATUS = "00"
		READ ControlFile
			AT END
				CONTINUE
			NOT AT END
				IF CTL-FUNCTION = "R" OR CTL-FUNCTION = "P"
					MOVE CTL-FUNCTION TO WS-FUNCTION
				END-IF
				IF CTL-MASTER-ID = "DAY06MST" OR CTL-MASTER-ID = "DAY09ANM"
						OR CTL-MASTER-ID = "DAY09STR"
					MOVE CTL-MASTER-ID TO WS-MASTER-ID
				END-IF
				IF CTL-BACKUP-DATE IS NUMERIC AND CTL-BACKUP-DATE > 0
					MOVE CTL-BACKUP-DATE TO WS-BACKUP-DATE
				END-IF
				IF CTL-DAY06-RETAIN-DAYS IS NUMERIC
						AND CTL-DAY06-RETAIN-DAYS > 0
					MOVE CTL-DAY06-RETAIN-DAYS TO WS-DAY06-RETAIN-DAYS
				END-IF
				IF CTL-ANOMALY-RETAIN-DAYS IS NUMERIC
						AND CTL-ANOMALY-RETAIN-DAYS > 0
					MOVE CTL-ANOMALY-RETAIN-DAYS TO WS-ANOMALY-RETAIN-DAYS
				END-IF
		END-READ
		IF WS-CONTROL-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "READ-CONTROL-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CONTROL-ABEND-PARA
		END-IF
	END-IF.
	CLOSE ControlFile
	IF WS-CONTROL-STATUS > "29" AND WS-CONTROL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-CONTROL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CONTROL-ABEND-PARA
	END-IF.

	BACKUP-PARA.
	IF WS-MASTER-ID = "ALL" OR WS-MASTER-ID = "DAY06MST"
		PERFORM BACKUP-DAY06-PARA
	END-IF.
	IF WS-MASTER-ID = "ALL" OR WS-MASTER-ID = "DAY09ANM"
		PERFORM BACKUP-ANOMALY-PARA
	END-IF.
	IF WS-MASTER-ID = "ALL" OR WS-MASTER-ID = "DAY09STR"
		PERFORM BACKUP-STREAM-PARA
	END-IF.

	BACKUP-DAY06-PARA.
	PERFORM SET-DAY06-NAMES-PARA.
	OPEN INPUT Day06MasterFile
	IF WS-DAY06-STATUS > "29" AND WS-DAY06-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "BACKUP-DAY06-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-ABEND-PARA
	END-IF.
	MOVE WS-DAY06-STATUS TO WS-OPEN-STATUS.
	IF WS-OPEN-STATUS NOT = "00"
		PERFORM MASTER-UNAVAILABLE-PARA
	ELSE
		MOVE WS-RUN-DATE TO WS-GEN-DATE-X
		PERFORM OPEN-BACKUP-PARA
		IF WS-BACKUP-STATUS = "00"
			MOVE 0 TO WS-MASTER-EOF
			PERFORM UNTIL WS-MASTER-EOF = 1
				READ Day06MasterFile NEXT RECORD
					AT END
						MOVE 1 TO WS-MASTER-EOF
					NOT AT END
						MOVE MASTER-RECORD TO WS-BKP-DATA
						PERFORM WRITE-BACKUP-RECORD-PARA
				END-READ
				IF WS-DAY06-STATUS > "29"
					MOVE "READ" TO WS-LOG-ABEND-OPERATION
					MOVE "BACKUP-DAY06-PARA" TO WS-LOG-ABEND-PARA
					PERFORM DAY06-ABEND-PARA
				END-IF
			END-PERFORM
			PERFORM CLOSE-BACKUP-PARA
		END-IF
		CLOSE Day06MasterFile
		IF WS-DAY06-STATUS > "29" AND WS-DAY06-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "BACKUP-DAY06-PARA" TO WS-LOG-ABEND-PARA
			PERFORM DAY06-ABEND-PARA
		END-IF
	END-IF.

	BACKUP-ANOMALY-PARA.
	PERFORM SET-ANOMALY-NAMES-PARA.
	OPEN INPUT AnomalyMasterFile
	IF WS-ANOMALY-STATUS > "29" AND WS-ANOMALY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "BACKUP-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM ANOMALY-ABEND-PARA
	END-IF.
	MOVE WS-ANOMALY-STATUS TO WS-OPEN-STATUS.
	IF WS-OPEN-STATUS NOT = "00"
		PERFORM MASTER-UNAVAILABLE-PARA
	ELSE
		MOVE WS-RUN-DATE TO WS-GEN-DATE-X
		PERFORM OPEN-BACKUP-PARA
		IF WS-BACKUP-STATUS = "00"
			MOVE 0 TO WS-MASTER-EOF
			PERFORM UNTIL WS-MASTER-EOF = 1
				READ AnomalyMasterFile NEXT RECORD
					AT END
						MOVE 1 TO WS-MASTER-EOF
					NOT AT END
						MOVE ANOMALY-RECORD TO WS-BKP-DATA
						PERFORM WRITE-BACKUP-RECORD-PARA
				END-READ
				IF WS-ANOMALY-STATUS > "29"
					MOVE "READ" TO WS-LOG-ABEND-OPERATION
					MOVE "BACKUP-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
					PERFORM ANOMALY-ABEND-PARA
				END-IF
			END-PERFORM
			PERFORM CLOSE-BACKUP-PARA
		END-IF
		CLOSE AnomalyMasterFile
		IF WS-ANOMALY-STATUS > "29" AND WS-ANOMALY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "BACKUP-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ANOMALY-ABEND-PARA
		END-IF
	END-IF.

	BACKUP-STREAM-PARA.
	PERFORM SET-STREAM-NAMES-PARA.
	OPEN INPUT StreamRegistryFile
	IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "BACKUP-STREAM-PARA" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.
	MOVE WS-REGISTRY-STATUS TO WS-OPEN-STATUS.
	IF WS-OPEN-STATUS NOT = "00"
		PERFORM MASTER-UNAVAILABLE-PARA
	ELSE
		MOVE WS-RUN-DATE TO WS-GEN-DATE-X
		PERFORM OPEN-BACKUP-PARA
		IF WS-BACKUP-STATUS = "00"
			MOVE 0 TO WS-MASTER-EOF
			PERFORM UNTIL WS-MASTER-EOF = 1
				READ StreamRegistryFile NEXT RECORD
					AT END
						MOVE 1 TO WS-MASTER-EOF
					NOT AT END
						MOVE STREAM-RECORD TO WS-BKP-DATA
						PERFORM WRITE-BACKUP-RECORD-PARA
				END-READ
				IF WS-REGISTRY-STATUS > "29"
					MOVE "READ" TO WS-LOG-ABEND-OPERATION
					MOVE "BACKUP-STREAM-PARA" TO WS-LOG-ABEND-PARA
					PERFORM REGISTRY-ABEND-PARA
				END-IF
			END-PERFORM
			PERFORM CLOSE-BACKUP-PARA
		END-IF
		CLOSE StreamRegistryFile
		IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "BACKUP-STREAM-PARA" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
	END-IF.

	SET-DAY06-NAMES-PARA.
	MOVE "DAY06MST" TO WS-CURRENT-MASTER.
	MOVE "day06-master.dat" TO WS-MASTER-SOURCE.
	MOVE "day06-master-backup" TO WS-BACKUP-BASE.
	MOVE "day06-master-history" TO WS-HISTORY-BASE.

	SET-ANOMALY-NAMES-PARA.
	MOVE "DAY09ANM" TO WS-CURRENT-MASTER.
	MOVE "day09-anomaly-master.dat" TO WS-MASTER-SOURCE.
	MOVE "day09-anomaly-backup" TO WS-BACKUP-BASE.
	MOVE "day09-anomaly-history" TO WS-HISTORY-BASE.

	SET-STREAM-NAMES-PARA.
	MOVE "DAY09STR" TO WS-CURRENT-MASTER.
	MOVE "day09-streams.dat" TO WS-MASTER-SOURCE.
	MOVE "day09-streams-backup" TO WS-BACKUP-BASE.
	MOVE SPACES TO WS-HISTORY-BASE.

	BUILD-BACKUP-NAME-PARA.
	MOVE SPACES TO WS-BACKUP-FILE-NAME.
	STRING "../../archive/" DELIMITED BY SIZE
		WS-BACKUP-BASE DELIMITED BY SPACE
		"." WS-GEN-DATE-X ".txt" DELIMITED BY SIZE
		INTO WS-BACKUP-FILE-NAME.

	OPEN-BACKUP-PARA.
	PERFORM BUILD-BACKUP-NAME-PARA.
	MOVE 0 TO WS-REC-COUNT.
	MOVE 0 TO WS-SUM-1.
	MOVE 0 TO WS-SUM-2.
	OPEN OUTPUT BackupFile
	IF WS-BACKUP-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "OPEN-BACKUP-PARA" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-ABEND-PARA
	END-IF.
	IF WS-BACKUP-STATUS NOT = "00"
		MOVE WS-BACKUP-STATUS TO WS-OPEN-STATUS
		MOVE "BACKUP FILE COULD NOT BE OPENED" TO WS-MSG-TEXT
		PERFORM WRITE-MESSAGE-PARA
		MOVE 8 TO WS-BACKUP-RC
	ELSE
		MOVE WS-RUN-DATE TO WS-CT-HDR-RUN-DATE
		MOVE WS-MASTER-SOURCE TO WS-CT-HDR-SOURCE
		WRITE BACKUP-RECORD FROM WS-CT-HEADER
		IF WS-BACKUP-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "OPEN-BACKUP-PARA" TO WS-LOG-ABEND-PARA
			PERFORM BACKUP-ABEND-PARA
		END-IF
	END-IF.

	WRITE-BACKUP-RECORD-PARA.
	MOVE "REC " TO WS-BKP-TAG.
	WRITE BACKUP-RECORD FROM WS-BACKUP-LINE
	IF WS-BACKUP-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-BACKUP-RECORD-PARA" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-ABEND-PARA
	END-IF.
	ADD 1 TO WS-REC-COUNT.
	PERFORM ACCUMULATE-SUMS-PARA.

	CLOSE-BACKUP-PARA.
	MOVE WS-REC-COUNT TO WS-CT-TRL-COUNT.
	MOVE WS-SUM-1 TO WS-CT-TRL-SUM-1.
	MOVE WS-SUM-2 TO WS-CT-TRL-SUM-2.
	WRITE BACKUP-RECORD FROM WS-CT-TRAILER
	IF WS-BACKUP-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "CLOSE-BACKUP-PARA" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-ABEND-PARA
	END-IF.
	CLOSE BackupFile
	IF WS-BACKUP-STATUS > "29" AND WS-BACKUP-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "CLOSE-BACKUP-PARA" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-ABEND-PARA
	END-IF.
	ADD 1 TO WS-BACKUP-COUNT.
	MOVE "BACKED UP:  " TO WS-ACT-LABEL.
	MOVE WS-BACKUP-FILE-NAME TO WS-ACT-NAME.
	PERFORM WRITE-ACTION-PARA.
	MOVE WS-BACKUP-FILE-NAME TO WS-CAT-FILE-NAME.
	MOVE "BACKUP  " TO WS-CAT-ACTION.
	PERFORM WRITE-CATALOG-PARA.

	ACCUMULATE-SUMS-PARA.
	EVALUATE WS-CURRENT-MASTER
		WHEN "DAY06MST"
			MOVE WS-BKP-DATA TO MASTER-RECORD
			ADD MST-ANY TO WS-SUM-1
			ADD MST-ALL TO WS-SUM-2
		WHEN "DAY09ANM"
			MOVE WS-BKP-DATA TO ANOMALY-RECORD
			ADD ANM-PACKET-INDEX TO WS-SUM-1
			ADD ANM-OCCURRENCES TO WS-SUM-2
		WHEN "DAY09STR"
			MOVE WS-BKP-DATA TO STREAM-RECORD
			ADD STR-LAST-ANOM-COUNT TO WS-SUM-1
			ADD STR-CONSEC-FAILURES TO WS-SUM-2
	END-EVALUATE.

	RELOAD-PARA.
	IF WS-BACKUP-DATE = 0
		MOVE SPACES TO WS-MASTER-SOURCE
		MOVE "NO BACKUP DATE ON CONTROL CARD - NOTHING RELOADED"
			TO WS-MSG-TEXT
		MOVE SPACES TO WS-OPEN-STATUS
		PERFORM WRITE-MESSAGE-PARA
		MOVE 8 TO WS-BACKUP-RC
	ELSE
		MOVE WS-BACKUP-DATE TO WS-GEN-DATE-X
		IF WS-MASTER-ID = "ALL" OR WS-MASTER-ID = "DAY06MST"
			PERFORM SET-DAY06-NAMES-PARA
			PERFORM RELOAD-MASTER-PARA
		END-IF
		IF WS-MASTER-ID = "ALL" OR WS-MASTER-ID = "DAY09ANM"
			PERFORM SET-ANOMALY-NAMES-PARA
			PERFORM RELOAD-MASTER-PARA
		END-IF
		IF WS-MASTER-ID = "ALL" OR WS-MASTER-ID = "DAY09STR"
			PERFORM SET-STREAM-NAMES-PARA
			PERFORM RELOAD-MASTER-PARA
		END-IF
	END-IF.

	RELOAD-MASTER-PARA.
	PERFORM BUILD-BACKUP-NAME-PARA.
	PERFORM VERIFY-BACKUP-PARA.
	IF WS-VERIFY-OK NOT = "Y"
		MOVE SPACES TO WS-OPEN-STATUS
		MOVE "BACKUP MISSING OR OUT OF BALANCE - MASTER NOT RELOADED"
			TO WS-MSG-TEXT
		PERFORM WRITE-MESSAGE-PARA
		MOVE 8 TO WS-BACKUP-RC
	ELSE
		PERFORM OPEN-MASTER-OUTPUT-PARA
		IF WS-OPEN-STATUS NOT = "00"
			MOVE "MASTER COULD NOT BE REBUILT" TO WS-MSG-TEXT
			PERFORM WRITE-MESSAGE-PARA
			MOVE 8 TO WS-BACKUP-RC
		ELSE
			PERFORM LOAD-FROM-BACKUP-PARA
			PERFORM CLOSE-MASTER-PARA
			ADD 1 TO WS-RELOAD-COUNT
			MOVE "RELOADED:   " TO WS-ACT-LABEL
			MOVE WS-BACKUP-FILE-NAME TO WS-ACT-NAME
			MOVE WS-LOADED-COUNT TO WS-REC-COUNT
			PERFORM WRITE-ACTION-PARA
			MOVE WS-BACKUP-FILE-NAME TO WS-CAT-FILE-NAME
			MOVE "RELOADED" TO WS-CAT-ACTION
			PERFORM WRITE-CATALOG-PARA
			IF WS-LOADED-COUNT NOT = WS-CT-TRL-COUNT
				MOVE SPACES TO WS-OPEN-STATUS
				MOVE "RECORDS LOADED DO NOT MATCH BACKUP TRAILER"
					TO WS-MSG-TEXT
				PERFORM WRITE-MESSAGE-PARA
				MOVE 8 TO WS-BACKUP-RC
			END-IF
		END-IF
	END-IF.

	VERIFY-BACKUP-PARA.
	MOVE "N" TO WS-VERIFY-OK.
	MOVE "N" TO WS-HDR-FOUND.
	MOVE "N" TO WS-TRL-FOUND.
	MOVE 0 TO WS-REC-COUNT.
	MOVE 0 TO WS-SUM-1.
	MOVE 0 TO WS-SUM-2.
	MOVE 0 TO WS-BACKUP-EOF.
	OPEN INPUT BackupFile
	IF WS-BACKUP-STATUS > "29" AND WS-BACKUP-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "VERIFY-BACKUP-PARA" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-ABEND-PARA
	END-IF.
	IF WS-BACKUP-STATUS NOT = "00"
		MOVE 1 TO WS-BACKUP-EOF
	END-IF.
	PERFORM UNTIL WS-BACKUP-EOF = 1
		READ BackupFile INTO WS-BACKUP-LINE
			AT END
				MOVE 1 TO WS-BACKUP-EOF
			NOT AT END
				EVALUATE WS-BKP-TAG
					WHEN "HDR "
						MOVE WS-BACKUP-LINE TO WS-CT-HEADER
						IF WS-CT-HDR-SOURCE = WS-MASTER-SOURCE
							MOVE "Y" TO WS-HDR-FOUND
						END-IF
					WHEN "REC "
						ADD 1 TO WS-REC-COUNT
						PERFORM ACCUMULATE-SUMS-PARA
					WHEN "TRL "
						MOVE WS-BACKUP-LINE TO WS-CT-TRAILER
						MOVE "Y" TO WS-TRL-FOUND
				END-EVALUATE
		END-READ
		IF WS-BACKUP-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "VERIFY-BACKUP-PARA" TO WS-LOG-ABEND-PARA
			PERFORM BACKUP-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-BACKUP-STATUS NOT = "35"
		CLOSE BackupFile
		IF WS-BACKUP-STATUS > "29" AND WS-BACKUP-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "VERIFY-BACKUP-PARA" TO WS-LOG-ABEND-PARA
			PERFORM BACKUP-ABEND-PARA
		END-IF
	END-IF.
	IF WS-HDR-FOUND = "Y" AND WS-TRL-FOUND = "Y"
			AND WS-CT-TRL-COUNT = WS-REC-COUNT
			AND WS-CT-TRL-SUM-1 = WS-SUM-1
			AND WS-CT-TRL-SUM-2 = WS-SUM-2
		MOVE "Y" TO WS-VERIFY-OK
	END-IF.

	OPEN-MASTER-OUTPUT-PARA.
	EVALUATE WS-CURRENT-MASTER
		WHEN "DAY06MST"
			OPEN OUTPUT Day06MasterFile
			IF WS-DAY06-STATUS > "29"
				MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
				MOVE "OPEN-MASTER-OUTPUT-PARA" TO WS-LOG-ABEND-PARA
				PERFORM DAY06-ABEND-PARA
			END-IF
			MOVE WS-DAY06-STATUS TO WS-OPEN-STATUS
		WHEN "DAY09ANM"
			OPEN OUTPUT AnomalyMasterFile
			IF WS-ANOMALY-STATUS > "29"
				MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
				MOVE "OPEN-MASTER-OUTPUT-PARA" TO WS-LOG-ABEND-PARA
				PERFORM ANOMALY-ABEND-PARA
			END-IF
			MOVE WS-ANOMALY-STATUS TO WS-OPEN-STATUS
		WHEN "DAY09STR"
			OPEN OUTPUT StreamRegistryFile
			IF WS-REGISTRY-STATUS > "29"
				MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
				MOVE "OPEN-MASTER-OUTPUT-PARA" TO WS-LOG-ABEND-PARA
				PERFORM REGISTRY-ABEND-PARA
			END-IF
			MOVE WS-REGISTRY-STATUS TO WS-OPEN-STATUS
	END-EVALUATE.

	CLOSE-MASTER-PARA.
	EVALUATE WS-CURRENT-MASTER
		WHEN "DAY06MST"
			CLOSE Day06MasterFile
			IF WS-DAY06-STATUS > "29" AND WS-DAY06-STATUS NOT = "42"
				MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
				MOVE "CLOSE-MASTER-PARA" TO WS-LOG-ABEND-PARA
				PERFORM DAY06-ABEND-PARA
			END-IF
		WHEN "DAY09ANM"
			CLOSE AnomalyMasterFile
			IF WS-ANOMALY-STATUS > "29" AND WS-ANOMALY-STATUS NOT = "42"
				MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
				MOVE "CLOSE-MASTER-PARA" TO WS-LOG-ABEND-PARA
				PERFORM ANOMALY-ABEND-PARA
			END-IF
		WHEN "DAY09STR"
			CLOSE StreamRegistryFile
			IF WS-REGISTRY-STATUS > "29"
					AND WS-REGISTRY-STATUS NOT = "42"
				MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
				MOVE "CLOSE-MASTER-PARA" TO WS-LOG-ABEND-PARA
				PERFORM REGISTRY-ABEND-PARA
			END-IF
	END-EVALUATE.

	LOAD-FROM-BACKUP-PARA.
	MOVE 0 TO WS-LOADED-COUNT.
	MOVE 0 TO WS-DUPLICATE-COUNT.
	MOVE 0 TO WS-BACKUP-EOF.
	OPEN INPUT BackupFile
	IF WS-BACKUP-STATUS > "29" AND WS-BACKUP-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-FROM-BACKUP-PARA" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-ABEND-PARA
	END-IF.
	IF WS-BACKUP-STATUS NOT = "00"
		MOVE 1 TO WS-BACKUP-EOF
	END-IF.
	PERFORM UNTIL WS-BACKUP-EOF = 1
		READ BackupFile INTO WS-BACKUP-LINE
			AT END
				MOVE 1 TO WS-BACKUP-EOF
			NOT AT END
				IF WS-BKP-TAG = "REC "
					PERFORM WRITE-MASTER-RECORD-PARA
				END-IF
		END-READ
		IF WS-BACKUP-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-FROM-BACKUP-PARA" TO WS-LOG-ABEND-PARA
			PERFORM BACKUP-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-BACKUP-STATUS NOT = "35"
		CLOSE BackupFile
		IF WS-BACKUP-STATUS > "29" AND WS-BACKUP-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-FROM-BACKUP-PARA" TO WS-LOG-ABEND-PARA
			PERFORM BACKUP-ABEND-PARA
		END-IF
	END-IF.

	WRITE-MASTER-RECORD-PARA.
	EVALUATE WS-CURRENT-MASTER
		WHEN "DAY06MST"
			MOVE WS-BKP-DATA TO MASTER-RECORD
			WRITE MASTER-RECORD
				INVALID KEY
					ADD 1 TO WS-DUPLICATE-COUNT
				NOT INVALID KEY
					ADD 1 TO WS-LOADED-COUNT
			END-WRITE
			IF WS-DAY06-STATUS > "29"
				MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
				MOVE "WRITE-MASTER-RECORD-PARA" TO WS-LOG-ABEND-PARA
				PERFORM DAY06-ABEND-PARA
			END-IF
		WHEN "DAY09ANM"
			MOVE WS-BKP-DATA TO ANOMALY-RECORD
			WRITE ANOMALY-RECORD
				INVALID KEY
					ADD 1 TO WS-DUPLICATE-COUNT
				NOT INVALID KEY
					ADD 1 TO WS-LOADED-COUNT
			END-WRITE
			IF WS-ANOMALY-STATUS > "29"
				MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
				MOVE "WRITE-MASTER-RECORD-PARA" TO WS-LOG-ABEND-PARA
				PERFORM ANOMALY-ABEND-PARA
			END-IF
		WHEN "DAY09STR"
			MOVE WS-BKP-DATA TO STREAM-RECORD
			WRITE STREAM-RECORD
				INVALID KEY
					ADD 1 TO WS-DUPLICATE-COUNT
				NOT INVALID KEY
					ADD 1 TO WS-LOADED-COUNT
			END-WRITE
			IF WS-REGISTRY-STATUS > "29"
				MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
				MOVE "WRITE-MASTER-RECORD-PARA" TO WS-LOG-ABEND-PARA
				PERFORM REGISTRY-ABEND-PARA
			END-IF
	END-EVALUATE.

	PURGE-PARA.
	COMPUTE WS-DATE-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-DAY06-RETAIN-DAYS.
	COMPUTE WS-DAY06-CUTOFF = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
	COMPUTE WS-DATE-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-ANOMALY-RETAIN-DAYS.
	COMPUTE WS-ANOMALY-CUTOFF = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
	MOVE WS-DAY06-CUTOFF TO WS-RET-DAY06-CUTOFF.
	MOVE WS-ANOMALY-CUTOFF TO WS-RET-ANOMALY-CUTOFF.
	MOVE WS-RETENTION-LINE TO WS-REPORT-LINE.
	WRITE BACKUP-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-BACKUP-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "PURGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-REPORT-ABEND-PARA
	END-IF.
	PERFORM BACKUP-PARA.
	IF WS-BACKUP-RC > 4
		MOVE SPACES TO WS-MASTER-SOURCE
		MOVE SPACES TO WS-OPEN-STATUS
		MOVE "BACKUP BEFORE PURGE FAILED - NOTHING PURGED" TO WS-MSG-TEXT
		PERFORM WRITE-MESSAGE-PARA
	ELSE
		IF WS-MASTER-ID = "ALL" OR WS-MASTER-ID = "DAY06MST"
			PERFORM PURGE-DAY06-PARA
		END-IF
		IF WS-MASTER-ID = "ALL" OR WS-MASTER-ID = "DAY09ANM"
			PERFORM PURGE-ANOMALY-PARA
		END-IF
		IF WS-MASTER-ID = "DAY09STR"
			MOVE SPACES TO WS-OPEN-STATUS
			MOVE "NO RETENTION RULE FOR THE STREAM REGISTRY" TO WS-MSG-TEXT
			PERFORM WRITE-MESSAGE-PARA
		END-IF
	END-IF.

	PURGE-DAY06-PARA.
	PERFORM SET-DAY06-NAMES-PARA.
	OPEN I-O Day06MasterFile
	IF WS-DAY06-STATUS > "29" AND WS-DAY06-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "PURGE-DAY06-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-ABEND-PARA
	END-IF.
	MOVE WS-DAY06-STATUS TO WS-OPEN-STATUS.
	IF WS-OPEN-STATUS NOT = "00"
		PERFORM MASTER-UNAVAILABLE-PARA
	ELSE
		PERFORM OPEN-HISTORY-PARA
		MOVE 0 TO WS-MASTER-EOF
		PERFORM UNTIL WS-MASTER-EOF = 1
			READ Day06MasterFile NEXT RECORD
				AT END
					MOVE 1 TO WS-MASTER-EOF
				NOT AT END
					IF MST-RUN-DATE < WS-DAY06-CUTOFF
						MOVE MASTER-RECORD TO WS-BKP-DATA
						DELETE Day06MasterFile RECORD
							INVALID KEY
								DISPLAY "DELETE FAILED - STATUS "
									WS-DAY06-STATUS
							NOT INVALID KEY
								PERFORM WRITE-HISTORY-RECORD-PARA
						END-DELETE
						IF WS-DAY06-STATUS > "29"
							MOVE "DELETE" TO WS-LOG-ABEND-OPERATION
							MOVE "PURGE-DAY06-PARA" TO WS-LOG-ABEND-PARA
							PERFORM DAY06-ABEND-PARA
						END-IF
					ELSE
						MOVE 1 TO WS-MASTER-EOF
					END-IF
			END-READ
			IF WS-DAY06-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "PURGE-DAY06-PARA" TO WS-LOG-ABEND-PARA
				PERFORM DAY06-ABEND-PARA
			END-IF
		END-PERFORM
		CLOSE Day06MasterFile
		IF WS-DAY06-STATUS > "29" AND WS-DAY06-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "PURGE-DAY06-PARA" TO WS-LOG-ABEND-PARA
			PERFORM DAY06-ABEND-PARA
		END-IF
		PERFORM CLOSE-HISTORY-PARA
	END-IF.

	PURGE-ANOMALY-PARA.
	PERFORM SET-ANOMALY-NAMES-PARA.
	OPEN I-O AnomalyMasterFile
	IF WS-ANOMALY-STATUS > "29" AND WS-ANOMALY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "PURGE-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM ANOMALY-ABEND-PARA
	END-IF.
	MOVE WS-ANOMALY-STATUS TO WS-OPEN-STATUS.
	IF WS-OPEN-STATUS NOT = "00"
		PERFORM MASTER-UNAVAILABLE-PARA
	ELSE
		PERFORM OPEN-HISTORY-PARA
		MOVE 0 TO WS-MASTER-EOF
		PERFORM UNTIL WS-MASTER-EOF = 1
			READ AnomalyMasterFile NEXT RECORD
				AT END
					MOVE 1 TO WS-MASTER-EOF
				NOT AT END
					IF ANM-DISPOSITION = "A"
							AND ANM-LAST-SEEN < WS-ANOMALY-CUTOFF
						MOVE ANOMALY-RECORD TO WS-BKP-DATA
						DELETE AnomalyMasterFile RECORD
							INVALID KEY
								DISPLAY "DELETE FAILED - STATUS "
									WS-ANOMALY-STATUS
							NOT INVALID KEY
								PERFORM WRITE-HISTORY-RECORD-PARA
						END-DELETE
						IF WS-ANOMALY-STATUS > "29"
							MOVE "DELETE" TO WS-LOG-ABEND-OPERATION
							MOVE "PURGE-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
							PERFORM ANOMALY-ABEND-PARA
						END-IF
					END-IF
			END-READ
			IF WS-ANOMALY-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "PURGE-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
				PERFORM ANOMALY-ABEND-PARA
			END-IF
		END-PERFORM
		CLOSE AnomalyMasterFile
		IF WS-ANOMALY-STATUS > "29" AND WS-ANOMALY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "PURGE-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ANOMALY-ABEND-PARA
		END-IF
		PERFORM CLOSE-HISTORY-PARA
	END-IF.

	OPEN-HISTORY-PARA.
	MOVE SPACES TO WS-HISTORY-FILE-NAME.
	STRING "../../archive/" DELIMITED BY SIZE
		WS-HISTORY-BASE DELIMITED BY SPACE
		".txt" DELIMITED BY SIZE
		INTO WS-HISTORY-FILE-NAME.
	MOVE 0 TO WS-REC-COUNT.
	MOVE 0 TO WS-SUM-1.
	MOVE 0 TO WS-SUM-2.
	OPEN EXTEND HistoryFile.
	IF WS-HISTORY-STATUS = "35"
		OPEN OUTPUT HistoryFile
	END-IF
	IF WS-HISTORY-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "OPEN-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-CT-HDR-RUN-DATE.
	MOVE WS-MASTER-SOURCE TO WS-CT-HDR-SOURCE.
	WRITE HISTORY-RECORD FROM WS-CT-HEADER
	IF WS-HISTORY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "OPEN-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.

	WRITE-HISTORY-RECORD-PARA.
	MOVE "REC " TO WS-BKP-TAG.
	WRITE HISTORY-RECORD FROM WS-BACKUP-LINE
	IF WS-HISTORY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-HISTORY-RECORD-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	ADD 1 TO WS-REC-COUNT.
	ADD 1 TO WS-PURGE-COUNT.
	PERFORM ACCUMULATE-SUMS-PARA.

	CLOSE-HISTORY-PARA.
	MOVE WS-REC-COUNT TO WS-CT-TRL-COUNT.
	MOVE WS-SUM-1 TO WS-CT-TRL-SUM-1.
	MOVE WS-SUM-2 TO WS-CT-TRL-SUM-2.
	WRITE HISTORY-RECORD FROM WS-CT-TRAILER
	IF WS-HISTORY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "CLOSE-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	CLOSE HistoryFile
	IF WS-HISTORY-STATUS > "29" AND WS-HISTORY-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "CLOSE-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	MOVE "PURGED:     " TO WS-ACT-LABEL.
	MOVE WS-HISTORY-FILE-NAME TO WS-ACT-NAME.
	PERFORM WRITE-ACTION-PARA.
	MOVE WS-HISTORY-FILE-NAME TO WS-CAT-FILE-NAME.
	MOVE "HISTORY " TO WS-CAT-ACTION.
	PERFORM WRITE-CATALOG-PARA.

	MASTER-UNAVAILABLE-PARA.
	IF WS-OPEN-STATUS = "35"
		MOVE "MASTER NOT PRESENT - SKIPPED" TO WS-MSG-TEXT
		MOVE SPACES TO WS-OPEN-STATUS
		IF WS-BACKUP-RC < 4
			MOVE 4 TO WS-BACKUP-RC
		END-IF
	ELSE
		MOVE "MASTER UNAVAILABLE" TO WS-MSG-TEXT
		MOVE 8 TO WS-BACKUP-RC
	END-IF.
	PERFORM WRITE-MESSAGE-PARA.

	WRITE-MESSAGE-PARA.
	MOVE WS-MASTER-SOURCE TO WS-MSG-SOURCE.
	MOVE WS-OPEN-STATUS TO WS-MSG-STATUS.
	MOVE WS-MESSAGE-LINE TO WS-REPORT-LINE.
	WRITE BACKUP-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-BACKUP-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-MESSAGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-MESSAGE-LINE.

	WRITE-ACTION-PARA.
	MOVE WS-MASTER-SOURCE TO WS-ACT-SOURCE.
	MOVE WS-REC-COUNT TO WS-ACT-COUNT.
	MOVE WS-ACTION-LINE TO WS-REPORT-LINE.
	WRITE BACKUP-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-BACKUP-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ACTION-PARA" TO WS-LOG-ABEND-PARA
		PERFORM BACKUP-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-ACTION-LINE.

	WRITE-CATALOG-PARA.
	MOVE WS-RUN-DATE TO WS-CAT-GEN-DATE.
	IF WS-FUNCTION = "R"
		MOVE WS-BACKUP-DATE TO WS-CAT-GEN-DATE
	END-IF.
	MOVE WS-REC-COUNT TO WS-CAT-REC-COUNT.
	MOVE WS-RUN-DATE TO WS-CAT-ACTION-DATE.
	OPEN EXTEND CatalogFile.
	IF WS-CATALOG-STATUS = "35"
		OPEN OUTPUT CatalogFile
	END-IF
	IF WS-CATALOG-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-CATALOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.
	WRITE CATALOG-RECORD FROM WS-CATALOG-RECORD-DATA
	IF WS-CATALOG-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-CATALOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.
	CLOSE CatalogFile
	IF WS-CATALOG-STATUS > "29" AND WS-CATALOG-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-CATALOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.

	READ-PROC-DATE-PARA.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	OPEN INPUT ProcDateFile
	IF WS-PROC-DATE-STATUS > "29" AND WS-PROC-DATE-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-PROC-DATE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM PROC-DATE-ABEND-PARA
	END-IF.
	IF WS-PROC-DATE-STATUS = "00"
		READ ProcDateFile INTO WS-PROC-DATE-RECORD-DATA
			AT END
				CONTINUE
			NOT AT END
				IF WS-PDT-PROCESSING-DATE IS NUMERIC
						AND WS-PDT-PROCESSING-DATE > 0
					MOVE WS-PDT-PROCESSING-DATE TO WS-RUN-DATE
				END-IF
		END-READ
		IF WS-PROC-DATE-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "READ-PROC-DATE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM PROC-DATE-ABEND-PARA
		END-IF
	END-IF.
	CLOSE ProcDateFile
	IF WS-PROC-DATE-STATUS > "29" AND WS-PROC-DATE-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-PROC-DATE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM PROC-DATE-ABEND-PARA
	END-IF.

	CONTROL-ABEND-PARA.
	MOVE "master-backup-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DAY06-ABEND-PARA.
	MOVE "../../06-custom-customs/cobol/day06-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-DAY06-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ANOMALY-ABEND-PARA.
	MOVE "../../09-encoding-error/cobol/day09-anomaly-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-ANOMALY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	REGISTRY-ABEND-PARA.
	MOVE "../../09-encoding-error/cobol/day09-streams.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-REGISTRY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	BACKUP-ABEND-PARA.
	MOVE WS-BACKUP-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-BACKUP-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	HISTORY-ABEND-PARA.
	MOVE WS-HISTORY-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-HISTORY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CATALOG-ABEND-PARA.
	MOVE "../../archive/archive-catalog.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CATALOG-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	BACKUP-REPORT-ABEND-PARA.
	MOVE "master-backup-report.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-BACKUP-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-MASTER-BACKUP ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE ControlFile.
	CLOSE Day06MasterFile.
	CLOSE AnomalyMasterFile.
	CLOSE StreamRegistryFile.
	CLOSE BackupFile.
	CLOSE HistoryFile.
	CLOSE CatalogFile.
	CLOSE BackupReportFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-MASTER-BACKUP" TO WS-LOG-PROGRAM.
	MOVE "ABEND" TO WS-LOG-PHASE.
	MOVE SPACES TO WS-LOG-SOURCE.
	MOVE 0 TO WS-LOG-RECORDS-READ.
	MOVE 0 TO WS-LOG-REJECTS.
	MOVE 0 TO WS-LOG-EXCEPTIONS.
	MOVE "N" TO WS-LOG-SELFCHECK.
	MOVE 16 TO WS-LOG-RC.
	OPEN EXTEND RunLogFile.
	WRITE RUNLOG-RECORD FROM WS-LOG-RECORD-DATA.
	CLOSE RunLogFile.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
