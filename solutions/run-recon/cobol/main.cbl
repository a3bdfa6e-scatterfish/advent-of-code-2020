IDENTIFICATION DIVISION.
	PROGRAM-ID. AOC-2020-RUN-RECON.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL ScanFile ASSIGN TO DYNAMIC WS-SCAN-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SCAN-STATUS.
		SELECT Day06MasterFile ASSIGN TO
				"../../06-custom-customs/cobol/day06-master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS MST-KEY
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT StreamRegistryFile ASSIGN TO
				"../../09-encoding-error/cobol/day09-streams.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS STR-KEY
			FILE STATUS IS WS-REGISTRY-STATUS.
		SELECT AnomalyMasterFile ASSIGN TO
				"../../09-encoding-error/cobol/day09-anomaly-master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS ANM-KEY
			FILE STATUS IS WS-ANOMALY-STATUS.
		SELECT ReconReportFile ASSIGN TO DYNAMIC WS-RECON-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RECON-REPORT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD ScanFile.
	01 SCAN-RECORD PIC X(240).

	FD Day06MasterFile.
	COPY "day06-master-record.cpy".

	FD StreamRegistryFile.
	COPY "day09-stream-record.cpy".

	FD AnomalyMasterFile.
	COPY "day09-anomaly-record.cpy".

	FD ReconReportFile.
	01 RECON-REPORT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-SCAN-STATUS PIC X(2) VALUE "00".
	01 WS-RECON-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-MASTER-STATUS PIC X(2) VALUE "00".
	01 WS-REGISTRY-STATUS PIC X(2) VALUE "00".
	01 WS-ANOMALY-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-SCAN-FILE-NAME PIC X(64) VALUE SPACES.
	01 WS-RECON-FILE-NAME PIC X(40) VALUE SPACES.
	01 WS-SCAN-FOUND PIC X(1).
	01 WS-SCAN-REC.
		05 WS-SCN-TAG PIC X(4).
		05 FILLER PIC X(128).
	01 WS-SCAN-HEADING REDEFINES WS-SCAN-REC.
		05 WS-SHD-TAG PIC X(10).
		05 FILLER PIC X(29).
		05 WS-SHD-SOURCE PIC X(40).
		05 FILLER PIC X(53).
	COPY "control-totals.cpy".
	COPY "day06-detail-record.cpy".
	COPY "day06-history-record.cpy".
	COPY "day09-report-detail.cpy".
	COPY "batch-runlog-record.cpy".
	01 WS-CSV-FIELDS.
		05 WS-CSV-TYPE PIC X(16).
		05 WS-CSV-DATE PIC X(16).
		05 WS-CSV-KEY PIC X(16).
		05 WS-CSV-VALUE-1 PIC 9(16).
		05 WS-CSV-VALUE-2 PIC 9(16).
	01 WS-WORK-HST-ANY PIC 9(8).
	01 WS-WORK-HST-ALL PIC 9(8).
	01 WS-WORK-VALUE PIC 9(16).
	01 WS-D06-DTL-FOUND PIC X(1) VALUE "N".
	01 WS-D06-DTL-COUNT PIC 9(16) VALUE 0.
	01 WS-D06-DTL-ANY PIC 9(16) VALUE 0.
	01 WS-D06-DTL-ALL PIC 9(16) VALUE 0.
	01 WS-D06-REJ-FOUND PIC X(1) VALUE "N".
	01 WS-D06-REJ-COUNT PIC 9(16) VALUE 0.
	01 WS-MST-COUNT PIC 9(16) VALUE 0.
	01 WS-MST-ANY PIC 9(16) VALUE 0.
	01 WS-MST-ALL PIC 9(16) VALUE 0.
	01 WS-HST-FOUND PIC X(1) VALUE "N".
	01 WS-HST-ANY-SUM PIC 9(16) VALUE 0.
	01 WS-HST-ALL-SUM PIC 9(16) VALUE 0.
	01 WS-C06-COUNT PIC 9(16) VALUE 0.
	01 WS-C06-ANY PIC 9(16) VALUE 0.
	01 WS-C06-ALL PIC 9(16) VALUE 0.
	01 WS-D09-RPT-FOUND PIC X(1) VALUE "N".
	01 WS-D09-TRL-P1 PIC 9(16) VALUE 0.
	01 WS-D09-TRL-P2 PIC 9(16) VALUE 0.
	01 WS-D09-REG-P1 PIC 9(16) VALUE 0.
	01 WS-D09-REG-P2 PIC 9(16) VALUE 0.
	01 WS-D09-EXC-FOUND PIC X(1) VALUE "N".
	01 WS-D09-EXC-COUNT PIC 9(16) VALUE 0.
	01 WS-C09-P1 PIC 9(16) VALUE 0.
	01 WS-C09-P2 PIC 9(16) VALUE 0.
	01 WS-C09-ANOM-COUNT PIC 9(16) VALUE 0.
	01 WS-REG-P1 PIC 9(16) VALUE 0.
	01 WS-REG-P2 PIC 9(16) VALUE 0.
	01 WS-ANM-COUNT PIC 9(16) VALUE 0.
	01 WS-LOG06-FOUND PIC X(1) VALUE "N".
	01 WS-LOG06-REJECTS PIC 9(16) VALUE 0.
	01 WS-LOG09-FOUND PIC X(1) VALUE "N".
	01 WS-LOG09-EXCEPTIONS PIC 9(16) VALUE 0.
	01 WS-REG-TABLE.
		05 WS-REG-FILE PIC X(40) OCCURS 200 TIMES.
	01 WS-REG-COUNT PIC 9(3) VALUE 0.
	01 WS-REG-SUB PIC 9(3).
	01 WS-CURRENT-REGISTERED PIC X(1) VALUE "N".
	01 WS-CHECK-NAME PIC X(47).
	01 WS-CHECK-SOURCE-A PIC X(12).
	01 WS-CHECK-SOURCE-B PIC X(12).
	01 WS-CHECK-AVAILABLE PIC X(1).
	01 WS-CHECK-MISSING PIC X(64).
	01 WS-CHECK-BALANCED PIC X(1).
	01 WS-FIGURE-TABLE.
		05 WS-FIGURE-ENTRY OCCURS 3 TIMES.
			10 WS-FIG-LABEL PIC X(8).
			10 WS-FIG-A PIC 9(16).
			10 WS-FIG-B PIC 9(16).
	01 WS-FIGURE-COUNT PIC 9(1).
	01 WS-FIGURE-SUB PIC 9(1).
	01 WS-CHECKS-RUN PIC 9(3) VALUE 0.
	01 WS-CHECKS-BALANCED PIC 9(3) VALUE 0.
	01 WS-CHECKS-OUT PIC 9(3) VALUE 0.
	01 WS-CHECKS-SKIPPED PIC 9(3) VALUE 0.
	01 WS-RECON-RC PIC 9(2) VALUE 0.
	01 WS-REPORT-LINE PIC X(132).
	01 WS-RECON-HEADING.
		05 FILLER PIC X(31) VALUE "RUN RECONCILIATION - RUN DATE: ".
		05 WS-HDG-RUN-DATE PIC 9999/99/99.
	01 WS-RECON-RESULT-LINE.
		05 FILLER PIC X(7) VALUE "CHECK: ".
		05 WS-RCN-CHECK PIC X(47).
		05 FILLER PIC X(4) VALUE SPACES.
		05 WS-RCN-RESULT PIC X(20).
	01 WS-RECON-COMPARE-LINE.
		05 FILLER PIC X(4) VALUE SPACES.
		05 WS-CMP-LABEL PIC X(8).
		05 WS-CMP-SOURCE-A PIC X(12).
		05 FILLER PIC X(2) VALUE ": ".
		05 WS-CMP-VALUE-A PIC Z(15)9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 WS-CMP-SOURCE-B PIC X(12).
		05 FILLER PIC X(2) VALUE ": ".
		05 WS-CMP-VALUE-B PIC Z(15)9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-CMP-FLAG PIC X(8).
	01 WS-RECON-MISSING-LINE.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(22) VALUE "SOURCE NOT AVAILABLE: ".
		05 WS-MSG-SOURCE PIC X(64).
	01 WS-RECON-SUMMARY-LINE.
		05 FILLER PIC X(12) VALUE "CHECKS RUN: ".
		05 WS-SUM-RUN PIC ZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(12) VALUE "IN-BALANCE: ".
		05 WS-SUM-BALANCED PIC ZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(16) VALUE "OUT-OF-BALANCE: ".
		05 WS-SUM-OUT PIC ZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(9) VALUE "SKIPPED: ".
		05 WS-SUM-SKIPPED PIC ZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	MOVE WS-RUN-DATE TO WS-GEN-DATE-X.
	STRING "run-recon." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-RECON-FILE-NAME.

	PERFORM LOAD-DAY06-DETAIL-PARA.
	PERFORM LOAD-DAY06-REJECTS-PARA.
	PERFORM LOAD-DAY06-MASTER-PARA.
	PERFORM LOAD-DAY06-HISTORY-PARA.
	PERFORM LOAD-DAY06-EXTRACT-PARA.
	PERFORM LOAD-REGISTRY-PARA.
	PERFORM LOAD-DAY09-REPORT-PARA.
	PERFORM LOAD-DAY09-EXCEPTIONS-PARA.
	PERFORM LOAD-DAY09-EXTRACT-PARA.
	PERFORM LOAD-ANOMALY-MASTER-PARA.
	PERFORM LOAD-RUNLOG-PARA.

	OPEN OUTPUT ReconReportFile
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-RECON-HEADING TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.

	PERFORM CHECK-DETAIL-MASTER-PARA.
	PERFORM CHECK-DETAIL-HISTORY-PARA.
	PERFORM CHECK-DETAIL-EXTRACT-PARA.
	PERFORM CHECK-REPORT-EXTRACT-PARA.
	PERFORM CHECK-REPORT-REGISTRY-PARA.
	PERFORM CHECK-EXCEPTIONS-ANOMALY-PARA.
	PERFORM CHECK-EXCEPTIONS-EXTRACT-PARA.
	PERFORM CHECK-DAY06-RUNLOG-PARA.
	PERFORM CHECK-DAY09-RUNLOG-PARA.

	MOVE WS-CHECKS-RUN TO WS-SUM-RUN.
	MOVE WS-CHECKS-BALANCED TO WS-SUM-BALANCED.
	MOVE WS-CHECKS-OUT TO WS-SUM-OUT.
	MOVE WS-CHECKS-SKIPPED TO WS-SUM-SKIPPED.
	MOVE WS-RECON-SUMMARY-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	CLOSE ReconReportFile
	IF WS-RECON-REPORT-STATUS > "29"
			AND WS-RECON-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.

	DISPLAY WS-RECON-SUMMARY-LINE.
	DISPLAY "Reconciliation written to " WS-RECON-FILE-NAME.
	MOVE WS-RECON-RC TO RETURN-CODE.
	STOP RUN.

	OPEN-SCAN-PARA.
	MOVE 0 TO WS-EOF.
	MOVE "N" TO WS-SCAN-FOUND.
	OPEN INPUT ScanFile
	IF WS-SCAN-STATUS > "29" AND WS-SCAN-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "OPEN-SCAN-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SCAN-ABEND-PARA
	END-IF.
	IF WS-SCAN-STATUS = "00"
		MOVE "Y" TO WS-SCAN-FOUND
	ELSE
		MOVE 1 TO WS-EOF
	END-IF.

	CLOSE-SCAN-PARA.
	IF WS-SCAN-STATUS NOT = "35"
		CLOSE ScanFile
		IF WS-SCAN-STATUS > "29" AND WS-SCAN-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "CLOSE-SCAN-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-IF.

	LOAD-DAY06-DETAIL-PARA.
	MOVE SPACES TO WS-SCAN-FILE-NAME.
	STRING "../../06-custom-customs/cobol/day06-detail."
		WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-SCAN-FILE-NAME.
	PERFORM OPEN-SCAN-PARA.
	PERFORM UNTIL WS-EOF = 1
		READ ScanFile INTO WS-SCAN-REC
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF WS-SCN-TAG = "TRL "
					MOVE "Y" TO WS-D06-DTL-FOUND
					MOVE WS-SCAN-REC TO WS-CT-TRAILER
					MOVE WS-CT-TRL-COUNT TO WS-D06-DTL-COUNT
					MOVE WS-CT-TRL-SUM-1 TO WS-D06-DTL-ANY
					MOVE WS-CT-TRL-SUM-2 TO WS-D06-DTL-ALL
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-DAY06-DETAIL-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	PERFORM CLOSE-SCAN-PARA.

	LOAD-DAY06-REJECTS-PARA.
	MOVE SPACES TO WS-SCAN-FILE-NAME.
	STRING "../../06-custom-customs/cobol/day06-rejects."
		WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-SCAN-FILE-NAME.
	PERFORM OPEN-SCAN-PARA.
	PERFORM UNTIL WS-EOF = 1
		READ ScanFile INTO WS-SCAN-REC
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF WS-SCN-TAG = "TRL "
					MOVE "Y" TO WS-D06-REJ-FOUND
					MOVE WS-SCAN-REC TO WS-CT-TRAILER
					MOVE WS-CT-TRL-COUNT TO WS-D06-REJ-COUNT
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-DAY06-REJECTS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	PERFORM CLOSE-SCAN-PARA.

	LOAD-DAY06-MASTER-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT Day06MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-DAY06-MASTER-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	IF WS-MASTER-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
	PERFORM UNTIL WS-EOF = 1
		READ Day06MasterFile NEXT RECORD
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF MST-RUN-DATE = WS-RUN-DATE
						AND MST-VERSION-STATUS = "C"
					ADD 1 TO WS-MST-COUNT
					ADD MST-ANY TO WS-MST-ANY
					ADD MST-ALL TO WS-MST-ALL
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-DAY06-MASTER-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-MASTER-STATUS NOT = "35"
		CLOSE Day06MasterFile
		IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-DAY06-MASTER-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-IF.

	LOAD-DAY06-HISTORY-PARA.
	MOVE "../../06-custom-customs/cobol/day06-history.txt"
		TO WS-SCAN-FILE-NAME.
	MOVE WS-RUN-DATE TO WS-HST-RUN-DATE.
	PERFORM OPEN-SCAN-PARA.
	PERFORM UNTIL WS-EOF = 1
		READ ScanFile INTO WS-SCAN-REC
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF WS-SCAN-REC(1:10) = WS-HISTORY-LINE(1:10)
					MOVE "Y" TO WS-HST-FOUND
					MOVE WS-SCAN-REC TO WS-HISTORY-LINE
					MOVE WS-HST-ANY TO WS-WORK-HST-ANY
					MOVE WS-HST-ALL TO WS-WORK-HST-ALL
					MOVE WS-WORK-HST-ANY TO WS-HST-ANY-SUM
					MOVE WS-WORK-HST-ALL TO WS-HST-ALL-SUM
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-DAY06-HISTORY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	PERFORM CLOSE-SCAN-PARA.

	LOAD-DAY06-EXTRACT-PARA.
	MOVE "../../csv-extract/cobol/day06-extract.csv"
		TO WS-SCAN-FILE-NAME.
	PERFORM OPEN-SCAN-PARA.
	PERFORM UNTIL WS-EOF = 1
		READ ScanFile INTO WS-SCAN-REC
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				MOVE SPACES TO WS-CSV-TYPE
				MOVE 0 TO WS-CSV-VALUE-1
				MOVE 0 TO WS-CSV-VALUE-2
				UNSTRING WS-SCAN-REC DELIMITED BY ","
					INTO WS-CSV-TYPE WS-CSV-DATE WS-CSV-KEY
						WS-CSV-VALUE-1 WS-CSV-VALUE-2
				END-UNSTRING
				IF WS-CSV-TYPE NOT = "GROUP"
						AND WS-CSV-TYPE NOT = "TRAILER"
						AND WS-CSV-TYPE NOT = SPACES
					ADD 1 TO WS-C06-COUNT
					ADD WS-CSV-VALUE-1 TO WS-C06-ANY
					ADD WS-CSV-VALUE-2 TO WS-C06-ALL
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-DAY06-EXTRACT-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	PERFORM CLOSE-SCAN-PARA.

	LOAD-REGISTRY-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT StreamRegistryFile
	IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-REGISTRY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.
	IF WS-REGISTRY-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
	PERFORM UNTIL WS-EOF = 1
		READ StreamRegistryFile NEXT RECORD
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF STR-LAST-RUN-DATE = WS-RUN-DATE
					ADD STR-LAST-PART1 TO WS-REG-P1
					ADD STR-LAST-PART2 TO WS-REG-P2
					IF WS-REG-COUNT < 200
						ADD 1 TO WS-REG-COUNT
						MOVE STR-FILE-NAME TO WS-REG-FILE(WS-REG-COUNT)
					END-IF
				END-IF
		END-READ
		IF WS-REGISTRY-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-REGISTRY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-REGISTRY-STATUS NOT = "35"
		CLOSE StreamRegistryFile
		IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-REGISTRY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
	END-IF.

	LOAD-DAY09-REPORT-PARA.
	MOVE SPACES TO WS-SCAN-FILE-NAME.
	STRING "../../09-encoding-error/cobol/day09-report."
		WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-SCAN-FILE-NAME.
	MOVE "N" TO WS-CURRENT-REGISTERED.
	PERFORM OPEN-SCAN-PARA.
	PERFORM UNTIL WS-EOF = 1
		READ ScanFile INTO WS-SCAN-REC
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				PERFORM TALLY-REPORT-LINE-PARA
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-DAY09-REPORT-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	PERFORM CLOSE-SCAN-PARA.

	TALLY-REPORT-LINE-PARA.
	IF WS-SCN-TAG = "TRL "
		MOVE "Y" TO WS-D09-RPT-FOUND
		MOVE WS-SCAN-REC TO WS-CT-TRAILER
		MOVE WS-CT-TRL-SUM-1 TO WS-D09-TRL-P1
		MOVE WS-CT-TRL-SUM-2 TO WS-D09-TRL-P2
	END-IF.
	IF WS-SHD-TAG = "RUN DATE: "
		MOVE "N" TO WS-CURRENT-REGISTERED
		PERFORM VARYING WS-REG-SUB FROM 1 BY 1
				UNTIL WS-REG-SUB > WS-REG-COUNT
			IF WS-REG-FILE(WS-REG-SUB) = WS-SHD-SOURCE
				MOVE "Y" TO WS-CURRENT-REGISTERED
			END-IF
		END-PERFORM
	END-IF.
	IF WS-CURRENT-REGISTERED = "Y"
		MOVE WS-SCAN-REC TO WS-REPORT-DETAIL
		IF WS-RPT-LABEL = "PART 1 ANSWER:"
			MOVE WS-RPT-VALUE TO WS-WORK-VALUE
			ADD WS-WORK-VALUE TO WS-D09-REG-P1
		END-IF
		IF WS-RPT-LABEL = "PART 2 ANSWER:"
			MOVE WS-RPT-VALUE TO WS-WORK-VALUE
			ADD WS-WORK-VALUE TO WS-D09-REG-P2
		END-IF
	END-IF.

	LOAD-DAY09-EXCEPTIONS-PARA.
	MOVE SPACES TO WS-SCAN-FILE-NAME.
	STRING "../../09-encoding-error/cobol/day09-exceptions."
		WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-SCAN-FILE-NAME.
	PERFORM OPEN-SCAN-PARA.
	PERFORM UNTIL WS-EOF = 1
		READ ScanFile INTO WS-SCAN-REC
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF WS-SCN-TAG = "TRL "
					MOVE WS-SCAN-REC TO WS-CT-TRAILER
					MOVE WS-CT-TRL-COUNT TO WS-D09-EXC-COUNT
					MOVE "Y" TO WS-D09-EXC-FOUND
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-DAY09-EXCEPTIONS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	PERFORM CLOSE-SCAN-PARA.

	LOAD-DAY09-EXTRACT-PARA.
	MOVE "../../csv-extract/cobol/day09-extract.csv"
		TO WS-SCAN-FILE-NAME.
	PERFORM OPEN-SCAN-PARA.
	PERFORM UNTIL WS-EOF = 1
		READ ScanFile INTO WS-SCAN-REC
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				MOVE SPACES TO WS-CSV-TYPE
				MOVE SPACES TO WS-CSV-DATE
				MOVE SPACES TO WS-CSV-KEY
				MOVE 0 TO WS-CSV-VALUE-1
				UNSTRING WS-SCAN-REC DELIMITED BY ","
					INTO WS-CSV-TYPE WS-CSV-DATE WS-CSV-KEY
						WS-CSV-VALUE-1
				END-UNSTRING
				IF WS-CSV-DATE = WS-GEN-DATE-X
					IF WS-CSV-TYPE = "RESULT" AND WS-CSV-KEY = "PART1"
						ADD WS-CSV-VALUE-1 TO WS-C09-P1
					END-IF
					IF WS-CSV-TYPE = "RESULT" AND WS-CSV-KEY = "PART2"
						ADD WS-CSV-VALUE-1 TO WS-C09-P2
					END-IF
					IF WS-CSV-TYPE = "ANOMALY"
						ADD 1 TO WS-C09-ANOM-COUNT
					END-IF
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-DAY09-EXTRACT-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	PERFORM CLOSE-SCAN-PARA.

	LOAD-ANOMALY-MASTER-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT AnomalyMasterFile
	IF WS-ANOMALY-STATUS > "29" AND WS-ANOMALY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-ANOMALY-MASTER-PARA" TO WS-LOG-ABEND-PARA
		PERFORM ANOMALY-ABEND-PARA
	END-IF.
	IF WS-ANOMALY-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
	PERFORM UNTIL WS-EOF = 1
		READ AnomalyMasterFile NEXT RECORD
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF ANM-LAST-SEEN = WS-RUN-DATE
					ADD 1 TO WS-ANM-COUNT
				END-IF
		END-READ
		IF WS-ANOMALY-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-ANOMALY-MASTER-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ANOMALY-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-ANOMALY-STATUS NOT = "35"
		CLOSE AnomalyMasterFile
		IF WS-ANOMALY-STATUS > "29" AND WS-ANOMALY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-ANOMALY-MASTER-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ANOMALY-ABEND-PARA
		END-IF
	END-IF.

	LOAD-RUNLOG-PARA.
	MOVE "../../batch-runlog.txt" TO WS-SCAN-FILE-NAME.
	PERFORM OPEN-SCAN-PARA.
	PERFORM UNTIL WS-EOF = 1
		READ ScanFile INTO WS-LOG-RECORD-DATA
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF WS-LOG-RUN-DATE IS NUMERIC
						AND WS-LOG-RUN-DATE = WS-RUN-DATE
						AND WS-LOG-PHASE = "END  "
						AND WS-LOG-SELFCHECK NOT = "Y"
					PERFORM TALLY-RUNLOG-END-PARA
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	PERFORM CLOSE-SCAN-PARA.

	TALLY-RUNLOG-END-PARA.
	IF WS-LOG-PROGRAM = "AOC-2020-DAY-06"
		MOVE "Y" TO WS-LOG06-FOUND
		MOVE WS-LOG-REJECTS TO WS-LOG06-REJECTS
	END-IF.
	IF WS-LOG-PROGRAM = "AOC-2020-DAY-09"
		MOVE "Y" TO WS-LOG09-FOUND
		MOVE WS-LOG-EXCEPTIONS TO WS-LOG09-EXCEPTIONS
	END-IF.

	CHECK-DETAIL-MASTER-PARA.
	MOVE "DAY06 DETAIL TRAILER VS DAY06 MASTER" TO WS-CHECK-NAME.
	MOVE "DETAIL TRL" TO WS-CHECK-SOURCE-A.
	MOVE "MASTER" TO WS-CHECK-SOURCE-B.
	MOVE WS-D06-DTL-FOUND TO WS-CHECK-AVAILABLE.
	MOVE "DAY06 DETAIL FILE" TO WS-CHECK-MISSING.
	MOVE 3 TO WS-FIGURE-COUNT.
	MOVE "COUNT" TO WS-FIG-LABEL(1).
	MOVE WS-D06-DTL-COUNT TO WS-FIG-A(1).
	MOVE WS-MST-COUNT TO WS-FIG-B(1).
	MOVE "ANY SUM" TO WS-FIG-LABEL(2).
	MOVE WS-D06-DTL-ANY TO WS-FIG-A(2).
	MOVE WS-MST-ANY TO WS-FIG-B(2).
	MOVE "ALL SUM" TO WS-FIG-LABEL(3).
	MOVE WS-D06-DTL-ALL TO WS-FIG-A(3).
	MOVE WS-MST-ALL TO WS-FIG-B(3).
	PERFORM EVALUATE-CHECK-PARA.

	CHECK-DETAIL-HISTORY-PARA.
	MOVE "DAY06 DETAIL TRAILER VS DAY06 HISTORY" TO WS-CHECK-NAME.
	MOVE "DETAIL TRL" TO WS-CHECK-SOURCE-A.
	MOVE "HISTORY" TO WS-CHECK-SOURCE-B.
	MOVE WS-D06-DTL-FOUND TO WS-CHECK-AVAILABLE.
	MOVE "DAY06 DETAIL FILE" TO WS-CHECK-MISSING.
	MOVE 2 TO WS-FIGURE-COUNT.
	MOVE "ANY SUM" TO WS-FIG-LABEL(1).
	MOVE WS-D06-DTL-ANY TO WS-FIG-A(1).
	MOVE WS-HST-ANY-SUM TO WS-FIG-B(1).
	MOVE "ALL SUM" TO WS-FIG-LABEL(2).
	MOVE WS-D06-DTL-ALL TO WS-FIG-A(2).
	MOVE WS-HST-ALL-SUM TO WS-FIG-B(2).
	PERFORM EVALUATE-CHECK-PARA.

	CHECK-DETAIL-EXTRACT-PARA.
	MOVE "DAY06 DETAIL TRAILER VS DAY06 EXTRACT" TO WS-CHECK-NAME.
	MOVE "DETAIL TRL" TO WS-CHECK-SOURCE-A.
	MOVE "DAY06 CSV" TO WS-CHECK-SOURCE-B.
	MOVE WS-D06-DTL-FOUND TO WS-CHECK-AVAILABLE.
	MOVE "DAY06 DETAIL FILE" TO WS-CHECK-MISSING.
	MOVE 3 TO WS-FIGURE-COUNT.
	MOVE "COUNT" TO WS-FIG-LABEL(1).
	MOVE WS-D06-DTL-COUNT TO WS-FIG-A(1).
	MOVE WS-C06-COUNT TO WS-FIG-B(1).
	MOVE "ANY SUM" TO WS-FIG-LABEL(2).
	MOVE WS-D06-DTL-ANY TO WS-FIG-A(2).
	MOVE WS-C06-ANY TO WS-FIG-B(2).
	MOVE "ALL SUM" TO WS-FIG-LABEL(3).
	MOVE WS-D06-DTL-ALL TO WS-FIG-A(3).
	MOVE WS-C06-ALL TO WS-FIG-B(3).
	PERFORM EVALUATE-CHECK-PARA.

	CHECK-REPORT-EXTRACT-PARA.
	MOVE "DAY09 REPORT TRAILER VS DAY09 EXTRACT" TO WS-CHECK-NAME.
	MOVE "REPORT TRL" TO WS-CHECK-SOURCE-A.
	MOVE "DAY09 CSV" TO WS-CHECK-SOURCE-B.
	MOVE WS-D09-RPT-FOUND TO WS-CHECK-AVAILABLE.
	MOVE "DAY09 REPORT FILE" TO WS-CHECK-MISSING.
	MOVE 2 TO WS-FIGURE-COUNT.
	MOVE "PART 1" TO WS-FIG-LABEL(1).
	MOVE WS-D09-TRL-P1 TO WS-FIG-A(1).
	MOVE WS-C09-P1 TO WS-FIG-B(1).
	MOVE "PART 2" TO WS-FIG-LABEL(2).
	MOVE WS-D09-TRL-P2 TO WS-FIG-A(2).
	MOVE WS-C09-P2 TO WS-FIG-B(2).
	PERFORM EVALUATE-CHECK-PARA.

	CHECK-REPORT-REGISTRY-PARA.
	MOVE "DAY09 REPORT VS STREAM REGISTRY LAST RESULTS" TO WS-CHECK-NAME.
	MOVE "REPORT" TO WS-CHECK-SOURCE-A.
	MOVE "REGISTRY" TO WS-CHECK-SOURCE-B.
	MOVE WS-D09-RPT-FOUND TO WS-CHECK-AVAILABLE.
	MOVE "DAY09 REPORT FILE" TO WS-CHECK-MISSING.
	MOVE 2 TO WS-FIGURE-COUNT.
	MOVE "PART 1" TO WS-FIG-LABEL(1).
	MOVE WS-D09-REG-P1 TO WS-FIG-A(1).
	MOVE WS-REG-P1 TO WS-FIG-B(1).
	MOVE "PART 2" TO WS-FIG-LABEL(2).
	MOVE WS-D09-REG-P2 TO WS-FIG-A(2).
	MOVE WS-REG-P2 TO WS-FIG-B(2).
	PERFORM EVALUATE-CHECK-PARA.

	CHECK-EXCEPTIONS-ANOMALY-PARA.
	MOVE "DAY09 EXCEPTIONS TRAILER VS ANOMALY MASTER" TO WS-CHECK-NAME.
	MOVE "EXCEPT TRL" TO WS-CHECK-SOURCE-A.
	MOVE "ANOMALY MST" TO WS-CHECK-SOURCE-B.
	MOVE WS-D09-EXC-FOUND TO WS-CHECK-AVAILABLE.
	MOVE "DAY09 EXCEPTIONS FILE" TO WS-CHECK-MISSING.
	MOVE 1 TO WS-FIGURE-COUNT.
	MOVE "COUNT" TO WS-FIG-LABEL(1).
	MOVE WS-D09-EXC-COUNT TO WS-FIG-A(1).
	MOVE WS-ANM-COUNT TO WS-FIG-B(1).
	PERFORM EVALUATE-CHECK-PARA.

	CHECK-EXCEPTIONS-EXTRACT-PARA.
	MOVE "DAY09 EXCEPTIONS TRAILER VS DAY09 EXTRACT" TO WS-CHECK-NAME.
	MOVE "EXCEPT TRL" TO WS-CHECK-SOURCE-A.
	MOVE "DAY09 CSV" TO WS-CHECK-SOURCE-B.
	MOVE WS-D09-EXC-FOUND TO WS-CHECK-AVAILABLE.
	MOVE "DAY09 EXCEPTIONS FILE" TO WS-CHECK-MISSING.
	MOVE 1 TO WS-FIGURE-COUNT.
	MOVE "COUNT" TO WS-FIG-LABEL(1).
	MOVE WS-D09-EXC-COUNT TO WS-FIG-A(1).
	MOVE WS-C09-ANOM-COUNT TO WS-FIG-B(1).
	PERFORM EVALUATE-CHECK-PARA.

	CHECK-DAY06-RUNLOG-PARA.
	MOVE "DAY06 RUN-LOG END RECORD VS DAY06 OUTPUTS" TO WS-CHECK-NAME.
	MOVE "RUNLOG END" TO WS-CHECK-SOURCE-A.
	MOVE "OUTPUTS" TO WS-CHECK-SOURCE-B.
	MOVE WS-LOG06-FOUND TO WS-CHECK-AVAILABLE.
	MOVE "DAY06 END RECORD IN BATCH RUN LOG" TO WS-CHECK-MISSING.
	MOVE 3 TO WS-FIGURE-COUNT.
	MOVE "DETAIL" TO WS-FIG-LABEL(1).
	MOVE 1 TO WS-FIG-A(1).
	IF WS-D06-DTL-FOUND = "Y"
		MOVE 1 TO WS-FIG-B(1)
	ELSE
		MOVE 0 TO WS-FIG-B(1)
	END-IF.
	MOVE "REJECTS" TO WS-FIG-LABEL(2).
	MOVE WS-LOG06-REJECTS TO WS-FIG-A(2).
	MOVE WS-D06-REJ-COUNT TO WS-FIG-B(2).
	MOVE "HISTORY" TO WS-FIG-LABEL(3).
	MOVE 1 TO WS-FIG-A(3).
	IF WS-HST-FOUND = "Y"
		MOVE 1 TO WS-FIG-B(3)
	ELSE
		MOVE 0 TO WS-FIG-B(3)
	END-IF.
	PERFORM EVALUATE-CHECK-PARA.

	CHECK-DAY09-RUNLOG-PARA.
	MOVE "DAY09 RUN-LOG END RECORD VS DAY09 OUTPUTS" TO WS-CHECK-NAME.
	MOVE "RUNLOG END" TO WS-CHECK-SOURCE-A.
	MOVE "OUTPUTS" TO WS-CHECK-SOURCE-B.
	MOVE WS-LOG09-FOUND TO WS-CHECK-AVAILABLE.
	MOVE "DAY09 END RECORD IN BATCH RUN LOG" TO WS-CHECK-MISSING.
	MOVE 3 TO WS-FIGURE-COUNT.
	MOVE "REPORT" TO WS-FIG-LABEL(1).
	MOVE 1 TO WS-FIG-A(1).
	IF WS-D09-RPT-FOUND = "Y"
		MOVE 1 TO WS-FIG-B(1)
	ELSE
		MOVE 0 TO WS-FIG-B(1)
	END-IF.
	MOVE "EXCEPTNS" TO WS-FIG-LABEL(2).
	MOVE WS-LOG09-EXCEPTIONS TO WS-FIG-A(2).
	MOVE WS-D09-EXC-COUNT TO WS-FIG-B(2).
	IF WS-LOG09-FOUND = "Y" AND WS-D09-EXC-FOUND NOT = "Y"
		MOVE "N" TO WS-CHECK-AVAILABLE
		MOVE "DAY09 EXCEPTIONS FILE" TO WS-CHECK-MISSING
	END-IF.
	MOVE "ANOMALY" TO WS-FIG-LABEL(3).
	MOVE WS-LOG09-EXCEPTIONS TO WS-FIG-A(3).
	MOVE WS-ANM-COUNT TO WS-FIG-B(3).
	PERFORM EVALUATE-CHECK-PARA.

	EVALUATE-CHECK-PARA.
	MOVE WS-CHECK-NAME TO WS-RCN-CHECK.
	IF WS-CHECK-AVAILABLE NOT = "Y"
		ADD 1 TO WS-CHECKS-SKIPPED
		MOVE "NOT FOUND - SKIPPED" TO WS-RCN-RESULT
		PERFORM WRITE-RESULT-PARA
		MOVE WS-CHECK-MISSING TO WS-MSG-SOURCE
		MOVE WS-RECON-MISSING-LINE TO WS-REPORT-LINE
		WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-RECON-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "EVALUATE-CHECK-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RECON-REPORT-ABEND-PARA
		END-IF
		IF WS-RECON-RC < 4
			MOVE 4 TO WS-RECON-RC
		END-IF
	ELSE
		ADD 1 TO WS-CHECKS-RUN
		MOVE "Y" TO WS-CHECK-BALANCED
		PERFORM VARYING WS-FIGURE-SUB FROM 1 BY 1
				UNTIL WS-FIGURE-SUB > WS-FIGURE-COUNT
			IF WS-FIG-A(WS-FIGURE-SUB) NOT = WS-FIG-B(WS-FIGURE-SUB)
				MOVE "N" TO WS-CHECK-BALANCED
			END-IF
		END-PERFORM
		IF WS-CHECK-BALANCED = "Y"
			ADD 1 TO WS-CHECKS-BALANCED
			MOVE "IN-BALANCE" TO WS-RCN-RESULT
			PERFORM WRITE-RESULT-PARA
		ELSE
			ADD 1 TO WS-CHECKS-OUT
			MOVE "OUT-OF-BALANCE" TO WS-RCN-RESULT
			MOVE 8 TO WS-RECON-RC
			PERFORM WRITE-RESULT-PARA
			PERFORM VARYING WS-FIGURE-SUB FROM 1 BY 1
					UNTIL WS-FIGURE-SUB > WS-FIGURE-COUNT
				PERFORM WRITE-FIGURE-PARA
			END-PERFORM
		END-IF
	END-IF.

	WRITE-FIGURE-PARA.
	MOVE WS-FIG-LABEL(WS-FIGURE-SUB) TO WS-CMP-LABEL.
	MOVE WS-CHECK-SOURCE-A TO WS-CMP-SOURCE-A.
	MOVE WS-FIG-A(WS-FIGURE-SUB) TO WS-CMP-VALUE-A.
	MOVE WS-CHECK-SOURCE-B TO WS-CMP-SOURCE-B.
	MOVE WS-FIG-B(WS-FIGURE-SUB) TO WS-CMP-VALUE-B.
	IF WS-FIG-A(WS-FIGURE-SUB) = WS-FIG-B(WS-FIGURE-SUB)
		MOVE SPACES TO WS-CMP-FLAG
	ELSE
		MOVE "MISMATCH" TO WS-CMP-FLAG
	END-IF.
	MOVE WS-RECON-COMPARE-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-FIGURE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.

	WRITE-RESULT-PARA.
	MOVE WS-RECON-RESULT-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-RESULT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-RCN-CHECK " " WS-RCN-RESULT.

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

	SCAN-ABEND-PARA.
	MOVE WS-SCAN-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-SCAN-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	MASTER-ABEND-PARA.
	MOVE "../../06-custom-customs/cobol/day06-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-MASTER-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	REGISTRY-ABEND-PARA.
	MOVE "../../09-encoding-error/cobol/day09-streams.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-REGISTRY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ANOMALY-ABEND-PARA.
	MOVE "../../09-encoding-error/cobol/day09-anomaly-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-ANOMALY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	RECON-REPORT-ABEND-PARA.
	MOVE WS-RECON-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-RECON-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-RUN-RECON ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE ScanFile.
	CLOSE Day06MasterFile.
	CLOSE StreamRegistryFile.
	CLOSE AnomalyMasterFile.
	CLOSE ReconReportFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-RUN-RECON" TO WS-LOG-PROGRAM.
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
