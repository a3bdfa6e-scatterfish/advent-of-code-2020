IDENTIFICATION DIVISION.
	PROGRAM-ID. AOC-2020-DAY-09-STR-CONV.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OldRegistryFile ASSIGN TO "day09-streams.old"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS OLD-STR-KEY
			FILE STATUS IS WS-OLD-REGISTRY-STATUS.
		SELECT StreamRegistryFile ASSIGN TO "day09-streams.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS STR-KEY
			FILE STATUS IS WS-REGISTRY-STATUS.
		SELECT ConvertReportFile ASSIGN TO "day09-streams-convert.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONVERT-REPORT-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD OldRegistryFile.
	01 OLD-STREAM-RECORD.
		05 OLD-STR-KEY.
			10 OLD-STR-STREAM-ID PIC X(8).
		05 OLD-STR-FILE-NAME PIC X(40).
		05 OLD-STR-OWNER PIC X(30).
		05 OLD-STR-ACTIVE-FLAG PIC X(1).
		05 OLD-STR-BASELINE-PART1 PIC 9(16).
		05 OLD-STR-BASELINE-PART2 PIC 9(16).
		05 OLD-STR-LAST-RUN-DATE PIC 9(8).
		05 OLD-STR-LAST-RC PIC 9(2).
		05 OLD-STR-LAST-ANOM-COUNT PIC 9(6).
		05 OLD-STR-CONSEC-FAILURES PIC 9(4).

	FD StreamRegistryFile.
	COPY "day09-stream-record.cpy".

	FD ConvertReportFile.
	01 CONVERT-REPORT-RECORD PIC X(132).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-OLD-REGISTRY-STATUS PIC X(2) VALUE "00".
	01 WS-REGISTRY-STATUS PIC X(2) VALUE "00".
	01 WS-CONVERT-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-READ-COUNT PIC 9(6) VALUE 0.
	01 WS-WRITE-COUNT PIC 9(6) VALUE 0.
	01 WS-ACTIVE-COUNT PIC 9(6) VALUE 0.
	01 WS-BASELINE-COUNT PIC 9(6) VALUE 0.
	01 WS-CONVERT-RC PIC 9(2) VALUE 0.
	01 WS-REPORT-LINE PIC X(132).
	01 WS-CONVERT-HEADING.
		05 FILLER PIC X(35) VALUE "DAY09 REGISTRY CONVERSION - DATE: ".
		05 WS-HDG-RUN-DATE PIC 9999/99/99.
	01 WS-COUNT-LINE.
		05 WS-CNT-LABEL PIC X(30).
		05 WS-CNT-VALUE PIC ZZZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

	OPEN INPUT StreamRegistryFile
	IF WS-REGISTRY-STATUS NOT = "35"
		CLOSE StreamRegistryFile
		DISPLAY "DAY09 REGISTRY day09-streams.dat ALREADY EXISTS - "
			"CONVERSION NOT RUN"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

	OPEN INPUT OldRegistryFile
	IF WS-OLD-REGISTRY-STATUS > "29"
			AND WS-OLD-REGISTRY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM OLD-REGISTRY-ABEND-PARA
	END-IF.
	IF WS-OLD-REGISTRY-STATUS NOT = "00"
		DISPLAY "OLD DAY09 REGISTRY day09-streams.old NOT FOUND - STATUS "
			WS-OLD-REGISTRY-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

	OPEN OUTPUT StreamRegistryFile
	IF WS-REGISTRY-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.
	OPEN OUTPUT ConvertReportFile
	IF WS-CONVERT-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CONVERT-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-CONVERT-HEADING TO WS-REPORT-LINE.
	WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-CONVERT-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CONVERT-REPORT-ABEND-PARA
	END-IF.

	PERFORM UNTIL WS-EOF = 1
		READ OldRegistryFile NEXT RECORD
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				ADD 1 TO WS-READ-COUNT
				PERFORM CONVERT-RECORD-PARA
		END-READ
		IF WS-OLD-REGISTRY-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM OLD-REGISTRY-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE OldRegistryFile
	IF WS-OLD-REGISTRY-STATUS > "29"
			AND WS-OLD-REGISTRY-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM OLD-REGISTRY-ABEND-PARA
	END-IF.
	CLOSE StreamRegistryFile
	IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.

	MOVE "RECORDS READ:" TO WS-CNT-LABEL.
	MOVE WS-READ-COUNT TO WS-CNT-VALUE.
	PERFORM WRITE-COUNT-PARA.
	MOVE "RECORDS WRITTEN:" TO WS-CNT-LABEL.
	MOVE WS-WRITE-COUNT TO WS-CNT-VALUE.
	PERFORM WRITE-COUNT-PARA.
	MOVE "ACTIVE STREAMS:" TO WS-CNT-LABEL.
	MOVE WS-ACTIVE-COUNT TO WS-CNT-VALUE.
	PERFORM WRITE-COUNT-PARA.
	MOVE "BASELINES CARRIED:" TO WS-CNT-LABEL.
	MOVE WS-BASELINE-COUNT TO WS-CNT-VALUE.
	PERFORM WRITE-COUNT-PARA.
	CLOSE ConvertReportFile
	IF WS-CONVERT-REPORT-STATUS > "29"
			AND WS-CONVERT-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CONVERT-REPORT-ABEND-PARA
	END-IF.

	IF WS-WRITE-COUNT NOT = WS-READ-COUNT
		MOVE 8 TO WS-CONVERT-RC
	ELSE
		MOVE 0 TO WS-CONVERT-RC
	END-IF.
	DISPLAY "DAY09 REGISTRY CONVERTED - RECORDS: " WS-WRITE-COUNT.
	MOVE WS-CONVERT-RC TO RETURN-CODE.
	STOP RUN.

	CONVERT-RECORD-PARA.
	MOVE OLD-STR-STREAM-ID TO STR-STREAM-ID.
	MOVE OLD-STR-FILE-NAME TO STR-FILE-NAME.
	MOVE OLD-STR-OWNER TO STR-OWNER.
	MOVE OLD-STR-ACTIVE-FLAG TO STR-ACTIVE-FLAG.
	MOVE OLD-STR-BASELINE-PART1 TO STR-BASELINE-PART1.
	MOVE OLD-STR-BASELINE-PART2 TO STR-BASELINE-PART2.
	MOVE OLD-STR-LAST-RUN-DATE TO STR-LAST-RUN-DATE.
	MOVE OLD-STR-LAST-RC TO STR-LAST-RC.
	MOVE OLD-STR-LAST-ANOM-COUNT TO STR-LAST-ANOM-COUNT.
	MOVE OLD-STR-CONSEC-FAILURES TO STR-CONSEC-FAILURES.
	MOVE 0 TO STR-WINDOW-SIZE.
	MOVE 0 TO STR-LAST-PART1.
	MOVE 0 TO STR-LAST-PART2.
	WRITE STREAM-RECORD
		INVALID KEY
			DISPLAY "DUPLICATE KEY " STR-KEY " - RECORD NOT CONVERTED"
		NOT INVALID KEY
			ADD 1 TO WS-WRITE-COUNT
			IF STR-ACTIVE-FLAG = "Y"
				ADD 1 TO WS-ACTIVE-COUNT
			END-IF
			IF STR-BASELINE-PART1 > 0 OR STR-BASELINE-PART2 > 0
				ADD 1 TO WS-BASELINE-COUNT
			END-IF
	END-WRITE
	IF WS-REGISTRY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "CONVERT-RECORD-PARA" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.

	WRITE-COUNT-PARA.
	MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
	WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-CONVERT-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-COUNT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CONVERT-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-COUNT-LINE.

	OLD-REGISTRY-ABEND-PARA.
	MOVE "day09-streams.old" TO WS-LOG-ABEND-FILE.
	MOVE WS-OLD-REGISTRY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	REGISTRY-ABEND-PARA.
	MOVE "day09-streams.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-REGISTRY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONVERT-REPORT-ABEND-PARA.
	MOVE "day09-streams-convert.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONVERT-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-DAY-09-STR-CONV ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE OldRegistryFile.
	CLOSE StreamRegistryFile.
	CLOSE ConvertReportFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-09-STR-CONV" TO WS-LOG-PROGRAM.
	MOVE "ABEND" TO WS-LOG-PHASE.
	MOVE SPACES TO WS-LOG-SOURCE.
	MOVE WS-READ-COUNT TO WS-LOG-RECORDS-READ.
	MOVE 0 TO WS-LOG-REJECTS.
	MOVE 0 TO WS-LOG-EXCEPTIONS.
	MOVE "N" TO WS-LOG-SELFCHECK.
	MOVE 16 TO WS-LOG-RC.
	OPEN EXTEND RunLogFile.
	WRITE RUNLOG-RECORD FROM WS-LOG-RECORD-DATA.
	CLOSE RunLogFile.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
