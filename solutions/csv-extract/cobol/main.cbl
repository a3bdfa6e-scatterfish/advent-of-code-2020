			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DAY09-EXCEPTION-STATUS.
		SELECT Day06CsvFile ASSIGN TO "day06-extract.csv"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DAY06-CSV-STATUS.
		SELECT Day09CsvFile ASSIGN TO "day09-extract.csv"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DAY09-CSV-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD Day09CsvFile.
	01 DAY09-CSV-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	01 WS-DAY06-CSV-STATUS PIC X(2) VALUE "00".
	01 WS-DAY09-CSV-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-DAY06-DETAIL-NAME PIC X(64) VALUE SPACES.
	01 WS-DAY09-REPORT-NAME PIC X(64) VALUE SPACES.
	01 WS-TRIM-LEN PIC 9(2).
	01 WS-TS PIC 9(2).
	01 WS-COUNT-DISPLAY PIC ZZZZZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	MOVE WS-RUN-DATE TO WS-GEN-DATE-X.
	STRING "../../06-custom-customs/cobol/day06-detail."
		WS-GEN-DATE-X ".txt"
	STOP RUN.

	EXTRACT-DAY06-PARA.
	OPEN OUTPUT Day06CsvFile
	IF WS-DAY06-CSV-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY06-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-CSV-ABEND-PARA
	END-IF.
	MOVE "GROUP,START_LINE,SIZE,ANY,ALL" TO DAY06-CSV-RECORD.
	WRITE DAY06-CSV-RECORD
	IF WS-DAY06-CSV-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY06-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-CSV-ABEND-PARA
	END-IF.
	MOVE 0 TO WS-EOF.
	OPEN INPUT Day06DetailFile
	IF WS-DAY06-DETAIL-STATUS > "29"
			AND WS-DAY06-DETAIL-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY06-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-DETAIL-ABEND-PARA
	END-IF.
	IF WS-DAY06-DETAIL-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
					PERFORM WRITE-DAY06-ROW-PARA
				END-IF
		END-READ
		IF WS-DAY06-DETAIL-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "EXTRACT-DAY06-PARA" TO WS-LOG-ABEND-PARA
			PERFORM DAY06-DETAIL-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE Day06DetailFile
	IF WS-DAY06-DETAIL-STATUS > "29"
			AND WS-DAY06-DETAIL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY06-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-DETAIL-ABEND-PARA
	END-IF.
	MOVE SPACES TO WS-CSV-ROW.
	MOVE 1 TO WS-CSV-PTR.
	STRING "TRAILER," DELIMITED BY SIZE
		INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR.
	MOVE WS-DAY06-ROW-COUNT TO WS-WORK-VALUE.
	PERFORM APPEND-NUMBER-PARA.
	WRITE DAY06-CSV-RECORD FROM WS-CSV-ROW
	IF WS-DAY06-CSV-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY06-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-CSV-ABEND-PARA
	END-IF.
	CLOSE Day06CsvFile
	IF WS-DAY06-CSV-STATUS > "29" AND WS-DAY06-CSV-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY06-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-CSV-ABEND-PARA
	END-IF.

	WRITE-DAY06-ROW-PARA.
	MOVE WS-DTL-GROUP TO WS-WORK-GROUP.
	PERFORM APPEND-COMMA-PARA.
	MOVE WS-WORK-ALL TO WS-WORK-VALUE.
	PERFORM APPEND-NUMBER-PARA.
	WRITE DAY06-CSV-RECORD FROM WS-CSV-ROW
	IF WS-DAY06-CSV-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-DAY06-ROW-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-CSV-ABEND-PARA
	END-IF.
	ADD 1 TO WS-DAY06-ROW-COUNT.

	EXTRACT-DAY09-PARA.
	OPEN OUTPUT Day09CsvFile
	IF WS-DAY09-CSV-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY09-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-CSV-ABEND-PARA
	END-IF.
	MOVE "RECORD_TYPE,RUN_DATE,KEY,VALUE" TO DAY09-CSV-RECORD.
	WRITE DAY09-CSV-RECORD
	IF WS-DAY09-CSV-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY09-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-CSV-ABEND-PARA
	END-IF.
	MOVE 0 TO WS-EOF.
	OPEN INPUT Day09ReportFile
	IF WS-DAY09-REPORT-STATUS > "29"
			AND WS-DAY09-REPORT-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY09-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-REPORT-ABEND-PARA
	END-IF.
	IF WS-DAY09-REPORT-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
					PERFORM WRITE-RESULT-ROW-2-PARA
				END-IF
		END-READ
		IF WS-DAY09-REPORT-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "EXTRACT-DAY09-PARA" TO WS-LOG-ABEND-PARA
			PERFORM DAY09-REPORT-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE Day09ReportFile
	IF WS-DAY09-REPORT-STATUS > "29"
			AND WS-DAY09-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY09-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-REPORT-ABEND-PARA
	END-IF.
	MOVE 0 TO WS-EOF.
	OPEN INPUT Day09ExceptionFile
	IF WS-DAY09-EXCEPTION-STATUS > "29"
			AND WS-DAY09-EXCEPTION-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY09-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-EXCEPTION-ABEND-PARA
	END-IF.
	IF WS-DAY09-EXCEPTION-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
					PERFORM WRITE-ANOMALY-ROW-PARA
				END-IF
		END-READ
		IF WS-DAY09-EXCEPTION-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "EXTRACT-DAY09-PARA" TO WS-LOG-ABEND-PARA
			PERFORM DAY09-EXCEPTION-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE Day09ExceptionFile
	IF WS-DAY09-EXCEPTION-STATUS > "29"
			AND WS-DAY09-EXCEPTION-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY09-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-EXCEPTION-ABEND-PARA
	END-IF.
	MOVE SPACES TO WS-CSV-ROW.
	MOVE 1 TO WS-CSV-PTR.
	STRING "TRAILER," DELIMITED BY SIZE
		INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR.
	MOVE WS-DAY09-ROW-COUNT TO WS-WORK-VALUE.
	PERFORM APPEND-NUMBER-PARA.
	WRITE DAY09-CSV-RECORD FROM WS-CSV-ROW
	IF WS-DAY09-CSV-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY09-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-CSV-ABEND-PARA
	END-IF.
	CLOSE Day09CsvFile
	IF WS-DAY09-CSV-STATUS > "29" AND WS-DAY09-CSV-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "EXTRACT-DAY09-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-CSV-ABEND-PARA
	END-IF.

	WRITE-RESULT-ROW-1-PARA.
	MOVE SPACES TO WS-CSV-ROW.
	STRING "RESULT," WS-GEN-DATE-X ",PART1," DELIMITED BY SIZE
		INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR.
	PERFORM APPEND-NUMBER-PARA.
	WRITE DAY09-CSV-RECORD FROM WS-CSV-ROW
	IF WS-DAY09-CSV-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-RESULT-ROW-1-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-CSV-ABEND-PARA
	END-IF.
	ADD 1 TO WS-DAY09-ROW-COUNT.

	WRITE-RESULT-ROW-2-PARA.
	STRING "RESULT," WS-GEN-DATE-X ",PART2," DELIMITED BY SIZE
		INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR.
	PERFORM APPEND-NUMBER-PARA.
	WRITE DAY09-CSV-RECORD FROM WS-CSV-ROW
	IF WS-DAY09-CSV-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-RESULT-ROW-2-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-CSV-ABEND-PARA
	END-IF.
	ADD 1 TO WS-DAY09-ROW-COUNT.

	WRITE-ANOMALY-ROW-PARA.
	PERFORM APPEND-COMMA-PARA.
	MOVE WS-EXC-VALUE TO WS-WORK-VALUE.
	PERFORM APPEND-NUMBER-PARA.
	WRITE DAY09-CSV-RECORD FROM WS-CSV-ROW
	IF WS-DAY09-CSV-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ANOMALY-ROW-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-CSV-ABEND-PARA
	END-IF.
	ADD 1 TO WS-DAY09-ROW-COUNT.

	APPEND-COMMA-PARA.
		MOVE 1 TO WS-TRIM-END
	END-IF.
	COMPUTE WS-TRIM-LEN = WS-TRIM-END - WS-TRIM-START + 1.

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

	DAY06-DETAIL-ABEND-PARA.
	MOVE WS-DAY06-DETAIL-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-DAY06-DETAIL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DAY09-REPORT-ABEND-PARA.
	MOVE WS-DAY09-REPORT-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-DAY09-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DAY09-EXCEPTION-ABEND-PARA.
	MOVE WS-DAY09-EXCEPTION-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-DAY09-EXCEPTION-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DAY06-CSV-ABEND-PARA.
	MOVE "day06-extract.csv" TO WS-LOG-ABEND-FILE.
	MOVE WS-DAY06-CSV-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DAY09-CSV-ABEND-PARA.
	MOVE "day09-extract.csv" TO WS-LOG-ABEND-FILE.
	MOVE WS-DAY09-CSV-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-CSV-EXTRACT ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE Day06DetailFile.
	CLOSE Day09ReportFile.
	CLOSE Day09ExceptionFile.
	CLOSE Day06CsvFile.
	CLOSE Day09CsvFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-CSV-EXTRACT" TO WS-LOG-PROGRAM.
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
