			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONTROL-STATUS.
		SELECT TrendFile ASSIGN TO "day06-trend.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-TREND-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD TrendFile.
	01 TREND-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
	01 WS-TREND-STATUS PIC X(2) VALUE "00".
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-THRESHOLD-PCT PIC 9(3) VALUE 10.
	01 WS-FROM-DATE PIC 9(8) VALUE 0.
	01 WS-TO-DATE PIC 9(8) VALUE 99999999.
	01 WS-TREND-COUNT-LINE.
		05 FILLER PIC X(16) VALUE "RUNS ANALYZED: ".
		05 WS-CNT-RUNS PIC ZZZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	PERFORM READ-CONTROL-PARA.

	OPEN OUTPUT TrendFile
	IF WS-TREND-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM TREND-ABEND-PARA
	END-IF.
	PERFORM WRITE-TREND-HEADING-PARA.

	OPEN INPUT HistoryFile
	IF WS-HISTORY-STATUS > "29" AND WS-HISTORY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	IF WS-HISTORY-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
					PERFORM ANALYZE-RUN-PARA
				END-IF
		END-READ
		IF WS-HISTORY-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM HISTORY-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE HistoryFile
	IF WS-HISTORY-STATUS > "29" AND WS-HISTORY-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.

	PERFORM WRITE-TREND-SUMMARY-PARA.
	CLOSE TrendFile
	IF WS-TREND-STATUS > "29" AND WS-TREND-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM TREND-ABEND-PARA
	END-IF.

	DISPLAY "Trend report written to day06-trend.txt".
	MOVE 0 TO RETURN-CODE.
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
					MOVE CTL-TO-DATE TO WS-TO-DATE
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

	PARSE-HISTORY-PARA.
	MOVE 1 TO WS-VALID-RECORD.
		MOVE WS-PCT-ALL TO WS-FLG-PCT-ALL
		MOVE WS-TREND-FLAG-LINE TO WS-TREND-LINE
		WRITE TREND-RECORD FROM WS-TREND-LINE
		IF WS-TREND-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "CHECK-VARIANCE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM TREND-ABEND-PARA
		END-IF
	END-IF.

	WRITE-TREND-HEADING-PARA.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-TREND-HEADING TO WS-TREND-LINE.
	WRITE TREND-RECORD FROM WS-TREND-LINE
	IF WS-TREND-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-TREND-HEADING-PARA" TO WS-LOG-ABEND-PARA
		PERFORM TREND-ABEND-PARA
	END-IF.
	MOVE WS-FROM-DATE TO WS-RNG-FROM.
	MOVE WS-TO-DATE TO WS-RNG-TO.
	MOVE WS-THRESHOLD-PCT TO WS-RNG-THRESHOLD.
	MOVE WS-TREND-RANGE-LINE TO WS-TREND-LINE.
	WRITE TREND-RECORD FROM WS-TREND-LINE
	IF WS-TREND-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-TREND-HEADING-PARA" TO WS-LOG-ABEND-PARA
		PERFORM TREND-ABEND-PARA
	END-IF.

	WRITE-TREND-DETAIL-PARA.
	MOVE WS-RECORD-DATE TO WS-TRD-DATE.
	MOVE WS-ALL-VALUE TO WS-TRD-ALL.
	MOVE WS-DELTA-ALL TO WS-TRD-DELTA-ALL.
	MOVE WS-TREND-DETAIL TO WS-TREND-LINE.
	WRITE TREND-RECORD FROM WS-TREND-LINE
	IF WS-TREND-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-TREND-DETAIL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM TREND-ABEND-PARA
	END-IF.

	WRITE-TREND-SUMMARY-PARA.
	MOVE WS-RUN-COUNT TO WS-CNT-RUNS.
	MOVE WS-TREND-COUNT-LINE TO WS-TREND-LINE.
	WRITE TREND-RECORD FROM WS-TREND-LINE
	IF WS-TREND-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-TREND-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM TREND-ABEND-PARA
	END-IF.
	IF WS-RUN-COUNT > 0
		COMPUTE WS-ANY-AVG ROUNDED = WS-ANY-SUM / WS-RUN-COUNT
		COMPUTE WS-ALL-AVG ROUNDED = WS-ALL-SUM / WS-RUN-COUNT
		MOVE WS-ANY-AVG TO WS-SUM-AVG
		MOVE WS-TREND-SUMMARY TO WS-TREND-LINE
		WRITE TREND-RECORD FROM WS-TREND-LINE
		IF WS-TREND-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-TREND-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM TREND-ABEND-PARA
		END-IF
		MOVE "ALL TOTALS - " TO WS-SUM-LABEL
		MOVE WS-ALL-MIN TO WS-SUM-MIN
		MOVE WS-ALL-MAX TO WS-SUM-MAX
		MOVE WS-ALL-AVG TO WS-SUM-AVG
		MOVE WS-TREND-SUMMARY TO WS-TREND-LINE
		WRITE TREND-RECORD FROM WS-TREND-LINE
		IF WS-TREND-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-TREND-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM TREND-ABEND-PARA
		END-IF
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

	HISTORY-ABEND-PARA.
	MOVE "day06-history.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-HISTORY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONTROL-ABEND-PARA.
	MOVE "trend-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	TREND-ABEND-PARA.
	MOVE "day06-trend.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-TREND-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-DAY-06-TREND ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE HistoryFile.
	CLOSE ControlFile.
	CLOSE TrendFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-06-TREND" TO WS-LOG-PROGRAM.
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
