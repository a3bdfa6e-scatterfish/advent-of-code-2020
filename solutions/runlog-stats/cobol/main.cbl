			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ARCHIVE-STATUS.
		SELECT StatsReportFile ASSIGN TO "runlog-stats-report.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STATS-REPORT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	FD ControlFile.
	01 CONTROL-RECORD-IN.
		05 FILLER PIC X(75).

	FD ArchiveLogFile.
	01 ARCHIVE-LOG-RECORD PIC X(240).

	FD StatsReportFile.
	01 STATS-REPORT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	WORKING-STORAGE SECTION.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	01 WS-STATS-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-ARCHIVE-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-ARCHIVE-FILE-NAME PIC X(40) VALUE SPACES.
	01 WS-FROM-DATE PIC 9(8) VALUE 0.
	COPY "batch-runlog-record.cpy".
	01 WS-LOG-TABLE.
		05 WS-LOG-ENTRY OCCURS 5000 TIMES.
			10 WS-LGE-TEXT PIC X(240).
			10 WS-LGE-DATE PIC 9(8).
			10 WS-LGE-HUNDREDTHS PIC 9(9).
			10 WS-LGE-PROGRAM PIC X(24).

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	MOVE WS-RUN-DATE TO WS-GEN-DATE-X.
	STRING "batch-runlog-archive." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME.

	PERFORM LOAD-RUNLOG-PARA.

	OPEN OUTPUT StatsReportFile
	IF WS-STATS-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM STATS-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-STATS-HEADING TO WS-REPORT-LINE.
	WRITE STATS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-STATS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM STATS-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-FROM-DATE TO WS-RNG-FROM.
	MOVE WS-TO-DATE TO WS-RNG-TO.
	MOVE WS-THRESHOLD-SECS TO WS-RNG-THRESHOLD.
	MOVE WS-RETENTION-DAYS TO WS-RNG-RETENTION.
	MOVE WS-RANGE-LINE TO WS-REPORT-LINE.
	WRITE STATS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-STATS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM STATS-REPORT-ABEND-PARA
	END-IF.

	PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
			UNTIL WS-LOG-SUB > WS-LOG-COUNT
	PERFORM COUNT-ORPHANS-PARA.
	PERFORM WRITE-PROGRAM-SUMMARY-PARA.
	PERFORM ROTATE-RUNLOG-PARA.
	CLOSE StatsReportFile
	IF WS-STATS-REPORT-STATUS > "29"
			AND WS-STATS-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM STATS-REPORT-ABEND-PARA
	END-IF.

	DISPLAY "Runlog stats written to runlog-stats-report.txt".
	IF WS-SLOW-COUNT > 0 OR WS-LOG-OVERFLOW = 1
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
					MOVE CTL-RETENTION-DAYS TO WS-RETENTION-DAYS
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

	LOAD-RUNLOG-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT RunLogFile
	IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RUNLOG-ABEND-PARA
	END-IF.
	IF WS-RUNLOG-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
					PERFORM KEEP-LOG-RECORD-PARA
				END-IF
		END-READ
		IF WS-RUNLOG-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-RUNLOG-STATUS NOT = "35"
		CLOSE RunLogFile
		IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
	END-IF.

	KEEP-LOG-RECORD-PARA.
		MOVE SPACES TO WS-PRD-FLAG
	END-IF.
	MOVE WS-PAIR-DETAIL TO WS-REPORT-LINE.
	WRITE STATS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-STATS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "TALLY-PAIR-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STATS-REPORT-ABEND-PARA
	END-IF.
	PERFORM TALLY-PROGRAM-STATS-PARA.

	TALLY-PROGRAM-STATS-PARA.
	END-PERFORM.
	MOVE WS-ORPHAN-COUNT TO WS-ORP-COUNT.
	MOVE WS-ORPHAN-LINE TO WS-REPORT-LINE.
	WRITE STATS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-STATS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "COUNT-ORPHANS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STATS-REPORT-ABEND-PARA
	END-IF.

	WRITE-PROGRAM-SUMMARY-PARA.
	MOVE "PER-PROGRAM DURATIONS (SECS)" TO WS-REPORT-LINE.
	WRITE STATS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-STATS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-PROGRAM-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STATS-REPORT-ABEND-PARA
	END-IF.
	PERFORM VARYING WS-STATS-SUB FROM 1 BY 1
			UNTIL WS-STATS-SUB > WS-STATS-COUNT
		MOVE WS-STA-PROGRAM(WS-STATS-SUB) TO WS-SUM-PROGRAM
		MOVE WS-STA-SLOW(WS-STATS-SUB) TO WS-SUM-SLOW
		MOVE WS-PROGRAM-SUMMARY TO WS-REPORT-LINE
		WRITE STATS-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-STATS-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-PROGRAM-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM STATS-REPORT-ABEND-PARA
		END-IF
	END-PERFORM.

	ROTATE-RUNLOG-PARA.
		MOVE "RUNLOG EXCEEDS 5000 RECORD TABLE - ROTATION SKIPPED"
			TO WS-REPORT-LINE
		WRITE STATS-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-STATS-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "ROTATE-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
			PERFORM STATS-REPORT-ABEND-PARA
		END-IF
		DISPLAY "Runlog exceeds 5000 record table - rotation skipped"
	ELSE
		PERFORM ROTATE-RECORDS-PARA
	END-PERFORM.
	IF WS-ROTATED-COUNT > 0
		OPEN EXTEND ArchiveLogFile
		IF WS-ARCHIVE-STATUS = "35"
			OPEN OUTPUT ArchiveLogFile
		END-IF
		IF WS-ARCHIVE-STATUS > "29"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "ROTATE-RECORDS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ARCHIVE-ABEND-PARA
		END-IF
		PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
				UNTIL WS-LOG-SUB > WS-LOG-COUNT
			IF WS-LGE-VALID(WS-LOG-SUB) = 1
					AND WS-LGE-DATE(WS-LOG-SUB) < WS-CUTOFF-DATE
				WRITE ARCHIVE-LOG-RECORD FROM WS-LGE-TEXT(WS-LOG-SUB)
				IF WS-ARCHIVE-STATUS > "29"
					MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
					MOVE "ROTATE-RECORDS-PARA" TO WS-LOG-ABEND-PARA
					PERFORM ARCHIVE-ABEND-PARA
				END-IF
			END-IF
		END-PERFORM
		CLOSE ArchiveLogFile
		IF WS-ARCHIVE-STATUS > "29" AND WS-ARCHIVE-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "ROTATE-RECORDS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ARCHIVE-ABEND-PARA
		END-IF
		OPEN OUTPUT RunLogFile
		IF WS-RUNLOG-STATUS > "29"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "ROTATE-RECORDS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
		PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
				UNTIL WS-LOG-SUB > WS-LOG-COUNT
			IF WS-LGE-VALID(WS-LOG-SUB) = 0
					OR WS-LGE-DATE(WS-LOG-SUB) NOT < WS-CUTOFF-DATE
				WRITE RUNLOG-RECORD FROM WS-LGE-TEXT(WS-LOG-SUB)
				IF WS-RUNLOG-STATUS > "29"
					MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
					MOVE "ROTATE-RECORDS-PARA" TO WS-LOG-ABEND-PARA
					PERFORM RUNLOG-ABEND-PARA
				END-IF
			END-IF
		END-PERFORM
		CLOSE RunLogFile
		IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "ROTATE-RECORDS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
	END-IF.
	MOVE WS-ROTATED-COUNT TO WS-ROT-COUNT.
	MOVE WS-KEPT-COUNT TO WS-ROT-KEPT.
	MOVE WS-CUTOFF-DATE TO WS-ROT-CUTOFF.
	MOVE WS-ROTATION-LINE TO WS-REPORT-LINE.
	WRITE STATS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-STATS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "ROTATE-RECORDS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STATS-REPORT-ABEND-PARA
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

	RUNLOG-ABEND-PARA.
	MOVE "../../batch-runlog.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-RUNLOG-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONTROL-ABEND-PARA.
	MOVE "runlog-stats-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ARCHIVE-ABEND-PARA.
	MOVE WS-ARCHIVE-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-ARCHIVE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	STATS-REPORT-ABEND-PARA.
	MOVE "runlog-stats-report.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-STATS-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-RUNLOG-STATS ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE RunLogFile.
	CLOSE ControlFile.
	CLOSE ArchiveLogFile.
	CLOSE StatsReportFile.
	CLOSE ProcDateFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-RUNLOG-STATS" TO WS-LOG-PROGRAM.
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
