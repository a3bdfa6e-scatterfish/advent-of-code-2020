			FILE STATUS IS WS-ARCHIVE-LOG-STATUS.
		SELECT StatementFile ASSIGN TO DYNAMIC
				WS-STATEMENT-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STATEMENT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
	FILE SECTION.
		05 FILLER PIC X(70).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	FD HistoryFile.
	01 HISTORY-RECORD PIC X(132).
	01 WORKLIST-RECORD PIC X(80).

	FD ArchiveLogFile.
	01 ARCHIVE-LOG-RECORD PIC X(240).

	FD StatementFile.
	01 STATEMENT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	WORKING-STORAGE SECTION.
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-STATEMENT-STATUS PIC X(2) VALUE "00".
	01 WS-CALENDAR-STATUS PIC X(2) VALUE "00".
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
	01 WS-MASTER-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-RUN-YEAR PIC 9(4).
	01 WS-RUN-MONTH PIC 9(2).
	01 WS-STMT-YEAR PIC 9(4) VALUE 0.

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	COMPUTE WS-RUN-YEAR = WS-RUN-DATE / 10000.
	COMPUTE WS-RUN-MONTH = (WS-RUN-DATE / 100) - (WS-RUN-YEAR * 100).
	PERFORM READ-CONTROL-PARA.
	PERFORM TALLY-HISTORY-PARA.
	PERFORM TALLY-MASTER-PARA.

	OPEN OUTPUT StatementFile
	IF WS-STATEMENT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM STATEMENT-ABEND-PARA
	END-IF.
	MOVE WS-STMT-YEAR TO WS-HDG-YEAR.
	MOVE WS-STMT-MONTH TO WS-HDG-MONTH.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-STATEMENT-HEADING TO WS-STATEMENT-LINE.
	WRITE STATEMENT-RECORD FROM WS-STATEMENT-LINE
	IF WS-STATEMENT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM STATEMENT-ABEND-PARA
	END-IF.
	PERFORM WRITE-CURRENT-SECTION-PARA.
	PERFORM WRITE-COMPARE-SECTION-PARA.
	CLOSE StatementFile
	IF WS-STATEMENT-STATUS > "29" AND WS-STATEMENT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM STATEMENT-ABEND-PARA
	END-IF.

	DISPLAY "Statement written to " WS-STATEMENT-FILE-NAME.
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
					MOVE CTL-MONTH TO WS-STMT-MONTH
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

	INIT-PERIOD-TABLE-PARA.
	PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1

	TALLY-CALENDAR-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT CalendarFile
	IF WS-CALENDAR-STATUS > "29" AND WS-CALENDAR-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "TALLY-CALENDAR-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CALENDAR-ABEND-PARA
	END-IF.
	IF WS-CALENDAR-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
					MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
				END-IF
		END-READ
		IF WS-CALENDAR-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-CALENDAR-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CALENDAR-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-CALENDAR-STATUS NOT = "35"
		CLOSE CalendarFile
		IF WS-CALENDAR-STATUS > "29" AND WS-CALENDAR-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-CALENDAR-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CALENDAR-ABEND-PARA
		END-IF
	END-IF.
	PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
			UNTIL WS-CAL-SUB > WS-CAL-COUNT

	TALLY-RUNLOG-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT RunLogFile
	IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "TALLY-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RUNLOG-ABEND-PARA
	END-IF.
	IF WS-RUNLOG-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
			NOT AT END
				PERFORM TALLY-LOG-RECORD-PARA
		END-READ
		IF WS-RUNLOG-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-RUNLOG-STATUS NOT = "35"
		CLOSE RunLogFile
		IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
	END-IF.

	TALLY-LOG-RECORD-PARA.
		DELIMITED BY SIZE INTO WS-LIST-COMMAND.
	CALL "SYSTEM" USING WS-LIST-COMMAND.
	MOVE 0 TO WS-WORKLIST-EOF.
	OPEN INPUT WorklistFile
	IF WS-WORKLIST-STATUS > "29" AND WS-WORKLIST-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "TALLY-ARCHIVE-LOGS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM WORKLIST-ABEND-PARA
	END-IF.
	IF WS-WORKLIST-STATUS NOT = "00"
		MOVE 1 TO WS-WORKLIST-EOF
	END-IF.
					PERFORM TALLY-ONE-ARCHIVE-PARA
				END-IF
		END-READ
		IF WS-WORKLIST-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-ARCHIVE-LOGS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM WORKLIST-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-WORKLIST-STATUS NOT = "35"
		CLOSE WorklistFile
		IF WS-WORKLIST-STATUS > "29" AND WS-WORKLIST-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-ARCHIVE-LOGS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM WORKLIST-ABEND-PARA
		END-IF
	END-IF.

	TALLY-ONE-ARCHIVE-PARA.
	MOVE 0 TO WS-ARC-EOF.
	OPEN INPUT ArchiveLogFile
	IF WS-ARCHIVE-LOG-STATUS > "29" AND WS-ARCHIVE-LOG-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "TALLY-ONE-ARCHIVE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM ARCHIVE-LOG-ABEND-PARA
	END-IF.
	IF WS-ARCHIVE-LOG-STATUS NOT = "00"
		MOVE 1 TO WS-ARC-EOF
	END-IF.
			NOT AT END
				PERFORM TALLY-LOG-RECORD-PARA
		END-READ
		IF WS-ARCHIVE-LOG-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-ONE-ARCHIVE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ARCHIVE-LOG-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-ARCHIVE-LOG-STATUS NOT = "35"
		CLOSE ArchiveLogFile
		IF WS-ARCHIVE-LOG-STATUS > "29"
				AND WS-ARCHIVE-LOG-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-ONE-ARCHIVE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ARCHIVE-LOG-ABEND-PARA
		END-IF
	END-IF.

	TALLY-END-RECORD-PARA.

	TALLY-HISTORY-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT HistoryFile
	IF WS-HISTORY-STATUS > "29" AND WS-HISTORY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "TALLY-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	IF WS-HISTORY-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
			NOT AT END
				PERFORM TALLY-HISTORY-RECORD-PARA
		END-READ
		IF WS-HISTORY-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-HISTORY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM HISTORY-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-HISTORY-STATUS NOT = "35"
		CLOSE HistoryFile
		IF WS-HISTORY-STATUS > "29" AND WS-HISTORY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-HISTORY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM HISTORY-ABEND-PARA
		END-IF
	END-IF.

	TALLY-HISTORY-RECORD-PARA.

	TALLY-MASTER-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "TALLY-MASTER-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	IF WS-MASTER-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF MST-VERSION-STATUS = "C"
					COMPUTE WS-WORK-YYYYMM = MST-RUN-DATE / 100
					PERFORM SET-PERIOD-PARA
					IF WS-PERIOD-SUB > 0
						ADD 1 TO WS-PER-GROUPS(WS-PERIOD-SUB)
					END-IF
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-MASTER-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-MASTER-STATUS NOT = "35"
		CLOSE MasterFile
		IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "TALLY-MASTER-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-IF.

	WRITE-CURRENT-SECTION-PARA.
	MOVE "CURRENT MONTH" TO WS-SECTION-CAPTION.
	MOVE WS-SECTION-CAPTION TO WS-STATEMENT-LINE.
	WRITE STATEMENT-RECORD FROM WS-STATEMENT-LINE
	IF WS-STATEMENT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-CURRENT-SECTION-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STATEMENT-ABEND-PARA
	END-IF.
	MOVE "  SCHEDULED RUNS:         " TO WS-STM-LABEL.
	MOVE WS-PER-SCHEDULED(1) TO WS-STM-VALUE.
	PERFORM WRITE-DETAIL-PARA.

	WRITE-DETAIL-PARA.
	MOVE WS-STATEMENT-DETAIL TO WS-STATEMENT-LINE.
	WRITE STATEMENT-RECORD FROM WS-STATEMENT-LINE
	IF WS-STATEMENT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-DETAIL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STATEMENT-ABEND-PARA
	END-IF.

	WRITE-COMPARE-SECTION-PARA.
	MOVE "COMPARISON TO PRIOR MONTH" TO WS-SECTION-CAPTION.
	MOVE WS-SECTION-CAPTION TO WS-STATEMENT-LINE.
	WRITE STATEMENT-RECORD FROM WS-STATEMENT-LINE
	IF WS-STATEMENT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-COMPARE-SECTION-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STATEMENT-ABEND-PARA
	END-IF.
	MOVE "  SCHEDULED RUNS:         " TO WS-CMP-LABEL.
	MOVE WS-PER-SCHEDULED(1) TO WS-CMP-CURRENT.
	MOVE WS-PER-SCHEDULED(2) TO WS-CMP-PRIOR.
	WRITE-COMPARE-PARA.
	MOVE WS-DELTA-WORK TO WS-CMP-DELTA.
	MOVE WS-COMPARE-DETAIL TO WS-STATEMENT-LINE.
	WRITE STATEMENT-RECORD FROM WS-STATEMENT-LINE
	IF WS-STATEMENT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-COMPARE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STATEMENT-ABEND-PARA
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
	MOVE "month-end-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CALENDAR-ABEND-PARA.
	MOVE "../../batch-driver/cobol/batch-calendar.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CALENDAR-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	RUNLOG-ABEND-PARA.
	MOVE "../../batch-runlog.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-RUNLOG-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	HISTORY-ABEND-PARA.
	MOVE "../../06-custom-customs/cobol/day06-history.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-HISTORY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	MASTER-ABEND-PARA.
	MOVE "../../06-custom-customs/cobol/day06-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-MASTER-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	WORKLIST-ABEND-PARA.
	MOVE "month-end-worklist.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-WORKLIST-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ARCHIVE-LOG-ABEND-PARA.
	MOVE WS-ARCHIVE-LOG-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-ARCHIVE-LOG-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	STATEMENT-ABEND-PARA.
	MOVE WS-STATEMENT-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-STATEMENT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-MONTH-END ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE ControlFile.
	CLOSE CalendarFile.
	CLOSE RunLogFile.
	CLOSE HistoryFile.
	CLOSE MasterFile.
	CLOSE WorklistFile.
	CLOSE ArchiveLogFile.
	CLOSE StatementFile.
	CLOSE ProcDateFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-MONTH-END" TO WS-LOG-PROGRAM.
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
