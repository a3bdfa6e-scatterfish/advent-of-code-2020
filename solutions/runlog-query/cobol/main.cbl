			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONTROL-STATUS.
		SELECT QueryReportFile ASSIGN TO "runlog-query-report.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-QUERY-REPORT-STATUS.
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
	FD QueryReportFile.
	01 QUERY-REPORT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	WORKING-STORAGE SECTION.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	01 WS-QUERY-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-PROGRAM-FILTER PIC X(24) VALUE SPACES.
	01 WS-FROM-DATE PIC 9(8) VALUE 0.
	01 WS-TO-DATE PIC 9(8) VALUE 99999999.
	01 WS-MATCH-COUNT PIC 9(6) VALUE 0.
	01 WS-ABEND-COUNT PIC 9(6) VALUE 0.
	COPY "batch-runlog-record.cpy".
	01 WS-QUERY-LINE PIC X(132).
	01 WS-QUERY-HEADING.
	01 WS-COUNT-LINE.
		05 FILLER PIC X(17) VALUE "RECORDS LISTED: ".
		05 WS-CNT-MATCHED PIC ZZZZZ9.
	01 WS-ABEND-COUNT-LINE.
		05 FILLER PIC X(17) VALUE "ABEND RECORDS:   ".
		05 WS-CNT-ABEND PIC ZZZZZ9.
	01 WS-ABEND-DETAIL-LINE.
		05 FILLER PIC X(11) VALUE "    ABEND: ".
		05 WS-ABD-OPERATION PIC X(7).
		05 FILLER PIC X(9) VALUE " STATUS: ".
		05 WS-ABD-STATUS PIC X(2).
		05 FILLER PIC X(12) VALUE " PARAGRAPH: ".
		05 WS-ABD-PARA PIC X(32).
	01 WS-ABEND-FILE-LINE.
		05 FILLER PIC X(11) VALUE "    FILE:  ".
		05 WS-ABD-FILE PIC X(64).

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	PERFORM READ-CONTROL-PARA.

	OPEN OUTPUT QueryReportFile
	IF WS-QUERY-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM QUERY-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-QUERY-HEADING TO WS-QUERY-LINE.
	WRITE QUERY-REPORT-RECORD FROM WS-QUERY-LINE
	IF WS-QUERY-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM QUERY-REPORT-ABEND-PARA
	END-IF.
	IF WS-PROGRAM-FILTER = SPACES
		MOVE "(ALL)" TO WS-FLT-PROGRAM
	ELSE
	MOVE WS-FROM-DATE TO WS-FLT-FROM.
	MOVE WS-TO-DATE TO WS-FLT-TO.
	MOVE WS-FILTER-LINE TO WS-QUERY-LINE.
	WRITE QUERY-REPORT-RECORD FROM WS-QUERY-LINE
	IF WS-QUERY-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM QUERY-REPORT-ABEND-PARA
	END-IF.

	OPEN INPUT RunLogFile
	IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RUNLOG-ABEND-PARA
	END-IF.
	IF WS-RUNLOG-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
			NOT AT END
				PERFORM FILTER-RECORD-PARA
		END-READ
		IF WS-RUNLOG-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE RunLogFile
	IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RUNLOG-ABEND-PARA
	END-IF.

	MOVE WS-MATCH-COUNT TO WS-CNT-MATCHED.
	MOVE WS-COUNT-LINE TO WS-QUERY-LINE.
	WRITE QUERY-REPORT-RECORD FROM WS-QUERY-LINE
	IF WS-QUERY-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM QUERY-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-ABEND-COUNT TO WS-CNT-ABEND.
	MOVE WS-ABEND-COUNT-LINE TO WS-QUERY-LINE.
	WRITE QUERY-REPORT-RECORD FROM WS-QUERY-LINE
	IF WS-QUERY-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM QUERY-REPORT-ABEND-PARA
	END-IF.
	CLOSE QueryReportFile
	IF WS-QUERY-REPORT-STATUS > "29"
			AND WS-QUERY-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM QUERY-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-COUNT-LINE.
	DISPLAY WS-ABEND-COUNT-LINE.
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

	FILTER-RECORD-PARA.
	IF WS-LOG-RUN-DATE NOT NUMERIC
			ADD 1 TO WS-MATCH-COUNT
			MOVE WS-LOG-RECORD-DATA TO WS-QUERY-LINE
			WRITE QUERY-REPORT-RECORD FROM WS-QUERY-LINE
			IF WS-QUERY-REPORT-STATUS > "29"
				MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
				MOVE "FILTER-RECORD-PARA" TO WS-LOG-ABEND-PARA
				PERFORM QUERY-REPORT-ABEND-PARA
			END-IF
			DISPLAY WS-LOG-RECORD-DATA
			IF WS-LOG-PHASE = "ABEND"
				ADD 1 TO WS-ABEND-COUNT
				PERFORM WRITE-ABEND-DETAIL-PARA
			END-IF
		END-IF
	END-IF.

	WRITE-ABEND-DETAIL-PARA.
	MOVE WS-LOG-ABEND-OPERATION TO WS-ABD-OPERATION.
	MOVE WS-LOG-ABEND-STATUS TO WS-ABD-STATUS.
	MOVE WS-LOG-ABEND-PARA TO WS-ABD-PARA.
	MOVE WS-LOG-ABEND-FILE TO WS-ABD-FILE.
	MOVE WS-ABEND-DETAIL-LINE TO WS-QUERY-LINE.
	WRITE QUERY-REPORT-RECORD FROM WS-QUERY-LINE
	IF WS-QUERY-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ABEND-DETAIL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM QUERY-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-ABEND-DETAIL-LINE.
	MOVE WS-ABEND-FILE-LINE TO WS-QUERY-LINE.
	WRITE QUERY-REPORT-RECORD FROM WS-QUERY-LINE
	IF WS-QUERY-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ABEND-DETAIL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM QUERY-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-ABEND-FILE-LINE.

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
	MOVE "runlog-query-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	QUERY-REPORT-ABEND-PARA.
	MOVE "runlog-query-report.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-QUERY-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-RUNLOG-QUERY ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE RunLogFile.
	CLOSE ControlFile.
	CLOSE QueryReportFile.
	CLOSE ProcDateFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-RUNLOG-QUERY" TO WS-LOG-PROGRAM.
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
