			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONTROL-STATUS.
		SELECT AgingReportFile ASSIGN TO "day06-dispute-aging.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-AGING-REPORT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD AgingReportFile.
	01 AGING-REPORT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-MASTER-STATUS PIC X(2) VALUE "00".
	01 WS-AGING-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-RUN-DATE-INTEGER PIC 9(8).
	01 WS-RECORD-DATE-INTEGER PIC 9(8).
	01 WS-ESCALATE-DAYS PIC 9(3) VALUE 30.
	01 WS-AGE-DAYS PIC S9(5) VALUE 0.
	01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
	01 WS-ESCALATED-COUNT PIC 9(6) VALUE 0.
	01 WS-REVIEW-COUNT PIC 9(6) VALUE 0.
	01 WS-BUCKET-0-7 PIC 9(6) VALUE 0.
	01 WS-BUCKET-8-30 PIC 9(6) VALUE 0.
	01 WS-BUCKET-OVER-30 PIC 9(6) VALUE 0.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(11) VALUE "ESCALATED: ".
		05 WS-TOT-ESCALATED PIC ZZZZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(20) VALUE "RE-REVIEW REQUIRED: ".
		05 WS-TOT-REVIEW PIC ZZZZZ9.
	01 WS-REVIEW-DETAIL.
		05 FILLER PIC X(11) VALUE "RE-REVIEW: ".
		05 FILLER PIC X(5) VALUE "RUN: ".
		05 WS-RVW-RUN-DATE PIC 9999/99/99.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(7) VALUE "GROUP: ".
		05 WS-RVW-GROUP PIC ZZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(9) VALUE "VERSION: ".
		05 WS-RVW-RUN-SEQ PIC Z9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(25) VALUE "SCORES CHANGED IN RERUN".
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	COMPUTE WS-RUN-DATE-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
	PERFORM READ-CONTROL-PARA.

	OPEN OUTPUT AgingReportFile
	IF WS-AGING-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM AGING-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-ESCALATE-DAYS TO WS-HDG-ESCALATE.
	MOVE WS-AGING-HEADING TO WS-REPORT-LINE.
	WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-AGING-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM AGING-REPORT-ABEND-PARA
	END-IF.

	OPEN INPUT MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	IF WS-MASTER-STATUS NOT = "00"
		MOVE "DAY06 MASTER FILE UNAVAILABLE" TO WS-REPORT-LINE
		WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-AGING-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM AGING-REPORT-ABEND-PARA
		END-IF
		CLOSE AgingReportFile
		IF WS-AGING-REPORT-STATUS > "29"
				AND WS-AGING-REPORT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM AGING-REPORT-ABEND-PARA
		END-IF
		DISPLAY "DAY06 MASTER FILE UNAVAILABLE - STATUS "
			WS-MASTER-STATUS
		MOVE 8 TO RETURN-CODE
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF MST-VERSION-STATUS = "C"
					IF MST-DISPUTE-FLAG = "D"
						PERFORM AGE-DISPUTE-PARA
					END-IF
					IF MST-REVIEW-FLAG = "Y"
						PERFORM LIST-REVIEW-PARA
					END-IF
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.

	PERFORM WRITE-BUCKET-SUMMARY-PARA.
	CLOSE AgingReportFile
	IF WS-AGING-REPORT-STATUS > "29"
			AND WS-AGING-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM AGING-REPORT-ABEND-PARA
	END-IF.

	IF WS-ESCALATED-COUNT > 0
		MOVE 8 TO WS-AGING-RC
	ELSE
		IF WS-OPEN-COUNT > 0 OR WS-REVIEW-COUNT > 0
			MOVE 4 TO WS-AGING-RC
		ELSE
			MOVE 0 TO WS-AGING-RC
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
					MOVE CTL-ESCALATE-DAYS TO WS-ESCALATE-DAYS
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

	AGE-DISPUTE-PARA.
	ADD 1 TO WS-OPEN-COUNT.
	END-IF.
	MOVE MST-OPERATOR-NOTE TO WS-DTL-NOTE.
	MOVE WS-AGING-DETAIL TO WS-REPORT-LINE.
	WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-AGING-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "AGE-DISPUTE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM AGING-REPORT-ABEND-PARA
	END-IF.

	LIST-REVIEW-PARA.
	ADD 1 TO WS-REVIEW-COUNT.
	MOVE MST-RUN-DATE TO WS-RVW-RUN-DATE.
	MOVE MST-GROUP TO WS-RVW-GROUP.
	MOVE MST-RUN-SEQ TO WS-RVW-RUN-SEQ.
	MOVE WS-REVIEW-DETAIL TO WS-REPORT-LINE.
	WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-AGING-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "LIST-REVIEW-PARA" TO WS-LOG-ABEND-PARA
		PERFORM AGING-REPORT-ABEND-PARA
	END-IF.

	WRITE-BUCKET-SUMMARY-PARA.
	MOVE "AGING BUCKETS" TO WS-BUCKET-CAPTION.
	MOVE WS-BUCKET-CAPTION TO WS-REPORT-LINE.
	WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-AGING-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-BUCKET-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM AGING-REPORT-ABEND-PARA
	END-IF.
	MOVE "  0-7 DAYS:         " TO WS-BKT-LABEL.
	MOVE WS-BUCKET-0-7 TO WS-BKT-COUNT.
	MOVE WS-BUCKET-LINE TO WS-REPORT-LINE.
	WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-AGING-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-BUCKET-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM AGING-REPORT-ABEND-PARA
	END-IF.
	MOVE "  8-30 DAYS:        " TO WS-BKT-LABEL.
	MOVE WS-BUCKET-8-30 TO WS-BKT-COUNT.
	MOVE WS-BUCKET-LINE TO WS-REPORT-LINE.
	WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-AGING-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-BUCKET-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM AGING-REPORT-ABEND-PARA
	END-IF.
	MOVE "  OVER 30 DAYS:     " TO WS-BKT-LABEL.
	MOVE WS-BUCKET-OVER-30 TO WS-BKT-COUNT.
	MOVE WS-BUCKET-LINE TO WS-REPORT-LINE.
	WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-AGING-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-BUCKET-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM AGING-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-OPEN-COUNT TO WS-TOT-OPEN.
	MOVE WS-ESCALATED-COUNT TO WS-TOT-ESCALATED.
	MOVE WS-REVIEW-COUNT TO WS-TOT-REVIEW.
	MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
	WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-AGING-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-BUCKET-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM AGING-REPORT-ABEND-PARA
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

	MASTER-ABEND-PARA.
	MOVE "day06-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-MASTER-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONTROL-ABEND-PARA.
	MOVE "dispute-aging-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	AGING-REPORT-ABEND-PARA.
	MOVE "day06-dispute-aging.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-AGING-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-DAY-06-DISPUTE-AGE ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE MasterFile.
	CLOSE ControlFile.
	CLOSE AgingReportFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-06-DISPUTE-" TO WS-LOG-PROGRAM.
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
