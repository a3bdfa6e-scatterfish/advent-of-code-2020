			FILE STATUS IS WS-RESPONSE-STATUS.
		SELECT MasterFile ASSIGN TO "day06-master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MST-KEY
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT ApplyReportFile ASSIGN TO "dispute-apply-report.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-APPLY-REPORT-STATUS.
		SELECT ApplyRejectFile ASSIGN TO "dispute-apply-rejects.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-APPLY-REJECT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL JournalFile ASSIGN TO
				"../../maintenance-journal.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-JOURNAL-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD ApplyRejectFile.
	01 APPLY-REJECT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD JournalFile.
	01 JOURNAL-RECORD PIC X(548).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-RESPONSE-STATUS PIC X(2) VALUE "00".
	01 WS-APPLY-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-APPLY-REJECT-STATUS PIC X(2) VALUE "00".
	01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
	COPY "maint-journal-record.cpy".
	01 WS-OPERATOR-ID PIC X(8) VALUE "BATCH".
	01 WS-MASTER-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-RESPONSE-IN PIC X(132).
	01 WS-CSV-RUN-DATE PIC X(8).
	01 WS-CSV-GROUP PIC X(4).
	01 WS-KEY-DATE PIC 9(8).
	01 WS-KEY-GROUP PIC 9(4).
	01 WS-REASON-CODE PIC X(2).
	01 WS-CURRENT-FOUND PIC X(1).
	01 WS-CURRENT-SEQ PIC 9(2).
	01 WS-VERSION-DONE PIC 9(1).
	01 WS-ROW-COUNT PIC 9(6) VALUE 0.
	01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
	01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(10) VALUE "REJECTED: ".
		05 WS-CNT-REJECTED PIC ZZZZZ9.
	01 WS-REASON-KEY-LINE PIC X(80) VALUE
		"REASONS: 01=BAD DATE 02=BAD GROUP 03=BAD CODE 04=NO CURRENT MASTER RECORD".
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.

	OPEN OUTPUT ApplyReportFile
	IF WS-APPLY-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM APPLY-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-APPLY-HEADING TO WS-REPORT-LINE.
	WRITE APPLY-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-APPLY-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM APPLY-REPORT-ABEND-PARA
	END-IF.
	OPEN OUTPUT ApplyRejectFile
	IF WS-APPLY-REJECT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM APPLY-REJECT-ABEND-PARA
	END-IF.
	MOVE WS-REASON-KEY-LINE TO WS-REPORT-LINE.
	WRITE APPLY-REJECT-RECORD FROM WS-REPORT-LINE
	IF WS-APPLY-REJECT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM APPLY-REJECT-ABEND-PARA
	END-IF.

	OPEN I-O MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	IF WS-MASTER-STATUS NOT = "00"
		MOVE "DAY06 MASTER FILE UNAVAILABLE - NOTHING APPLIED"
			TO WS-REPORT-LINE
		WRITE APPLY-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-APPLY-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM APPLY-REPORT-ABEND-PARA
		END-IF
		CLOSE ApplyReportFile
		IF WS-APPLY-REPORT-STATUS > "29"
				AND WS-APPLY-REPORT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM APPLY-REPORT-ABEND-PARA
		END-IF
		CLOSE ApplyRejectFile
		IF WS-APPLY-REJECT-STATUS > "29"
				AND WS-APPLY-REJECT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM APPLY-REJECT-ABEND-PARA
		END-IF
		DISPLAY "DAY06 MASTER FILE UNAVAILABLE - STATUS "
			WS-MASTER-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

	OPEN INPUT ResponseFile
	IF WS-RESPONSE-STATUS > "29" AND WS-RESPONSE-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RESPONSE-ABEND-PARA
	END-IF.
	IF WS-RESPONSE-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
			NOT AT END
				PERFORM PROCESS-RESPONSE-ROW-PARA
		END-READ
		IF WS-RESPONSE-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RESPONSE-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-RESPONSE-STATUS NOT = "35"
		CLOSE ResponseFile
		IF WS-RESPONSE-STATUS > "29" AND WS-RESPONSE-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RESPONSE-ABEND-PARA
		END-IF
	END-IF.
	CLOSE MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.

	MOVE WS-ROW-COUNT TO WS-CNT-ROWS.
	MOVE WS-APPLIED-COUNT TO WS-CNT-APPLIED.
	MOVE WS-REJECT-COUNT TO WS-CNT-REJECTED.
	MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
	WRITE APPLY-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-APPLY-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM APPLY-REPORT-ABEND-PARA
	END-IF.
	CLOSE ApplyReportFile
	IF WS-APPLY-REPORT-STATUS > "29"
			AND WS-APPLY-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM APPLY-REPORT-ABEND-PARA
	END-IF.
	CLOSE ApplyRejectFile
	IF WS-APPLY-REJECT-STATUS > "29"
			AND WS-APPLY-REJECT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM APPLY-REJECT-ABEND-PARA
	END-IF.
	DISPLAY WS-COUNT-LINE.
	IF WS-REJECT-COUNT > 0
		MOVE 4 TO WS-APPLY-RC
		END-IF
	END-IF.
	IF WS-REASON-CODE = SPACES
		PERFORM FIND-CURRENT-VERSION-PARA
		IF WS-CURRENT-FOUND NOT = "Y"
			MOVE "04" TO WS-REASON-CODE
		END-IF
	END-IF.

	FIND-CURRENT-VERSION-PARA.
	MOVE "N" TO WS-CURRENT-FOUND.
	MOVE 0 TO WS-CURRENT-SEQ.
	MOVE 0 TO WS-VERSION-DONE.
	MOVE WS-KEY-DATE TO MST-RUN-DATE.
	MOVE WS-KEY-GROUP TO MST-GROUP.
	MOVE 0 TO MST-RUN-SEQ.
	START MasterFile KEY IS NOT < MST-KEY
		INVALID KEY
			MOVE 1 TO WS-VERSION-DONE
	END-START
	IF WS-MASTER-STATUS > "29"
		MOVE "START" TO WS-LOG-ABEND-OPERATION
		MOVE "FIND-CURRENT-VERSION-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	PERFORM UNTIL WS-VERSION-DONE = 1
		READ MasterFile NEXT RECORD
			AT END
				MOVE 1 TO WS-VERSION-DONE
			NOT AT END
				IF MST-RUN-DATE = WS-KEY-DATE
						AND MST-GROUP = WS-KEY-GROUP
					IF MST-VERSION-STATUS = "C"
						MOVE "Y" TO WS-CURRENT-FOUND
						MOVE MST-RUN-SEQ TO WS-CURRENT-SEQ
					END-IF
				ELSE
					MOVE 1 TO WS-VERSION-DONE
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "FIND-CURRENT-VERSION-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-CURRENT-FOUND = "Y"
		MOVE WS-KEY-DATE TO MST-RUN-DATE
		MOVE WS-KEY-GROUP TO MST-GROUP
		MOVE WS-CURRENT-SEQ TO MST-RUN-SEQ
		READ MasterFile
			INVALID KEY
				MOVE "N" TO WS-CURRENT-FOUND
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "FIND-CURRENT-VERSION-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-IF.

	APPLY-RESPONSE-ROW-PARA.
	MOVE MASTER-RECORD TO WS-JRN-BEFORE-IMAGE.
	MOVE WS-CSV-CODE(1:1) TO MST-DISPUTE-FLAG.
	MOVE WS-CSV-NOTE TO MST-OPERATOR-NOTE.
	MOVE "N" TO MST-REVIEW-FLAG.
	REWRITE MASTER-RECORD
		INVALID KEY
			DISPLAY "REWRITE FAILED - STATUS " WS-MASTER-STATUS
		NOT INVALID KEY
			MOVE "REWRITE" TO WS-JRN-ACTION
			MOVE MST-KEY TO WS-JRN-KEY
			MOVE MASTER-RECORD TO WS-JRN-AFTER-IMAGE
			PERFORM WRITE-JOURNAL-PARA
	END-REWRITE
	IF WS-MASTER-STATUS > "29"
		MOVE "REWRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "APPLY-RESPONSE-ROW-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	ADD 1 TO WS-APPLIED-COUNT.
	MOVE WS-KEY-DATE TO WS-APL-RUN-DATE.
	MOVE WS-KEY-GROUP TO WS-APL-GROUP.
	MOVE WS-CSV-CODE(1:1) TO WS-APL-CODE.
	MOVE WS-CSV-NOTE TO WS-APL-NOTE.
	MOVE WS-APPLIED-DETAIL TO WS-REPORT-LINE.
	WRITE APPLY-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-APPLY-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "APPLY-RESPONSE-ROW-PARA" TO WS-LOG-ABEND-PARA
		PERFORM APPLY-REPORT-ABEND-PARA
	END-IF.

	WRITE-APPLY-REJECT-PARA.
	ADD 1 TO WS-REJECT-COUNT.
	MOVE WS-REASON-CODE TO WS-REJ-REASON.
	MOVE WS-RESPONSE-IN TO WS-REJ-ROW.
	MOVE WS-REJECT-DETAIL TO WS-REPORT-LINE.
	WRITE APPLY-REJECT-RECORD FROM WS-REPORT-LINE
	IF WS-APPLY-REJECT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-APPLY-REJECT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM APPLY-REJECT-ABEND-PARA
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

	WRITE-JOURNAL-PARA.
	ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-JRN-TIME FROM TIME.
	MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR.
	MOVE "AOC-2020-DAY-06-DISP-APPLY" TO WS-JRN-PROGRAM.
	MOVE "day06-master.dat" TO WS-JRN-FILE.
	OPEN EXTEND JournalFile.
	IF WS-JOURNAL-STATUS = "35"
		OPEN OUTPUT JournalFile
	END-IF
	IF WS-JOURNAL-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-JOURNAL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-ABEND-PARA
	END-IF.
	WRITE JOURNAL-RECORD FROM WS-JRN-RECORD-DATA
	IF WS-JOURNAL-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-JOURNAL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-ABEND-PARA
	END-IF.
	CLOSE JournalFile
	IF WS-JOURNAL-STATUS > "29" AND WS-JOURNAL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-JOURNAL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-ABEND-PARA
	END-IF.

	RESPONSE-ABEND-PARA.
	MOVE "dispute-response.csv" TO WS-LOG-ABEND-FILE.
	MOVE WS-RESPONSE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	MASTER-ABEND-PARA.
	MOVE "day06-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-MASTER-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	APPLY-REPORT-ABEND-PARA.
	MOVE "dispute-apply-report.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-APPLY-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	APPLY-REJECT-ABEND-PARA.
	MOVE "dispute-apply-rejects.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-APPLY-REJECT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	JOURNAL-ABEND-PARA.
	MOVE "../../maintenance-journal.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-JOURNAL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-DAY-06-DISP-APPLY ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE ResponseFile.
	CLOSE MasterFile.
	CLOSE ApplyReportFile.
	CLOSE ApplyRejectFile.
	CLOSE ProcDateFile.
	CLOSE JournalFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-06-DISP-APP" TO WS-LOG-PROGRAM.
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
