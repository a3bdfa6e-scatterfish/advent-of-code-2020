			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MST-KEY
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT OPTIONAL JournalFile ASSIGN TO
				"../../maintenance-journal.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD MasterFile.
	COPY "day06-master-record.cpy".

	FD JournalFile.
	01 JOURNAL-RECORD PIC X(548).

	WORKING-STORAGE SECTION.
	01 WS-MASTER-STATUS PIC X(2) VALUE "00".
	01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
	COPY "maint-journal-record.cpy".
	01 WS-FUNCTION PIC X(1) VALUE SPACE.
	01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
	01 WS-KEY-DATE PIC 9(8).
	01 WS-KEY-GROUP PIC 9(4).
	01 WS-KEY-DATE-IN PIC X(8).
	01 WS-GROUP-TEMP PIC X(4).
	01 WS-BROWSE-DONE PIC 9(1).
	01 WS-BROWSE-COUNT PIC 9(4).
	01 WS-CURRENT-FOUND PIC X(1).
	01 WS-CURRENT-SEQ PIC 9(2).
	01 WS-VERSION-DONE PIC 9(1).
	01 WS-VERSION-DISPLAY.
		05 FILLER PIC X(9) VALUE "VERSION: ".
		05 WS-DSP-RUN-SEQ PIC Z9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 WS-DSP-VERSION-STATUS PIC X(10).
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(11) VALUE "RE-REVIEW: ".
		05 WS-DSP-REVIEW-FLAG PIC X(1).
	01 WS-RECORD-DISPLAY.
		05 FILLER PIC X(5) VALUE "RUN: ".
		05 WS-DSP-RUN-DATE PIC 9999/99/99.

PROCEDURE DIVISION.

	PERFORM SIGN-ON-PARA.
	OPEN I-O MasterFile.
	IF WS-MASTER-STATUS NOT = "00"
		DISPLAY "DAY06 MASTER FILE UNAVAILABLE - STATUS "
	END-IF.

	PERFORM UNTIL WS-FUNCTION = "X" OR WS-FUNCTION = "x"
		DISPLAY "FUNCTION (I=INQUIRE B=BROWSE V=VERSIONS D=DISPUTE "
			"C=CORRECT X=EXIT):"
		ACCEPT WS-FUNCTION
		EVALUATE WS-FUNCTION
			WHEN "B"
			WHEN "b"
				PERFORM BROWSE-PARA
			WHEN "V"
			WHEN "v"
				PERFORM VERSIONS-PARA
			WHEN "D"
			WHEN "d"
				PERFORM MARK-RECORD-PARA
	MOVE 0 TO RETURN-CODE.
	STOP RUN.

	SIGN-ON-PARA.
	DISPLAY "OPERATOR ID:".
	ACCEPT WS-OPERATOR-ID.
	IF WS-OPERATOR-ID = SPACES
		DISPLAY "OPERATOR ID REQUIRED"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

	ACCEPT-KEY-PARA.
	DISPLAY "RUN DATE (YYYYMMDD):".
	ACCEPT WS-KEY-DATE-IN.

	INQUIRE-PARA.
	PERFORM ACCEPT-KEY-PARA.
	PERFORM FIND-CURRENT-VERSION-PARA.
	IF WS-CURRENT-FOUND = "Y"
		PERFORM DISPLAY-RECORD-PARA
	ELSE
		DISPLAY "RECORD NOT FOUND"
	END-IF.

	VERSIONS-PARA.
	PERFORM ACCEPT-KEY-PARA.
	MOVE WS-KEY-DATE TO MST-RUN-DATE.
	MOVE WS-KEY-GROUP TO MST-GROUP.
	MOVE 0 TO MST-RUN-SEQ.
	MOVE 0 TO WS-BROWSE-DONE.
	MOVE 0 TO WS-BROWSE-COUNT.
	START MasterFile KEY IS NOT < MST-KEY
		INVALID KEY
			MOVE 1 TO WS-BROWSE-DONE
	END-START.
	PERFORM UNTIL WS-BROWSE-DONE = 1
		READ MasterFile NEXT RECORD
			AT END
				MOVE 1 TO WS-BROWSE-DONE
			NOT AT END
				IF MST-RUN-DATE = WS-KEY-DATE
						AND MST-GROUP = WS-KEY-GROUP
					PERFORM DISPLAY-RECORD-PARA
					ADD 1 TO WS-BROWSE-COUNT
				ELSE
					MOVE 1 TO WS-BROWSE-DONE
				END-IF
		END-READ
	END-PERFORM.
	IF WS-BROWSE-COUNT = 0
		DISPLAY "RECORD NOT FOUND"
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
	END-START.
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
	END-PERFORM.
	IF WS-CURRENT-FOUND = "Y"
		MOVE WS-KEY-DATE TO MST-RUN-DATE
		MOVE WS-KEY-GROUP TO MST-GROUP
		MOVE WS-CURRENT-SEQ TO MST-RUN-SEQ
		READ MasterFile
			INVALID KEY
				MOVE "N" TO WS-CURRENT-FOUND
		END-READ
	END-IF.

	BROWSE-PARA.
	PERFORM ACCEPT-DATE-PARA.
	MOVE WS-KEY-DATE TO MST-RUN-DATE.
	MOVE 0 TO MST-GROUP.
	MOVE 0 TO MST-RUN-SEQ.
	MOVE 0 TO WS-BROWSE-DONE.
	MOVE 0 TO WS-BROWSE-COUNT.
	START MasterFile KEY IS NOT < MST-KEY
				MOVE 1 TO WS-BROWSE-DONE
			NOT AT END
				IF MST-RUN-DATE = WS-KEY-DATE
					IF MST-VERSION-STATUS = "C"
						PERFORM DISPLAY-RECORD-PARA
						ADD 1 TO WS-BROWSE-COUNT
					END-IF
				ELSE
					MOVE 1 TO WS-BROWSE-DONE
				END-IF

	MARK-RECORD-PARA.
	PERFORM ACCEPT-KEY-PARA.
	PERFORM FIND-CURRENT-VERSION-PARA.
	IF WS-CURRENT-FOUND NOT = "Y"
		DISPLAY "RECORD NOT FOUND"
	ELSE
		MOVE MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
		DISPLAY "OPERATOR NOTE:"
		ACCEPT WS-NOTE-IN
		IF WS-FUNCTION = "D" OR WS-FUNCTION = "d"
			MOVE "D" TO MST-DISPUTE-FLAG
		ELSE
			MOVE "C" TO MST-DISPUTE-FLAG
		END-IF
		MOVE WS-NOTE-IN TO MST-OPERATOR-NOTE
		MOVE "N" TO MST-REVIEW-FLAG
		REWRITE MASTER-RECORD
			INVALID KEY
				DISPLAY "REWRITE FAILED - STATUS " WS-MASTER-STATUS
			NOT INVALID KEY
				MOVE "REWRITE" TO WS-JRN-ACTION
				MOVE MST-KEY TO WS-JRN-KEY
				MOVE MASTER-RECORD TO WS-JRN-AFTER-IMAGE
				PERFORM WRITE-JOURNAL-PARA
		END-REWRITE
		PERFORM DISPLAY-RECORD-PARA
	END-IF.

	DISPLAY-RECORD-PARA.
	MOVE MST-RUN-DATE TO WS-DSP-RUN-DATE.
	MOVE MST-ALL TO WS-DSP-ALL.
	MOVE MST-DISPUTE-FLAG TO WS-DSP-FLAG.
	DISPLAY WS-RECORD-DISPLAY.
	MOVE MST-RUN-SEQ TO WS-DSP-RUN-SEQ.
	IF MST-VERSION-STATUS = "C"
		MOVE "CURRENT" TO WS-DSP-VERSION-STATUS
	ELSE
		MOVE "SUPERSEDED" TO WS-DSP-VERSION-STATUS
	END-IF.
	MOVE MST-REVIEW-FLAG TO WS-DSP-REVIEW-FLAG.
	DISPLAY WS-VERSION-DISPLAY.
	IF MST-OPERATOR-NOTE NOT = SPACES
		DISPLAY "NOTE: " MST-OPERATOR-NOTE
	END-IF.

	WRITE-JOURNAL-PARA.
	ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-JRN-TIME FROM TIME.
	MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR.
	MOVE "AOC-2020-DAY-06-INQUIRY" TO WS-JRN-PROGRAM.
	MOVE "day06-master.dat" TO WS-JRN-FILE.
	OPEN EXTEND JournalFile.
	IF WS-JOURNAL-STATUS = "35"
		OPEN OUTPUT JournalFile
	END-IF
	IF WS-JOURNAL-STATUS > "29"
		PERFORM JOURNAL-ERROR-PARA
	END-IF.
	WRITE JOURNAL-RECORD FROM WS-JRN-RECORD-DATA
	IF WS-JOURNAL-STATUS > "29"
		PERFORM JOURNAL-ERROR-PARA
	END-IF.
	CLOSE JournalFile
	IF WS-JOURNAL-STATUS > "29"
		PERFORM JOURNAL-ERROR-PARA
	END-IF.

	JOURNAL-ERROR-PARA.
	DISPLAY "MAINTENANCE JOURNAL UNAVAILABLE - STATUS "
		WS-JOURNAL-STATUS.
	DISPLAY "CHANGE NOT JOURNALED - KEY " WS-JRN-KEY.
	CLOSE JournalFile.
	CLOSE MasterFile.
	MOVE 8 TO RETURN-CODE.
	STOP RUN.
