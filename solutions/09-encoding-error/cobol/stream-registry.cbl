			ACCESS MODE IS DYNAMIC
			RECORD KEY IS STR-KEY
			FILE STATUS IS WS-REGISTRY-STATUS.
		SELECT OPTIONAL JournalFile ASSIGN TO
				"../../maintenance-journal.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD StreamRegistryFile.
	COPY "day09-stream-record.cpy".

	FD JournalFile.
	01 JOURNAL-RECORD PIC X(548).

	WORKING-STORAGE SECTION.
	01 WS-REGISTRY-STATUS PIC X(2) VALUE "00".
	01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
	COPY "maint-journal-record.cpy".
	01 WS-FUNCTION PIC X(1) VALUE SPACE.
	01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
	01 WS-KEY-STREAM-ID PIC X(8).
	01 WS-FILE-NAME-IN PIC X(40).
	01 WS-OWNER-IN PIC X(30).
	01 WS-BASELINE-P2 PIC 9(16).
	01 WS-BROWSE-DONE PIC 9(1).
	01 WS-BROWSE-COUNT PIC 9(4).
	01 WS-WINDOW-EDIT PIC ZZZ9.
	01 WS-RECORD-DISPLAY.
		05 FILLER PIC X(8) VALUE "STREAM: ".
		05 WS-DSP-STREAM-ID PIC X(8).
		05 WS-DSP-ANOM PIC ZZZZZ9.
		05 FILLER PIC X(15) VALUE "  CONSEC FAILS:".
		05 WS-DSP-FAILS PIC ZZZ9.
		05 FILLER PIC X(10) VALUE "  WINDOW: ".
		05 WS-DSP-WINDOW PIC X(6).

PROCEDURE DIVISION.

	PERFORM SIGN-ON-PARA.
	OPEN I-O StreamRegistryFile.
	IF WS-REGISTRY-STATUS = "35"
		OPEN OUTPUT StreamRegistryFile
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

	ACCEPT-STREAM-ID-PARA.
	DISPLAY "STREAM ID:".
	ACCEPT WS-KEY-STREAM-ID.
	MOVE 0 TO STR-LAST-RC.
	MOVE 0 TO STR-LAST-ANOM-COUNT.
	MOVE 0 TO STR-CONSEC-FAILURES.
	MOVE 0 TO STR-WINDOW-SIZE.
	MOVE 0 TO STR-LAST-PART1.
	MOVE 0 TO STR-LAST-PART2.
	WRITE STREAM-RECORD
		INVALID KEY
			DISPLAY "STREAM ALREADY REGISTERED - USE UPDATE"
		NOT INVALID KEY
			MOVE "ADD" TO WS-JRN-ACTION
			MOVE STR-KEY TO WS-JRN-KEY
			MOVE SPACES TO WS-JRN-BEFORE-IMAGE
			MOVE STREAM-RECORD TO WS-JRN-AFTER-IMAGE
			PERFORM WRITE-JOURNAL-PARA
	END-WRITE.

	INQUIRE-PARA.
		INVALID KEY
			DISPLAY "RECORD NOT FOUND"
		NOT INVALID KEY
			MOVE STREAM-RECORD TO WS-JRN-BEFORE-IMAGE
			PERFORM ACCEPT-ATTRIBUTES-PARA
			MOVE WS-FILE-NAME-IN TO STR-FILE-NAME
			MOVE WS-OWNER-IN TO STR-OWNER
				INVALID KEY
					DISPLAY "REWRITE FAILED - STATUS "
						WS-REGISTRY-STATUS
				NOT INVALID KEY
					MOVE "REWRITE" TO WS-JRN-ACTION
					MOVE STR-KEY TO WS-JRN-KEY
					MOVE STREAM-RECORD TO WS-JRN-AFTER-IMAGE
					PERFORM WRITE-JOURNAL-PARA
			END-REWRITE
			PERFORM DISPLAY-RECORD-PARA
	END-READ.
	MOVE STR-LAST-RC TO WS-DSP-LAST-RC.
	MOVE STR-LAST-ANOM-COUNT TO WS-DSP-ANOM.
	MOVE STR-CONSEC-FAILURES TO WS-DSP-FAILS.
	IF STR-WINDOW-SIZE > 0
		MOVE STR-WINDOW-SIZE TO WS-WINDOW-EDIT
		MOVE WS-WINDOW-EDIT TO WS-DSP-WINDOW
	ELSE
		MOVE "GLOBAL" TO WS-DSP-WINDOW
	END-IF.
	DISPLAY WS-TELEMETRY-DISPLAY.

	WRITE-JOURNAL-PARA.
	ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-JRN-TIME FROM TIME.
	MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR.
	MOVE "AOC-2020-DAY-09-STREAM-REG" TO WS-JRN-PROGRAM.
	MOVE "day09-streams.dat" TO WS-JRN-FILE.
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
	CLOSE StreamRegistryFile.
	MOVE 8 TO RETURN-CODE.
	STOP RUN.
