			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ANM-KEY
			FILE STATUS IS WS-ANOMALY-STATUS.
		SELECT OPTIONAL JournalFile ASSIGN TO
				"../../maintenance-journal.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD AnomalyMasterFile.
	COPY "day09-anomaly-record.cpy".

	FD JournalFile.
	01 JOURNAL-RECORD PIC X(548).

	WORKING-STORAGE SECTION.
	01 WS-ANOMALY-STATUS PIC X(2) VALUE "00".
	01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
	COPY "maint-journal-record.cpy".
	01 WS-FUNCTION PIC X(1) VALUE SPACE.
	01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
	01 WS-KEY-STREAM PIC X(40).
	01 WS-KEY-INDEX PIC 9(6).
	01 WS-KEY-INDEX-IN PIC X(6).

PROCEDURE DIVISION.

	PERFORM SIGN-ON-PARA.
	OPEN I-O AnomalyMasterFile.
	IF WS-ANOMALY-STATUS NOT = "00"
		DISPLAY "DAY09 ANOMALY MASTER UNAVAILABLE - STATUS "
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
	PERFORM ACCEPT-STREAM-PARA.
	DISPLAY "PACKET INDEX:".
		INVALID KEY
			DISPLAY "RECORD NOT FOUND"
		NOT INVALID KEY
			MOVE ANOMALY-RECORD TO WS-JRN-BEFORE-IMAGE
			DISPLAY "OPERATOR NOTE:"
			ACCEPT WS-NOTE-IN
			IF WS-FUNCTION = "A" OR WS-FUNCTION = "a"
			REWRITE ANOMALY-RECORD
				INVALID KEY
					DISPLAY "REWRITE FAILED - STATUS " WS-ANOMALY-STATUS
				NOT INVALID KEY
					MOVE "REWRITE" TO WS-JRN-ACTION
					MOVE ANM-KEY TO WS-JRN-KEY
					MOVE ANOMALY-RECORD TO WS-JRN-AFTER-IMAGE
					PERFORM WRITE-JOURNAL-PARA
			END-REWRITE
			PERFORM DISPLAY-RECORD-PARA
	END-READ.
	IF ANM-OPERATOR-NOTE NOT = SPACES
		DISPLAY "NOTE: " ANM-OPERATOR-NOTE
	END-IF.

	WRITE-JOURNAL-PARA.
	ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-JRN-TIME FROM TIME.
	MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR.
	MOVE "AOC-2020-DAY-09-ANOMALY-INQ" TO WS-JRN-PROGRAM.
	MOVE "day09-anomaly-master.dat" TO WS-JRN-FILE.
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
	CLOSE AnomalyMasterFile.
	MOVE 8 TO RETURN-CODE.
	STOP RUN.
