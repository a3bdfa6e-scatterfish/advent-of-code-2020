IDENTIFICATION DIVISION.
	PROGRAM-ID. AOC-2020-DAY-06-MST-CONV.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OldMasterFile ASSIGN TO "day06-master.old"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS OLD-MST-KEY
			FILE STATUS IS WS-OLD-MASTER-STATUS.
		SELECT MasterFile ASSIGN TO "day06-master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS MST-KEY
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT ConvertReportFile ASSIGN TO "day06-master-convert.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONVERT-REPORT-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD OldMasterFile.
	01 OLD-MASTER-RECORD.
		05 OLD-MST-KEY.
			10 OLD-MST-RUN-DATE PIC 9(8).
			10 OLD-MST-GROUP PIC 9(4).
		05 OLD-MST-START-LINE PIC 9(4).
		05 OLD-MST-SIZE PIC 9(4).
		05 OLD-MST-ANY PIC 9(4).
		05 OLD-MST-ALL PIC 9(4).
		05 OLD-MST-DISPUTE-FLAG PIC X(1).
		05 OLD-MST-OPERATOR-NOTE PIC X(40).

	FD MasterFile.
	COPY "day06-master-record.cpy".

	FD ConvertReportFile.
	01 CONVERT-REPORT-RECORD PIC X(132).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-OLD-MASTER-STATUS PIC X(2) VALUE "00".
	01 WS-MASTER-STATUS PIC X(2) VALUE "00".
	01 WS-CONVERT-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-READ-COUNT PIC 9(6) VALUE 0.
	01 WS-WRITE-COUNT PIC 9(6) VALUE 0.
	01 WS-DISPUTE-COUNT PIC 9(6) VALUE 0.
	01 WS-NOTE-COUNT PIC 9(6) VALUE 0.
	01 WS-CONVERT-RC PIC 9(2) VALUE 0.
	01 WS-REPORT-LINE PIC X(132).
	01 WS-CONVERT-HEADING.
		05 FILLER PIC X(34) VALUE "DAY06 MASTER CONVERSION - DATE: ".
		05 WS-HDG-RUN-DATE PIC 9999/99/99.
	01 WS-COUNT-LINE.
		05 WS-CNT-LABEL PIC X(30).
		05 WS-CNT-VALUE PIC ZZZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

	OPEN INPUT MasterFile
	IF WS-MASTER-STATUS NOT = "35"
		CLOSE MasterFile
		DISPLAY "DAY06 MASTER day06-master.dat ALREADY EXISTS - "
			"CONVERSION NOT RUN"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

	OPEN INPUT OldMasterFile
	IF WS-OLD-MASTER-STATUS > "29" AND WS-OLD-MASTER-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM OLD-MASTER-ABEND-PARA
	END-IF.
	IF WS-OLD-MASTER-STATUS NOT = "00"
		DISPLAY "OLD DAY06 MASTER day06-master.old NOT FOUND - STATUS "
			WS-OLD-MASTER-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

	OPEN OUTPUT MasterFile
	IF WS-MASTER-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	OPEN OUTPUT ConvertReportFile
	IF WS-CONVERT-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CONVERT-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-CONVERT-HEADING TO WS-REPORT-LINE.
	WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-CONVERT-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CONVERT-REPORT-ABEND-PARA
	END-IF.

	PERFORM UNTIL WS-EOF = 1
		READ OldMasterFile NEXT RECORD
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				ADD 1 TO WS-READ-COUNT
				PERFORM CONVERT-RECORD-PARA
		END-READ
		IF WS-OLD-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM OLD-MASTER-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE OldMasterFile
	IF WS-OLD-MASTER-STATUS > "29" AND WS-OLD-MASTER-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM OLD-MASTER-ABEND-PARA
	END-IF.
	CLOSE MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.

	MOVE "RECORDS READ:" TO WS-CNT-LABEL.
	MOVE WS-READ-COUNT TO WS-CNT-VALUE.
	PERFORM WRITE-COUNT-PARA.
	MOVE "RECORDS WRITTEN:" TO WS-CNT-LABEL.
	MOVE WS-WRITE-COUNT TO WS-CNT-VALUE.
	PERFORM WRITE-COUNT-PARA.
	MOVE "DISPUTE FLAGS CARRIED:" TO WS-CNT-LABEL.
	MOVE WS-DISPUTE-COUNT TO WS-CNT-VALUE.
	PERFORM WRITE-COUNT-PARA.
	MOVE "OPERATOR NOTES CARRIED:" TO WS-CNT-LABEL.
	MOVE WS-NOTE-COUNT TO WS-CNT-VALUE.
	PERFORM WRITE-COUNT-PARA.
	CLOSE ConvertReportFile
	IF WS-CONVERT-REPORT-STATUS > "29"
			AND WS-CONVERT-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CONVERT-REPORT-ABEND-PARA
	END-IF.

	IF WS-WRITE-COUNT NOT = WS-READ-COUNT
		MOVE 8 TO WS-CONVERT-RC
	ELSE
		MOVE 0 TO WS-CONVERT-RC
	END-IF.
	DISPLAY "DAY06 MASTER CONVERTED - RECORDS: " WS-WRITE-COUNT.
	MOVE WS-CONVERT-RC TO RETURN-CODE.
	STOP RUN.

	CONVERT-RECORD-PARA.
	MOVE OLD-MST-RUN-DATE TO MST-RUN-DATE.
	MOVE OLD-MST-GROUP TO MST-GROUP.
	MOVE 1 TO MST-RUN-SEQ.
	MOVE OLD-MST-START-LINE TO MST-START-LINE.
	MOVE OLD-MST-SIZE TO MST-SIZE.
	MOVE OLD-MST-ANY TO MST-ANY.
	MOVE OLD-MST-ALL TO MST-ALL.
	MOVE OLD-MST-DISPUTE-FLAG TO MST-DISPUTE-FLAG.
	MOVE OLD-MST-OPERATOR-NOTE TO MST-OPERATOR-NOTE.
	MOVE "C" TO MST-VERSION-STATUS.
	MOVE "N" TO MST-REVIEW-FLAG.
	MOVE ZEROS TO MST-PERSON-SIGS.
	MOVE 0 TO MST-ANY-SIG.
	MOVE 0 TO MST-ALL-SIG.
	WRITE MASTER-RECORD
		INVALID KEY
			DISPLAY "DUPLICATE KEY " MST-KEY " - RECORD NOT CONVERTED"
		NOT INVALID KEY
			ADD 1 TO WS-WRITE-COUNT
			IF MST-DISPUTE-FLAG = "D"
				ADD 1 TO WS-DISPUTE-COUNT
			END-IF
			IF MST-OPERATOR-NOTE NOT = SPACES
				ADD 1 TO WS-NOTE-COUNT
			END-IF
	END-WRITE
	IF WS-MASTER-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "CONVERT-RECORD-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.

	WRITE-COUNT-PARA.
	MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
	WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-CONVERT-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-COUNT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CONVERT-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-COUNT-LINE.

	OLD-MASTER-ABEND-PARA.
	MOVE "day06-master.old" TO WS-LOG-ABEND-FILE.
	MOVE WS-OLD-MASTER-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	MASTER-ABEND-PARA.
	MOVE "day06-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-MASTER-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONVERT-REPORT-ABEND-PARA.
	MOVE "day06-master-convert.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONVERT-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-DAY-06-MST-CONV ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE OldMasterFile.
	CLOSE MasterFile.
	CLOSE ConvertReportFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-06-MST-CONV" TO WS-LOG-PROGRAM.
	MOVE "ABEND" TO WS-LOG-PHASE.
	MOVE SPACES TO WS-LOG-SOURCE.
	MOVE WS-READ-COUNT TO WS-LOG-RECORDS-READ.
	MOVE 0 TO WS-LOG-REJECTS.
	MOVE 0 TO WS-LOG-EXCEPTIONS.
	MOVE "N" TO WS-LOG-SELFCHECK.
	MOVE 16 TO WS-LOG-RC.
	OPEN EXTEND RunLogFile.
	WRITE RUNLOG-RECORD FROM WS-LOG-RECORD-DATA.
	CLOSE RunLogFile.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
