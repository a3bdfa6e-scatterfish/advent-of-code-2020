		SELECT OPTIONAL StreamFile ASSIGN TO DYNAMIC WS-STREAM-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STREAM-STATUS.
		SELECT OPTIONAL StreamControlFile ASSIGN TO DYNAMIC
				WS-STREAM-CTL-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STREAM-CTL-STATUS.
		SELECT QuarantineFile ASSIGN TO DYNAMIC WS-QUARANTINE-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-QUARANTINE-STATUS.
		SELECT OPTIONAL ManifestFile ASSIGN TO "day09-manifest.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MANIFEST-STATUS.
		SELECT ReportFile ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
		SELECT OPTIONAL ControlFile ASSIGN TO "control.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONTROL-STATUS.
		SELECT ExceptionFile ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-EXCEPTION-STATUS.
		SELECT AnomalyMasterFile ASSIGN TO "day09-anomaly-master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			FILE STATUS IS WS-ANOMALY-STATUS.
		SELECT RecurrenceFile ASSIGN TO DYNAMIC
				WS-RECURRENCE-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RECURRENCE-STATUS.
		SELECT StreamRegistryFile ASSIGN TO "day09-streams.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
	FILE SECTION.
	01 STREAM-FILE.
		05 STREAM-LINE PIC X(30).

	FD StreamControlFile.
	01 STREAM-CONTROL-RECORD.
		05 SCR-TAG PIC X(4).
		05 SCR-COUNT PIC 9(8).
		05 FILLER PIC X(1).
		05 SCR-HASH PIC 9(16).
		05 FILLER PIC X(51).

	FD QuarantineFile.
	01 QUARANTINE-RECORD PIC X(132).

	FD ManifestFile.
	01 MANIFEST-RECORD PIC X(80).

		05 CTL-WINDOW-SIZE PIC 9(4).
		05 CTL-MAX-RECORDS PIC 9(6).
		05 CTL-SELFCHECK-MODE PIC X(1).
		05 CTL-REQUIRE-STREAM-CONTROL PIC X(1).
		05 FILLER PIC X(67).

	FD ExceptionFile.
	01 EXCEPTION-RECORD PIC X(132).
	COPY "day09-stream-record.cpy".

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	FD CheckpointFile.
	01 CHECKPOINT-RECORD.
		05 CKPT-RANGE-END PIC 9(6).
		05 FILLER PIC X(68).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	WORKING-STORAGE SECTION.
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-INPUT.
		05 WS-INPUT-LINE PIC X(20).
	01 WS-CAPACITY.
		05 WS-WINDOW-SIZE PIC 9(4) VALUE 25.
		05 WS-GLOBAL-WINDOW-SIZE PIC 9(4) VALUE 25.
		05 WS-MAX-RECORDS PIC 9(6) VALUE 1000.
		05 WS-ACTUAL-COUNT PIC 9(6) VALUE 0.
		05 WS-MAX-RECORDS-CEILING PIC 9(6) VALUE 100000.
	01 WS-SOURCE-FILE-NAME PIC X(40) VALUE "input.txt".
	01 WS-STREAM-FILE-NAME PIC X(40) VALUE SPACES.
	01 WS-STREAM-STATUS PIC X(2) VALUE "00".
	01 WS-QUARANTINE-STATUS PIC X(2) VALUE "00".
	01 WS-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-EXCEPTION-STATUS PIC X(2) VALUE "00".
	01 WS-RECURRENCE-STATUS PIC X(2) VALUE "00".
	01 WS-STREAM-IN PIC X(30).
	01 WS-STREAM-CTL-NAME PIC X(44) VALUE SPACES.
	01 WS-STREAM-CTL-STATUS PIC X(2) VALUE "00".
	01 WS-REQUIRE-STREAM-CONTROL PIC X(1) VALUE "N".
	01 WS-STREAM-CTL-FOUND PIC X(1).
	01 WS-EXPECTED-COUNT PIC 9(8).
	01 WS-EXPECTED-HASH PIC 9(16).
	01 WS-LINES-READ PIC 9(8).
	01 WS-HASH-TOTAL PIC 9(17).
	01 WS-HASH-MODULUS PIC 9(17) VALUE 10000000000000000.
	01 WS-LINE-LEN PIC 9(4).
	01 WS-LINE-ERROR PIC X(12).
	01 WS-FORMAT-ERRORS PIC 9(8).
	01 WS-FIRST-BAD-LINE PIC 9(8).
	01 WS-FIRST-BAD-REASON PIC X(12).
	01 WS-CAPACITY-HIT PIC X(1).
	01 WS-QUARANTINE-FLAG PIC X(1).
	01 WS-QUARANTINE-REASON PIC X(20).
	01 WS-STREAMS-QUARANTINED PIC 9(2) VALUE 0.
	01 WS-QUARANTINED-RECORDS PIC 9(8) VALUE 0.
	01 WS-QUARANTINE-FILE-NAME PIC X(40) VALUE SPACES.
	01 WS-QUARANTINE-LINE PIC X(132).
	01 WS-QUARANTINE-HEADING.
		05 FILLER PIC X(36) VALUE "DAY09 STREAM QUARANTINE - RUN DATE: ".
		05 WS-QTN-HDG-DATE PIC 9999/99/99.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(17) VALUE "CONTROL RECORDS: ".
		05 WS-QTN-HDG-REQUIRED PIC X(12).
	01 WS-QUARANTINE-DETAIL.
		05 FILLER PIC X(13) VALUE "QUARANTINED: ".
		05 WS-QTN-STREAM PIC X(40).
		05 FILLER PIC X(2) VALUE SPACES.
		05 FILLER PIC X(8) VALUE "REASON: ".
		05 WS-QTN-REASON PIC X(20).
	01 WS-QUARANTINE-COUNTS.
		05 FILLER PIC X(18) VALUE "  EXPECTED COUNT: ".
		05 WS-QTN-EXP-COUNT PIC X(8).
		05 FILLER PIC X(16) VALUE "  ACTUAL COUNT: ".
		05 WS-QTN-ACT-COUNT PIC ZZZZZZZ9.
		05 FILLER PIC X(17) VALUE "  EXPECTED HASH: ".
		05 WS-QTN-EXP-HASH PIC X(16).
		05 FILLER PIC X(15) VALUE "  ACTUAL HASH: ".
		05 WS-QTN-ACT-HASH PIC Z(15)9.
	01 WS-QUARANTINE-FORMAT.
		05 FILLER PIC X(17) VALUE "  FORMAT ERRORS: ".
		05 WS-QTN-FMT-ERRORS PIC ZZZZZZZ9.
		05 FILLER PIC X(18) VALUE "  FIRST BAD LINE: ".
		05 WS-QTN-BAD-LINE PIC ZZZZZZZ9.
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-QTN-BAD-REASON PIC X(12).
		05 FILLER PIC X(12) VALUE "  CAPACITY: ".
		05 WS-QTN-CAPACITY PIC ZZZZZ9.
	01 WS-QUARANTINE-SUMMARY.
		05 FILLER PIC X(21) VALUE "STREAMS QUARANTINED: ".
		05 WS-QTN-STREAMS PIC Z9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(14) VALUE "RECORDS HELD: ".
		05 WS-QTN-RECORDS PIC ZZZZZZZ9.
	01 WS-MANIFEST-STATUS PIC X(2) VALUE "00".
	01 WS-MANIFEST-MODE PIC X(1) VALUE "N".
	01 WS-MANIFEST-IN PIC X(80).
	01 WS-STREAMS-WITH-ANOMALY PIC 9(2) VALUE 0.
	01 WS-WORST-ANOMALY PIC 9(16) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
	01 WS-EXCEPTION-FILE-NAME PIC X(40) VALUE SPACES.

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	MOVE WS-RUN-DATE TO WS-GEN-DATE-X.
	STRING "day09-report." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
		DELIMITED BY SIZE INTO WS-EXCEPTION-FILE-NAME.
	STRING "day09-recurrence." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-RECURRENCE-FILE-NAME.
	STRING "day09-quarantine." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-QUARANTINE-FILE-NAME.

	OPEN INPUT ControlFile
	IF WS-CONTROL-STATUS > "29" AND WS-CONTROL-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CONTROL-ABEND-PARA
	END-IF.
	IF WS-CONTROL-STATUS = "00"
		READ ControlFile
			AT END
				IF CTL-SELFCHECK-MODE = "Y"
					MOVE "Y" TO WS-SELFCHECK-MODE
				END-IF
				IF CTL-REQUIRE-STREAM-CONTROL = "Y"
					MOVE "Y" TO WS-REQUIRE-STREAM-CONTROL
				END-IF
		END-READ
		IF WS-CONTROL-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM CONTROL-ABEND-PARA
		END-IF
	END-IF.
	CLOSE ControlFile
	IF WS-CONTROL-STATUS > "29" AND WS-CONTROL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CONTROL-ABEND-PARA
	END-IF.

	IF WS-SELFCHECK-MODE = "Y"
		MOVE "selfcheck-input.txt" TO WS-SOURCE-FILE-NAME
		MOVE 1 TO WS-START-SEARCH-I
	END-IF.

	MOVE WS-WINDOW-SIZE TO WS-GLOBAL-WINDOW-SIZE.
	COMPUTE WS-FIRST-CHECK-I = WS-WINDOW-SIZE + 1.

	IF WS-SELFCHECK-MODE NOT = "Y"

	IF WS-EXCEPTION-MODE = "Y"
		OPEN OUTPUT ExceptionFile
		IF WS-EXCEPTION-STATUS > "29"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM EXCEPTION-ABEND-PARA
		END-IF
		WRITE EXCEPTION-RECORD FROM WS-CT-HEADER
		IF WS-EXCEPTION-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM EXCEPTION-ABEND-PARA
		END-IF
		OPEN OUTPUT RecurrenceFile
		IF WS-RECURRENCE-STATUS > "29"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RECURRENCE-ABEND-PARA
		END-IF
		MOVE WS-RUN-DATE TO WS-REC-HDG-DATE
		MOVE WS-RECURRENCE-HEADING TO WS-RECURRENCE-LINE
		WRITE RECURRENCE-RECORD FROM WS-RECURRENCE-LINE
		IF WS-RECURRENCE-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RECURRENCE-ABEND-PARA
		END-IF
		IF WS-SELFCHECK-MODE NOT = "Y"
			PERFORM OPEN-ANOMALY-MASTER-PARA
		END-IF
	END-IF.
	IF WS-SELFCHECK-MODE NOT = "Y"
		PERFORM OPEN-REGISTRY-PARA
		OPEN OUTPUT QuarantineFile
		IF WS-QUARANTINE-STATUS > "29"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM QUARANTINE-ABEND-PARA
		END-IF
		MOVE WS-RUN-DATE TO WS-QTN-HDG-DATE
		IF WS-REQUIRE-STREAM-CONTROL = "Y"
			MOVE "REQUIRED" TO WS-QTN-HDG-REQUIRED
		ELSE
			MOVE "WHEN PRESENT" TO WS-QTN-HDG-REQUIRED
		END-IF
		MOVE WS-QUARANTINE-HEADING TO WS-QUARANTINE-LINE
		WRITE QUARANTINE-RECORD FROM WS-QUARANTINE-LINE
		IF WS-QUARANTINE-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM QUARANTINE-ABEND-PARA
		END-IF
	END-IF.
	OPEN OUTPUT ReportFile
	IF WS-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REPORT-ABEND-PARA
	END-IF.
	WRITE REPORT-RECORD FROM WS-CT-HEADER
	IF WS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REPORT-ABEND-PARA
	END-IF.

	PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
			UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
	IF WS-REGISTRY-OPEN = "Y"
		PERFORM CHECK-MISSING-STREAMS-PARA
		CLOSE StreamRegistryFile
		IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
		IF (WS-DRIFT-COUNT > 0 OR WS-MISSING-COUNT > 0)
				AND WS-FINAL-RC < 4
			MOVE 4 TO WS-FINAL-RC
	IF WS-MANIFEST-MODE = "Y"
		PERFORM WRITE-STREAM-SUMMARY-PARA
	END-IF.
	IF WS-SELFCHECK-MODE NOT = "Y"
		MOVE WS-STREAMS-QUARANTINED TO WS-QTN-STREAMS
		MOVE WS-QUARANTINED-RECORDS TO WS-QTN-RECORDS
		MOVE WS-QUARANTINE-SUMMARY TO WS-QUARANTINE-LINE
		WRITE QUARANTINE-RECORD FROM WS-QUARANTINE-LINE
		IF WS-QUARANTINE-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM QUARANTINE-ABEND-PARA
		END-IF
		CLOSE QuarantineFile
		IF WS-QUARANTINE-STATUS > "29"
				AND WS-QUARANTINE-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM QUARANTINE-ABEND-PARA
		END-IF
	END-IF.

	MOVE WS-CT-RPT-COUNT TO WS-CT-TRL-COUNT.
	MOVE WS-CT-RPT-P1-SUM TO WS-CT-TRL-SUM-1.
	MOVE WS-CT-RPT-P2-SUM TO WS-CT-TRL-SUM-2.
	WRITE REPORT-RECORD FROM WS-CT-TRAILER
	IF WS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REPORT-ABEND-PARA
	END-IF.
	CLOSE ReportFile
	IF WS-REPORT-STATUS > "29" AND WS-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REPORT-ABEND-PARA
	END-IF.
	IF WS-EXCEPTION-MODE = "Y"
		MOVE WS-CT-EXC-COUNT TO WS-CT-TRL-COUNT
		MOVE WS-CT-EXC-SUM TO WS-CT-TRL-SUM-1
		MOVE 0 TO WS-CT-TRL-SUM-2
		WRITE EXCEPTION-RECORD FROM WS-CT-TRAILER
		IF WS-EXCEPTION-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM EXCEPTION-ABEND-PARA
		END-IF
		CLOSE ExceptionFile
		IF WS-EXCEPTION-STATUS > "29" AND WS-EXCEPTION-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM EXCEPTION-ABEND-PARA
		END-IF
		PERFORM WRITE-RECURRENCE-SUMMARY-PARA
		CLOSE RecurrenceFile
		IF WS-RECURRENCE-STATUS > "29"
				AND WS-RECURRENCE-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RECURRENCE-ABEND-PARA
		END-IF
		IF WS-ANOMALY-OPEN = "Y"
			CLOSE AnomalyMasterFile
			IF WS-ANOMALY-STATUS > "29" AND WS-ANOMALY-STATUS NOT = "42"
				MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
				MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
				PERFORM ANOMALY-ABEND-PARA
			END-IF
		END-IF
	END-IF.

	MOVE WS-FINAL-RC TO RETURN-CODE.
	MOVE "END" TO WS-LOG-PHASE.
	MOVE WS-TOTAL-RECORDS-READ TO WS-LOG-RECORDS-READ.
	MOVE WS-QUARANTINED-RECORDS TO WS-LOG-REJECTS.
	MOVE WS-CT-EXC-COUNT TO WS-LOG-EXCEPTIONS.
	MOVE WS-FINAL-RC TO WS-LOG-RC.
	PERFORM WRITE-RUNLOG-PARA.
	STOP RUN.

	READ-MANIFEST-PARA.
	OPEN INPUT ManifestFile
	IF WS-MANIFEST-STATUS > "29" AND WS-MANIFEST-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-MANIFEST-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MANIFEST-ABEND-PARA
	END-IF.
	IF WS-MANIFEST-STATUS = "00"
		PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
				OR WS-STREAM-COUNT = 50
							WS-STREAM-NAME(WS-STREAM-COUNT)
					END-IF
			END-READ
			IF WS-MANIFEST-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "READ-MANIFEST-PARA" TO WS-LOG-ABEND-PARA
				PERFORM MANIFEST-ABEND-PARA
			END-IF
		END-PERFORM
		IF WS-STREAM-COUNT > 0
			MOVE "Y" TO WS-MANIFEST-MODE
		END-IF
	END-IF.
	CLOSE ManifestFile
	IF WS-MANIFEST-STATUS > "29" AND WS-MANIFEST-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-MANIFEST-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MANIFEST-ABEND-PARA
	END-IF.

	PROCESS-STREAM-PARA.
	MOVE WS-STREAM-NAME(WS-STREAM-SUB) TO WS-SOURCE-FILE-NAME.
	MOVE 0 TO WS-PART2-FOUND.
	MOVE 0 TO WS-STREAM-ANOM-COUNT.
	MOVE 0 TO WS-STREAM-RC.
	IF WS-MANIFEST-MODE = "Y"
		PERFORM SET-STREAM-WINDOW-PARA
	END-IF.
	MOVE 1 TO WS-PREAMBLE-START.
	MOVE WS-WINDOW-SIZE TO WS-PREAMBLE-END.
	MOVE 1 TO WS-START-SEARCH-I.
	MOVE "N" TO WS-QUARANTINE-FLAG.
	PERFORM LOAD-STREAM-PARA.
	PERFORM WRITE-REPORT-HEADING-PARA.
	IF WS-SELFCHECK-MODE NOT = "Y"
		PERFORM VALIDATE-STREAM-PARA
	END-IF.
	IF WS-QUARANTINE-FLAG = "Y"
		PERFORM QUARANTINE-STREAM-PARA
	ELSE
		IF WS-ACTUAL-COUNT = 0
			MOVE "STREAM EMPTY:" TO WS-RPT-TEXT-LABEL
			MOVE WS-SOURCE-FILE-NAME TO WS-RPT-TEXT-VALUE
			MOVE WS-REPORT-TEXT-LINE TO WS-REPORT-LINE
			PERFORM WRITE-REPORT-LINE-PARA
			MOVE 8 TO WS-STREAM-RC
		ELSE
			PERFORM SCAN-STREAM-PARA
		END-IF
		ADD 1 TO WS-STREAMS-PROCESSED
	END-IF.
	IF WS-STREAM-ANOM-COUNT > 0
		ADD 1 TO WS-STREAMS-WITH-ANOMALY
		IF WS-VULN-NUMBER > WS-WORST-ANOMALY
		MOVE WS-STREAM-RC TO WS-FINAL-RC
	END-IF.

	SET-STREAM-WINDOW-PARA.
	MOVE WS-GLOBAL-WINDOW-SIZE TO WS-WINDOW-SIZE.
	IF WS-REGISTRY-OPEN = "Y"
		PERFORM FIND-REGISTRY-PARA
		IF WS-REGISTRY-FOUND = "Y" AND STR-WINDOW-SIZE IS NUMERIC
				AND STR-WINDOW-SIZE > 0
			MOVE STR-WINDOW-SIZE TO WS-WINDOW-SIZE
		END-IF
	END-IF.
	COMPUTE WS-FIRST-CHECK-I = WS-WINDOW-SIZE + 1.

	LOAD-STREAM-PARA.
	MOVE WS-SOURCE-FILE-NAME TO WS-STREAM-FILE-NAME.
	MOVE 0 TO WS-LINES-READ.
	MOVE 0 TO WS-HASH-TOTAL.
	MOVE 0 TO WS-FORMAT-ERRORS.
	MOVE 0 TO WS-FIRST-BAD-LINE.
	MOVE SPACES TO WS-FIRST-BAD-REASON.
	MOVE "N" TO WS-CAPACITY-HIT.
	IF WS-SELFCHECK-MODE = "Y"
		OPEN INPUT SelfCheckInputFile
		IF WS-SELFCHECK-INPUT-STATUS > "29"
				AND WS-SELFCHECK-INPUT-STATUS NOT = "35"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-STREAM-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SELFCHECK-INPUT-ABEND-PARA
		END-IF
	ELSE
		OPEN INPUT StreamFile
		IF WS-STREAM-STATUS > "29" AND WS-STREAM-STATUS NOT = "35"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-STREAM-PARA" TO WS-LOG-ABEND-PARA
			PERFORM STREAM-ABEND-PARA
		END-IF
	END-IF.
	PERFORM VARYING I FROM 1 BY 1 UNTIL WS-EOF=1
		IF I > WS-MAX-RECORDS
			MOVE 1 TO WS-EOF
			MOVE "Y" TO WS-CAPACITY-HIT
		ELSE
			IF WS-SELFCHECK-MODE = "Y"
				READ SelfCheckInputFile INTO WS-INPUT-LINE
						MOVE WS-INPUT-LINE TO WS-PACKET-VALUE(I)
						MOVE I TO WS-ACTUAL-COUNT
				END-READ
				IF WS-SELFCHECK-INPUT-STATUS > "29"
					MOVE "READ" TO WS-LOG-ABEND-OPERATION
					MOVE "LOAD-STREAM-PARA" TO WS-LOG-ABEND-PARA
					PERFORM SELFCHECK-INPUT-ABEND-PARA
				END-IF
			ELSE
				READ StreamFile INTO WS-STREAM-IN
					AT END
						MOVE 1 TO WS-EOF
					NOT AT END
						PERFORM ACCEPT-STREAM-LINE-PARA
				END-READ
				IF WS-STREAM-STATUS > "29"
					MOVE "READ" TO WS-LOG-ABEND-OPERATION
					MOVE "LOAD-STREAM-PARA" TO WS-LOG-ABEND-PARA
					PERFORM STREAM-ABEND-PARA
				END-IF
			END-IF
		END-IF
	END-PERFORM.
	IF WS-SELFCHECK-MODE = "Y"
		CLOSE SelfCheckInputFile
		IF WS-SELFCHECK-INPUT-STATUS > "29"
				AND WS-SELFCHECK-INPUT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-STREAM-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SELFCHECK-INPUT-ABEND-PARA
		END-IF
	ELSE
		IF WS-CAPACITY-HIT = "Y"
			PERFORM COUNT-OVERFLOW-PARA
		END-IF
		CLOSE StreamFile
		IF WS-STREAM-STATUS > "29" AND WS-STREAM-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-STREAM-PARA" TO WS-LOG-ABEND-PARA
			PERFORM STREAM-ABEND-PARA
		END-IF
	END-IF.
	ADD WS-ACTUAL-COUNT TO WS-TOTAL-RECORDS-READ.

	ACCEPT-STREAM-LINE-PARA.
	ADD 1 TO WS-LINES-READ.
	MOVE I TO WS-ACTUAL-COUNT.
	MOVE SPACES TO WS-LINE-ERROR.
	MOVE 0 TO WS-LINE-LEN.
	INSPECT WS-STREAM-IN TALLYING WS-LINE-LEN
		FOR CHARACTERS BEFORE INITIAL SPACE.
	IF WS-STREAM-STATUS = "06" OR WS-LINE-LEN > 16
		MOVE "OVER-LENGTH" TO WS-LINE-ERROR
	ELSE
		IF WS-LINE-LEN = 0
			MOVE "NON-NUMERIC" TO WS-LINE-ERROR
		ELSE
			IF WS-STREAM-IN(1:WS-LINE-LEN) IS NOT NUMERIC
					OR WS-STREAM-IN(WS-LINE-LEN + 1:) NOT = SPACES
				MOVE "NON-NUMERIC" TO WS-LINE-ERROR
			END-IF
		END-IF
	END-IF.
	IF WS-LINE-ERROR = SPACES
		MOVE WS-STREAM-IN(1:WS-LINE-LEN) TO WS-PACKET-VALUE(I)
		ADD WS-PACKET-VALUE(I) TO WS-HASH-TOTAL
		IF WS-HASH-TOTAL NOT < WS-HASH-MODULUS
			SUBTRACT WS-HASH-MODULUS FROM WS-HASH-TOTAL
		END-IF
	ELSE
		MOVE 0 TO WS-PACKET-VALUE(I)
		ADD 1 TO WS-FORMAT-ERRORS
		IF WS-FIRST-BAD-LINE = 0
			MOVE WS-LINES-READ TO WS-FIRST-BAD-LINE
			MOVE WS-LINE-ERROR TO WS-FIRST-BAD-REASON
		END-IF
	END-IF.

	COUNT-OVERFLOW-PARA.
	MOVE 0 TO WS-EOF.
	PERFORM UNTIL WS-EOF = 1
		READ StreamFile INTO WS-STREAM-IN
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				ADD 1 TO WS-LINES-READ
		END-READ
		IF WS-STREAM-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "COUNT-OVERFLOW-PARA" TO WS-LOG-ABEND-PARA
			PERFORM STREAM-ABEND-PARA
		END-IF
	END-PERFORM.

	VALIDATE-STREAM-PARA.
	MOVE "N" TO WS-STREAM-CTL-FOUND.
	MOVE 0 TO WS-EXPECTED-COUNT.
	MOVE 0 TO WS-EXPECTED-HASH.
	MOVE SPACES TO WS-STREAM-CTL-NAME.
	STRING WS-SOURCE-FILE-NAME DELIMITED BY SPACE
		".ctl" DELIMITED BY SIZE
		INTO WS-STREAM-CTL-NAME.
	OPEN INPUT StreamControlFile
	IF WS-STREAM-CTL-STATUS > "29" AND WS-STREAM-CTL-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "VALIDATE-STREAM-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STREAM-CTL-ABEND-PARA
	END-IF.
	IF WS-STREAM-CTL-STATUS = "00"
		PERFORM UNTIL WS-STREAM-CTL-STATUS NOT = "00"
				OR WS-STREAM-CTL-FOUND = "Y"
			READ StreamControlFile
				AT END
					CONTINUE
				NOT AT END
					IF SCR-TAG = "TRL " AND SCR-COUNT IS NUMERIC
							AND SCR-HASH IS NUMERIC
						MOVE "Y" TO WS-STREAM-CTL-FOUND
						MOVE SCR-COUNT TO WS-EXPECTED-COUNT
						MOVE SCR-HASH TO WS-EXPECTED-HASH
					END-IF
			END-READ
			IF WS-STREAM-CTL-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "VALIDATE-STREAM-PARA" TO WS-LOG-ABEND-PARA
				PERFORM STREAM-CTL-ABEND-PARA
			END-IF
		END-PERFORM
	END-IF.
	CLOSE StreamControlFile
	IF WS-STREAM-CTL-STATUS > "29" AND WS-STREAM-CTL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "VALIDATE-STREAM-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STREAM-CTL-ABEND-PARA
	END-IF.
	MOVE SPACES TO WS-QUARANTINE-REASON.
	IF WS-FORMAT-ERRORS > 0
		MOVE "FORMAT ERROR" TO WS-QUARANTINE-REASON
	ELSE
		IF WS-LINES-READ > WS-MAX-RECORDS
			MOVE "CAPACITY OVERFLOW" TO WS-QUARANTINE-REASON
		ELSE
			IF WS-STREAM-CTL-FOUND = "Y"
				IF WS-EXPECTED-COUNT NOT = WS-LINES-READ
					MOVE "COUNT MISMATCH" TO WS-QUARANTINE-REASON
				ELSE
					IF WS-EXPECTED-HASH NOT = WS-HASH-TOTAL
						MOVE "HASH MISMATCH" TO WS-QUARANTINE-REASON
					END-IF
				END-IF
			ELSE
				IF WS-REQUIRE-STREAM-CONTROL = "Y"
					MOVE "NO CONTROL RECORD" TO WS-QUARANTINE-REASON
				END-IF
			END-IF
		END-IF
	END-IF.
	IF WS-QUARANTINE-REASON NOT = SPACES
		MOVE "Y" TO WS-QUARANTINE-FLAG
	END-IF.

	QUARANTINE-STREAM-PARA.
	MOVE "STREAM QUARANTINED:" TO WS-RPT-TEXT-LABEL.
	MOVE WS-QUARANTINE-REASON TO WS-RPT-TEXT-VALUE.
	MOVE WS-REPORT-TEXT-LINE TO WS-REPORT-LINE.
	PERFORM WRITE-REPORT-LINE-PARA.
	ADD 1 TO WS-STREAMS-QUARANTINED.
	ADD WS-LINES-READ TO WS-QUARANTINED-RECORDS.
	MOVE 8 TO WS-STREAM-RC.
	MOVE WS-SOURCE-FILE-NAME TO WS-QTN-STREAM.
	MOVE WS-QUARANTINE-REASON TO WS-QTN-REASON.
	MOVE WS-QUARANTINE-DETAIL TO WS-QUARANTINE-LINE.
	WRITE QUARANTINE-RECORD FROM WS-QUARANTINE-LINE
	IF WS-QUARANTINE-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "QUARANTINE-STREAM-PARA" TO WS-LOG-ABEND-PARA
		PERFORM QUARANTINE-ABEND-PARA
	END-IF.
	IF WS-STREAM-CTL-FOUND = "Y"
		MOVE WS-EXPECTED-COUNT TO WS-QTN-EXP-COUNT
		MOVE WS-EXPECTED-HASH TO WS-QTN-EXP-HASH
	ELSE
		MOVE "NONE" TO WS-QTN-EXP-COUNT
		MOVE "NONE" TO WS-QTN-EXP-HASH
	END-IF.
	MOVE WS-LINES-READ TO WS-QTN-ACT-COUNT.
	MOVE WS-HASH-TOTAL TO WS-QTN-ACT-HASH.
	MOVE WS-QUARANTINE-COUNTS TO WS-QUARANTINE-LINE.
	WRITE QUARANTINE-RECORD FROM WS-QUARANTINE-LINE
	IF WS-QUARANTINE-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "QUARANTINE-STREAM-PARA" TO WS-LOG-ABEND-PARA
		PERFORM QUARANTINE-ABEND-PARA
	END-IF.
	MOVE WS-FORMAT-ERRORS TO WS-QTN-FMT-ERRORS.
	MOVE WS-FIRST-BAD-LINE TO WS-QTN-BAD-LINE.
	MOVE WS-FIRST-BAD-REASON TO WS-QTN-BAD-REASON.
	MOVE WS-MAX-RECORDS TO WS-QTN-CAPACITY.
	MOVE WS-QUARANTINE-FORMAT TO WS-QUARANTINE-LINE.
	WRITE QUARANTINE-RECORD FROM WS-QUARANTINE-LINE
	IF WS-QUARANTINE-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "QUARANTINE-STREAM-PARA" TO WS-LOG-ABEND-PARA
		PERFORM QUARANTINE-ABEND-PARA
	END-IF.

	WRITE-RUNLOG-PARA.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-09" TO WS-LOG-PROGRAM.
	IF WS-MANIFEST-MODE = "Y"
		MOVE "day09-manifest.txt" TO WS-LOG-SOURCE
	END-IF.
	MOVE WS-SELFCHECK-MODE TO WS-LOG-SELFCHECK.
	OPEN EXTEND RunLogFile.
	IF WS-RUNLOG-STATUS = "35"
		OPEN OUTPUT RunLogFile
	END-IF
	IF WS-RUNLOG-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RUNLOG-ABEND-PARA
	END-IF.
	WRITE RUNLOG-RECORD FROM WS-LOG-RECORD-DATA
	IF WS-RUNLOG-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RUNLOG-ABEND-PARA
	END-IF.
	CLOSE RunLogFile
	IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RUNLOG-ABEND-PARA
	END-IF.

	SCAN-STREAM-PARA.
	PERFORM PART1-SCAN-PARA.
	END-PERFORM.

	READ-CHECKPOINT-PARA.
	OPEN INPUT CheckpointFile
	IF WS-CHECKPOINT-STATUS > "29" AND WS-CHECKPOINT-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-CHECKPOINT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CHECKPOINT-ABEND-PARA
	END-IF.
	IF WS-CHECKPOINT-STATUS = "00"
		READ CheckpointFile
			AT END
					MOVE CKPT-NEXT-I TO WS-START-SEARCH-I
				END-IF
		END-READ
		IF WS-CHECKPOINT-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "READ-CHECKPOINT-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CHECKPOINT-ABEND-PARA
		END-IF
	END-IF.
	CLOSE CheckpointFile
	IF WS-CHECKPOINT-STATUS > "29" AND WS-CHECKPOINT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-CHECKPOINT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CHECKPOINT-ABEND-PARA
	END-IF.

	CLEAR-CHECKPOINT-PARA.
	MOVE SPACES TO CHECKPOINT-RECORD.
	MOVE 0 TO CKPT-NEXT-I.
	MOVE 0 TO CKPT-RANGE-END.
	OPEN OUTPUT CheckpointFile
	IF WS-CHECKPOINT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "CLEAR-CHECKPOINT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CHECKPOINT-ABEND-PARA
	END-IF.
	WRITE CHECKPOINT-RECORD
	IF WS-CHECKPOINT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "CLEAR-CHECKPOINT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CHECKPOINT-ABEND-PARA
	END-IF.
	CLOSE CheckpointFile
	IF WS-CHECKPOINT-STATUS > "29" AND WS-CHECKPOINT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "CLEAR-CHECKPOINT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CHECKPOINT-ABEND-PARA
	END-IF.

	WRITE-REPORT-HEADING-PARA.
	MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
	MOVE WS-SOURCE-FILE-NAME TO WS-RPT-SOURCE-FILE.
	MOVE WS-REPORT-HEADING TO WS-REPORT-LINE.
	PERFORM WRITE-REPORT-LINE-PARA.
	IF WS-MANIFEST-MODE = "Y"
		MOVE "PREAMBLE WINDOW:" TO WS-RPT-LABEL
		MOVE WS-WINDOW-SIZE TO WS-RPT-VALUE
		MOVE WS-REPORT-DETAIL TO WS-REPORT-LINE
		PERFORM WRITE-REPORT-LINE-PARA
	END-IF.

	WRITE-STREAM-SUMMARY-PARA.
	MOVE WS-SUMMARY-CAPTION TO WS-REPORT-LINE.
	MOVE WS-WORST-ANOMALY TO WS-RPT-VALUE.
	MOVE WS-REPORT-DETAIL TO WS-REPORT-LINE.
	PERFORM WRITE-REPORT-LINE-PARA.
	MOVE "STREAMS QUARANTINED:" TO WS-RPT-LABEL.
	MOVE WS-STREAMS-QUARANTINED TO WS-RPT-VALUE.
	MOVE WS-REPORT-DETAIL TO WS-REPORT-LINE.
	PERFORM WRITE-REPORT-LINE-PARA.

	WRITE-CHECKPOINT-PARA.
	MOVE SPACES TO CHECKPOINT-RECORD.
	MOVE WS-RANGE-END TO CKPT-RANGE-END.
	COMPUTE CKPT-NEXT-I = I + 1.
	OPEN OUTPUT CheckpointFile
	IF WS-CHECKPOINT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-CHECKPOINT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CHECKPOINT-ABEND-PARA
	END-IF.
	WRITE CHECKPOINT-RECORD
	IF WS-CHECKPOINT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-CHECKPOINT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CHECKPOINT-ABEND-PARA
	END-IF.
	CLOSE CheckpointFile
	IF WS-CHECKPOINT-STATUS > "29" AND WS-CHECKPOINT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-CHECKPOINT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CHECKPOINT-ABEND-PARA
	END-IF.

	SELF-CHECK-PARA.
	MOVE "PASS" TO WS-SELFCHECK-RESULT.
	END-IF.

	WRITE-REPORT-LINE-PARA.
	WRITE REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-REPORT-LINE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM REPORT-ABEND-PARA
	END-IF.
	ADD 1 TO WS-CT-RPT-COUNT.

	WRITE-EXCEPTION-PARA.
	MOVE I TO WS-EXC-INDEX.
	MOVE WS-PACKET-VALUE(I) TO WS-EXC-VALUE.
	MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-RECORD.
	WRITE EXCEPTION-RECORD
	IF WS-EXCEPTION-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-EXCEPTION-PARA" TO WS-LOG-ABEND-PARA
		PERFORM EXCEPTION-ABEND-PARA
	END-IF.
	ADD 1 TO WS-CT-EXC-COUNT.
	ADD WS-PACKET-VALUE(I) TO WS-CT-EXC-SUM.
	PERFORM POST-ANOMALY-PARA.

	OPEN-ANOMALY-MASTER-PARA.
	MOVE "N" TO WS-ANOMALY-OUTPUT-MODE.
	OPEN I-O AnomalyMasterFile
	IF WS-ANOMALY-STATUS > "29" AND WS-ANOMALY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "OPEN-ANOMALY-MASTER-PARA" TO WS-LOG-ABEND-PARA
		PERFORM ANOMALY-ABEND-PARA
	END-IF.
	IF WS-ANOMALY-STATUS = "35"
		OPEN OUTPUT AnomalyMasterFile
		IF WS-ANOMALY-STATUS > "29"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "OPEN-ANOMALY-MASTER-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ANOMALY-ABEND-PARA
		END-IF
		MOVE "Y" TO WS-ANOMALY-OUTPUT-MODE
	END-IF.
	IF WS-ANOMALY-STATUS = "00"
		IF WS-ANOMALY-OUTPUT-MODE = "Y"
			PERFORM INIT-ANOMALY-RECORD-PARA
			WRITE ANOMALY-RECORD
			IF WS-ANOMALY-STATUS > "29"
				MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
				MOVE "POST-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
				PERFORM ANOMALY-ABEND-PARA
			END-IF
		ELSE
			READ AnomalyMasterFile
				INVALID KEY
					PERFORM INIT-ANOMALY-RECORD-PARA
					WRITE ANOMALY-RECORD
					IF WS-ANOMALY-STATUS > "29"
						MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
						MOVE "POST-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
						PERFORM ANOMALY-ABEND-PARA
					END-IF
				NOT INVALID KEY
					MOVE "Y" TO WS-ANOMALY-KNOWN
					MOVE WS-RUN-DATE TO ANM-LAST-SEEN
					ADD 1 TO ANM-OCCURRENCES
					REWRITE ANOMALY-RECORD
					IF WS-ANOMALY-STATUS > "29"
						MOVE "REWRITE" TO WS-LOG-ABEND-OPERATION
						MOVE "POST-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
						PERFORM ANOMALY-ABEND-PARA
					END-IF
			END-READ
			IF WS-ANOMALY-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "POST-ANOMALY-PARA" TO WS-LOG-ABEND-PARA
				PERFORM ANOMALY-ABEND-PARA
			END-IF
		END-IF
	END-IF.
	IF WS-ANOMALY-KNOWN = "Y"
	MOVE ANM-OCCURRENCES TO WS-REC-OCCURS.
	MOVE ANM-DISPOSITION TO WS-REC-DISP.
	MOVE WS-RECURRENCE-DETAIL TO WS-RECURRENCE-LINE.
	WRITE RECURRENCE-RECORD FROM WS-RECURRENCE-LINE
	IF WS-RECURRENCE-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-RECURRENCE-DETAIL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECURRENCE-ABEND-PARA
	END-IF.

	WRITE-RECURRENCE-SUMMARY-PARA.
	MOVE WS-NEW-ANOM-COUNT TO WS-REC-NEW.
	MOVE WS-KNOWN-ANOM-COUNT TO WS-REC-KNOWN.
	MOVE WS-RECURRENCE-SUMMARY TO WS-RECURRENCE-LINE.
	WRITE RECURRENCE-RECORD FROM WS-RECURRENCE-LINE
	IF WS-RECURRENCE-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-RECURRENCE-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECURRENCE-ABEND-PARA
	END-IF.

	OPEN-REGISTRY-PARA.
	OPEN I-O StreamRegistryFile
	IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "OPEN-REGISTRY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.
	IF WS-REGISTRY-STATUS = "00"
		MOVE "Y" TO WS-REGISTRY-OPEN
	ELSE
		END-IF
	END-IF.

	FIND-REGISTRY-PARA.
	MOVE "N" TO WS-REGISTRY-FOUND.
	MOVE 0 TO WS-REGISTRY-EOF.
	MOVE LOW-VALUES TO STR-STREAM-ID.
	START StreamRegistryFile KEY IS NOT < STR-KEY
		INVALID KEY
			MOVE 1 TO WS-REGISTRY-EOF
	END-START
	IF WS-REGISTRY-STATUS > "29"
		MOVE "START" TO WS-LOG-ABEND-OPERATION
		MOVE "FIND-REGISTRY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.
	PERFORM UNTIL WS-REGISTRY-EOF = 1 OR WS-REGISTRY-FOUND = "Y"
		READ StreamRegistryFile NEXT RECORD
			AT END
					MOVE "Y" TO WS-REGISTRY-FOUND
				END-IF
		END-READ
		IF WS-REGISTRY-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "FIND-REGISTRY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
	END-PERFORM.

	POST-REGISTRY-PARA.
	PERFORM FIND-REGISTRY-PARA.
	IF WS-REGISTRY-FOUND = "Y"
		MOVE WS-RUN-DATE TO STR-LAST-RUN-DATE
		MOVE WS-STREAM-RC TO STR-LAST-RC
		MOVE WS-STREAM-ANOM-COUNT TO STR-LAST-ANOM-COUNT
		MOVE WS-VULN-NUMBER TO STR-LAST-PART1
		IF WS-PART2-FOUND = 1
			MOVE WS-WEAKNESS TO STR-LAST-PART2
		ELSE
			MOVE 0 TO STR-LAST-PART2
		END-IF
		IF WS-STREAM-RC = 0
			MOVE 0 TO STR-CONSEC-FAILURES
		ELSE
				DISPLAY "WARNING: REGISTRY REWRITE FAILED - STATUS "
					WS-REGISTRY-STATUS
		END-REWRITE
		IF WS-REGISTRY-STATUS > "29"
			MOVE "REWRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "POST-REGISTRY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
		IF WS-QUARANTINE-FLAG NOT = "Y"
			PERFORM CHECK-BASELINE-DRIFT-PARA
		END-IF
	END-IF.

	CHECK-BASELINE-DRIFT-PARA.
	START StreamRegistryFile KEY IS NOT < STR-KEY
		INVALID KEY
			MOVE 1 TO WS-REGISTRY-EOF
	END-START
	IF WS-REGISTRY-STATUS > "29"
		MOVE "START" TO WS-LOG-ABEND-OPERATION
		MOVE "CHECK-MISSING-STREAMS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.
	PERFORM UNTIL WS-REGISTRY-EOF = 1
		READ StreamRegistryFile NEXT RECORD
			AT END
					PERFORM WRITE-REPORT-LINE-PARA
				END-IF
		END-READ
		IF WS-REGISTRY-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "CHECK-MISSING-STREAMS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
	END-PERFORM.

	PREAMBLE-CHECK-PARA.
			MOVE WS-PACKET-VALUE(WS-J) TO WS-RANGE-MAX
		END-IF
	END-PERFORM.

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

	STREAM-ABEND-PARA.
	MOVE WS-STREAM-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-STREAM-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	STREAM-CTL-ABEND-PARA.
	MOVE WS-STREAM-CTL-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-STREAM-CTL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	QUARANTINE-ABEND-PARA.
	MOVE WS-QUARANTINE-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-QUARANTINE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	MANIFEST-ABEND-PARA.
	MOVE "day09-manifest.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-MANIFEST-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	REPORT-ABEND-PARA.
	MOVE WS-REPORT-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONTROL-ABEND-PARA.
	MOVE "control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	EXCEPTION-ABEND-PARA.
	MOVE WS-EXCEPTION-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-EXCEPTION-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ANOMALY-ABEND-PARA.
	MOVE "day09-anomaly-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-ANOMALY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	RECURRENCE-ABEND-PARA.
	MOVE WS-RECURRENCE-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-RECURRENCE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	REGISTRY-ABEND-PARA.
	MOVE "day09-streams.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-REGISTRY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CHECKPOINT-ABEND-PARA.
	MOVE "day09-checkpoint.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CHECKPOINT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	SELFCHECK-INPUT-ABEND-PARA.
	MOVE "selfcheck-input.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-SELFCHECK-INPUT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	RUNLOG-ABEND-PARA.
	MOVE "../../batch-runlog.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-RUNLOG-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-DAY-09 ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE StreamFile.
	CLOSE StreamControlFile.
	CLOSE QuarantineFile.
	CLOSE ManifestFile.
	CLOSE ReportFile.
	CLOSE ControlFile.
	CLOSE ExceptionFile.
	CLOSE AnomalyMasterFile.
	CLOSE RecurrenceFile.
	CLOSE StreamRegistryFile.
	CLOSE CheckpointFile.
	CLOSE SelfCheckInputFile.
	CLOSE RunLogFile.
	CLOSE ProcDateFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-09" TO WS-LOG-PROGRAM.
	MOVE "ABEND" TO WS-LOG-PHASE.
	MOVE WS-SOURCE-FILE-NAME TO WS-LOG-SOURCE.
	MOVE WS-TOTAL-RECORDS-READ TO WS-LOG-RECORDS-READ.
	MOVE WS-QUARANTINED-RECORDS TO WS-LOG-REJECTS.
	MOVE WS-CT-EXC-COUNT TO WS-LOG-EXCEPTIONS.
	MOVE WS-SELFCHECK-MODE TO WS-LOG-SELFCHECK.
	MOVE 16 TO WS-LOG-RC.
	OPEN EXTEND RunLogFile.
	WRITE RUNLOG-RECORD FROM WS-LOG-RECORD-DATA.
	CLOSE RunLogFile.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
