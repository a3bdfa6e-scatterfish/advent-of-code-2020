			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.
		SELECT DigestFile ASSIGN TO DYNAMIC WS-DIGEST-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DIGEST-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
	FILE SECTION.
	01 SCAN-RECORD PIC X(132).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	FD DigestFile.
	01 DIGEST-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	WORKING-STORAGE SECTION.
	01 WS-SCAN-STATUS PIC X(2) VALUE "00".
	01 WS-DIGEST-STATUS PIC X(2) VALUE "00".
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-SCAN-FILE-NAME PIC X(64) VALUE SPACES.
	01 WS-DIGEST-FILE-NAME PIC X(40) VALUE SPACES.
	01 WS-FINDINGS-TABLE.
		05 WS-FINDING-ENTRY OCCURS 200 TIMES.
			10 WS-FND-SEVERITY PIC 9(1).
			10 WS-FND-TEXT PIC X(124).
	01 WS-FINDING-COUNT PIC 9(3) VALUE 0.
	01 WS-FINDING-SUB PIC 9(3).
	01 WS-FINDING-SEV-IN PIC 9(1).
	01 WS-FINDING-TEXT-IN PIC X(124).
	01 WS-SEVERITY-PASS PIC 9(1).
	01 WS-ABEND-COUNT PIC 9(3) VALUE 0.
	01 WS-HIGH-COUNT PIC 9(3) VALUE 0.
	01 WS-MEDIUM-COUNT PIC 9(3) VALUE 0.
	01 WS-DIGEST-RC PIC 9(2) VALUE 0.
		05 FILLER PIC X(9) VALUE "VERDICT: ".
		05 WS-VRD-VERDICT PIC X(4).
	01 WS-SEVERITY-COUNT-LINE.
		05 FILLER PIC X(16) VALUE "ABEND FINDINGS: ".
		05 WS-SEV-ABEND PIC ZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(15) VALUE "HIGH FINDINGS: ".
		05 WS-SEV-HIGH PIC ZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 WS-SEV-MEDIUM PIC ZZ9.
	01 WS-FINDING-LINE.
		05 WS-FNL-SEVERITY PIC X(8).
		05 WS-FNL-TEXT PIC X(124).
	01 WS-CLEAN-LINE PIC X(40) VALUE
		"NO ABNORMAL CONDITIONS - CLEAN NIGHT".
	01 WS-COUNT-TEXT.
		05 WS-RCT-PROGRAM PIC X(24).
		05 FILLER PIC X(14) VALUE " ENDED WITH RC".
		05 WS-RCT-RC PIC ZZ9.
	01 WS-ABEND-TEXT.
		05 WS-ABT-PROGRAM PIC X(24).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-ABT-OPERATION PIC X(7).
		05 FILLER PIC X(8) VALUE " STATUS ".
		05 WS-ABT-STATUS PIC X(2).
		05 FILLER PIC X(4) VALUE " IN ".
		05 WS-ABT-PARA PIC X(32).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-ABT-FILE PIC X(45).

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	MOVE WS-RUN-DATE TO WS-GEN-DATE-X.
	STRING "morning-digest." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-DIGEST-FILE-NAME.
	PERFORM SCAN-GROUP-EXCEPTIONS-PARA.
	PERFORM SCAN-DAY09-EXCEPTIONS-PARA.
	PERFORM SCAN-BALANCE-REPORT-PARA.
	PERFORM SCAN-RUN-RECON-PARA.
	PERFORM SCAN-BATCH-SUMMARY-PARA.
	PERFORM SCAN-RUNLOG-PARA.

	PERFORM VARYING WS-FINDING-SUB FROM 1 BY 1
			UNTIL WS-FINDING-SUB > WS-FINDING-COUNT
		IF WS-FND-SEVERITY(WS-FINDING-SUB) = 0
			ADD 1 TO WS-ABEND-COUNT
		ELSE
			IF WS-FND-SEVERITY(WS-FINDING-SUB) = 1
				ADD 1 TO WS-HIGH-COUNT
			ELSE
				ADD 1 TO WS-MEDIUM-COUNT
			END-IF
		END-IF
	END-PERFORM.
	IF WS-ABEND-COUNT > 0 OR WS-HIGH-COUNT > 0
		MOVE "HOLD" TO WS-VRD-VERDICT
		MOVE 8 TO WS-DIGEST-RC
	ELSE
		END-IF
	END-IF.

	OPEN OUTPUT DigestFile
	IF WS-DIGEST-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DIGEST-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-DIGEST-HEADING TO WS-DIGEST-LINE.
	WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
	IF WS-DIGEST-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DIGEST-ABEND-PARA
	END-IF.
	MOVE WS-VERDICT-LINE TO WS-DIGEST-LINE.
	WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
	IF WS-DIGEST-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DIGEST-ABEND-PARA
	END-IF.
	MOVE WS-ABEND-COUNT TO WS-SEV-ABEND.
	MOVE WS-HIGH-COUNT TO WS-SEV-HIGH.
	MOVE WS-MEDIUM-COUNT TO WS-SEV-MEDIUM.
	MOVE WS-SEVERITY-COUNT-LINE TO WS-DIGEST-LINE.
	WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
	IF WS-DIGEST-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DIGEST-ABEND-PARA
	END-IF.
	IF WS-FINDING-COUNT = 0
		MOVE WS-CLEAN-LINE TO WS-DIGEST-LINE
		WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
		IF WS-DIGEST-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM DIGEST-ABEND-PARA
		END-IF
	ELSE
		PERFORM VARYING WS-SEVERITY-PASS FROM 0 BY 1
				UNTIL WS-SEVERITY-PASS > 2
			PERFORM VARYING WS-FINDING-SUB FROM 1 BY 1
					UNTIL WS-FINDING-SUB > WS-FINDING-COUNT
			END-PERFORM
		END-PERFORM
	END-IF.
	CLOSE DigestFile
	IF WS-DIGEST-STATUS > "29" AND WS-DIGEST-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DIGEST-ABEND-PARA
	END-IF.

	DISPLAY WS-VERDICT-LINE.
	DISPLAY "Digest written to " WS-DIGEST-FILE-NAME.
	STOP RUN.

	WRITE-FINDING-PARA.
	IF WS-FND-SEVERITY(WS-FINDING-SUB) = 0
		MOVE "ABEND   " TO WS-FNL-SEVERITY
	ELSE
		IF WS-FND-SEVERITY(WS-FINDING-SUB) = 1
			MOVE "HIGH    " TO WS-FNL-SEVERITY
		ELSE
			MOVE "MEDIUM  " TO WS-FNL-SEVERITY
		END-IF
	END-IF.
	MOVE WS-FND-TEXT(WS-FINDING-SUB) TO WS-FNL-TEXT.
	MOVE WS-FINDING-LINE TO WS-DIGEST-LINE.
	WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
	IF WS-DIGEST-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-FINDING-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DIGEST-ABEND-PARA
	END-IF.

	ADD-FINDING-PARA.
	IF WS-FINDING-COUNT < 200
	MOVE 0 TO WS-EOF.
	MOVE 0 TO WS-SCAN-COUNT.
	MOVE 0 TO WS-SCAN-FOUND.
	OPEN INPUT ScanFile
	IF WS-SCAN-STATUS > "29" AND WS-SCAN-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "COUNT-DATA-RECORDS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SCAN-ABEND-PARA
	END-IF.
	IF WS-SCAN-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	ELSE
					ADD 1 TO WS-SCAN-COUNT
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "COUNT-DATA-RECORDS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-SCAN-STATUS NOT = "35"
		CLOSE ScanFile
		IF WS-SCAN-STATUS > "29" AND WS-SCAN-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "COUNT-DATA-RECORDS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-IF.

	SCAN-DAY06-REJECTS-PARA.
	MOVE "../../balance-verifier/cobol/balance-report.txt"
		TO WS-SCAN-FILE-NAME.
	MOVE 0 TO WS-EOF.
	OPEN INPUT ScanFile
	IF WS-SCAN-STATUS > "29" AND WS-SCAN-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "SCAN-BALANCE-REPORT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SCAN-ABEND-PARA
	END-IF.
	IF WS-SCAN-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
					PERFORM ADD-FINDING-PARA
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "SCAN-BALANCE-REPORT-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-SCAN-STATUS NOT = "35"
		CLOSE ScanFile
		IF WS-SCAN-STATUS > "29" AND WS-SCAN-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "SCAN-BALANCE-REPORT-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-IF.

	SCAN-RUN-RECON-PARA.
	MOVE SPACES TO WS-SCAN-FILE-NAME.
	STRING "../../run-recon/cobol/run-recon."
		WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-SCAN-FILE-NAME.
	MOVE 0 TO WS-EOF.
	OPEN INPUT ScanFile
	IF WS-SCAN-STATUS > "29" AND WS-SCAN-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "SCAN-RUN-RECON-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SCAN-ABEND-PARA
	END-IF.
	IF WS-SCAN-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
		MOVE 2 TO WS-FINDING-SEV-IN
		MOVE "RUN RECONCILIATION REPORT MISSING FOR TODAY"
			TO WS-FINDING-TEXT-IN
		PERFORM ADD-FINDING-PARA
	END-IF.
	PERFORM UNTIL WS-EOF = 1
		READ ScanFile INTO WS-SCAN-REC
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF WS-SCAN-REC(59:14) = "OUT-OF-BALANCE"
					MOVE 1 TO WS-FINDING-SEV-IN
					MOVE WS-SCAN-REC(1:110)
						TO WS-FINDING-TEXT-IN
					PERFORM ADD-FINDING-PARA
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "SCAN-RUN-RECON-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-SCAN-STATUS NOT = "35"
		CLOSE ScanFile
		IF WS-SCAN-STATUS > "29" AND WS-SCAN-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "SCAN-RUN-RECON-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-IF.

	SCAN-BATCH-SUMMARY-PARA.
		WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-SCAN-FILE-NAME.
	MOVE 0 TO WS-EOF.
	OPEN INPUT ScanFile
	IF WS-SCAN-STATUS > "29" AND WS-SCAN-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "SCAN-BATCH-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SCAN-ABEND-PARA
	END-IF.
	IF WS-SCAN-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
		MOVE 2 TO WS-FINDING-SEV-IN
						TO WS-FINDING-TEXT-IN
					PERFORM ADD-FINDING-PARA
				END-IF
				IF WS-SCAN-REC(47:8) = "ABEND   "
					MOVE 0 TO WS-FINDING-SEV-IN
					MOVE WS-SCAN-REC(1:110)
						TO WS-FINDING-TEXT-IN
					PERFORM ADD-FINDING-PARA
				END-IF
				IF WS-SCAN-REC(47:8) = "WARNING "
					MOVE 2 TO WS-FINDING-SEV-IN
					MOVE WS-SCAN-REC(1:110)
					PERFORM ADD-FINDING-PARA
				END-IF
		END-READ
		IF WS-SCAN-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "SCAN-BATCH-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-SCAN-STATUS NOT = "35"
		CLOSE ScanFile
		IF WS-SCAN-STATUS > "29" AND WS-SCAN-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "SCAN-BATCH-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SCAN-ABEND-PARA
		END-IF
	END-IF.

	SCAN-RUNLOG-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT RunLogFile
	IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "SCAN-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RUNLOG-ABEND-PARA
	END-IF.
	IF WS-RUNLOG-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
						AND WS-LOG-RC > 0
					PERFORM ADD-RC-FINDING-PARA
				END-IF
				IF WS-LOG-RUN-DATE IS NUMERIC
						AND WS-LOG-RUN-DATE = WS-RUN-DATE
						AND WS-LOG-PHASE = "ABEND"
					PERFORM ADD-ABEND-FINDING-PARA
				END-IF
		END-READ
		IF WS-RUNLOG-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "SCAN-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-RUNLOG-STATUS NOT = "35"
		CLOSE RunLogFile
		IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "SCAN-RUNLOG-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
	END-IF.

	ADD-RC-FINDING-PARA.
	END-IF.
	MOVE WS-RC-TEXT TO WS-FINDING-TEXT-IN.
	PERFORM ADD-FINDING-PARA.

	ADD-ABEND-FINDING-PARA.
	MOVE WS-LOG-PROGRAM TO WS-ABT-PROGRAM.
	MOVE WS-LOG-ABEND-OPERATION TO WS-ABT-OPERATION.
	MOVE WS-LOG-ABEND-STATUS TO WS-ABT-STATUS.
	MOVE WS-LOG-ABEND-PARA TO WS-ABT-PARA.
	MOVE WS-LOG-ABEND-FILE TO WS-ABT-FILE.
	MOVE 0 TO WS-FINDING-SEV-IN.
	MOVE WS-ABEND-TEXT TO WS-FINDING-TEXT-IN.
	PERFORM ADD-FINDING-PARA.

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

	SCAN-ABEND-PARA.
	MOVE WS-SCAN-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-SCAN-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	RUNLOG-ABEND-PARA.
	MOVE "../../batch-runlog.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-RUNLOG-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DIGEST-ABEND-PARA.
	MOVE WS-DIGEST-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-DIGEST-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-MORNING-DIGEST ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE ScanFile.
	CLOSE RunLogFile.
	CLOSE DigestFile.
	CLOSE ProcDateFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-MORNING-DIGEST" TO WS-LOG-PROGRAM.
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
