			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VERIFY-STATUS.
		SELECT BalanceFile ASSIGN TO "balance-report.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-BALANCE-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD BalanceFile.
	01 BALANCE-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-VERIFY-STATUS PIC X(2) VALUE "00".
	01 WS-BALANCE-STATUS PIC X(2) VALUE "00".
	01 WS-VERIFY-FILE-NAME PIC X(64) VALUE SPACES.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-VERIFY-RC PIC 9(2) VALUE 0.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(8) VALUE "ACTUAL: ".
		05 WS-CMP-ACTUAL PIC Z(15)9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	PERFORM BUILD-FILE-TABLE-PARA.

	OPEN OUTPUT BalanceFile
	IF WS-BALANCE-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM BALANCE-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-BAL-RUN-DATE.
	MOVE WS-BALANCE-HEADING TO WS-BALANCE-LINE.
	WRITE BALANCE-RECORD FROM WS-BALANCE-LINE
	IF WS-BALANCE-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM BALANCE-ABEND-PARA
	END-IF.

	PERFORM VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > 5
		PERFORM VERIFY-FILE-PARA
	END-PERFORM.

	CLOSE BalanceFile
	IF WS-BALANCE-STATUS > "29" AND WS-BALANCE-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM BALANCE-ABEND-PARA
	END-IF.
	MOVE WS-VERIFY-RC TO RETURN-CODE.
	STOP RUN.

	MOVE 0 TO WS-TRL-COUNT.
	MOVE 0 TO WS-TRL-SUM-1.
	MOVE 0 TO WS-TRL-SUM-2.
	OPEN INPUT VerifyFile
	IF WS-VERIFY-STATUS > "29" AND WS-VERIFY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "VERIFY-FILE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM VERIFY-ABEND-PARA
	END-IF.
	IF WS-VERIFY-STATUS = "05"
		CLOSE VerifyFile
		IF WS-VERIFY-STATUS > "29" AND WS-VERIFY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "VERIFY-FILE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM VERIFY-ABEND-PARA
		END-IF
		MOVE "NOT FOUND - SKIPPED" TO WS-BAL-RESULT
		PERFORM WRITE-RESULT-PARA
	ELSE
				NOT AT END
					PERFORM TALLY-RECORD-PARA
			END-READ
			IF WS-VERIFY-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "VERIFY-FILE-PARA" TO WS-LOG-ABEND-PARA
				PERFORM VERIFY-ABEND-PARA
			END-IF
		END-PERFORM
		CLOSE VerifyFile
		IF WS-VERIFY-STATUS > "29" AND WS-VERIFY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "VERIFY-FILE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM VERIFY-ABEND-PARA
		END-IF
		PERFORM COMPARE-TOTALS-PARA
	END-IF.

		PERFORM WRITE-RESULT-PARA
		MOVE "NO HEADER OR TRAILER RECORD PRESENT" TO WS-BALANCE-LINE
		WRITE BALANCE-RECORD FROM WS-BALANCE-LINE
		IF WS-BALANCE-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "COMPARE-TOTALS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM BALANCE-ABEND-PARA
		END-IF
	ELSE
		IF WS-REC-COUNT = WS-TRL-COUNT
				AND WS-SUM-1 = WS-TRL-SUM-1
			MOVE WS-REC-COUNT TO WS-CMP-ACTUAL
			MOVE WS-BALANCE-COMPARE-LINE TO WS-BALANCE-LINE
			WRITE BALANCE-RECORD FROM WS-BALANCE-LINE
			IF WS-BALANCE-STATUS > "29"
				MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
				MOVE "COMPARE-TOTALS-PARA" TO WS-LOG-ABEND-PARA
				PERFORM BALANCE-ABEND-PARA
			END-IF
			MOVE "SUM-1   " TO WS-CMP-LABEL
			MOVE WS-TRL-SUM-1 TO WS-CMP-EXPECTED
			MOVE WS-SUM-1 TO WS-CMP-ACTUAL
			MOVE WS-BALANCE-COMPARE-LINE TO WS-BALANCE-LINE
			WRITE BALANCE-RECORD FROM WS-BALANCE-LINE
			IF WS-BALANCE-STATUS > "29"
				MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
				MOVE "COMPARE-TOTALS-PARA" TO WS-LOG-ABEND-PARA
				PERFORM BALANCE-ABEND-PARA
			END-IF
			MOVE "SUM-2   " TO WS-CMP-LABEL
			MOVE WS-TRL-SUM-2 TO WS-CMP-EXPECTED
			MOVE WS-SUM-2 TO WS-CMP-ACTUAL
			MOVE WS-BALANCE-COMPARE-LINE TO WS-BALANCE-LINE
			WRITE BALANCE-RECORD FROM WS-BALANCE-LINE
			IF WS-BALANCE-STATUS > "29"
				MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
				MOVE "COMPARE-TOTALS-PARA" TO WS-LOG-ABEND-PARA
				PERFORM BALANCE-ABEND-PARA
			END-IF
		END-IF
	END-IF.

	WRITE-RESULT-PARA.
	MOVE WS-BALANCE-RESULT-LINE TO WS-BALANCE-LINE.
	WRITE BALANCE-RECORD FROM WS-BALANCE-LINE
	IF WS-BALANCE-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-RESULT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM BALANCE-ABEND-PARA
	END-IF.
	DISPLAY WS-BAL-FILE " " WS-BAL-RESULT.

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

	VERIFY-ABEND-PARA.
	MOVE WS-VERIFY-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-VERIFY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	BALANCE-ABEND-PARA.
	MOVE "balance-report.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-BALANCE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-BALANCE-VERIFIER ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE VerifyFile.
	CLOSE BalanceFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-BALANCE-VERIFIE" TO WS-LOG-PROGRAM.
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
