			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VERIFY-STATUS.
		SELECT RestoreReportFile ASSIGN TO "restore-report.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RESTORE-REPORT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD RestoreReportFile.
	01 RESTORE-REPORT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-RESTORE-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-CATALOG-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-FILE-PATTERN PIC X(40) VALUE SPACES.
	01 WS-GEN-DATE PIC 9(8) VALUE 0.
	01 WS-PATTERN-LEN PIC 9(2) VALUE 0.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(13) VALUE "UNAVAILABLE: ".
		05 WS-CNT-UNAVAILABLE PIC ZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	PERFORM READ-CONTROL-PARA.

	OPEN OUTPUT RestoreReportFile
	IF WS-RESTORE-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RESTORE-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-FILE-PATTERN TO WS-HDG-PATTERN.
	MOVE WS-GEN-DATE TO WS-HDG-GEN-DATE.
	MOVE WS-RESTORE-HEADING TO WS-REPORT-LINE.
	WRITE RESTORE-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RESTORE-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RESTORE-REPORT-ABEND-PARA
	END-IF.

	IF WS-FILE-PATTERN = SPACES OR WS-GEN-DATE = 0
		MOVE "NO FILE PATTERN OR GENERATION DATE ON CONTROL CARD"
			TO WS-REPORT-LINE
		WRITE RESTORE-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-RESTORE-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RESTORE-REPORT-ABEND-PARA
		END-IF
		CLOSE RestoreReportFile
		IF WS-RESTORE-REPORT-STATUS > "29"
				AND WS-RESTORE-REPORT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RESTORE-REPORT-ABEND-PARA
		END-IF
		DISPLAY "Restore abandoned - control card incomplete"
		MOVE 8 TO RETURN-CODE
		STOP RUN
		MOVE "NO CATALOG RECORDS MATCH PATTERN AND DATE"
			TO WS-REPORT-LINE
		WRITE RESTORE-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-RESTORE-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RESTORE-REPORT-ABEND-PARA
		END-IF
		MOVE 4 TO WS-RESTORE-RC
	END-IF.
	IF WS-UNAVAILABLE-COUNT > 0 AND WS-RESTORE-RC < 4
	MOVE WS-RESTORED-COUNT TO WS-CNT-RESTORED.
	MOVE WS-UNAVAILABLE-COUNT TO WS-CNT-UNAVAILABLE.
	MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
	WRITE RESTORE-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RESTORE-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RESTORE-REPORT-ABEND-PARA
	END-IF.
	CLOSE RestoreReportFile
	IF WS-RESTORE-REPORT-STATUS > "29"
			AND WS-RESTORE-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RESTORE-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-COUNT-LINE.
	MOVE WS-RESTORE-RC TO RETURN-CODE.
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
					MOVE CTL-GEN-DATE TO WS-GEN-DATE
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

	MEASURE-PATTERN-PARA.
	MOVE 0 TO WS-PATTERN-LEN.

	LOAD-CANDIDATES-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT CatalogFile
	IF WS-CATALOG-STATUS > "29" AND WS-CATALOG-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-CANDIDATES-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.
	IF WS-CATALOG-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
			NOT AT END
				PERFORM SIFT-CATALOG-RECORD-PARA
		END-READ
		IF WS-CATALOG-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-CANDIDATES-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CATALOG-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-CATALOG-STATUS NOT = "35"
		CLOSE CatalogFile
		IF WS-CATALOG-STATUS > "29" AND WS-CATALOG-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-CANDIDATES-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CATALOG-ABEND-PARA
		END-IF
	END-IF.

	SIFT-CATALOG-RECORD-PARA.
			OR WS-CAT-GEN-DATE NOT = WS-GEN-DATE
		CONTINUE
	ELSE
		EVALUATE WS-CAT-ACTION
			WHEN "ARCHIVED"
			WHEN "PURGED  "
				PERFORM MATCH-PATTERN-PARA
				IF WS-MATCH-FOUND = 1
					PERFORM NOTE-CANDIDATE-PARA
				END-IF
			WHEN "BACKUP  "
			WHEN "RELOADED"
			WHEN "HISTORY "
				CONTINUE
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-IF.

	MATCH-PATTERN-PARA.
	VERIFY-RESTORE-PARA.
	MOVE SPACES TO WS-VERIFY-FILE-NAME.
	MOVE WS-WORK-NAME(1:WS-NAME-LEN) TO WS-VERIFY-FILE-NAME.
	OPEN INPUT VerifyFile
	IF WS-VERIFY-STATUS > "29" AND WS-VERIFY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "VERIFY-RESTORE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM VERIFY-ABEND-PARA
	END-IF.
	IF WS-VERIFY-STATUS = "00"
		CLOSE VerifyFile
		IF WS-VERIFY-STATUS > "29" AND WS-VERIFY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "VERIFY-RESTORE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM VERIFY-ABEND-PARA
		END-IF
	END-IF.

	FIND-BASENAME-PARA.
	WRITE-ACTION-PARA.
	MOVE WS-WORK-NAME TO WS-ACT-NAME.
	MOVE WS-ACTION-LINE TO WS-REPORT-LINE.
	WRITE RESTORE-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RESTORE-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ACTION-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RESTORE-REPORT-ABEND-PARA
	END-IF.

	WRITE-CATALOG-PARA.
	OPEN EXTEND CatalogFile
	IF WS-CATALOG-STATUS > "29" AND WS-CATALOG-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-CATALOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.
	IF WS-CATALOG-STATUS = "00"
		MOVE WS-CND-FILE-NAME(WS-CANDIDATE-SUB)
			TO WS-CAT-FILE-NAME
		MOVE "RESTORED" TO WS-CAT-ACTION
		MOVE WS-RUN-DATE TO WS-CAT-ACTION-DATE
		WRITE CATALOG-RECORD FROM WS-CATALOG-RECORD-DATA
		IF WS-CATALOG-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-CATALOG-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CATALOG-ABEND-PARA
		END-IF
		CLOSE CatalogFile
		IF WS-CATALOG-STATUS > "29" AND WS-CATALOG-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-CATALOG-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CATALOG-ABEND-PARA
		END-IF
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

	CONTROL-ABEND-PARA.
	MOVE "restore-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CATALOG-ABEND-PARA.
	MOVE "../../archive/archive-catalog.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CATALOG-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	VERIFY-ABEND-PARA.
	MOVE WS-VERIFY-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-VERIFY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	RESTORE-REPORT-ABEND-PARA.
	MOVE "restore-report.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-RESTORE-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-ARCHIVE-RESTORE ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE ControlFile.
	CLOSE CatalogFile.
	CLOSE VerifyFile.
	CLOSE RestoreReportFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-ARCHIVE-RESTORE" TO WS-LOG-PROGRAM.
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
