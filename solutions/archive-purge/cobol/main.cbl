			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-WORKLIST-STATUS.
		SELECT ArchiveReportFile ASSIGN TO "archive-purge-report.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ARCHIVE-REPORT-STATUS.
		SELECT OPTIONAL CatalogFile ASSIGN TO
				"../../archive/archive-catalog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
				WS-COUNT-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-COUNT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD CountFile.
	01 COUNT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-ARCHIVE-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-WORKLIST-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-RETENTION-DAYS PIC 9(3) VALUE 90.
	01 WS-CUTOFF-DATE PIC 9(8).
	01 WS-DATE-INTEGER PIC 9(8).
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(6) VALUE "KEPT: ".
		05 WS-CNT-KEPT PIC ZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	PERFORM READ-CONTROL-PARA.
	COMPUTE WS-DATE-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RETENTION-DAYS.
	CALL "SYSTEM" USING WS-LIST-COMMAND.

	OPEN EXTEND CatalogFile.
	IF WS-CATALOG-STATUS = "35"
		OPEN OUTPUT CatalogFile
	END-IF
	IF WS-CATALOG-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.

	OPEN OUTPUT ArchiveReportFile
	IF WS-ARCHIVE-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM ARCHIVE-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-RETENTION-DAYS TO WS-HDG-RETENTION.
	MOVE WS-CUTOFF-DATE TO WS-HDG-CUTOFF.
	MOVE WS-REPORT-HEADING TO WS-REPORT-LINE.
	WRITE ARCHIVE-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-ARCHIVE-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM ARCHIVE-REPORT-ABEND-PARA
	END-IF.

	OPEN INPUT WorklistFile
	IF WS-WORKLIST-STATUS > "29" AND WS-WORKLIST-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM WORKLIST-ABEND-PARA
	END-IF.
	IF WS-WORKLIST-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
			NOT AT END
				PERFORM PROCESS-GENERATION-PARA
		END-READ
		IF WS-WORKLIST-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM WORKLIST-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE WorklistFile
	IF WS-WORKLIST-STATUS > "29" AND WS-WORKLIST-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM WORKLIST-ABEND-PARA
	END-IF.

	MOVE WS-ARCHIVED-COUNT TO WS-CNT-ARCHIVED.
	MOVE WS-PURGED-COUNT TO WS-CNT-PURGED.
	MOVE WS-KEPT-COUNT TO WS-CNT-KEPT.
	MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
	WRITE ARCHIVE-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-ARCHIVE-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM ARCHIVE-REPORT-ABEND-PARA
	END-IF.
	CLOSE ArchiveReportFile
	IF WS-ARCHIVE-REPORT-STATUS > "29"
			AND WS-ARCHIVE-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM ARCHIVE-REPORT-ABEND-PARA
	END-IF.
	CLOSE CatalogFile
	IF WS-CATALOG-STATUS > "29" AND WS-CATALOG-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.
	DISPLAY WS-COUNT-LINE.
	MOVE 0 TO RETURN-CODE.
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
					MOVE CTL-RETENTION-DAYS TO WS-RETENTION-DAYS
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

	PROCESS-GENERATION-PARA.
	MOVE 0 TO WS-NAME-LEN.
	MOVE 0 TO WS-GEN-REC-COUNT.
	MOVE 0 TO WS-COUNT-EOF.
	MOVE WS-WORK-NAME TO WS-COUNT-FILE-NAME.
	OPEN INPUT CountFile
	IF WS-COUNT-STATUS > "29" AND WS-COUNT-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "COUNT-GENERATION-PARA" TO WS-LOG-ABEND-PARA
		PERFORM COUNT-ABEND-PARA
	END-IF.
	IF WS-COUNT-STATUS NOT = "00"
		MOVE 1 TO WS-COUNT-EOF
	END-IF.
			NOT AT END
				ADD 1 TO WS-GEN-REC-COUNT
		END-READ
		IF WS-COUNT-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "COUNT-GENERATION-PARA" TO WS-LOG-ABEND-PARA
			PERFORM COUNT-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-COUNT-STATUS NOT = "35"
		CLOSE CountFile
		IF WS-COUNT-STATUS > "29" AND WS-COUNT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "COUNT-GENERATION-PARA" TO WS-LOG-ABEND-PARA
			PERFORM COUNT-ABEND-PARA
		END-IF
	END-IF.

	FIND-ORIGINAL-PATH-PARA.
	MOVE WS-WORK-NAME TO WS-SCAN-NAME.
	PERFORM EXTRACT-BASENAME-PARA.
	MOVE WS-SCAN-BASE TO WS-PURGE-BASE.
	CLOSE CatalogFile
	IF WS-CATALOG-STATUS > "29" AND WS-CATALOG-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "FIND-ORIGINAL-PATH-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.
	MOVE 0 TO WS-CAT-EOF.
	OPEN INPUT CatalogFile
	IF WS-CATALOG-STATUS > "29" AND WS-CATALOG-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "FIND-ORIGINAL-PATH-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.
	IF WS-CATALOG-STATUS NOT = "00"
		MOVE 1 TO WS-CAT-EOF
	END-IF.
					END-IF
				END-IF
		END-READ
		IF WS-CATALOG-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "FIND-ORIGINAL-PATH-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CATALOG-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-CATALOG-STATUS NOT = "35"
		CLOSE CatalogFile
		IF WS-CATALOG-STATUS > "29" AND WS-CATALOG-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "FIND-ORIGINAL-PATH-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CATALOG-ABEND-PARA
		END-IF
	END-IF.
	OPEN EXTEND CatalogFile.
	IF WS-CATALOG-STATUS = "35"
		OPEN OUTPUT CatalogFile
	END-IF
	IF WS-CATALOG-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "FIND-ORIGINAL-PATH-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.

	EXTRACT-BASENAME-PARA.
	MOVE WS-GEN-DATE TO WS-CAT-GEN-DATE.
	MOVE WS-GEN-REC-COUNT TO WS-CAT-REC-COUNT.
	MOVE WS-RUN-DATE TO WS-CAT-ACTION-DATE.
	WRITE CATALOG-RECORD FROM WS-CATALOG-RECORD-DATA
	IF WS-CATALOG-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-CATALOG-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CATALOG-ABEND-PARA
	END-IF.

	WRITE-ACTION-PARA.
	MOVE WS-WORK-NAME TO WS-ACT-NAME.
	MOVE WS-ACTION-LINE TO WS-REPORT-LINE.
	WRITE ARCHIVE-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-ARCHIVE-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ACTION-PARA" TO WS-LOG-ABEND-PARA
		PERFORM ARCHIVE-REPORT-ABEND-PARA
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
	MOVE "archive-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	WORKLIST-ABEND-PARA.
	MOVE "archive-worklist.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-WORKLIST-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ARCHIVE-REPORT-ABEND-PARA.
	MOVE "archive-purge-report.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-ARCHIVE-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CATALOG-ABEND-PARA.
	MOVE "../../archive/archive-catalog.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CATALOG-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	COUNT-ABEND-PARA.
	MOVE WS-COUNT-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-COUNT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-ARCHIVE-PURGE ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE ControlFile.
	CLOSE WorklistFile.
	CLOSE ArchiveReportFile.
	CLOSE CatalogFile.
	CLOSE CountFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-ARCHIVE-PURGE" TO WS-LOG-PROGRAM.
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
