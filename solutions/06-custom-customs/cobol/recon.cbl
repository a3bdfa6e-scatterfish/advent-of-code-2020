			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONTROL-STATUS.
		SELECT ReconReportFile ASSIGN TO "day06-recon.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RECON-REPORT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD ReconReportFile.
	01 RECON-REPORT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-MASTER-STATUS PIC X(2) VALUE "00".
	01 WS-RECON-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-BASE-DATE PIC 9(8) VALUE 0.
	01 WS-COMPARE-DATE PIC 9(8) VALUE 0.
	01 WS-PRIOR-SEEN-DATE PIC 9(8) VALUE 0.
		"RESULT: RUNS IDENTICAL - NO GROUP DIFFERENCES".
	01 WS-DIFFER-LINE PIC X(38) VALUE
		"RESULT: RUNS DIFFER - SEE DETAIL ABOVE".
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	PERFORM READ-CONTROL-PARA.

	OPEN OUTPUT ReconReportFile
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-RECON-HEADING TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.

	IF WS-BASE-DATE = 0 OR WS-COMPARE-DATE = 0
		PERFORM FIND-RECENT-DATES-PARA
		MOVE "FEWER THAN TWO RUN DATES ON MASTER - NO COMPARISON"
			TO WS-REPORT-LINE
		WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-RECON-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RECON-REPORT-ABEND-PARA
		END-IF
		CLOSE ReconReportFile
		IF WS-RECON-REPORT-STATUS > "29"
				AND WS-RECON-REPORT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RECON-REPORT-ABEND-PARA
		END-IF
		DISPLAY "Recon abandoned - fewer than two run dates on master"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	MOVE WS-BASE-DATE TO WS-RNG-BASE.
	MOVE WS-COMPARE-DATE TO WS-RNG-COMPARE.
	MOVE WS-RANGE-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.

	PERFORM LOAD-RUN-TABLES-PARA.
	IF WS-LOAD-FAILED = 1
		MOVE "MASTER UNAVAILABLE OR NO RECORDS FOR EITHER RUN DATE"
			TO WS-REPORT-LINE
		WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-RECON-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RECON-REPORT-ABEND-PARA
		END-IF
		CLOSE ReconReportFile
		IF WS-RECON-REPORT-STATUS > "29"
				AND WS-RECON-REPORT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM RECON-REPORT-ABEND-PARA
		END-IF
		DISPLAY "Recon abandoned - master unavailable or no records "
			"for either run date"
		MOVE 8 TO RETURN-CODE
	END-IF.
	PERFORM MATCH-GROUPS-PARA.
	PERFORM WRITE-NET-CHANGE-PARA.
	CLOSE ReconReportFile
	IF WS-RECON-REPORT-STATUS > "29"
			AND WS-RECON-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.

	DISPLAY "Recon report written to day06-recon.txt".
	MOVE WS-RECON-RC TO RETURN-CODE.
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
					MOVE CTL-COMPARE-DATE TO WS-COMPARE-DATE
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

	FIND-RECENT-DATES-PARA.
	MOVE 0 TO WS-EOF.
	MOVE 0 TO WS-PRIOR-SEEN-DATE.
	MOVE 0 TO WS-LATEST-SEEN-DATE.
	OPEN INPUT MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "FIND-RECENT-DATES-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	IF WS-MASTER-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
					MOVE MST-RUN-DATE TO WS-LATEST-SEEN-DATE
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "FIND-RECENT-DATES-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-MASTER-STATUS NOT = "35"
		CLOSE MasterFile
		IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "FIND-RECENT-DATES-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-IF.
	IF WS-BASE-DATE = 0
		MOVE WS-PRIOR-SEEN-DATE TO WS-BASE-DATE
	MOVE 0 TO WS-EOF.
	MOVE 0 TO WS-BASE-COUNT.
	MOVE 0 TO WS-COMPARE-COUNT.
	OPEN INPUT MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-RUN-TABLES-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	IF WS-MASTER-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
		MOVE 1 TO WS-LOAD-FAILED
				MOVE 1 TO WS-EOF
			NOT AT END
				IF MST-RUN-DATE = WS-BASE-DATE
						AND MST-VERSION-STATUS = "C"
						AND WS-BASE-COUNT < 2400
					ADD 1 TO WS-BASE-COUNT
					MOVE MST-GROUP TO WS-BAS-GROUP(WS-BASE-COUNT)
					MOVE MST-ALL TO WS-BAS-ALL(WS-BASE-COUNT)
				END-IF
				IF MST-RUN-DATE = WS-COMPARE-DATE
						AND MST-VERSION-STATUS = "C"
						AND WS-COMPARE-COUNT < 2400
					ADD 1 TO WS-COMPARE-COUNT
					MOVE MST-GROUP TO WS-CMP-GROUP(WS-COMPARE-COUNT)
					MOVE MST-ALL TO WS-CMP-ALL(WS-COMPARE-COUNT)
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-RUN-TABLES-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-MASTER-STATUS NOT = "35"
		CLOSE MasterFile
		IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-RUN-TABLES-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-IF.

	MATCH-GROUPS-PARA.
	MOVE WS-CMP-ANY(WS-COMPARE-SUB) TO WS-SGL-ANY.
	MOVE WS-CMP-ALL(WS-COMPARE-SUB) TO WS-SGL-ALL.
	MOVE WS-SINGLE-DETAIL TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "REPORT-APPEARED-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.

	REPORT-DISAPPEARED-PARA.
	ADD 1 TO WS-DISAPPEARED-COUNT.
	MOVE WS-BAS-ANY(WS-BASE-SUB) TO WS-SGL-ANY.
	MOVE WS-BAS-ALL(WS-BASE-SUB) TO WS-SGL-ALL.
	MOVE WS-SINGLE-DETAIL TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "REPORT-DISAPPEARED-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.

	COMPARE-MATCHED-PARA.
	IF WS-BAS-SIZE(WS-BASE-SUB) = WS-CMP-SIZE(WS-COMPARE-SUB)
		MOVE WS-CMP-ALL(WS-COMPARE-SUB) TO WS-CHG-NEW-ALL
		MOVE WS-CHANGE-DETAIL TO WS-REPORT-LINE
		WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-RECON-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "COMPARE-MATCHED-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RECON-REPORT-ABEND-PARA
		END-IF
	END-IF.

	WRITE-NET-CHANGE-PARA.
	MOVE "NET CHANGE SUMMARY" TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-NET-CHANGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	MOVE "  BASE GROUPS:      " TO WS-SUM-LABEL.
	MOVE WS-BASE-COUNT TO WS-SUM-COUNT.
	MOVE WS-SUMMARY-COUNT-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-NET-CHANGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	MOVE "  COMPARE GROUPS:   " TO WS-SUM-LABEL.
	MOVE WS-COMPARE-COUNT TO WS-SUM-COUNT.
	MOVE WS-SUMMARY-COUNT-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-NET-CHANGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	MOVE "  APPEARED:         " TO WS-SUM-LABEL.
	MOVE WS-APPEARED-COUNT TO WS-SUM-COUNT.
	MOVE WS-SUMMARY-COUNT-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-NET-CHANGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	MOVE "  DISAPPEARED:      " TO WS-SUM-LABEL.
	MOVE WS-DISAPPEARED-COUNT TO WS-SUM-COUNT.
	MOVE WS-SUMMARY-COUNT-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-NET-CHANGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	MOVE "  CHANGED:          " TO WS-SUM-LABEL.
	MOVE WS-CHANGED-COUNT TO WS-SUM-COUNT.
	MOVE WS-SUMMARY-COUNT-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-NET-CHANGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	MOVE "  UNCHANGED:        " TO WS-SUM-LABEL.
	MOVE WS-UNCHANGED-COUNT TO WS-SUM-COUNT.
	MOVE WS-SUMMARY-COUNT-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-NET-CHANGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	MOVE "  NET ANY DELTA:    " TO WS-DLT-LABEL.
	MOVE WS-NET-ANY-DELTA TO WS-DLT-VALUE.
	MOVE WS-SUMMARY-DELTA-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-NET-CHANGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	MOVE "  NET ALL DELTA:    " TO WS-DLT-LABEL.
	MOVE WS-NET-ALL-DELTA TO WS-DLT-VALUE.
	MOVE WS-SUMMARY-DELTA-LINE TO WS-REPORT-LINE.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-NET-CHANGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
	END-IF.
	IF WS-APPEARED-COUNT = 0 AND WS-DISAPPEARED-COUNT = 0
			AND WS-CHANGED-COUNT = 0
		MOVE WS-IDENTICAL-LINE TO WS-REPORT-LINE
		MOVE WS-DIFFER-LINE TO WS-REPORT-LINE
		MOVE 4 TO WS-RECON-RC
	END-IF.
	WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-RECON-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-NET-CHANGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECON-REPORT-ABEND-PARA
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

	MASTER-ABEND-PARA.
	MOVE "day06-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-MASTER-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONTROL-ABEND-PARA.
	MOVE "recon-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	RECON-REPORT-ABEND-PARA.
	MOVE "day06-recon.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-RECON-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-DAY-06-RECON ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE MasterFile.
	CLOSE ControlFile.
	CLOSE ReconReportFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-06-RECON" TO WS-LOG-PROGRAM.
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
