			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DAY09-REPORT-STATUS.
		SELECT SummaryFile ASSIGN TO DYNAMIC WS-SUMMARY-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUMMARY-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.
		SELECT OPTIONAL OverrideFile ASSIGN TO "batch-override.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-OVERRIDE-STATUS.
		SELECT ProcDateFile ASSIGN TO "../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
	FILE SECTION.
	01 SUMMARY-RECORD PIC X(132).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	FD CalendarFile.
	01 CALENDAR-RECORD-IN.
	FD OverrideFile.
	01 OVERRIDE-RECORD-IN.
		05 OVR-FLAG PIC X(1).
		05 FILLER PIC X(1).
		05 OVR-PROC-DATE PIC X(8).
		05 FILLER PIC X(70).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	WORKING-STORAGE SECTION.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-SYSTEM-DATE PIC 9(8).
	01 WS-OVR-PROC-DATE PIC 9(8) VALUE 0.
	01 WS-OVR-PROC-DATE-X PIC X(8) VALUE SPACES.
	01 WS-PROC-DATE-SOURCE PIC X(8) VALUE "SYSTEM".
	01 WS-PROC-DATE-INVALID PIC X(1) VALUE "N".
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	01 WS-SUMMARY-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-DAY06-DETAIL-NAME PIC X(64) VALUE SPACES.
	01 WS-DAY09-REPORT-NAME PIC X(64) VALUE SPACES.
		"cd ../../06-custom-customs/cobol && ./main".
	01 WS-DAY09-CMD PIC X(100) VALUE
		"cd ../../09-encoding-error/cobol && ./main".
	01 WS-BACKUP-CMD PIC X(100) VALUE SPACES.
	01 WS-BACKUP-RC PIC S9(8) VALUE 0.
	01 WS-BACKUP-STATUS-TEXT PIC X(8) VALUE SPACES.
	01 WS-DAY06-RC PIC S9(8) VALUE 0.
	01 WS-DAY09-RC PIC S9(8) VALUE 0.
	01 WS-DAY06-STATUS-TEXT PIC X(8) VALUE SPACES.
		05 WS-MIS-DATE PIC 9999/99/99.
		05 FILLER PIC X(34) VALUE
			" HAS NO END RECORD IN THE RUN LOG".
	01 WS-ABEND-HALT-LINE.
		05 FILLER PIC X(10) VALUE "ABEND IN: ".
		05 WS-ABN-PROGRAM PIC X(24).
		05 FILLER PIC X(39) VALUE
			" - RUN HALTED - REMAINING STEPS NOT RUN".
	01 WS-PROC-DATE-OVERRIDE-LINE.
		05 FILLER PIC X(26) VALUE "PROCESSING DATE OVERRIDE: ".
		05 WS-PDO-PROC-DATE PIC 9999/99/99.
		05 FILLER PIC X(15) VALUE "  SYSTEM DATE: ".
		05 WS-PDO-SYSTEM-DATE PIC 9999/99/99.
	01 WS-PROC-DATE-INVALID-LINE.
		05 FILLER PIC X(26) VALUE "PROCESSING DATE OVERRIDE: ".
		05 WS-PDI-PROC-DATE PIC X(8).
		05 FILLER PIC X(50) VALUE
			" NOT A VALID PAST OR CURRENT DATE - RUN BLOCKED".

	01 WS-SUMMARY-HEADING.
		05 FILLER PIC X(11) VALUE "RUN DATE: ".

PROCEDURE DIVISION.

	ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
	PERFORM READ-OVERRIDE-PARA.
	PERFORM VALIDATE-PROC-DATE-PARA.
	MOVE WS-RUN-DATE TO WS-GEN-DATE-X.
	STRING "../../06-custom-customs/cobol/day06-detail."
		WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-SUMMARY-FILE-NAME.
	PERFORM READ-CONTROL-PARA.
	PERFORM READ-STEPS-PARA.
	PERFORM READ-CALENDAR-PARA.
	IF WS-CALENDAR-PRESENT = "Y"
		PERFORM CHECK-SCHEDULE-PARA
	END-IF.
	PERFORM CHECK-DUPLICATE-RUN-PARA.
	PERFORM WRITE-PROC-DATE-PARA.

	MOVE "START" TO WS-LOG-PHASE.
	MOVE 0 TO WS-LOG-RC.
	PERFORM WRITE-RUNLOG-PARA.

	OPEN OUTPUT SummaryFile
	IF WS-SUMMARY-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.
	PERFORM WRITE-SUMMARY-HEADING-PARA.
	PERFORM WRITE-CALENDAR-FINDINGS-PARA.

		END-IF
	END-IF.

	CLOSE SummaryFile
	IF WS-SUMMARY-STATUS > "29" AND WS-SUMMARY-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.

	DISPLAY "Batch run complete - see " WS-SUMMARY-FILE-NAME.

	IF WS-DAY09-RC > WS-DRIVER-RC
		MOVE WS-DAY09-RC TO WS-DRIVER-RC
	END-IF.
	IF WS-BACKUP-RC > WS-DRIVER-RC
		MOVE WS-BACKUP-RC TO WS-DRIVER-RC
	END-IF.
	IF WS-MAX-STEP-RC > WS-DRIVER-RC
		MOVE WS-MAX-STEP-RC TO WS-DRIVER-RC
	END-IF.
	STOP RUN.

	LEGACY-RUN-PARA.
	IF WS-BACKUP-CMD NOT = SPACES
		PERFORM RUN-BACKUP-PARA
	END-IF.
	IF WS-BACKUP-RC > 4
		MOVE "MASTER BACKUP FAILED - DAY-06 AND DAY-09 NOT RUN"
			TO WS-SUMMARY-LINE
		WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
		IF WS-SUMMARY-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "LEGACY-RUN-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SUMMARY-ABEND-PARA
		END-IF
		DISPLAY WS-SUMMARY-LINE
	ELSE
		PERFORM RUN-DAY06-DAY09-PARA
	END-IF.

	RUN-BACKUP-PARA.
	DISPLAY "Running AOC-2020-MASTER-BACKUP...".
	CALL "SYSTEM" USING WS-BACKUP-CMD.
	COMPUTE WS-BACKUP-RC = RETURN-CODE / 256.
	IF WS-BACKUP-RC = 0
		MOVE "OK" TO WS-BACKUP-STATUS-TEXT
	ELSE
		IF WS-BACKUP-RC = 4
			MOVE "WARNING" TO WS-BACKUP-STATUS-TEXT
		ELSE
			IF WS-BACKUP-RC < 16
				MOVE "FAILED" TO WS-BACKUP-STATUS-TEXT
			ELSE
				MOVE "ABEND" TO WS-BACKUP-STATUS-TEXT
			END-IF
		END-IF
	END-IF.
	MOVE "AOC-2020-MASTER-BACKUP" TO WS-SUM-PROGRAM.
	MOVE WS-BACKUP-RC TO WS-SUM-RC.
	MOVE WS-BACKUP-STATUS-TEXT TO WS-SUM-STATUS.
	MOVE WS-SUMMARY-PROGRAM-LINE TO WS-SUMMARY-LINE.
	WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
	IF WS-SUMMARY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "RUN-BACKUP-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.

	RUN-DAY06-DAY09-PARA.
	DISPLAY "Running AOC-2020-DAY-06...".
	CALL "SYSTEM" USING WS-DAY06-CMD.
	COMPUTE WS-DAY06-RC = RETURN-CODE / 256.
	PERFORM SET-DAY06-STATUS-PARA.
	PERFORM READ-DAY06-RESULTS-PARA.
	PERFORM WRITE-DAY06-SUMMARY-PARA.
	IF WS-DAY06-RC NOT < 16
		MOVE "AOC-2020-DAY-06" TO WS-ABN-PROGRAM
		PERFORM WRITE-ABEND-HALT-PARA
	ELSE
		DISPLAY "Running AOC-2020-DAY-09..."
		CALL "SYSTEM" USING WS-DAY09-CMD
		COMPUTE WS-DAY09-RC = RETURN-CODE / 256
		PERFORM SET-DAY09-STATUS-PARA
		PERFORM READ-DAY09-RESULTS-PARA
		PERFORM WRITE-DAY09-SUMMARY-PARA
	END-IF.

	WRITE-ABEND-HALT-PARA.
	MOVE WS-ABEND-HALT-LINE TO WS-SUMMARY-LINE.
	WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
	IF WS-SUMMARY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ABEND-HALT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.
	DISPLAY WS-SUMMARY-LINE.

	READ-STEPS-PARA.
	MOVE 0 TO WS-STEP-COUNT.
	MOVE 0 TO WS-STEP-EOF.
	OPEN INPUT StepFile
	IF WS-STEP-STATUS > "29" AND WS-STEP-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-STEPS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STEP-ABEND-PARA
	END-IF.
	IF WS-STEP-STATUS NOT = "00"
		MOVE 1 TO WS-STEP-EOF
	END-IF.
					MOVE STP-COMMAND TO WS-STP-COMMAND(WS-STEP-COUNT)
				END-IF
		END-READ
		IF WS-STEP-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "READ-STEPS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM STEP-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE StepFile
	IF WS-STEP-STATUS > "29" AND WS-STEP-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-STEPS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STEP-ABEND-PARA
	END-IF.

	RESET-COMPLETED-RUN-PARA.
	MOVE "Y" TO WS-ALL-COMPLETE.
		IF WS-STEP-RC = 4
			MOVE "WARNING" TO WS-STEP-STATUS-TEXT
		ELSE
			IF WS-STEP-RC < 16
				MOVE "FAILED" TO WS-STEP-STATUS-TEXT
			ELSE
				MOVE "ABEND" TO WS-STEP-STATUS-TEXT
			END-IF
		END-IF
	END-IF.
	PERFORM WRITE-STEP-SUMMARY-PARA.
		IF WS-STP-ONFAIL(WS-STEP-SUB) = "H"
			MOVE 1 TO WS-HALT-FLAG
		END-IF
		IF WS-STEP-RC NOT < 16
			MOVE 1 TO WS-HALT-FLAG
			MOVE WS-STP-PROGRAM(WS-STEP-SUB) TO WS-ABN-PROGRAM
			PERFORM WRITE-ABEND-HALT-PARA
		END-IF
	END-IF.
	IF WS-STP-PROGRAM(WS-STEP-SUB) = "AOC-2020-DAY-06"
		MOVE WS-STEP-RC TO WS-DAY06-RC
	MOVE WS-STEP-RC TO WS-SUM-RC.
	MOVE WS-STEP-STATUS-TEXT TO WS-SUM-STATUS.
	MOVE WS-SUMMARY-PROGRAM-LINE TO WS-SUMMARY-LINE.
	WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
	IF WS-SUMMARY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-STEP-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.

	REWRITE-STEPS-PARA.
	OPEN OUTPUT StepFile
	IF WS-STEP-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "REWRITE-STEPS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STEP-ABEND-PARA
	END-IF.
	PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
			UNTIL WS-DEP-SUB > WS-STEP-COUNT
		MOVE SPACES TO WS-STEP-RECORD
		MOVE WS-STP-COMPLETE(WS-DEP-SUB) TO STP-COMPLETE
		MOVE WS-STP-COMMAND(WS-DEP-SUB) TO STP-COMMAND
		WRITE STEP-RECORD-IN FROM WS-STEP-RECORD
		IF WS-STEP-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "REWRITE-STEPS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM STEP-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE StepFile
	IF WS-STEP-STATUS > "29" AND WS-STEP-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "REWRITE-STEPS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STEP-ABEND-PARA
	END-IF.

	READ-OVERRIDE-PARA.
	OPEN INPUT OverrideFile
	IF WS-OVERRIDE-STATUS > "29" AND WS-OVERRIDE-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-OVERRIDE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM OVERRIDE-ABEND-PARA
	END-IF.
	IF WS-OVERRIDE-STATUS = "00"
		READ OverrideFile
			AT END
				IF OVR-FLAG = "Y"
					MOVE "Y" TO WS-OVERRIDE-FLAG
				END-IF
				MOVE OVR-PROC-DATE TO WS-OVR-PROC-DATE-X
				IF OVR-PROC-DATE IS NUMERIC
					MOVE OVR-PROC-DATE TO WS-OVR-PROC-DATE
				ELSE
					IF OVR-PROC-DATE NOT = SPACES
						MOVE "Y" TO WS-PROC-DATE-INVALID
					END-IF
				END-IF
		END-READ
		IF WS-OVERRIDE-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "READ-OVERRIDE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM OVERRIDE-ABEND-PARA
		END-IF
	END-IF.
	CLOSE OverrideFile
	IF WS-OVERRIDE-STATUS > "29" AND WS-OVERRIDE-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-OVERRIDE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM OVERRIDE-ABEND-PARA
	END-IF.

	VALIDATE-PROC-DATE-PARA.
	IF WS-PROC-DATE-INVALID NOT = "Y" AND WS-OVR-PROC-DATE > 0
		IF FUNCTION TEST-DATE-YYYYMMDD(WS-OVR-PROC-DATE) NOT = 0
				OR WS-OVR-PROC-DATE > WS-SYSTEM-DATE
			MOVE "Y" TO WS-PROC-DATE-INVALID
		ELSE
			MOVE WS-OVR-PROC-DATE TO WS-RUN-DATE
			IF WS-RUN-DATE NOT = WS-SYSTEM-DATE
				MOVE "OVERRIDE" TO WS-PROC-DATE-SOURCE
			END-IF
		END-IF
	END-IF.
	IF WS-PROC-DATE-INVALID = "Y"
		MOVE 1 TO WS-RUN-BLOCKED
		MOVE 8 TO WS-CALENDAR-RC
	END-IF.

	WRITE-PROC-DATE-PARA.
	IF WS-RUN-BLOCKED = 0
		MOVE WS-RUN-DATE TO WS-PDT-PROCESSING-DATE
		MOVE WS-PROC-DATE-SOURCE TO WS-PDT-SOURCE
	ELSE
		MOVE 0 TO WS-PDT-PROCESSING-DATE
		MOVE "BLOCKED" TO WS-PDT-SOURCE
	END-IF.
	MOVE WS-SYSTEM-DATE TO WS-PDT-SYSTEM-DATE.
	ACCEPT WS-PDT-SYSTEM-TIME FROM TIME.
	MOVE SPACES TO WS-PDT-DAY-TYPE.
	IF WS-TODAY-SCHEDULED = "Y"
		MOVE "R" TO WS-PDT-DAY-TYPE
	END-IF.
	IF WS-TODAY-HOLIDAY = "Y"
		MOVE "H" TO WS-PDT-DAY-TYPE
	END-IF.
	OPEN OUTPUT ProcDateFile
	IF WS-PROC-DATE-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-PROC-DATE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM PROC-DATE-ABEND-PARA
	END-IF.
	WRITE PROC-DATE-RECORD FROM WS-PROC-DATE-RECORD-DATA
	IF WS-PROC-DATE-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-PROC-DATE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM PROC-DATE-ABEND-PARA
	END-IF.
	CLOSE ProcDateFile
	IF WS-PROC-DATE-STATUS > "29" AND WS-PROC-DATE-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-PROC-DATE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM PROC-DATE-ABEND-PARA
	END-IF.

	READ-CALENDAR-PARA.
	MOVE 0 TO WS-CAL-EOF.
	OPEN INPUT CalendarFile
	IF WS-CALENDAR-STATUS > "29" AND WS-CALENDAR-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-CALENDAR-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CALENDAR-ABEND-PARA
	END-IF.
	IF WS-CALENDAR-STATUS NOT = "00"
		MOVE 1 TO WS-CAL-EOF
	END-IF.
					MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
				END-IF
		END-READ
		IF WS-CALENDAR-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "READ-CALENDAR-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CALENDAR-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE CalendarFile
	IF WS-CALENDAR-STATUS > "29" AND WS-CALENDAR-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-CALENDAR-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CALENDAR-ABEND-PARA
	END-IF.
	IF WS-CAL-COUNT > 0
		MOVE "Y" TO WS-CALENDAR-PRESENT
	END-IF.
	CHECK-MISSED-RUN-PARA.
	MOVE "N" TO WS-PREV-END-FOUND.
	MOVE 0 TO WS-CAL-EOF.
	OPEN INPUT RunLogFile
	IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "CHECK-MISSED-RUN-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RUNLOG-ABEND-PARA
	END-IF.
	IF WS-RUNLOG-STATUS NOT = "00"
		MOVE 1 TO WS-CAL-EOF
	END-IF.
					MOVE "Y" TO WS-PREV-END-FOUND
				END-IF
		END-READ
		IF WS-RUNLOG-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "CHECK-MISSED-RUN-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-RUNLOG-STATUS NOT = "35"
		CLOSE RunLogFile
		IF WS-RUNLOG-STATUS > "29" AND WS-RUNLOG-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "CHECK-MISSED-RUN-PARA" TO WS-LOG-ABEND-PARA
			PERFORM RUNLOG-ABEND-PARA
		END-IF
	END-IF.
	IF WS-PREV-END-FOUND NOT = "Y"
		MOVE "Y" TO WS-MISSED-RUN

	CHECK-DUPLICATE-RUN-PARA.
	MOVE "N" TO WS-DUP-PRESENT.
	OPEN INPUT Day06DetailFile
	IF WS-DAY06-DETAIL-STATUS > "29"
			AND WS-DAY06-DETAIL-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "CHECK-DUPLICATE-RUN-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-DETAIL-ABEND-PARA
	END-IF.
	IF WS-DAY06-DETAIL-STATUS = "00"
		MOVE "Y" TO WS-DUP-PRESENT
	END-IF.
	CLOSE Day06DetailFile
	IF WS-DAY06-DETAIL-STATUS > "29"
			AND WS-DAY06-DETAIL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "CHECK-DUPLICATE-RUN-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-DETAIL-ABEND-PARA
	END-IF.
	OPEN INPUT Day09ReportFile
	IF WS-DAY09-REPORT-STATUS > "29"
			AND WS-DAY09-REPORT-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "CHECK-DUPLICATE-RUN-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-REPORT-ABEND-PARA
	END-IF.
	IF WS-DAY09-REPORT-STATUS = "00"
		MOVE "Y" TO WS-DUP-PRESENT
	END-IF.
	CLOSE Day09ReportFile
	IF WS-DAY09-REPORT-STATUS > "29"
			AND WS-DAY09-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "CHECK-DUPLICATE-RUN-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-REPORT-ABEND-PARA
	END-IF.
	IF WS-DUP-PRESENT = "Y" AND WS-STEP-COUNT > 0
		MOVE "Y" TO WS-ALL-COMPLETE
		PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
	END-IF.

	WRITE-CALENDAR-FINDINGS-PARA.
	IF WS-PROC-DATE-INVALID = "Y"
		MOVE WS-OVR-PROC-DATE-X TO WS-PDI-PROC-DATE
		MOVE WS-PROC-DATE-INVALID-LINE TO WS-SUMMARY-LINE
		WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
		IF WS-SUMMARY-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-CALENDAR-FINDINGS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SUMMARY-ABEND-PARA
		END-IF
		DISPLAY WS-SUMMARY-LINE
	END-IF.
	IF WS-PROC-DATE-SOURCE = "OVERRIDE"
		MOVE WS-RUN-DATE TO WS-PDO-PROC-DATE
		MOVE WS-SYSTEM-DATE TO WS-PDO-SYSTEM-DATE
		MOVE WS-PROC-DATE-OVERRIDE-LINE TO WS-SUMMARY-LINE
		WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
		IF WS-SUMMARY-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-CALENDAR-FINDINGS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SUMMARY-ABEND-PARA
		END-IF
		DISPLAY WS-SUMMARY-LINE
	END-IF.
	IF WS-NOT-SCHEDULED = "Y"
		IF WS-OVERRIDE-FLAG = "Y"
			MOVE "NOT A SCHEDULED RUN DAY - OVERRIDE ACCEPTED"
				TO WS-SUMMARY-LINE
		END-IF
		WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
		IF WS-SUMMARY-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-CALENDAR-FINDINGS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SUMMARY-ABEND-PARA
		END-IF
		DISPLAY WS-SUMMARY-LINE
	END-IF.
	IF WS-MISSED-RUN = "Y"
		MOVE WS-PREV-SCHED-DATE TO WS-MIS-DATE
		MOVE WS-MISSED-RUN-LINE TO WS-SUMMARY-LINE
		WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
		IF WS-SUMMARY-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-CALENDAR-FINDINGS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SUMMARY-ABEND-PARA
		END-IF
		DISPLAY WS-SUMMARY-LINE
	END-IF.
	IF WS-DUP-PRESENT = "Y"
				TO WS-SUMMARY-LINE
		END-IF
		WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
		IF WS-SUMMARY-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-CALENDAR-FINDINGS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SUMMARY-ABEND-PARA
		END-IF
		DISPLAY WS-SUMMARY-LINE
	END-IF.

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
					MOVE CONTROL-RECORD-IN TO WS-DAY06-CMD
				END-IF
		END-READ
		IF WS-CONTROL-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "READ-CONTROL-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CONTROL-ABEND-PARA
		END-IF
		IF WS-CONTROL-STATUS = "00"
			READ ControlFile
				AT END
						MOVE CONTROL-RECORD-IN TO WS-DAY09-CMD
					END-IF
			END-READ
			IF WS-CONTROL-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "READ-CONTROL-PARA" TO WS-LOG-ABEND-PARA
				PERFORM CONTROL-ABEND-PARA
			END-IF
		END-IF
		IF WS-CONTROL-STATUS = "00"
			READ ControlFile
				AT END
					CONTINUE
				NOT AT END
					IF CONTROL-RECORD-IN NOT = SPACES
						MOVE CONTROL-RECORD-IN TO WS-BACKUP-CMD
					END-IF
			END-READ
			IF WS-CONTROL-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "READ-CONTROL-PARA" TO WS-LOG-ABEND-PARA
				PERFORM CONTROL-ABEND-PARA
			END-IF
		END-IF
	END-IF.
	CLOSE ControlFile
	IF WS-CONTROL-STATUS > "29" AND WS-CONTROL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-CONTROL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CONTROL-ABEND-PARA
	END-IF.

	WRITE-RUNLOG-PARA.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-BATCH-DRIVER" TO WS-LOG-PROGRAM.
	IF WS-STEP-COUNT > 0
		MOVE "batch-steps.txt" TO WS-LOG-SOURCE
	MOVE 0 TO WS-LOG-REJECTS.
	MOVE 0 TO WS-LOG-EXCEPTIONS.
	MOVE "N" TO WS-LOG-SELFCHECK.
	MOVE SPACES TO WS-LOG-ABEND-FILE.
	MOVE SPACES TO WS-LOG-ABEND-OPERATION.
	MOVE SPACES TO WS-LOG-ABEND-STATUS.
	MOVE SPACES TO WS-LOG-ABEND-PARA.
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

	SET-DAY06-STATUS-PARA.
	IF WS-DAY06-RC = 0
		IF WS-DAY06-RC = 4
			MOVE "WARNING" TO WS-DAY06-STATUS-TEXT
		ELSE
			IF WS-DAY06-RC < 16
				MOVE "FAILED" TO WS-DAY06-STATUS-TEXT
			ELSE
				MOVE "ABEND" TO WS-DAY06-STATUS-TEXT
			END-IF
		END-IF
	END-IF.

		IF WS-DAY09-RC = 4
			MOVE "WARNING" TO WS-DAY09-STATUS-TEXT
		ELSE
			IF WS-DAY09-RC < 16
				MOVE "FAILED" TO WS-DAY09-STATUS-TEXT
			ELSE
				MOVE "ABEND" TO WS-DAY09-STATUS-TEXT
			END-IF
		END-IF
	END-IF.

	READ-DAY06-RESULTS-PARA.
	MOVE 0 TO WS-DAY06-ANY-TOTAL.
	MOVE 0 TO WS-DAY06-ALL-TOTAL.
	OPEN INPUT Day06DetailFile
	IF WS-DAY06-DETAIL-STATUS > "29"
			AND WS-DAY06-DETAIL-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-DAY06-RESULTS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY06-DETAIL-ABEND-PARA
	END-IF.
	IF WS-DAY06-DETAIL-STATUS = "00"
		PERFORM UNTIL WS-DAY06-DETAIL-STATUS NOT = "00"
			READ Day06DetailFile INTO WS-DETAIL-LINE
			IF WS-DAY06-DETAIL-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "READ-DAY06-RESULTS-PARA" TO WS-LOG-ABEND-PARA
				PERFORM DAY06-DETAIL-ABEND-PARA
			END-IF
			IF WS-DAY06-DETAIL-STATUS = "00"
				IF WS-DTL-TAG = "GROUP: "
					MOVE WS-DTL-ANY TO WS-DAY06-LINE-ANY
			END-IF
		END-PERFORM
		CLOSE Day06DetailFile
		IF WS-DAY06-DETAIL-STATUS > "29"
				AND WS-DAY06-DETAIL-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "READ-DAY06-RESULTS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM DAY06-DETAIL-ABEND-PARA
		END-IF
	END-IF.

	READ-DAY09-RESULTS-PARA.
	MOVE SPACES TO WS-RPT-LABEL.
	MOVE ZEROS TO WS-RPT-VALUE.
	MOVE SPACES TO WS-DAY09-PART1 WS-DAY09-PART2.
	OPEN INPUT Day09ReportFile
	IF WS-DAY09-REPORT-STATUS > "29"
			AND WS-DAY09-REPORT-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-DAY09-RESULTS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-REPORT-ABEND-PARA
	END-IF.
	IF WS-DAY09-REPORT-STATUS = "00"
		PERFORM UNTIL WS-DAY09-REPORT-STATUS NOT = "00"
			READ Day09ReportFile INTO WS-REPORT-DETAIL
			IF WS-DAY09-REPORT-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "READ-DAY09-RESULTS-PARA" TO WS-LOG-ABEND-PARA
				PERFORM DAY09-REPORT-ABEND-PARA
			END-IF
			IF WS-DAY09-REPORT-STATUS = "00"
				IF WS-RPT-LABEL = "PART 1 ANSWER:"
					MOVE WS-RPT-VALUE TO WS-DAY09-PART1
			END-IF
		END-PERFORM
		CLOSE Day09ReportFile
		IF WS-DAY09-REPORT-STATUS > "29"
				AND WS-DAY09-REPORT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "READ-DAY09-RESULTS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM DAY09-REPORT-ABEND-PARA
		END-IF
	END-IF.

	WRITE-SUMMARY-HEADING-PARA.
	MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE.
	MOVE WS-SUMMARY-HEADING TO WS-SUMMARY-LINE.
	WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
	IF WS-SUMMARY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-SUMMARY-HEADING-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.

	WRITE-DAY06-SUMMARY-PARA.
	MOVE "AOC-2020-DAY-06" TO WS-SUM-PROGRAM.
	MOVE WS-DAY06-RC TO WS-SUM-RC.
	MOVE WS-DAY06-STATUS-TEXT TO WS-SUM-STATUS.
	MOVE WS-SUMMARY-PROGRAM-LINE TO WS-SUMMARY-LINE.
	WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
	IF WS-SUMMARY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-DAY06-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.
	PERFORM WRITE-DAY06-DETAIL-SUMMARY-PARA.

	WRITE-DAY06-DETAIL-SUMMARY-PARA.
	MOVE "PART 1 (ANY COUNT): " TO WS-SUM-LABEL.
	MOVE WS-DAY06-ANY-DISPLAY TO WS-SUM-VALUE.
	MOVE WS-SUMMARY-DETAIL-LINE TO WS-SUMMARY-LINE.
	WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
	IF WS-SUMMARY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-DAY06-DETAIL-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.
	MOVE "PART 2 (ALL COUNT): " TO WS-SUM-LABEL.
	MOVE WS-DAY06-ALL-DISPLAY TO WS-SUM-VALUE.
	MOVE WS-SUMMARY-DETAIL-LINE TO WS-SUMMARY-LINE.
	WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
	IF WS-SUMMARY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-DAY06-DETAIL-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.

	WRITE-DAY09-SUMMARY-PARA.
	MOVE "AOC-2020-DAY-09" TO WS-SUM-PROGRAM.
	MOVE WS-DAY09-RC TO WS-SUM-RC.
	MOVE WS-DAY09-STATUS-TEXT TO WS-SUM-STATUS.
	MOVE WS-SUMMARY-PROGRAM-LINE TO WS-SUMMARY-LINE.
	WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
	IF WS-SUMMARY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-DAY09-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.
	PERFORM WRITE-DAY09-DETAIL-SUMMARY-PARA.

	WRITE-DAY09-DETAIL-SUMMARY-PARA.
	MOVE "PART 1 ANSWER: " TO WS-SUM-LABEL.
	MOVE WS-DAY09-PART1 TO WS-SUM-VALUE.
	MOVE WS-SUMMARY-DETAIL-LINE TO WS-SUMMARY-LINE.
	WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
	IF WS-SUMMARY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-DAY09-DETAIL-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.
	MOVE "PART 2 ANSWER: " TO WS-SUM-LABEL.
	MOVE WS-DAY09-PART2 TO WS-SUM-VALUE.
	MOVE WS-SUMMARY-DETAIL-LINE TO WS-SUMMARY-LINE.
	WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
	IF WS-SUMMARY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-DAY09-DETAIL-SUMMARY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUMMARY-ABEND-PARA
	END-IF.

	CONTROL-ABEND-PARA.
	MOVE "batch-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	STEP-ABEND-PARA.
	MOVE "batch-steps.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-STEP-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DAY06-DETAIL-ABEND-PARA.
	MOVE WS-DAY06-DETAIL-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-DAY06-DETAIL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DAY09-REPORT-ABEND-PARA.
	MOVE WS-DAY09-REPORT-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-DAY09-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	SUMMARY-ABEND-PARA.
	MOVE WS-SUMMARY-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-SUMMARY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	RUNLOG-ABEND-PARA.
	MOVE "../../batch-runlog.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-RUNLOG-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CALENDAR-ABEND-PARA.
	MOVE "batch-calendar.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CALENDAR-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	OVERRIDE-ABEND-PARA.
	MOVE "batch-override.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-OVERRIDE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-BATCH-DRIVER ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE ControlFile.
	CLOSE StepFile.
	CLOSE Day06DetailFile.
	CLOSE Day09ReportFile.
	CLOSE SummaryFile.
	CLOSE RunLogFile.
	CLOSE CalendarFile.
	CLOSE OverrideFile.
	CLOSE ProcDateFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-BATCH-DRIVER" TO WS-LOG-PROGRAM.
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
