IDENTIFICATION DIVISION.
	PROGRAM-ID. AOC-2020-DISTRIBUTION.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL ControlFile ASSIGN TO "distribution-control.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONTROL-STATUS.
		SELECT StreamRegistryFile ASSIGN TO
				"../../09-encoding-error/cobol/day09-streams.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS STR-KEY
			FILE STATUS IS WS-REGISTRY-STATUS.
		SELECT OPTIONAL Day09ReportFile ASSIGN TO DYNAMIC
				WS-DAY09-REPORT-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DAY09-REPORT-STATUS.
		SELECT OPTIONAL RecurrenceFile ASSIGN TO DYNAMIC
				WS-RECURRENCE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RECURRENCE-STATUS.
		SELECT OPTIONAL ExceptionFile ASSIGN TO DYNAMIC
				WS-EXCEPTION-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-EXCEPTION-STATUS.
		SELECT OPTIONAL AgingReportFile ASSIGN TO
				"../../06-custom-customs/cobol/day06-dispute-aging.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-AGING-STATUS.
		SELECT PackageFile ASSIGN TO DYNAMIC WS-PACKAGE-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PACKAGE-STATUS.
		SELECT DistributionLogFile ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DISTRIBUTION-LOG-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD ControlFile.
	01 CONTROL-RECORD-IN.
		05 CTL-OWNER PIC X(30).
		05 FILLER PIC X(1).
		05 CTL-DESTINATION PIC X(40).
		05 FILLER PIC X(29).

	FD StreamRegistryFile.
	COPY "day09-stream-record.cpy".

	FD Day09ReportFile.
	01 DAY09-REPORT-RECORD PIC X(132).

	FD RecurrenceFile.
	01 RECURRENCE-RECORD PIC X(132).

	FD ExceptionFile.
	01 EXCEPTION-RECORD PIC X(132).

	FD AgingReportFile.
	01 AGING-REPORT-RECORD PIC X(132).

	FD PackageFile.
	01 PACKAGE-RECORD PIC X(132).

	FD DistributionLogFile.
	01 DISTRIBUTION-LOG-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-DISTRIBUTION-LOG-STATUS PIC X(2) VALUE "00".
	01 WS-REGISTRY-STATUS PIC X(2) VALUE "00".
	01 WS-DAY09-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-RECURRENCE-STATUS PIC X(2) VALUE "00".
	01 WS-EXCEPTION-STATUS PIC X(2) VALUE "00".
	01 WS-AGING-STATUS PIC X(2) VALUE "00".
	01 WS-PACKAGE-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-DAY09-REPORT-NAME PIC X(64) VALUE SPACES.
	01 WS-RECURRENCE-NAME PIC X(64) VALUE SPACES.
	01 WS-EXCEPTION-NAME PIC X(64) VALUE SPACES.
	01 WS-PACKAGE-FILE-NAME PIC X(80) VALUE SPACES.
	01 WS-LOG-FILE-NAME PIC X(40) VALUE SPACES.
	01 WS-MKDIR-COMMAND PIC X(40) VALUE "mkdir -p ../../outbound".
	01 WS-REGISTRY-OPEN PIC X(1) VALUE "N".
	01 WS-REPORT-PRESENT PIC X(1) VALUE "N".
	01 WS-RECURRENCE-PRESENT PIC X(1) VALUE "N".
	01 WS-DEFAULT-DEST PIC X(40) VALUE "operations".
	01 WS-DEST-COUNT PIC 9(2) VALUE 0.
	01 WS-DEST-TABLE.
		05 WS-DEST-ENTRY OCCURS 50 TIMES.
			10 WS-DST-OWNER PIC X(30).
			10 WS-DST-NAME PIC X(40).
	01 WS-DEST-SUB PIC 9(2).
	01 WS-PKG-COUNT PIC 9(2) VALUE 0.
	01 WS-PKG-TABLE.
		05 WS-PKG-ENTRY OCCURS 51 TIMES.
			10 WS-PKG-NAME PIC X(40).
	01 WS-PKG-SUB PIC 9(2).
	01 WS-OPS-PKG PIC 9(2) VALUE 0.
	01 WS-STREAM-COUNT PIC 9(3) VALUE 0.
	01 WS-STREAM-OVERFLOW PIC 9(1) VALUE 0.
	01 WS-STREAM-TABLE.
		05 WS-STM-ENTRY OCCURS 200 TIMES.
			10 WS-STM-ID PIC X(8).
			10 WS-STM-FILE PIC X(40).
			10 WS-STM-OWNER PIC X(30).
			10 WS-STM-ACTIVE PIC X(1).
			10 WS-STM-ROUTE PIC X(12).
			10 WS-STM-PKG PIC 9(2).
			10 WS-STM-LAST-RUN PIC 9(8).
			10 WS-STM-LAST-RC PIC 9(2).
			10 WS-STM-FAILS PIC 9(4).
			10 WS-STM-IN-RUN PIC X(1).
			10 WS-STM-PART1 PIC 9(16).
			10 WS-STM-PART1-X PIC X(16).
			10 WS-STM-PART2 PIC 9(16).
			10 WS-STM-PART2-X PIC X(16).
			10 WS-STM-STATUS PIC X(40).
			10 WS-STM-NEW PIC 9(6).
			10 WS-STM-KNOWN PIC 9(6).
			10 WS-STM-DRIFT PIC 9(4).
			10 WS-STM-MISSING PIC 9(4).
	01 WS-STM-SUB PIC 9(3).
	01 WS-CURRENT-STM PIC 9(3) VALUE 0.
	01 WS-FIND-FILE PIC X(40).
	01 WS-FIND-ID PIC X(8).
	01 WS-FOUND-STM PIC 9(3).
	01 WS-IN-LINE PIC X(132).
	01 WS-REPORT-HEADING-IN REDEFINES WS-IN-LINE.
		05 WS-RHI-TAG PIC X(10).
		05 FILLER PIC X(29).
		05 WS-RHI-SOURCE PIC X(40).
		05 FILLER PIC X(53).
	01 WS-REPORT-DETAIL-IN REDEFINES WS-IN-LINE.
		05 WS-RDI-LABEL PIC X(20).
		05 WS-RDI-VALUE PIC Z(15)9.
		05 WS-RDI-VALUE-X REDEFINES WS-RDI-VALUE PIC X(16).
		05 FILLER PIC X(96).
	01 WS-REPORT-TEXT-IN REDEFINES WS-IN-LINE.
		05 WS-RTI-LABEL PIC X(20).
		05 WS-RTI-VALUE PIC X(40).
		05 FILLER PIC X(72).
	01 WS-DRIFT-IN REDEFINES WS-IN-LINE.
		05 WS-DRI-TAG PIC X(16).
		05 WS-DRI-STREAM-ID PIC X(8).
		05 FILLER PIC X(108).
	01 WS-MISSING-IN REDEFINES WS-IN-LINE.
		05 WS-MSI-TAG PIC X(18).
		05 WS-MSI-STREAM-ID PIC X(8).
		05 FILLER PIC X(106).
	01 WS-RECURRENCE-IN REDEFINES WS-IN-LINE.
		05 WS-RCI-STATUS PIC X(7).
		05 WS-RCI-TAG PIC X(8).
		05 WS-RCI-STREAM PIC X(40).
		05 FILLER PIC X(77).
	01 WS-PKG-LINE-COUNT PIC 9(8).
	01 WS-PKG-STREAMS PIC 9(4).
	01 WS-PKG-P1-SUM PIC 9(16).
	01 WS-PKG-P2-SUM PIC 9(16).
	01 WS-PACKAGES-WRITTEN PIC 9(4) VALUE 0.
	01 WS-STREAMS-DISTRIBUTED PIC 9(4) VALUE 0.
	01 WS-UNASSIGNED-COUNT PIC 9(4) VALUE 0.
	01 WS-DIST-RC PIC 9(2) VALUE 0.
	COPY "control-totals.cpy".
	01 WS-OUT-LINE PIC X(132).
	01 WS-PACKAGE-HEADING.
		05 FILLER PIC X(33) VALUE "DISTRIBUTION PACKAGE - RUN DATE: ".
		05 WS-PHD-RUN-DATE PIC 9999/99/99.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(13) VALUE "DESTINATION: ".
		05 WS-PHD-DEST PIC X(40).
	01 WS-STREAM-LINE-1.
		05 FILLER PIC X(8) VALUE "STREAM: ".
		05 WS-SL1-ID PIC X(8).
		05 FILLER PIC X(2) VALUE SPACES.
		05 FILLER PIC X(6) VALUE "FILE: ".
		05 WS-SL1-FILE PIC X(40).
		05 FILLER PIC X(7) VALUE "OWNER: ".
		05 WS-SL1-OWNER PIC X(30).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-SL1-ROUTE PIC X(12).
	01 WS-STREAM-LINE-2.
		05 FILLER PIC X(10) VALUE "  PART 1: ".
		05 WS-SL2-PART1 PIC X(16).
		05 FILLER PIC X(10) VALUE "  PART 2: ".
		05 WS-SL2-PART2 PIC X(16).
		05 FILLER PIC X(10) VALUE "  STATUS: ".
		05 WS-SL2-STATUS PIC X(40).
	01 WS-STREAM-LINE-3.
		05 FILLER PIC X(17) VALUE "  NEW ANOMALIES: ".
		05 WS-SL3-NEW PIC ZZZZZ9.
		05 FILLER PIC X(19) VALUE "  KNOWN ANOMALIES: ".
		05 WS-SL3-KNOWN PIC ZZZZZ9.
		05 FILLER PIC X(9) VALUE "  DRIFT: ".
		05 WS-SL3-DRIFT PIC ZZZ9.
		05 FILLER PIC X(14) VALUE "  MISSED RUN: ".
		05 WS-SL3-MISSED PIC X(3).
		05 FILLER PIC X(11) VALUE "  LAST RC: ".
		05 WS-SL3-LAST-RC PIC Z9.
		05 FILLER PIC X(19) VALUE "  CONSEC FAILURES: ".
		05 WS-SL3-FAILS PIC ZZZ9.
	01 WS-COPIED-LINE.
		05 FILLER PIC X(4) VALUE SPACES.
		05 WS-CPY-TEXT PIC X(128).
	01 WS-LOG-HEADING.
		05 FILLER PIC X(29) VALUE "DISTRIBUTION LOG - RUN DATE: ".
		05 WS-LHD-RUN-DATE PIC 9999/99/99.
	01 WS-LOG-DETAIL.
		05 FILLER PIC X(9) VALUE "PACKAGE: ".
		05 WS-LDT-DEST PIC X(40).
		05 FILLER PIC X(9) VALUE "STREAMS: ".
		05 WS-LDT-STREAMS PIC ZZZ9.
		05 FILLER PIC X(9) VALUE "  LINES: ".
		05 WS-LDT-LINES PIC ZZZZZZZ9.
	01 WS-LOG-NOTE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-LNT-TEXT PIC X(80).
	01 WS-LOG-TOTALS.
		05 FILLER PIC X(18) VALUE "PACKAGES WRITTEN: ".
		05 WS-LTO-PACKAGES PIC ZZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(22) VALUE "STREAMS DISTRIBUTED: ".
		05 WS-LTO-STREAMS PIC ZZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(30) VALUE "UNASSIGNED OR UNREGISTERED: ".
		05 WS-LTO-UNASSIGNED PIC ZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	MOVE WS-RUN-DATE TO WS-GEN-DATE-X.
	STRING "../../09-encoding-error/cobol/day09-report."
		WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-DAY09-REPORT-NAME.
	STRING "../../09-encoding-error/cobol/day09-recurrence."
		WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-RECURRENCE-NAME.
	STRING "../../09-encoding-error/cobol/day09-exceptions."
		WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-EXCEPTION-NAME.
	STRING "distribution-log." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-LOG-FILE-NAME.
	PERFORM READ-CONTROL-PARA.
	CALL "SYSTEM" USING WS-MKDIR-COMMAND.

	OPEN OUTPUT DistributionLogFile
	IF WS-DISTRIBUTION-LOG-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DISTRIBUTION-LOG-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-LHD-RUN-DATE.
	MOVE WS-LOG-HEADING TO WS-OUT-LINE.
	WRITE DISTRIBUTION-LOG-RECORD FROM WS-OUT-LINE
	IF WS-DISTRIBUTION-LOG-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DISTRIBUTION-LOG-ABEND-PARA
	END-IF.

	PERFORM LOAD-REGISTRY-PARA.
	PERFORM SCAN-DAY09-REPORT-PARA.
	PERFORM SCAN-RECURRENCE-PARA.
	IF WS-STREAM-OVERFLOW = 1
		MOVE "STREAM TABLE FULL - STREAMS BEYOND 200 NOT DISTRIBUTED"
			TO WS-LNT-TEXT
		PERFORM WRITE-LOG-NOTE-PARA
		DISPLAY "Stream table full - streams beyond 200 not distributed"
		IF WS-DIST-RC < 4
			MOVE 4 TO WS-DIST-RC
		END-IF
	END-IF.
	IF WS-REGISTRY-OPEN NOT = "Y" AND WS-REPORT-PRESENT NOT = "Y"
		MOVE "DAY09 STREAM REGISTRY AND REPORT BOTH UNAVAILABLE"
			TO WS-LNT-TEXT
		PERFORM WRITE-LOG-NOTE-PARA
		MOVE 8 TO WS-DIST-RC
	END-IF.
	IF WS-REPORT-PRESENT NOT = "Y"
		MOVE "DAY09 REPORT FOR THE RUN DATE NOT FOUND - REGISTRY DATA ONLY"
			TO WS-LNT-TEXT
		PERFORM WRITE-LOG-NOTE-PARA
		IF WS-DIST-RC < 4
			MOVE 4 TO WS-DIST-RC
		END-IF
	END-IF.

	PERFORM ASSIGN-PACKAGES-PARA.
	PERFORM VARYING WS-PKG-SUB FROM 1 BY 1
			UNTIL WS-PKG-SUB > WS-PKG-COUNT
		PERFORM WRITE-PACKAGE-PARA
	END-PERFORM.

	MOVE WS-PACKAGES-WRITTEN TO WS-LTO-PACKAGES.
	MOVE WS-STREAMS-DISTRIBUTED TO WS-LTO-STREAMS.
	MOVE WS-UNASSIGNED-COUNT TO WS-LTO-UNASSIGNED.
	MOVE WS-LOG-TOTALS TO WS-OUT-LINE.
	WRITE DISTRIBUTION-LOG-RECORD FROM WS-OUT-LINE
	IF WS-DISTRIBUTION-LOG-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DISTRIBUTION-LOG-ABEND-PARA
	END-IF.
	CLOSE DistributionLogFile
	IF WS-DISTRIBUTION-LOG-STATUS > "29"
			AND WS-DISTRIBUTION-LOG-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DISTRIBUTION-LOG-ABEND-PARA
	END-IF.
	DISPLAY WS-LOG-TOTALS.
	IF WS-UNASSIGNED-COUNT > 0 AND WS-DIST-RC < 4
		MOVE 4 TO WS-DIST-RC
	END-IF.
	MOVE WS-DIST-RC TO RETURN-CODE.
	STOP RUN.

	READ-CONTROL-PARA.
	MOVE 0 TO WS-EOF.
	OPEN INPUT ControlFile
	IF WS-CONTROL-STATUS > "29" AND WS-CONTROL-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-CONTROL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CONTROL-ABEND-PARA
	END-IF.
	IF WS-CONTROL-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
	PERFORM UNTIL WS-EOF = 1
		READ ControlFile
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF CTL-OWNER NOT = SPACES AND CTL-DESTINATION NOT = SPACES
					IF CTL-OWNER = "*DEFAULT"
						MOVE CTL-DESTINATION TO WS-DEFAULT-DEST
					ELSE
						IF WS-DEST-COUNT < 50
							ADD 1 TO WS-DEST-COUNT
							MOVE CTL-OWNER TO WS-DST-OWNER(WS-DEST-COUNT)
							MOVE CTL-DESTINATION
								TO WS-DST-NAME(WS-DEST-COUNT)
						END-IF
					END-IF
				END-IF
		END-READ
		IF WS-CONTROL-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "READ-CONTROL-PARA" TO WS-LOG-ABEND-PARA
			PERFORM CONTROL-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE ControlFile
	IF WS-CONTROL-STATUS > "29" AND WS-CONTROL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "READ-CONTROL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM CONTROL-ABEND-PARA
	END-IF.

	LOAD-REGISTRY-PARA.
	OPEN INPUT StreamRegistryFile
	IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-REGISTRY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.
	IF WS-REGISTRY-STATUS = "00"
		MOVE "Y" TO WS-REGISTRY-OPEN
		MOVE 0 TO WS-EOF
		PERFORM UNTIL WS-EOF = 1
			READ StreamRegistryFile NEXT RECORD
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					IF WS-STREAM-COUNT < 200
						PERFORM ADD-REGISTERED-STREAM-PARA
					ELSE
						MOVE 1 TO WS-STREAM-OVERFLOW
					END-IF
			END-READ
			IF WS-REGISTRY-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "LOAD-REGISTRY-PARA" TO WS-LOG-ABEND-PARA
				PERFORM REGISTRY-ABEND-PARA
			END-IF
		END-PERFORM
		CLOSE StreamRegistryFile
		IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-REGISTRY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
	ELSE
		MOVE "DAY09 STREAM REGISTRY UNAVAILABLE - ALL STREAMS TO DEFAULT PACKAGE"
			TO WS-LNT-TEXT
		PERFORM WRITE-LOG-NOTE-PARA
		MOVE 4 TO WS-DIST-RC
	END-IF.

	ADD-REGISTERED-STREAM-PARA.
	ADD 1 TO WS-STREAM-COUNT.
	MOVE WS-STREAM-COUNT TO WS-STM-SUB.
	PERFORM INIT-STREAM-ENTRY-PARA.
	MOVE STR-STREAM-ID TO WS-STM-ID(WS-STM-SUB).
	MOVE STR-FILE-NAME TO WS-STM-FILE(WS-STM-SUB).
	MOVE STR-OWNER TO WS-STM-OWNER(WS-STM-SUB).
	MOVE STR-ACTIVE-FLAG TO WS-STM-ACTIVE(WS-STM-SUB).
	MOVE STR-LAST-RUN-DATE TO WS-STM-LAST-RUN(WS-STM-SUB).
	MOVE STR-LAST-RC TO WS-STM-LAST-RC(WS-STM-SUB).
	MOVE STR-CONSEC-FAILURES TO WS-STM-FAILS(WS-STM-SUB).

	INIT-STREAM-ENTRY-PARA.
	MOVE SPACES TO WS-STM-ID(WS-STM-SUB).
	MOVE SPACES TO WS-STM-FILE(WS-STM-SUB).
	MOVE SPACES TO WS-STM-OWNER(WS-STM-SUB).
	MOVE "N" TO WS-STM-ACTIVE(WS-STM-SUB).
	MOVE SPACES TO WS-STM-ROUTE(WS-STM-SUB).
	MOVE 0 TO WS-STM-PKG(WS-STM-SUB).
	MOVE 0 TO WS-STM-LAST-RUN(WS-STM-SUB).
	MOVE 0 TO WS-STM-LAST-RC(WS-STM-SUB).
	MOVE 0 TO WS-STM-FAILS(WS-STM-SUB).
	MOVE "N" TO WS-STM-IN-RUN(WS-STM-SUB).
	MOVE 0 TO WS-STM-PART1(WS-STM-SUB).
	MOVE "NOT RUN" TO WS-STM-PART1-X(WS-STM-SUB).
	MOVE 0 TO WS-STM-PART2(WS-STM-SUB).
	MOVE "NOT RUN" TO WS-STM-PART2-X(WS-STM-SUB).
	MOVE SPACES TO WS-STM-STATUS(WS-STM-SUB).
	MOVE 0 TO WS-STM-NEW(WS-STM-SUB).
	MOVE 0 TO WS-STM-KNOWN(WS-STM-SUB).
	MOVE 0 TO WS-STM-DRIFT(WS-STM-SUB).
	MOVE 0 TO WS-STM-MISSING(WS-STM-SUB).

	FIND-STREAM-BY-FILE-PARA.
	MOVE 0 TO WS-FOUND-STM.
	PERFORM VARYING WS-STM-SUB FROM 1 BY 1
			UNTIL WS-STM-SUB > WS-STREAM-COUNT OR WS-FOUND-STM > 0
		IF WS-STM-FILE(WS-STM-SUB) = WS-FIND-FILE
			MOVE WS-STM-SUB TO WS-FOUND-STM
		END-IF
	END-PERFORM.

	FIND-STREAM-BY-ID-PARA.
	MOVE 0 TO WS-FOUND-STM.
	PERFORM VARYING WS-STM-SUB FROM 1 BY 1
			UNTIL WS-STM-SUB > WS-STREAM-COUNT OR WS-FOUND-STM > 0
		IF WS-STM-ID(WS-STM-SUB) = WS-FIND-ID
				AND WS-STM-ID(WS-STM-SUB) NOT = SPACES
			MOVE WS-STM-SUB TO WS-FOUND-STM
		END-IF
	END-PERFORM.

	SCAN-DAY09-REPORT-PARA.
	MOVE 0 TO WS-CURRENT-STM.
	OPEN INPUT Day09ReportFile
	IF WS-DAY09-REPORT-STATUS > "29"
			AND WS-DAY09-REPORT-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "SCAN-DAY09-REPORT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-REPORT-ABEND-PARA
	END-IF.
	IF WS-DAY09-REPORT-STATUS = "00"
		MOVE "Y" TO WS-REPORT-PRESENT
		MOVE 0 TO WS-EOF
		PERFORM UNTIL WS-EOF = 1
			READ Day09ReportFile INTO WS-IN-LINE
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					PERFORM CLASSIFY-REPORT-LINE-PARA
			END-READ
			IF WS-DAY09-REPORT-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "SCAN-DAY09-REPORT-PARA" TO WS-LOG-ABEND-PARA
				PERFORM DAY09-REPORT-ABEND-PARA
			END-IF
		END-PERFORM
	END-IF.
	CLOSE Day09ReportFile
	IF WS-DAY09-REPORT-STATUS > "29"
			AND WS-DAY09-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "SCAN-DAY09-REPORT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-REPORT-ABEND-PARA
	END-IF.

	CLASSIFY-REPORT-LINE-PARA.
	IF WS-RHI-TAG = "RUN DATE: "
		MOVE WS-RHI-SOURCE TO WS-FIND-FILE
		PERFORM FIND-STREAM-BY-FILE-PARA
		IF WS-FOUND-STM = 0
			IF WS-STREAM-COUNT < 200
				ADD 1 TO WS-STREAM-COUNT
				MOVE WS-STREAM-COUNT TO WS-STM-SUB
				PERFORM INIT-STREAM-ENTRY-PARA
				MOVE WS-RHI-SOURCE TO WS-STM-FILE(WS-STM-SUB)
				MOVE "UNREGISTERED" TO WS-STM-ROUTE(WS-STM-SUB)
				MOVE WS-STREAM-COUNT TO WS-FOUND-STM
			ELSE
				MOVE 1 TO WS-STREAM-OVERFLOW
			END-IF
		END-IF
		MOVE WS-FOUND-STM TO WS-CURRENT-STM
		IF WS-CURRENT-STM > 0
			MOVE "Y" TO WS-STM-IN-RUN(WS-CURRENT-STM)
			MOVE "NOT RUN" TO WS-STM-PART1-X(WS-CURRENT-STM)
			MOVE "NOT RUN" TO WS-STM-PART2-X(WS-CURRENT-STM)
			MOVE "PROCESSED" TO WS-STM-STATUS(WS-CURRENT-STM)
		END-IF
	ELSE
		IF WS-IN-LINE(1:20) = "CROSS-STREAM SUMMARY"
			MOVE 0 TO WS-CURRENT-STM
		END-IF
		IF WS-DRI-TAG = "BASELINE DRIFT: "
			MOVE WS-DRI-STREAM-ID TO WS-FIND-ID
			PERFORM FIND-STREAM-BY-ID-PARA
			IF WS-FOUND-STM > 0
				ADD 1 TO WS-STM-DRIFT(WS-FOUND-STM)
			END-IF
		END-IF
		IF WS-MSI-TAG = "MISSING FROM RUN: "
			MOVE WS-MSI-STREAM-ID TO WS-FIND-ID
			PERFORM FIND-STREAM-BY-ID-PARA
			IF WS-FOUND-STM > 0
				ADD 1 TO WS-STM-MISSING(WS-FOUND-STM)
			END-IF
		END-IF
		IF WS-CURRENT-STM > 0
			PERFORM CLASSIFY-STREAM-LINE-PARA
		END-IF
	END-IF.

	CLASSIFY-STREAM-LINE-PARA.
	EVALUATE WS-RDI-LABEL
		WHEN "PART 1 ANSWER:"
			MOVE WS-RDI-VALUE TO WS-STM-PART1(WS-CURRENT-STM)
			MOVE WS-RDI-VALUE-X TO WS-STM-PART1-X(WS-CURRENT-STM)
			MOVE "NOT FOUND" TO WS-STM-PART2-X(WS-CURRENT-STM)
		WHEN "PART 2 ANSWER:"
			MOVE WS-RDI-VALUE TO WS-STM-PART2(WS-CURRENT-STM)
			MOVE WS-RDI-VALUE-X TO WS-STM-PART2-X(WS-CURRENT-STM)
		WHEN "PART 2: NOT FOUND"
			MOVE "NOT FOUND" TO WS-STM-PART2-X(WS-CURRENT-STM)
			MOVE "PART 2 NOT FOUND" TO WS-STM-STATUS(WS-CURRENT-STM)
		WHEN "STREAM EMPTY:"
			MOVE "STREAM EMPTY" TO WS-STM-STATUS(WS-CURRENT-STM)
		WHEN "STREAM QUARANTINED:"
			MOVE SPACES TO WS-STM-STATUS(WS-CURRENT-STM)
			STRING "QUARANTINED - " WS-RTI-VALUE
				DELIMITED BY SIZE INTO WS-STM-STATUS(WS-CURRENT-STM)
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

	SCAN-RECURRENCE-PARA.
	OPEN INPUT RecurrenceFile
	IF WS-RECURRENCE-STATUS > "29" AND WS-RECURRENCE-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "SCAN-RECURRENCE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECURRENCE-ABEND-PARA
	END-IF.
	IF WS-RECURRENCE-STATUS = "00"
		MOVE "Y" TO WS-RECURRENCE-PRESENT
		MOVE 0 TO WS-EOF
		PERFORM UNTIL WS-EOF = 1
			READ RecurrenceFile INTO WS-IN-LINE
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					IF WS-RCI-TAG = "STREAM: "
						MOVE WS-RCI-STREAM TO WS-FIND-FILE
						PERFORM FIND-STREAM-BY-FILE-PARA
						IF WS-FOUND-STM > 0
							IF WS-RCI-STATUS = "NEW    "
								ADD 1 TO WS-STM-NEW(WS-FOUND-STM)
							ELSE
								ADD 1 TO WS-STM-KNOWN(WS-FOUND-STM)
							END-IF
						END-IF
					END-IF
			END-READ
			IF WS-RECURRENCE-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "SCAN-RECURRENCE-PARA" TO WS-LOG-ABEND-PARA
				PERFORM RECURRENCE-ABEND-PARA
			END-IF
		END-PERFORM
	END-IF.
	CLOSE RecurrenceFile
	IF WS-RECURRENCE-STATUS > "29" AND WS-RECURRENCE-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "SCAN-RECURRENCE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECURRENCE-ABEND-PARA
	END-IF.

	ASSIGN-PACKAGES-PARA.
	MOVE 1 TO WS-PKG-COUNT.
	MOVE WS-DEFAULT-DEST TO WS-PKG-NAME(1).
	MOVE 1 TO WS-OPS-PKG.
	PERFORM VARYING WS-STM-SUB FROM 1 BY 1
			UNTIL WS-STM-SUB > WS-STREAM-COUNT
		PERFORM ROUTE-STREAM-PARA
	END-PERFORM.

	ROUTE-STREAM-PARA.
	MOVE WS-OPS-PKG TO WS-STM-PKG(WS-STM-SUB).
	IF WS-STM-ROUTE(WS-STM-SUB) = SPACES
		IF WS-STM-ACTIVE(WS-STM-SUB) NOT = "Y"
			MOVE "INACTIVE" TO WS-STM-ROUTE(WS-STM-SUB)
		ELSE
			MOVE "UNASSIGNED" TO WS-STM-ROUTE(WS-STM-SUB)
			PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
					UNTIL WS-DEST-SUB > WS-DEST-COUNT
				IF WS-DST-OWNER(WS-DEST-SUB) = WS-STM-OWNER(WS-STM-SUB)
						AND WS-STM-OWNER(WS-STM-SUB) NOT = SPACES
					MOVE "OWNER" TO WS-STM-ROUTE(WS-STM-SUB)
					PERFORM FIND-PACKAGE-PARA
				END-IF
			END-PERFORM
		END-IF
	END-IF.
	IF WS-STM-ROUTE(WS-STM-SUB) = "UNASSIGNED"
			OR WS-STM-ROUTE(WS-STM-SUB) = "UNREGISTERED"
		ADD 1 TO WS-UNASSIGNED-COUNT
	END-IF.

	FIND-PACKAGE-PARA.
	MOVE 0 TO WS-PKG-SUB.
	PERFORM VARYING WS-PKG-SUB FROM 1 BY 1
			UNTIL WS-PKG-SUB > WS-PKG-COUNT
			OR WS-PKG-NAME(WS-PKG-SUB) = WS-DST-NAME(WS-DEST-SUB)
		CONTINUE
	END-PERFORM.
	IF WS-PKG-SUB > WS-PKG-COUNT
		ADD 1 TO WS-PKG-COUNT
		MOVE WS-DST-NAME(WS-DEST-SUB) TO WS-PKG-NAME(WS-PKG-COUNT)
		MOVE WS-PKG-COUNT TO WS-PKG-SUB
	END-IF.
	MOVE WS-PKG-SUB TO WS-STM-PKG(WS-STM-SUB).

	WRITE-PACKAGE-PARA.
	MOVE SPACES TO WS-PACKAGE-FILE-NAME.
	STRING "../../outbound/" DELIMITED BY SIZE
		WS-PKG-NAME(WS-PKG-SUB) DELIMITED BY SPACE
		"." WS-GEN-DATE-X ".txt" DELIMITED BY SIZE
		INTO WS-PACKAGE-FILE-NAME.
	MOVE 0 TO WS-PKG-LINE-COUNT.
	MOVE 0 TO WS-PKG-STREAMS.
	MOVE 0 TO WS-PKG-P1-SUM.
	MOVE 0 TO WS-PKG-P2-SUM.
	OPEN OUTPUT PackageFile
	IF WS-PACKAGE-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-PACKAGE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM PACKAGE-ABEND-PARA
	END-IF.
	IF WS-PACKAGE-STATUS NOT = "00"
		MOVE SPACES TO WS-LNT-TEXT
		STRING "PACKAGE NOT WRITTEN - OPEN STATUS " WS-PACKAGE-STATUS
			" - " WS-PKG-NAME(WS-PKG-SUB)
			DELIMITED BY SIZE INTO WS-LNT-TEXT
		PERFORM WRITE-LOG-NOTE-PARA
		MOVE 8 TO WS-DIST-RC
	ELSE
		MOVE WS-RUN-DATE TO WS-CT-HDR-RUN-DATE
		MOVE WS-PKG-NAME(WS-PKG-SUB) TO WS-CT-HDR-SOURCE
		WRITE PACKAGE-RECORD FROM WS-CT-HEADER
		IF WS-PACKAGE-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-PACKAGE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM PACKAGE-ABEND-PARA
		END-IF
		MOVE WS-RUN-DATE TO WS-PHD-RUN-DATE
		MOVE WS-PKG-NAME(WS-PKG-SUB) TO WS-PHD-DEST
		MOVE WS-PACKAGE-HEADING TO WS-OUT-LINE
		PERFORM WRITE-PACKAGE-LINE-PARA
		PERFORM VARYING WS-STM-SUB FROM 1 BY 1
				UNTIL WS-STM-SUB > WS-STREAM-COUNT
			IF WS-STM-PKG(WS-STM-SUB) = WS-PKG-SUB
				PERFORM WRITE-STREAM-BLOCK-PARA
			END-IF
		END-PERFORM
		IF WS-PKG-SUB = WS-OPS-PKG
			PERFORM COPY-EXCEPTIONS-PARA
			PERFORM COPY-DISPUTE-AGING-PARA
		END-IF
		MOVE WS-PKG-LINE-COUNT TO WS-CT-TRL-COUNT
		MOVE WS-PKG-P1-SUM TO WS-CT-TRL-SUM-1
		MOVE WS-PKG-P2-SUM TO WS-CT-TRL-SUM-2
		WRITE PACKAGE-RECORD FROM WS-CT-TRAILER
		IF WS-PACKAGE-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-PACKAGE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM PACKAGE-ABEND-PARA
		END-IF
		CLOSE PackageFile
		IF WS-PACKAGE-STATUS > "29" AND WS-PACKAGE-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-PACKAGE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM PACKAGE-ABEND-PARA
		END-IF
		ADD 1 TO WS-PACKAGES-WRITTEN
		MOVE WS-PKG-NAME(WS-PKG-SUB) TO WS-LDT-DEST
		MOVE WS-PKG-STREAMS TO WS-LDT-STREAMS
		MOVE WS-PKG-LINE-COUNT TO WS-LDT-LINES
		MOVE WS-LOG-DETAIL TO WS-OUT-LINE
		WRITE DISTRIBUTION-LOG-RECORD FROM WS-OUT-LINE
		IF WS-DISTRIBUTION-LOG-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-PACKAGE-PARA" TO WS-LOG-ABEND-PARA
			PERFORM DISTRIBUTION-LOG-ABEND-PARA
		END-IF
		MOVE SPACES TO WS-LNT-TEXT
		STRING "FILE: " WS-PACKAGE-FILE-NAME
			DELIMITED BY SIZE INTO WS-LNT-TEXT
		PERFORM WRITE-LOG-NOTE-PARA
	END-IF.

	WRITE-STREAM-BLOCK-PARA.
	ADD 1 TO WS-PKG-STREAMS.
	ADD 1 TO WS-STREAMS-DISTRIBUTED.
	ADD WS-STM-PART1(WS-STM-SUB) TO WS-PKG-P1-SUM.
	ADD WS-STM-PART2(WS-STM-SUB) TO WS-PKG-P2-SUM.
	MOVE SPACES TO WS-OUT-LINE.
	PERFORM WRITE-PACKAGE-LINE-PARA.
	MOVE WS-STM-ID(WS-STM-SUB) TO WS-SL1-ID.
	MOVE WS-STM-FILE(WS-STM-SUB) TO WS-SL1-FILE.
	MOVE WS-STM-OWNER(WS-STM-SUB) TO WS-SL1-OWNER.
	MOVE WS-STM-ROUTE(WS-STM-SUB) TO WS-SL1-ROUTE.
	MOVE WS-STREAM-LINE-1 TO WS-OUT-LINE.
	PERFORM WRITE-PACKAGE-LINE-PARA.
	MOVE WS-STM-PART1-X(WS-STM-SUB) TO WS-SL2-PART1.
	MOVE WS-STM-PART2-X(WS-STM-SUB) TO WS-SL2-PART2.
	IF WS-STM-IN-RUN(WS-STM-SUB) = "Y"
		MOVE WS-STM-STATUS(WS-STM-SUB) TO WS-SL2-STATUS
	ELSE
		MOVE "NOT IN TODAYS RUN" TO WS-SL2-STATUS
	END-IF.
	MOVE WS-STREAM-LINE-2 TO WS-OUT-LINE.
	PERFORM WRITE-PACKAGE-LINE-PARA.
	MOVE WS-STM-NEW(WS-STM-SUB) TO WS-SL3-NEW.
	MOVE WS-STM-KNOWN(WS-STM-SUB) TO WS-SL3-KNOWN.
	MOVE WS-STM-DRIFT(WS-STM-SUB) TO WS-SL3-DRIFT.
	IF WS-STM-ACTIVE(WS-STM-SUB) = "Y"
			AND WS-STM-LAST-RUN(WS-STM-SUB) NOT = WS-RUN-DATE
		MOVE "YES" TO WS-SL3-MISSED
	ELSE
		MOVE "NO" TO WS-SL3-MISSED
	END-IF.
	MOVE WS-STM-LAST-RC(WS-STM-SUB) TO WS-SL3-LAST-RC.
	MOVE WS-STM-FAILS(WS-STM-SUB) TO WS-SL3-FAILS.
	MOVE WS-STREAM-LINE-3 TO WS-OUT-LINE.
	PERFORM WRITE-PACKAGE-LINE-PARA.
	IF WS-STM-DRIFT(WS-STM-SUB) > 0 OR WS-STM-MISSING(WS-STM-SUB) > 0
		PERFORM COPY-DRIFT-LINES-PARA
	END-IF.
	IF WS-STM-NEW(WS-STM-SUB) > 0 OR WS-STM-KNOWN(WS-STM-SUB) > 0
		PERFORM COPY-RECURRENCE-LINES-PARA
	END-IF.

	COPY-DRIFT-LINES-PARA.
	OPEN INPUT Day09ReportFile
	IF WS-DAY09-REPORT-STATUS > "29"
			AND WS-DAY09-REPORT-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "COPY-DRIFT-LINES-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-REPORT-ABEND-PARA
	END-IF.
	IF WS-DAY09-REPORT-STATUS = "00"
		MOVE 0 TO WS-EOF
		PERFORM UNTIL WS-EOF = 1
			READ Day09ReportFile INTO WS-IN-LINE
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					IF (WS-DRI-TAG = "BASELINE DRIFT: "
							AND WS-DRI-STREAM-ID = WS-STM-ID(WS-STM-SUB))
							OR (WS-MSI-TAG = "MISSING FROM RUN: "
							AND WS-MSI-STREAM-ID = WS-STM-ID(WS-STM-SUB))
						MOVE WS-IN-LINE TO WS-CPY-TEXT
						MOVE WS-COPIED-LINE TO WS-OUT-LINE
						PERFORM WRITE-PACKAGE-LINE-PARA
					END-IF
			END-READ
			IF WS-DAY09-REPORT-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "COPY-DRIFT-LINES-PARA" TO WS-LOG-ABEND-PARA
				PERFORM DAY09-REPORT-ABEND-PARA
			END-IF
		END-PERFORM
	END-IF.
	CLOSE Day09ReportFile
	IF WS-DAY09-REPORT-STATUS > "29"
			AND WS-DAY09-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "COPY-DRIFT-LINES-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DAY09-REPORT-ABEND-PARA
	END-IF.

	COPY-RECURRENCE-LINES-PARA.
	OPEN INPUT RecurrenceFile
	IF WS-RECURRENCE-STATUS > "29" AND WS-RECURRENCE-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "COPY-RECURRENCE-LINES-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECURRENCE-ABEND-PARA
	END-IF.
	IF WS-RECURRENCE-STATUS = "00"
		MOVE 0 TO WS-EOF
		PERFORM UNTIL WS-EOF = 1
			READ RecurrenceFile INTO WS-IN-LINE
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					IF WS-RCI-TAG = "STREAM: "
							AND WS-RCI-STREAM = WS-STM-FILE(WS-STM-SUB)
						MOVE WS-IN-LINE TO WS-CPY-TEXT
						MOVE WS-COPIED-LINE TO WS-OUT-LINE
						PERFORM WRITE-PACKAGE-LINE-PARA
					END-IF
			END-READ
			IF WS-RECURRENCE-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "COPY-RECURRENCE-LINES-PARA" TO WS-LOG-ABEND-PARA
				PERFORM RECURRENCE-ABEND-PARA
			END-IF
		END-PERFORM
	END-IF.
	CLOSE RecurrenceFile
	IF WS-RECURRENCE-STATUS > "29" AND WS-RECURRENCE-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "COPY-RECURRENCE-LINES-PARA" TO WS-LOG-ABEND-PARA
		PERFORM RECURRENCE-ABEND-PARA
	END-IF.

	COPY-EXCEPTIONS-PARA.
	OPEN INPUT ExceptionFile
	IF WS-EXCEPTION-STATUS > "29" AND WS-EXCEPTION-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "COPY-EXCEPTIONS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM EXCEPTION-ABEND-PARA
	END-IF.
	IF WS-EXCEPTION-STATUS = "00"
		MOVE SPACES TO WS-OUT-LINE
		PERFORM WRITE-PACKAGE-LINE-PARA
		MOVE "DAY-09 EXCEPTIONS" TO WS-OUT-LINE
		PERFORM WRITE-PACKAGE-LINE-PARA
		MOVE 0 TO WS-EOF
		PERFORM UNTIL WS-EOF = 1
			READ ExceptionFile INTO WS-IN-LINE
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					MOVE WS-IN-LINE TO WS-CPY-TEXT
					MOVE WS-COPIED-LINE TO WS-OUT-LINE
					PERFORM WRITE-PACKAGE-LINE-PARA
			END-READ
			IF WS-EXCEPTION-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "COPY-EXCEPTIONS-PARA" TO WS-LOG-ABEND-PARA
				PERFORM EXCEPTION-ABEND-PARA
			END-IF
		END-PERFORM
	END-IF.
	CLOSE ExceptionFile
	IF WS-EXCEPTION-STATUS > "29" AND WS-EXCEPTION-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "COPY-EXCEPTIONS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM EXCEPTION-ABEND-PARA
	END-IF.

	COPY-DISPUTE-AGING-PARA.
	MOVE SPACES TO WS-OUT-LINE.
	PERFORM WRITE-PACKAGE-LINE-PARA.
	MOVE "DAY-06 DISPUTE AGING" TO WS-OUT-LINE.
	PERFORM WRITE-PACKAGE-LINE-PARA.
	OPEN INPUT AgingReportFile
	IF WS-AGING-STATUS > "29" AND WS-AGING-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "COPY-DISPUTE-AGING-PARA" TO WS-LOG-ABEND-PARA
		PERFORM AGING-ABEND-PARA
	END-IF.
	IF WS-AGING-STATUS = "00"
		MOVE 0 TO WS-EOF
		PERFORM UNTIL WS-EOF = 1
			READ AgingReportFile INTO WS-IN-LINE
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					MOVE WS-IN-LINE TO WS-CPY-TEXT
					MOVE WS-COPIED-LINE TO WS-OUT-LINE
					PERFORM WRITE-PACKAGE-LINE-PARA
			END-READ
			IF WS-AGING-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "COPY-DISPUTE-AGING-PARA" TO WS-LOG-ABEND-PARA
				PERFORM AGING-ABEND-PARA
			END-IF
		END-PERFORM
	ELSE
		MOVE "DISPUTE AGING REPORT NOT FOUND" TO WS-CPY-TEXT
		MOVE WS-COPIED-LINE TO WS-OUT-LINE
		PERFORM WRITE-PACKAGE-LINE-PARA
	END-IF.
	CLOSE AgingReportFile
	IF WS-AGING-STATUS > "29" AND WS-AGING-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "COPY-DISPUTE-AGING-PARA" TO WS-LOG-ABEND-PARA
		PERFORM AGING-ABEND-PARA
	END-IF.

	WRITE-PACKAGE-LINE-PARA.
	WRITE PACKAGE-RECORD FROM WS-OUT-LINE
	IF WS-PACKAGE-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-PACKAGE-LINE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM PACKAGE-ABEND-PARA
	END-IF.
	ADD 1 TO WS-PKG-LINE-COUNT.

	WRITE-LOG-NOTE-PARA.
	MOVE WS-LOG-NOTE TO WS-OUT-LINE.
	WRITE DISTRIBUTION-LOG-RECORD FROM WS-OUT-LINE
	IF WS-DISTRIBUTION-LOG-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-LOG-NOTE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DISTRIBUTION-LOG-ABEND-PARA
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
	MOVE "distribution-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	REGISTRY-ABEND-PARA.
	MOVE "../../09-encoding-error/cobol/day09-streams.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-REGISTRY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DAY09-REPORT-ABEND-PARA.
	MOVE WS-DAY09-REPORT-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-DAY09-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	RECURRENCE-ABEND-PARA.
	MOVE WS-RECURRENCE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-RECURRENCE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	EXCEPTION-ABEND-PARA.
	MOVE WS-EXCEPTION-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-EXCEPTION-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	AGING-ABEND-PARA.
	MOVE "../../06-custom-customs/cobol/day06-dispute-aging.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-AGING-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PACKAGE-ABEND-PARA.
	MOVE WS-PACKAGE-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-PACKAGE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DISTRIBUTION-LOG-ABEND-PARA.
	MOVE WS-LOG-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-DISTRIBUTION-LOG-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-DISTRIBUTION ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE ControlFile.
	CLOSE StreamRegistryFile.
	CLOSE Day09ReportFile.
	CLOSE RecurrenceFile.
	CLOSE ExceptionFile.
	CLOSE AgingReportFile.
	CLOSE PackageFile.
	CLOSE DistributionLogFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DISTRIBUTION" TO WS-LOG-PROGRAM.
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
