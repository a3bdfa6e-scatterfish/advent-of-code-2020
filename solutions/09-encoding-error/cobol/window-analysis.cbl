IDENTIFICATION DIVISION.
	PROGRAM-ID. AOC-2020-DAY-09-WINDOW-ANL.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT StreamRegistryFile ASSIGN TO "day09-streams.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS STR-KEY
			FILE STATUS IS WS-REGISTRY-STATUS.
		SELECT OPTIONAL StreamFile ASSIGN TO DYNAMIC WS-STREAM-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STREAM-STATUS.
		SELECT OPTIONAL ControlFile ASSIGN TO
				"window-analysis-control.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONTROL-STATUS.
		SELECT AnalysisReportFile ASSIGN TO DYNAMIC
				WS-ANALYSIS-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ANALYSIS-REPORT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL JournalFile ASSIGN TO
				"../../maintenance-journal.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-JOURNAL-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD StreamRegistryFile.
	COPY "day09-stream-record.cpy".

	FD StreamFile.
	01 STREAM-FILE.
		05 STREAM-LINE PIC X(30).

	FD ControlFile.
	01 CONTROL-RECORD-IN.
		05 CTL-FROM-WINDOW PIC 9(4).
		05 CTL-TO-WINDOW PIC 9(4).
		05 CTL-WINDOW-STEP PIC 9(4).
		05 CTL-MAX-RECORDS PIC 9(6).
		05 CTL-CONFIRM-MODE PIC X(1).
		05 FILLER PIC X(61).

	FD AnalysisReportFile.
	01 ANALYSIS-REPORT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD JournalFile.
	01 JOURNAL-RECORD PIC X(548).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-REGISTRY-STATUS PIC X(2) VALUE "00".
	01 WS-ANALYSIS-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-REGISTRY-EOF PIC 9(1) VALUE 0.
	01 WS-STREAM-STATUS PIC X(2) VALUE "00".
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
	COPY "maint-journal-record.cpy".
	01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-ANALYSIS-FILE-NAME PIC X(40) VALUE SPACES.
	01 WS-STREAM-FILE-NAME PIC X(40) VALUE SPACES.
	01 WS-STREAM-IN PIC X(30).
	01 WS-LINE-LEN PIC 9(4).
	01 WS-FORMAT-ERRORS PIC 9(6).
	01 WS-CAPACITY-HIT PIC X(1).
	01 WS-FROM-WINDOW PIC 9(4) VALUE 5.
	01 WS-TO-WINDOW PIC 9(4) VALUE 50.
	01 WS-WINDOW-STEP PIC 9(4) VALUE 5.
	01 WS-RANGE-LIMIT PIC 9(6).
	01 WS-RANGE-TRUNCATED PIC X(1) VALUE "N".
	01 WS-CONFIRM-MODE PIC X(1) VALUE "N".
	01 WS-CAPACITY.
		05 WS-WINDOW-SIZE PIC 9(4) VALUE 25.
		05 WS-MAX-RECORDS PIC 9(6) VALUE 1000.
		05 WS-ACTUAL-COUNT PIC 9(6) VALUE 0.
		05 WS-MAX-RECORDS-CEILING PIC 9(6) VALUE 100000.
	01 WS-DATA.
		05 WS-PACKET OCCURS 1 TO 100000 TIMES
			DEPENDING ON WS-ACTUAL-COUNT INDEXED BY I.
			10 WS-PACKET-VALUE PIC 9(16).
	01 WS-INDEXES.
		05 WS-PREAMBLE-START PIC 9(6) VALUE 1.
		05 WS-PREAMBLE-END PIC 9(6) VALUE 25.
		05 WS-J PIC 9(6).
		05 WS-RANGE-INDEX PIC 9(6).
		05 WS-RANGE-END PIC 9(6).
		05 WS-FIRST-CHECK-I PIC 9(6).
	01 WS-WINDOW-DATA.
		05 WS-WINDOW-VALUE PIC 9(16) OCCURS 10000 TIMES.
	01 WS-WINDOW-COUNT PIC 9(6) VALUE 0.
	01 WS-LO PIC 9(6).
	01 WS-HI PIC 9(6).
	01 WS-INS-POS PIC 9(6).
	01 WS-DEL-POS PIC 9(6).
	01 WS-OLD-VALUE PIC 9(16).
	01 WS-NEW-VALUE PIC 9(16).
	01 WS-SUM PIC 9(16).
	01 WS-RANGE-BREAK PIC 9(1) VALUE 0.
	01 WS-CHECK-PASSED PIC 9(1).
	01 WS-VULN-NUMBER PIC 9(16) VALUE 0.
	01 WS-VULN-INDEX PIC 9(6) VALUE 0.
	01 WS-PART2-FOUND PIC 9(1) VALUE 0.
	01 WS-STREAM-ANOM-COUNT PIC 9(6) VALUE 0.
	01 WS-RESULT-COUNT PIC 9(2) VALUE 0.
	01 WS-RESULT-TABLE.
		05 WS-RESULT OCCURS 20 TIMES INDEXED BY R.
			10 WS-RES-WINDOW PIC 9(4).
			10 WS-RES-ANOM-COUNT PIC 9(6).
			10 WS-RES-FIRST-INDEX PIC 9(6).
			10 WS-RES-FIRST-VALUE PIC 9(16).
			10 WS-RES-PART2 PIC X(1).
	01 WS-TRY-WINDOW PIC 9(5).
	01 WS-RECOMMENDED PIC 9(4).
	01 WS-BEST-COUNT PIC 9(6).
	01 WS-BEST-PART2 PIC X(1).
	01 WS-CONFIRM-IN PIC X(1).
	01 WS-WINDOW-EDIT PIC ZZZ9.
	01 WS-STREAMS-ANALYSED PIC 9(4) VALUE 0.
	01 WS-STREAMS-SKIPPED PIC 9(4) VALUE 0.
	01 WS-RECOMMEND-COUNT PIC 9(4) VALUE 0.
	01 WS-RECORDED-COUNT PIC 9(4) VALUE 0.
	01 WS-ANALYSIS-RC PIC 9(2) VALUE 0.
	01 WS-REPORT-LINE PIC X(132).
	01 WS-ANALYSIS-HEADING.
		05 FILLER PIC X(37) VALUE "PREAMBLE WINDOW ANALYSIS - RUN DATE: ".
		05 WS-HDG-RUN-DATE PIC 9999/99/99.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(9) VALUE "WINDOWS: ".
		05 WS-HDG-FROM PIC ZZZ9.
		05 FILLER PIC X(4) VALUE " TO ".
		05 WS-HDG-TO PIC ZZZ9.
		05 FILLER PIC X(6) VALUE " STEP ".
		05 WS-HDG-STEP PIC ZZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(10) VALUE "CAPACITY: ".
		05 WS-HDG-CAPACITY PIC ZZZZZ9.
	01 WS-STREAM-HEADING.
		05 FILLER PIC X(8) VALUE "STREAM: ".
		05 WS-SHD-STREAM-ID PIC X(8).
		05 FILLER PIC X(2) VALUE SPACES.
		05 FILLER PIC X(6) VALUE "FILE: ".
		05 WS-SHD-FILE-NAME PIC X(40).
		05 FILLER PIC X(7) VALUE "OWNER: ".
		05 WS-SHD-OWNER PIC X(30).
		05 FILLER PIC X(10) VALUE "  WINDOW: ".
		05 WS-SHD-WINDOW PIC X(6).
	01 WS-MATRIX-CAPTION PIC X(80) VALUE
		"  WINDOW  ANOMALIES  FIRST INDEX       FIRST ANOMALY VALUE  PART 2".
	01 WS-MATRIX-DETAIL.
		05 FILLER PIC X(4) VALUE SPACES.
		05 WS-MTX-WINDOW PIC ZZZ9.
		05 FILLER PIC X(5) VALUE SPACES.
		05 WS-MTX-ANOM-COUNT PIC ZZZZZ9.
		05 FILLER PIC X(7) VALUE SPACES.
		05 WS-MTX-FIRST-INDEX PIC ZZZZZ9.
		05 FILLER PIC X(5) VALUE SPACES.
		05 WS-MTX-FIRST-VALUE PIC Z(15)9.
		05 FILLER PIC X(7) VALUE SPACES.
		05 WS-MTX-PART2 PIC X(9).
	01 WS-RECOMMEND-LINE.
		05 FILLER PIC X(22) VALUE "  RECOMMENDED WINDOW: ".
		05 WS-RCM-WINDOW PIC ZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-RCM-TEXT PIC X(60).
	01 WS-STREAM-MESSAGE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-MSG-TEXT PIC X(60).
	01 WS-COUNT-LINE.
		05 FILLER PIC X(18) VALUE "STREAMS ANALYSED: ".
		05 WS-CNT-ANALYSED PIC ZZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(9) VALUE "SKIPPED: ".
		05 WS-CNT-SKIPPED PIC ZZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(17) VALUE "RECOMMENDATIONS: ".
		05 WS-CNT-RECOMMEND PIC ZZZ9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(10) VALUE "RECORDED: ".
		05 WS-CNT-RECORDED PIC ZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.

	OPEN INPUT ControlFile
	IF WS-CONTROL-STATUS > "29" AND WS-CONTROL-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CONTROL-ABEND-PARA
	END-IF.
	IF WS-CONTROL-STATUS = "00"
		READ ControlFile
			AT END
				CONTINUE
			NOT AT END
				IF CTL-FROM-WINDOW IS NUMERIC AND CTL-FROM-WINDOW > 0
					MOVE CTL-FROM-WINDOW TO WS-FROM-WINDOW
				END-IF
				IF CTL-TO-WINDOW IS NUMERIC AND CTL-TO-WINDOW > 0
					MOVE CTL-TO-WINDOW TO WS-TO-WINDOW
				END-IF
				IF CTL-WINDOW-STEP IS NUMERIC AND CTL-WINDOW-STEP > 0
					MOVE CTL-WINDOW-STEP TO WS-WINDOW-STEP
				END-IF
				IF CTL-MAX-RECORDS IS NUMERIC AND CTL-MAX-RECORDS > 0
					IF CTL-MAX-RECORDS > WS-MAX-RECORDS-CEILING
						DISPLAY "WARNING: CTL-MAX-RECORDS " CTL-MAX-RECORDS
							" EXCEEDS COMPILED CEILING " WS-MAX-RECORDS-CEILING
							" - CLAMPING"
						MOVE WS-MAX-RECORDS-CEILING TO WS-MAX-RECORDS
					ELSE
						MOVE CTL-MAX-RECORDS TO WS-MAX-RECORDS
					END-IF
				END-IF
				IF CTL-CONFIRM-MODE = "Y"
					MOVE "Y" TO WS-CONFIRM-MODE
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
	IF WS-TO-WINDOW < WS-FROM-WINDOW
		MOVE WS-FROM-WINDOW TO WS-TO-WINDOW
	END-IF.
	COMPUTE WS-RANGE-LIMIT = WS-FROM-WINDOW + 19 * WS-WINDOW-STEP.
	IF WS-TO-WINDOW > WS-RANGE-LIMIT
		MOVE WS-RANGE-LIMIT TO WS-TO-WINDOW
		MOVE "Y" TO WS-RANGE-TRUNCATED
		MOVE 4 TO WS-ANALYSIS-RC
		DISPLAY "WARNING: RANGE TRUNCATED AT 20 WINDOWS - LAST WINDOW "
			WS-TO-WINDOW
	END-IF.

	IF WS-CONFIRM-MODE = "Y"
		PERFORM SIGN-ON-PARA
	END-IF.

	MOVE WS-RUN-DATE TO WS-GEN-DATE-X.
	STRING "day09-window-analysis." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-ANALYSIS-FILE-NAME.
	OPEN OUTPUT AnalysisReportFile
	IF WS-ANALYSIS-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM ANALYSIS-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-FROM-WINDOW TO WS-HDG-FROM.
	MOVE WS-TO-WINDOW TO WS-HDG-TO.
	MOVE WS-WINDOW-STEP TO WS-HDG-STEP.
	MOVE WS-MAX-RECORDS TO WS-HDG-CAPACITY.
	MOVE WS-ANALYSIS-HEADING TO WS-REPORT-LINE.
	WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-ANALYSIS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM ANALYSIS-REPORT-ABEND-PARA
	END-IF.
	IF WS-RANGE-TRUNCATED = "Y"
		MOVE "RANGE TRUNCATED AT 20 WINDOWS" TO WS-MSG-TEXT
		MOVE WS-STREAM-MESSAGE TO WS-REPORT-LINE
		WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-ANALYSIS-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM ANALYSIS-REPORT-ABEND-PARA
		END-IF
	END-IF.

	IF WS-CONFIRM-MODE = "Y"
		OPEN I-O StreamRegistryFile
		IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "35"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
	ELSE
		OPEN INPUT StreamRegistryFile
		IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "35"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
	END-IF.
	IF WS-REGISTRY-STATUS NOT = "00"
		MOVE "DAY09 STREAM REGISTRY UNAVAILABLE - NOTHING ANALYSED"
			TO WS-REPORT-LINE
		WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-ANALYSIS-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM ANALYSIS-REPORT-ABEND-PARA
		END-IF
		CLOSE AnalysisReportFile
		IF WS-ANALYSIS-REPORT-STATUS > "29"
				AND WS-ANALYSIS-REPORT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM ANALYSIS-REPORT-ABEND-PARA
		END-IF
		DISPLAY "DAY09 STREAM REGISTRY UNAVAILABLE - STATUS "
			WS-REGISTRY-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

	MOVE LOW-VALUES TO STR-STREAM-ID.
	START StreamRegistryFile KEY IS NOT < STR-KEY
		INVALID KEY
			MOVE 1 TO WS-REGISTRY-EOF
	END-START
	IF WS-REGISTRY-STATUS > "29"
		MOVE "START" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.
	PERFORM UNTIL WS-REGISTRY-EOF = 1
		READ StreamRegistryFile NEXT RECORD
			AT END
				MOVE 1 TO WS-REGISTRY-EOF
			NOT AT END
				IF STR-ACTIVE-FLAG = "Y"
					PERFORM ANALYSE-STREAM-PARA
				END-IF
		END-READ
		IF WS-REGISTRY-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM REGISTRY-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE StreamRegistryFile
	IF WS-REGISTRY-STATUS > "29" AND WS-REGISTRY-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REGISTRY-ABEND-PARA
	END-IF.

	MOVE WS-STREAMS-ANALYSED TO WS-CNT-ANALYSED.
	MOVE WS-STREAMS-SKIPPED TO WS-CNT-SKIPPED.
	MOVE WS-RECOMMEND-COUNT TO WS-CNT-RECOMMEND.
	MOVE WS-RECORDED-COUNT TO WS-CNT-RECORDED.
	MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
	WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-ANALYSIS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM ANALYSIS-REPORT-ABEND-PARA
	END-IF.
	CLOSE AnalysisReportFile
	IF WS-ANALYSIS-REPORT-STATUS > "29"
			AND WS-ANALYSIS-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM ANALYSIS-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-COUNT-LINE.
	IF WS-STREAMS-SKIPPED > 0
		MOVE 4 TO WS-ANALYSIS-RC
	END-IF.
	MOVE WS-ANALYSIS-RC TO RETURN-CODE.
	STOP RUN.

	SIGN-ON-PARA.
	DISPLAY "OPERATOR ID:".
	ACCEPT WS-OPERATOR-ID.
	IF WS-OPERATOR-ID = SPACES
		DISPLAY "OPERATOR ID REQUIRED"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

	ANALYSE-STREAM-PARA.
	MOVE STR-STREAM-ID TO WS-SHD-STREAM-ID.
	MOVE STR-FILE-NAME TO WS-SHD-FILE-NAME.
	MOVE STR-OWNER TO WS-SHD-OWNER.
	IF STR-WINDOW-SIZE IS NUMERIC AND STR-WINDOW-SIZE > 0
		MOVE STR-WINDOW-SIZE TO WS-WINDOW-EDIT
		MOVE WS-WINDOW-EDIT TO WS-SHD-WINDOW
	ELSE
		MOVE "GLOBAL" TO WS-SHD-WINDOW
	END-IF.
	MOVE SPACES TO WS-REPORT-LINE.
	WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-ANALYSIS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "ANALYSE-STREAM-PARA" TO WS-LOG-ABEND-PARA
		PERFORM ANALYSIS-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-STREAM-HEADING TO WS-REPORT-LINE.
	WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-ANALYSIS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "ANALYSE-STREAM-PARA" TO WS-LOG-ABEND-PARA
		PERFORM ANALYSIS-REPORT-ABEND-PARA
	END-IF.
	PERFORM LOAD-STREAM-PARA.
	IF WS-ACTUAL-COUNT = 0
		ADD 1 TO WS-STREAMS-SKIPPED
		MOVE "STREAM EMPTY OR UNAVAILABLE - NOT ANALYSED" TO WS-MSG-TEXT
		MOVE WS-STREAM-MESSAGE TO WS-REPORT-LINE
		WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-ANALYSIS-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "ANALYSE-STREAM-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ANALYSIS-REPORT-ABEND-PARA
		END-IF
	ELSE
		IF WS-CAPACITY-HIT = "Y"
			ADD 1 TO WS-STREAMS-SKIPPED
			MOVE "STREAM EXCEEDS CAPACITY - NOT ANALYSED" TO WS-MSG-TEXT
			MOVE WS-STREAM-MESSAGE TO WS-REPORT-LINE
			WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
			IF WS-ANALYSIS-REPORT-STATUS > "29"
				MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
				MOVE "ANALYSE-STREAM-PARA" TO WS-LOG-ABEND-PARA
				PERFORM ANALYSIS-REPORT-ABEND-PARA
			END-IF
		ELSE
			IF WS-FORMAT-ERRORS > 0
				ADD 1 TO WS-STREAMS-SKIPPED
				MOVE "STREAM HAS NON-NUMERIC OR OVER-LENGTH LINES - NOT ANALYSED"
					TO WS-MSG-TEXT
				MOVE WS-STREAM-MESSAGE TO WS-REPORT-LINE
				WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
				IF WS-ANALYSIS-REPORT-STATUS > "29"
					MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
					MOVE "ANALYSE-STREAM-PARA" TO WS-LOG-ABEND-PARA
					PERFORM ANALYSIS-REPORT-ABEND-PARA
				END-IF
			ELSE
				ADD 1 TO WS-STREAMS-ANALYSED
				PERFORM RUN-WINDOW-RANGE-PARA
				PERFORM WRITE-MATRIX-PARA
				PERFORM RECOMMEND-WINDOW-PARA
			END-IF
		END-IF
	END-IF.

	LOAD-STREAM-PARA.
	MOVE STR-FILE-NAME TO WS-STREAM-FILE-NAME.
	MOVE 0 TO WS-ACTUAL-COUNT.
	MOVE 0 TO WS-FORMAT-ERRORS.
	MOVE 0 TO WS-EOF.
	MOVE "N" TO WS-CAPACITY-HIT.
	OPEN INPUT StreamFile
	IF WS-STREAM-STATUS > "29" AND WS-STREAM-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-STREAM-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STREAM-ABEND-PARA
	END-IF.
	PERFORM VARYING I FROM 1 BY 1 UNTIL WS-EOF = 1
		IF I > WS-MAX-RECORDS
			MOVE 1 TO WS-EOF
			PERFORM CHECK-OVERFLOW-PARA
		ELSE
			READ StreamFile INTO WS-STREAM-IN
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					MOVE I TO WS-ACTUAL-COUNT
					PERFORM EDIT-STREAM-LINE-PARA
			END-READ
			IF WS-STREAM-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "LOAD-STREAM-PARA" TO WS-LOG-ABEND-PARA
				PERFORM STREAM-ABEND-PARA
			END-IF
		END-IF
	END-PERFORM.
	CLOSE StreamFile
	IF WS-STREAM-STATUS > "29" AND WS-STREAM-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-STREAM-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STREAM-ABEND-PARA
	END-IF.

	CHECK-OVERFLOW-PARA.
	READ StreamFile INTO WS-STREAM-IN
		AT END
			CONTINUE
		NOT AT END
			MOVE "Y" TO WS-CAPACITY-HIT
	END-READ
	IF WS-STREAM-STATUS > "29"
		MOVE "READ" TO WS-LOG-ABEND-OPERATION
		MOVE "CHECK-OVERFLOW-PARA" TO WS-LOG-ABEND-PARA
		PERFORM STREAM-ABEND-PARA
	END-IF.

	EDIT-STREAM-LINE-PARA.
	MOVE 0 TO WS-LINE-LEN.
	INSPECT WS-STREAM-IN TALLYING WS-LINE-LEN
		FOR CHARACTERS BEFORE INITIAL SPACE.
	MOVE 0 TO WS-PACKET-VALUE(I).
	IF WS-STREAM-STATUS = "06" OR WS-LINE-LEN > 16 OR WS-LINE-LEN = 0
		ADD 1 TO WS-FORMAT-ERRORS
	ELSE
		IF WS-STREAM-IN(1:WS-LINE-LEN) IS NOT NUMERIC
				OR WS-STREAM-IN(WS-LINE-LEN + 1:) NOT = SPACES
			ADD 1 TO WS-FORMAT-ERRORS
		ELSE
			MOVE WS-STREAM-IN(1:WS-LINE-LEN) TO WS-PACKET-VALUE(I)
		END-IF
	END-IF.

	RUN-WINDOW-RANGE-PARA.
	MOVE 0 TO WS-RESULT-COUNT.
	PERFORM VARYING WS-TRY-WINDOW FROM WS-FROM-WINDOW BY WS-WINDOW-STEP
			UNTIL WS-TRY-WINDOW > WS-TO-WINDOW OR WS-RESULT-COUNT = 20
		ADD 1 TO WS-RESULT-COUNT
		SET R TO WS-RESULT-COUNT
		MOVE WS-TRY-WINDOW TO WS-WINDOW-SIZE
		MOVE WS-TRY-WINDOW TO WS-RES-WINDOW(R)
		PERFORM PART1-SCAN-PARA
		MOVE WS-STREAM-ANOM-COUNT TO WS-RES-ANOM-COUNT(R)
		MOVE WS-VULN-INDEX TO WS-RES-FIRST-INDEX(R)
		MOVE WS-VULN-NUMBER TO WS-RES-FIRST-VALUE(R)
		MOVE "N" TO WS-RES-PART2(R)
		IF WS-VULN-NUMBER > 0
			PERFORM PART2-SEARCH-PARA
			IF WS-PART2-FOUND = 1
				MOVE "Y" TO WS-RES-PART2(R)
			END-IF
		END-IF
	END-PERFORM.

	PART1-SCAN-PARA.
	MOVE 0 TO WS-STREAM-ANOM-COUNT.
	MOVE 0 TO WS-VULN-NUMBER.
	MOVE 0 TO WS-VULN-INDEX.
	MOVE 1 TO WS-PREAMBLE-START.
	MOVE WS-WINDOW-SIZE TO WS-PREAMBLE-END.
	COMPUTE WS-FIRST-CHECK-I = WS-WINDOW-SIZE + 1.
	IF WS-ACTUAL-COUNT > WS-WINDOW-SIZE
		PERFORM INIT-WINDOW-PARA
	END-IF.
	PERFORM VARYING I FROM WS-FIRST-CHECK-I BY 1
			UNTIL I>WS-ACTUAL-COUNT
		PERFORM PREAMBLE-CHECK-PARA
		IF WS-CHECK-PASSED=0
			ADD 1 TO WS-STREAM-ANOM-COUNT
			IF WS-VULN-NUMBER=0
				MOVE WS-PACKET(I) TO WS-VULN-NUMBER
				SET WS-VULN-INDEX TO I
			END-IF
		END-IF
		IF I < WS-ACTUAL-COUNT
			MOVE WS-PACKET-VALUE(WS-PREAMBLE-START) TO WS-OLD-VALUE
			PERFORM DELETE-WINDOW-VALUE-PARA
			MOVE WS-PACKET-VALUE(I) TO WS-NEW-VALUE
			PERFORM INSERT-WINDOW-VALUE-PARA
		END-IF
		ADD 1 TO WS-PREAMBLE-START WS-PREAMBLE-END
	END-PERFORM.

	INIT-WINDOW-PARA.
	MOVE 0 TO WS-WINDOW-COUNT.
	PERFORM VARYING WS-J FROM WS-PREAMBLE-START BY 1
			UNTIL WS-J > WS-PREAMBLE-END
		MOVE WS-PACKET-VALUE(WS-J) TO WS-NEW-VALUE
		PERFORM INSERT-WINDOW-VALUE-PARA
	END-PERFORM.

	INSERT-WINDOW-VALUE-PARA.
	PERFORM VARYING WS-INS-POS FROM WS-WINDOW-COUNT BY -1
			UNTIL WS-INS-POS = 0
			OR WS-WINDOW-VALUE(WS-INS-POS) NOT > WS-NEW-VALUE
		MOVE WS-WINDOW-VALUE(WS-INS-POS)
			TO WS-WINDOW-VALUE(WS-INS-POS + 1)
	END-PERFORM.
	MOVE WS-NEW-VALUE TO WS-WINDOW-VALUE(WS-INS-POS + 1).
	ADD 1 TO WS-WINDOW-COUNT.

	DELETE-WINDOW-VALUE-PARA.
	MOVE 0 TO WS-DEL-POS.
	PERFORM VARYING WS-J FROM 1 BY 1
			UNTIL WS-DEL-POS > 0 OR WS-J > WS-WINDOW-COUNT
		IF WS-WINDOW-VALUE(WS-J) = WS-OLD-VALUE
			MOVE WS-J TO WS-DEL-POS
		END-IF
	END-PERFORM.
	IF WS-DEL-POS > 0
		PERFORM VARYING WS-J FROM WS-DEL-POS BY 1
				UNTIL WS-J NOT < WS-WINDOW-COUNT
			MOVE WS-WINDOW-VALUE(WS-J + 1) TO WS-WINDOW-VALUE(WS-J)
		END-PERFORM
		SUBTRACT 1 FROM WS-WINDOW-COUNT
	END-IF.

	PREAMBLE-CHECK-PARA.
	MOVE 0 TO WS-CHECK-PASSED.
	MOVE 1 TO WS-LO.
	MOVE WS-WINDOW-COUNT TO WS-HI.
	PERFORM UNTIL WS-CHECK-PASSED = 1 OR WS-LO > WS-HI
		ADD WS-WINDOW-VALUE(WS-LO) TO WS-WINDOW-VALUE(WS-HI)
			GIVING WS-SUM
		IF WS-PACKET-VALUE(I)=WS-SUM
			MOVE 1 TO WS-CHECK-PASSED
		ELSE
			IF WS-SUM < WS-PACKET-VALUE(I)
				ADD 1 TO WS-LO
			ELSE
				SUBTRACT 1 FROM WS-HI
			END-IF
		END-IF
	END-PERFORM.

	PART2-SEARCH-PARA.
	MOVE 0 TO WS-PART2-FOUND.
	PERFORM VARYING I FROM 1 BY 1
			UNTIL I>WS-ACTUAL-COUNT OR WS-PART2-FOUND=1
		MOVE 0 TO WS-RANGE-BREAK
		PERFORM VARYING WS-RANGE-END FROM 1 BY 1
				UNTIL WS-RANGE-BREAK=1 OR WS-PART2-FOUND=1
				OR WS-RANGE-END > WS-ACTUAL-COUNT
			MOVE 0 TO WS-SUM
			PERFORM VARYING WS-RANGE-INDEX FROM I BY 1
					UNTIL WS-RANGE-INDEX>WS-RANGE-END OR WS-PART2-FOUND=1
				ADD WS-PACKET-VALUE(WS-RANGE-INDEX) TO WS-SUM
				IF WS-SUM>WS-VULN-NUMBER
					MOVE 1 TO WS-RANGE-BREAK
				END-IF
				IF WS-SUM=WS-VULN-NUMBER AND WS-RANGE-END > I
					MOVE 1 TO WS-PART2-FOUND
				END-IF
			END-PERFORM
		END-PERFORM
	END-PERFORM.

	WRITE-MATRIX-PARA.
	MOVE WS-MATRIX-CAPTION TO WS-REPORT-LINE.
	WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-ANALYSIS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-MATRIX-PARA" TO WS-LOG-ABEND-PARA
		PERFORM ANALYSIS-REPORT-ABEND-PARA
	END-IF.
	PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RESULT-COUNT
		MOVE WS-RES-WINDOW(R) TO WS-MTX-WINDOW
		MOVE WS-RES-ANOM-COUNT(R) TO WS-MTX-ANOM-COUNT
		MOVE WS-RES-FIRST-INDEX(R) TO WS-MTX-FIRST-INDEX
		MOVE WS-RES-FIRST-VALUE(R) TO WS-MTX-FIRST-VALUE
		IF WS-RES-ANOM-COUNT(R) = 0
			MOVE "-" TO WS-MTX-PART2
		ELSE
			IF WS-RES-PART2(R) = "Y"
				MOVE "FOUND" TO WS-MTX-PART2
			ELSE
				MOVE "NOT FOUND" TO WS-MTX-PART2
			END-IF
		END-IF
		MOVE WS-MATRIX-DETAIL TO WS-REPORT-LINE
		WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-ANALYSIS-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-MATRIX-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ANALYSIS-REPORT-ABEND-PARA
		END-IF
	END-PERFORM.

	RECOMMEND-WINDOW-PARA.
	MOVE 0 TO WS-RECOMMENDED.
	MOVE 999999 TO WS-BEST-COUNT.
	MOVE "N" TO WS-BEST-PART2.
	PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RESULT-COUNT
		IF WS-RES-ANOM-COUNT(R) > 0
			IF (WS-RES-PART2(R) = "Y" AND WS-BEST-PART2 = "N")
					OR (WS-RES-PART2(R) = WS-BEST-PART2
						AND WS-RES-ANOM-COUNT(R) < WS-BEST-COUNT)
				MOVE WS-RES-WINDOW(R) TO WS-RECOMMENDED
				MOVE WS-RES-ANOM-COUNT(R) TO WS-BEST-COUNT
				MOVE WS-RES-PART2(R) TO WS-BEST-PART2
			END-IF
		END-IF
	END-PERFORM.
	IF WS-RECOMMENDED = 0
		MOVE "NO WINDOW IN RANGE RAISES AN ANOMALY - NO RECOMMENDATION"
			TO WS-MSG-TEXT
		MOVE WS-STREAM-MESSAGE TO WS-REPORT-LINE
		WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-ANALYSIS-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "RECOMMEND-WINDOW-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ANALYSIS-REPORT-ABEND-PARA
		END-IF
	ELSE
		ADD 1 TO WS-RECOMMEND-COUNT
		MOVE WS-RECOMMENDED TO WS-RCM-WINDOW
		IF WS-BEST-PART2 = "Y"
			MOVE "FEWEST ANOMALIES WITH PART 2 FOUND" TO WS-RCM-TEXT
		ELSE
			MOVE "FEWEST ANOMALIES - PART 2 NOT FOUND AT ANY WINDOW"
				TO WS-RCM-TEXT
		END-IF
		MOVE WS-RECOMMEND-LINE TO WS-REPORT-LINE
		WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-ANALYSIS-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "RECOMMEND-WINDOW-PARA" TO WS-LOG-ABEND-PARA
			PERFORM ANALYSIS-REPORT-ABEND-PARA
		END-IF
		IF WS-CONFIRM-MODE = "Y"
			PERFORM CONFIRM-WINDOW-PARA
		END-IF
	END-IF.

	CONFIRM-WINDOW-PARA.
	IF STR-WINDOW-SIZE IS NUMERIC AND STR-WINDOW-SIZE = WS-RECOMMENDED
		MOVE "ALREADY REGISTERED FOR THIS STREAM" TO WS-MSG-TEXT
	ELSE
		DISPLAY WS-STREAM-HEADING
		DISPLAY WS-RECOMMEND-LINE
		DISPLAY "RECORD THIS WINDOW IN THE REGISTRY (Y/N):"
		ACCEPT WS-CONFIRM-IN
		IF WS-CONFIRM-IN = "Y" OR WS-CONFIRM-IN = "y"
			MOVE STREAM-RECORD TO WS-JRN-BEFORE-IMAGE
			MOVE WS-RECOMMENDED TO STR-WINDOW-SIZE
			REWRITE STREAM-RECORD
				INVALID KEY
					MOVE "REGISTRY REWRITE FAILED - WINDOW NOT RECORDED"
						TO WS-MSG-TEXT
					DISPLAY "REWRITE FAILED - STATUS " WS-REGISTRY-STATUS
				NOT INVALID KEY
					MOVE "RECORDED IN REGISTRY" TO WS-MSG-TEXT
					ADD 1 TO WS-RECORDED-COUNT
					MOVE "REWRITE" TO WS-JRN-ACTION
					MOVE STR-KEY TO WS-JRN-KEY
					MOVE STREAM-RECORD TO WS-JRN-AFTER-IMAGE
					PERFORM WRITE-JOURNAL-PARA
			END-REWRITE
			IF WS-REGISTRY-STATUS > "29"
				MOVE "REWRITE" TO WS-LOG-ABEND-OPERATION
				MOVE "CONFIRM-WINDOW-PARA" TO WS-LOG-ABEND-PARA
				PERFORM REGISTRY-ABEND-PARA
			END-IF
		ELSE
			MOVE "NOT CONFIRMED BY OPERATOR - REGISTRY UNCHANGED"
				TO WS-MSG-TEXT
		END-IF
	END-IF.
	MOVE WS-STREAM-MESSAGE TO WS-REPORT-LINE.
	WRITE ANALYSIS-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-ANALYSIS-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "CONFIRM-WINDOW-PARA" TO WS-LOG-ABEND-PARA
		PERFORM ANALYSIS-REPORT-ABEND-PARA
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

	WRITE-JOURNAL-PARA.
	ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-JRN-TIME FROM TIME.
	MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR.
	MOVE "AOC-2020-DAY-09-WINDOW-ANL" TO WS-JRN-PROGRAM.
	MOVE "day09-streams.dat" TO WS-JRN-FILE.
	OPEN EXTEND JournalFile.
	IF WS-JOURNAL-STATUS = "35"
		OPEN OUTPUT JournalFile
	END-IF
	IF WS-JOURNAL-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-JOURNAL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-ABEND-PARA
	END-IF.
	WRITE JOURNAL-RECORD FROM WS-JRN-RECORD-DATA
	IF WS-JOURNAL-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-JOURNAL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-ABEND-PARA
	END-IF.
	CLOSE JournalFile
	IF WS-JOURNAL-STATUS > "29" AND WS-JOURNAL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-JOURNAL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-ABEND-PARA
	END-IF.

	REGISTRY-ABEND-PARA.
	MOVE "day09-streams.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-REGISTRY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	STREAM-ABEND-PARA.
	MOVE WS-STREAM-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-STREAM-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONTROL-ABEND-PARA.
	MOVE "window-analysis-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ANALYSIS-REPORT-ABEND-PARA.
	MOVE WS-ANALYSIS-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-ANALYSIS-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	JOURNAL-ABEND-PARA.
	MOVE "../../maintenance-journal.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-JOURNAL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-DAY-09-WINDOW-ANL ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE StreamRegistryFile.
	CLOSE StreamFile.
	CLOSE ControlFile.
	CLOSE AnalysisReportFile.
	CLOSE ProcDateFile.
	CLOSE JournalFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-09-WINDOW-A" TO WS-LOG-PROGRAM.
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
