IDENTIFICATION DIVISION.
	PROGRAM-ID. AOC-2020-DAY-06-DUP-DETECT.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MasterFile ASSIGN TO "day06-master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MST-KEY
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT OPTIONAL ControlFile ASSIGN TO
				"dup-detect-control.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONTROL-STATUS.
		SELECT SuspectReportFile ASSIGN TO DYNAMIC WS-SUSPECT-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUSPECT-REPORT-STATUS.
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
	FD MasterFile.
	COPY "day06-master-record.cpy".

	FD ControlFile.
	01 CONTROL-RECORD-IN.
		05 CTL-CHECK-DATE PIC 9(8).
		05 CTL-FLAG-MODE PIC X(1).
		05 CTL-MIN-ANSWERS PIC 9(2).
		05 CTL-LOOKBACK-DAYS PIC 9(4).
		05 FILLER PIC X(85).

	FD SuspectReportFile.
	01 SUSPECT-REPORT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD JournalFile.
	01 JOURNAL-RECORD PIC X(548).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-MASTER-STATUS PIC X(2) VALUE "00".
	01 WS-SUSPECT-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
	COPY "maint-journal-record.cpy".
	01 WS-OPERATOR-ID PIC X(8) VALUE "BATCH".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-SUSPECT-FILE-NAME PIC X(40) VALUE SPACES.
	01 WS-GEN-DATE-X PIC X(8).
	01 WS-CHECK-DATE PIC 9(8).
	01 WS-FLAG-MODE PIC X(1) VALUE "N".
	01 WS-MIN-ANSWERS PIC 9(2) VALUE 3.
	01 WS-LOOKBACK-DAYS PIC 9(4) VALUE 90.
	01 WS-CUTOFF-DATE PIC 9(8).
	01 WS-CUTOFF-INTEGER PIC 9(8).
	01 WS-GROUP-COUNT PIC 9(4) VALUE 0.
	01 WS-GROUP-TABLE.
		05 WS-TBL-ENTRY OCCURS 2000 TIMES INDEXED BY G H.
			10 WS-TBL-GROUP PIC 9(4).
			10 WS-TBL-RUN-SEQ PIC 9(2).
			10 WS-TBL-START PIC 9(4).
			10 WS-TBL-SIZE PIC 9(4).
			10 WS-TBL-ANY PIC 9(4).
			10 WS-TBL-PERSON-SIGS.
				15 WS-TBL-PERSON-SIG PIC 9(8) OCCURS 5 TIMES.
			10 WS-TBL-PATTERN PIC X(40).
			10 WS-TBL-SUSPECT PIC X(1).
			10 WS-TBL-PRIOR-DATE PIC 9(8).
			10 WS-TBL-PRIOR-GROUP PIC 9(4).
			10 WS-TBL-PRIOR-COUNT PIC 9(4).
	01 WS-TABLE-FULL PIC X(1) VALUE "N".
	01 WS-SORT-SIGS.
		05 WS-SORT-SIG PIC 9(8) OCCURS 5 TIMES INDEXED BY P1 P2.
	01 WS-SORT-HOLD PIC 9(8).
	01 WS-PERSONS PIC 9(4).
	01 WS-PATTERN PIC X(40).
	01 WS-BIT-WORK PIC 9(8).
	01 WS-BIT-COUNT PIC 9(2).
	01 WS-BIT-REM PIC 9(1).
	01 WS-PAIR-FOUND PIC X(1).
	01 WS-PAIR-1 PIC 9(1).
	01 WS-PAIR-2 PIC 9(1).
	01 WS-SUSPECT-COUNT PIC 9(6) VALUE 0.
	01 WS-PERSON-HITS PIC 9(6) VALUE 0.
	01 WS-PATTERN-HITS PIC 9(6) VALUE 0.
	01 WS-PRIOR-HITS PIC 9(6) VALUE 0.
	01 WS-FLAGGED-COUNT PIC 9(6) VALUE 0.
	01 WS-PRIOR-SCANNED PIC 9(8) VALUE 0.
	01 WS-NOSIG-COUNT PIC 9(8) VALUE 0.
	01 WS-DETECT-RC PIC 9(2) VALUE 0.
	01 WS-REPORT-LINE PIC X(132).
	01 WS-SUSPECT-HEADING.
		05 FILLER PIC X(38) VALUE "DUPLICATE DECLARATION CHECK - DATE: ".
		05 WS-HDG-CHECK-DATE PIC 9999/99/99.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(13) VALUE "MIN ANSWERS: ".
		05 WS-HDG-MIN PIC Z9.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(10) VALUE "LOOKBACK: ".
		05 WS-HDG-LOOKBACK PIC ZZZ9.
		05 FILLER PIC X(5) VALUE " DAYS".
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(6) VALUE "FLAG: ".
		05 WS-HDG-FLAG PIC X(1).
	01 WS-SUSPECT-DETAIL.
		05 WS-SUS-CHECK PIC X(16).
		05 FILLER PIC X(7) VALUE "GROUP: ".
		05 WS-SUS-GROUP PIC ZZZ9.
		05 FILLER PIC X(3) VALUE SPACES.
		05 FILLER PIC X(7) VALUE "START: ".
		05 WS-SUS-START PIC ZZZ9.
		05 FILLER PIC X(3) VALUE SPACES.
		05 WS-SUS-MATCH-LABEL PIC X(16).
		05 WS-SUS-MATCH-DATE PIC X(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-SUS-MATCH-TEXT PIC X(40).
	01 WS-MATCH-DATE-EDIT PIC 9999/99/99.
	01 WS-MATCH-NUM-1 PIC ZZZ9.
	01 WS-MATCH-NUM-2 PIC ZZZ9.
	01 WS-FLAGGED-DETAIL.
		05 FILLER PIC X(21) VALUE "FLAGGED FOR DISPUTE: ".
		05 FILLER PIC X(7) VALUE "GROUP: ".
		05 WS-FLG-GROUP PIC ZZZ9.
		05 FILLER PIC X(3) VALUE SPACES.
		05 FILLER PIC X(5) VALUE "SEQ: ".
		05 WS-FLG-SEQ PIC Z9.
		05 FILLER PIC X(3) VALUE SPACES.
		05 WS-FLG-TEXT PIC X(40).
	01 WS-COUNT-LINE.
		05 FILLER PIC X(8) VALUE "GROUPS: ".
		05 WS-CNT-GROUPS PIC ZZZ9.
		05 FILLER PIC X(3) VALUE SPACES.
		05 FILLER PIC X(15) VALUE "PERSON DUPES: ".
		05 WS-CNT-PERSON PIC ZZZZZ9.
		05 FILLER PIC X(3) VALUE SPACES.
		05 FILLER PIC X(16) VALUE "SAME-RUN DUPES: ".
		05 WS-CNT-PATTERN PIC ZZZZZ9.
		05 FILLER PIC X(3) VALUE SPACES.
		05 FILLER PIC X(17) VALUE "PRIOR-RUN DUPES: ".
		05 WS-CNT-PRIOR PIC ZZZZZ9.
		05 FILLER PIC X(3) VALUE SPACES.
		05 FILLER PIC X(10) VALUE "SUSPECTS: ".
		05 WS-CNT-SUSPECTS PIC ZZZZZ9.
		05 FILLER PIC X(3) VALUE SPACES.
		05 FILLER PIC X(9) VALUE "FLAGGED: ".
		05 WS-CNT-FLAGGED PIC ZZZZZ9.
	01 WS-NOSIG-LINE.
		05 FILLER PIC X(27) VALUE "GROUPS WITHOUT SIGNATURES: ".
		05 WS-CNT-NOSIG PIC ZZZZZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	MOVE WS-RUN-DATE TO WS-CHECK-DATE.

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
				IF CTL-CHECK-DATE IS NUMERIC AND CTL-CHECK-DATE > 0
					MOVE CTL-CHECK-DATE TO WS-CHECK-DATE
				END-IF
				IF CTL-FLAG-MODE = "Y" OR CTL-FLAG-MODE = "y"
					MOVE "Y" TO WS-FLAG-MODE
				END-IF
				IF CTL-MIN-ANSWERS IS NUMERIC AND CTL-MIN-ANSWERS > 0
					MOVE CTL-MIN-ANSWERS TO WS-MIN-ANSWERS
				END-IF
				IF CTL-LOOKBACK-DAYS IS NUMERIC AND CTL-LOOKBACK-DAYS > 0
					MOVE CTL-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
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

	COMPUTE WS-CUTOFF-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - WS-LOOKBACK-DAYS.
	COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).

	MOVE WS-CHECK-DATE TO WS-GEN-DATE-X.
	STRING "day06-dup-suspects." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-SUSPECT-FILE-NAME.
	OPEN OUTPUT SuspectReportFile
	IF WS-SUSPECT-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM SUSPECT-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-CHECK-DATE TO WS-HDG-CHECK-DATE.
	MOVE WS-MIN-ANSWERS TO WS-HDG-MIN.
	MOVE WS-LOOKBACK-DAYS TO WS-HDG-LOOKBACK.
	MOVE WS-FLAG-MODE TO WS-HDG-FLAG.
	MOVE WS-SUSPECT-HEADING TO WS-REPORT-LINE.
	WRITE SUSPECT-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-SUSPECT-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM SUSPECT-REPORT-ABEND-PARA
	END-IF.

	IF WS-FLAG-MODE = "Y"
		OPEN I-O MasterFile
		IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "35"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	ELSE
		OPEN INPUT MasterFile
		IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "35"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-IF.
	IF WS-MASTER-STATUS NOT = "00"
		MOVE "DAY06 MASTER FILE UNAVAILABLE - NO CHECKS RUN"
			TO WS-REPORT-LINE
		WRITE SUSPECT-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-SUSPECT-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM SUSPECT-REPORT-ABEND-PARA
		END-IF
		CLOSE SuspectReportFile
		IF WS-SUSPECT-REPORT-STATUS > "29"
				AND WS-SUSPECT-REPORT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM SUSPECT-REPORT-ABEND-PARA
		END-IF
		DISPLAY "DAY06 MASTER FILE UNAVAILABLE - STATUS "
			WS-MASTER-STATUS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

	PERFORM LOAD-GROUPS-PARA.
	IF WS-TABLE-FULL = "Y"
		MOVE "GROUP TABLE FULL - LATER GROUPS NOT CHECKED"
			TO WS-REPORT-LINE
		WRITE SUSPECT-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-SUSPECT-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM SUSPECT-REPORT-ABEND-PARA
		END-IF
		MOVE 4 TO WS-DETECT-RC
	END-IF.
	PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
		PERFORM CHECK-PERSON-LINES-PARA
	END-PERFORM.
	PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
		PERFORM CHECK-SAME-RUN-PARA
	END-PERFORM.
	PERFORM SCAN-PRIOR-RUNS-PARA.
	PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
		IF WS-TBL-PRIOR-COUNT(G) > 0
			PERFORM WRITE-PRIOR-SUSPECT-PARA
		END-IF
	END-PERFORM.
	PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
		IF WS-TBL-SUSPECT(G) = "Y"
			ADD 1 TO WS-SUSPECT-COUNT
			IF WS-FLAG-MODE = "Y"
				PERFORM FLAG-SUSPECT-PARA
			END-IF
		END-IF
	END-PERFORM.
	CLOSE MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.

	MOVE WS-GROUP-COUNT TO WS-CNT-GROUPS.
	MOVE WS-PERSON-HITS TO WS-CNT-PERSON.
	MOVE WS-PATTERN-HITS TO WS-CNT-PATTERN.
	MOVE WS-PRIOR-HITS TO WS-CNT-PRIOR.
	MOVE WS-SUSPECT-COUNT TO WS-CNT-SUSPECTS.
	MOVE WS-FLAGGED-COUNT TO WS-CNT-FLAGGED.
	MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
	WRITE SUSPECT-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-SUSPECT-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM SUSPECT-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-NOSIG-COUNT TO WS-CNT-NOSIG.
	MOVE WS-NOSIG-LINE TO WS-REPORT-LINE.
	WRITE SUSPECT-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-SUSPECT-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM SUSPECT-REPORT-ABEND-PARA
	END-IF.
	CLOSE SuspectReportFile
	IF WS-SUSPECT-REPORT-STATUS > "29"
			AND WS-SUSPECT-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM SUSPECT-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-COUNT-LINE.
	DISPLAY WS-NOSIG-LINE.
	IF WS-SUSPECT-COUNT > 0
		MOVE 4 TO WS-DETECT-RC
	END-IF.
	MOVE WS-DETECT-RC TO RETURN-CODE.
	STOP RUN.

	LOAD-GROUPS-PARA.
	MOVE 0 TO WS-EOF.
	MOVE WS-CHECK-DATE TO MST-RUN-DATE.
	MOVE 0 TO MST-GROUP.
	MOVE 0 TO MST-RUN-SEQ.
	START MasterFile KEY IS NOT < MST-KEY
		INVALID KEY
			MOVE 1 TO WS-EOF
	END-START
	IF WS-MASTER-STATUS > "29"
		MOVE "START" TO WS-LOG-ABEND-OPERATION
		MOVE "LOAD-GROUPS-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	PERFORM UNTIL WS-EOF = 1
		READ MasterFile NEXT RECORD
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				IF MST-RUN-DATE NOT = WS-CHECK-DATE
					MOVE 1 TO WS-EOF
				ELSE
					IF MST-VERSION-STATUS = "C"
						IF MST-ANY-SIG = 0
							ADD 1 TO WS-NOSIG-COUNT
						ELSE
							PERFORM ADD-GROUP-PARA
						END-IF
					END-IF
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-GROUPS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.

	ADD-GROUP-PARA.
	IF WS-GROUP-COUNT NOT < 2000
		MOVE "Y" TO WS-TABLE-FULL
	ELSE
		ADD 1 TO WS-GROUP-COUNT
		SET G TO WS-GROUP-COUNT
		MOVE MST-GROUP TO WS-TBL-GROUP(G)
		MOVE MST-RUN-SEQ TO WS-TBL-RUN-SEQ(G)
		MOVE MST-START-LINE TO WS-TBL-START(G)
		MOVE MST-SIZE TO WS-TBL-SIZE(G)
		MOVE MST-ANY TO WS-TBL-ANY(G)
		MOVE MST-PERSON-SIGS TO WS-TBL-PERSON-SIGS(G)
		PERFORM BUILD-PATTERN-PARA
		MOVE WS-PATTERN TO WS-TBL-PATTERN(G)
		MOVE "N" TO WS-TBL-SUSPECT(G)
		MOVE 0 TO WS-TBL-PRIOR-DATE(G)
		MOVE 0 TO WS-TBL-PRIOR-GROUP(G)
		MOVE 0 TO WS-TBL-PRIOR-COUNT(G)
	END-IF.

	BUILD-PATTERN-PARA.
	MOVE MST-PERSON-SIGS TO WS-SORT-SIGS.
	PERFORM VARYING P1 FROM 1 BY 1 UNTIL P1 > 4
		PERFORM VARYING P2 FROM P1 BY 1 UNTIL P2 > 5
			IF WS-SORT-SIG(P2) > WS-SORT-SIG(P1)
				MOVE WS-SORT-SIG(P1) TO WS-SORT-HOLD
				MOVE WS-SORT-SIG(P2) TO WS-SORT-SIG(P1)
				MOVE WS-SORT-HOLD TO WS-SORT-SIG(P2)
			END-IF
		END-PERFORM
	END-PERFORM.
	MOVE WS-SORT-SIGS TO WS-PATTERN.

	CHECK-PERSON-LINES-PARA.
	MOVE WS-TBL-SIZE(G) TO WS-PERSONS.
	IF WS-PERSONS > 5
		MOVE 5 TO WS-PERSONS
	END-IF.
	MOVE "N" TO WS-PAIR-FOUND.
	MOVE WS-TBL-PERSON-SIGS(G) TO WS-SORT-SIGS.
	PERFORM VARYING P1 FROM 1 BY 1
			UNTIL P1 >= WS-PERSONS OR WS-PAIR-FOUND = "Y"
		PERFORM VARYING P2 FROM P1 BY 1
				UNTIL P2 >= WS-PERSONS OR WS-PAIR-FOUND = "Y"
			IF WS-SORT-SIG(P1) = WS-SORT-SIG(P2 + 1)
				MOVE WS-SORT-SIG(P1) TO WS-BIT-WORK
				PERFORM COUNT-BITS-PARA
				IF WS-BIT-COUNT >= WS-MIN-ANSWERS
					MOVE "Y" TO WS-PAIR-FOUND
					SET WS-PAIR-1 TO P1
					SET WS-PAIR-2 TO P2
					ADD 1 TO WS-PAIR-2
				END-IF
			END-IF
		END-PERFORM
	END-PERFORM.
	IF WS-PAIR-FOUND = "Y"
		ADD 1 TO WS-PERSON-HITS
		MOVE "Y" TO WS-TBL-SUSPECT(G)
		MOVE "IDENTICAL LINES " TO WS-SUS-CHECK
		MOVE WS-TBL-GROUP(G) TO WS-SUS-GROUP
		MOVE WS-TBL-START(G) TO WS-SUS-START
		MOVE "PERSONS:" TO WS-SUS-MATCH-LABEL
		MOVE SPACES TO WS-SUS-MATCH-DATE
		MOVE SPACES TO WS-SUS-MATCH-TEXT
		STRING WS-PAIR-1 " AND " WS-PAIR-2
			DELIMITED BY SIZE INTO WS-SUS-MATCH-TEXT
		MOVE WS-SUSPECT-DETAIL TO WS-REPORT-LINE
		WRITE SUSPECT-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-SUSPECT-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "CHECK-PERSON-LINES-PARA" TO WS-LOG-ABEND-PARA
			PERFORM SUSPECT-REPORT-ABEND-PARA
		END-IF
	END-IF.

	COUNT-BITS-PARA.
	MOVE 0 TO WS-BIT-COUNT.
	PERFORM UNTIL WS-BIT-WORK = 0
		DIVIDE WS-BIT-WORK BY 2 GIVING WS-BIT-WORK
			REMAINDER WS-BIT-REM
		ADD WS-BIT-REM TO WS-BIT-COUNT
	END-PERFORM.

	CHECK-SAME-RUN-PARA.
	IF WS-TBL-ANY(G) >= WS-MIN-ANSWERS
		SET H TO G
		SET H UP BY 1
		PERFORM UNTIL H > WS-GROUP-COUNT
			IF WS-TBL-PATTERN(H) = WS-TBL-PATTERN(G)
				ADD 1 TO WS-PATTERN-HITS
				MOVE "Y" TO WS-TBL-SUSPECT(G)
				MOVE "Y" TO WS-TBL-SUSPECT(H)
				MOVE "SAME-RUN REPEAT " TO WS-SUS-CHECK
				MOVE WS-TBL-GROUP(H) TO WS-SUS-GROUP
				MOVE WS-TBL-START(H) TO WS-SUS-START
				MOVE "MATCHES RUN:" TO WS-SUS-MATCH-LABEL
				MOVE WS-CHECK-DATE TO WS-MATCH-DATE-EDIT
				MOVE WS-MATCH-DATE-EDIT TO WS-SUS-MATCH-DATE
				MOVE WS-TBL-GROUP(G) TO WS-MATCH-NUM-1
				MOVE WS-TBL-START(G) TO WS-MATCH-NUM-2
				MOVE SPACES TO WS-SUS-MATCH-TEXT
				STRING "GROUP " WS-MATCH-NUM-1 " START " WS-MATCH-NUM-2
					DELIMITED BY SIZE INTO WS-SUS-MATCH-TEXT
				MOVE WS-SUSPECT-DETAIL TO WS-REPORT-LINE
				WRITE SUSPECT-REPORT-RECORD FROM WS-REPORT-LINE
				IF WS-SUSPECT-REPORT-STATUS > "29"
					MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
					MOVE "CHECK-SAME-RUN-PARA" TO WS-LOG-ABEND-PARA
					PERFORM SUSPECT-REPORT-ABEND-PARA
				END-IF
			END-IF
			SET H UP BY 1
		END-PERFORM
	END-IF.

	SCAN-PRIOR-RUNS-PARA.
	IF WS-GROUP-COUNT > 0
		MOVE 0 TO WS-EOF
		MOVE WS-CUTOFF-DATE TO MST-RUN-DATE
		MOVE 0 TO MST-GROUP
		MOVE 0 TO MST-RUN-SEQ
		START MasterFile KEY IS NOT < MST-KEY
			INVALID KEY
				MOVE 1 TO WS-EOF
		END-START
		IF WS-MASTER-STATUS > "29"
			MOVE "START" TO WS-LOG-ABEND-OPERATION
			MOVE "SCAN-PRIOR-RUNS-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
		PERFORM UNTIL WS-EOF = 1
			READ MasterFile NEXT RECORD
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					IF MST-RUN-DATE NOT < WS-CHECK-DATE
						MOVE 1 TO WS-EOF
					ELSE
						IF MST-VERSION-STATUS = "C"
								AND MST-ANY-SIG = 0
							ADD 1 TO WS-NOSIG-COUNT
						END-IF
						IF MST-VERSION-STATUS = "C"
								AND MST-ANY-SIG NOT = 0
								AND MST-ANY >= WS-MIN-ANSWERS
							ADD 1 TO WS-PRIOR-SCANNED
							PERFORM MATCH-PRIOR-GROUP-PARA
						END-IF
					END-IF
			END-READ
			IF WS-MASTER-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "SCAN-PRIOR-RUNS-PARA" TO WS-LOG-ABEND-PARA
				PERFORM MASTER-ABEND-PARA
			END-IF
		END-PERFORM
	END-IF.

	MATCH-PRIOR-GROUP-PARA.
	PERFORM BUILD-PATTERN-PARA.
	PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-GROUP-COUNT
		IF WS-TBL-PATTERN(H) = WS-PATTERN
			MOVE MST-RUN-DATE TO WS-TBL-PRIOR-DATE(H)
			MOVE MST-GROUP TO WS-TBL-PRIOR-GROUP(H)
			ADD 1 TO WS-TBL-PRIOR-COUNT(H)
		END-IF
	END-PERFORM.

	WRITE-PRIOR-SUSPECT-PARA.
	ADD 1 TO WS-PRIOR-HITS.
	MOVE "Y" TO WS-TBL-SUSPECT(G).
	MOVE "PRIOR-RUN REPEAT" TO WS-SUS-CHECK.
	MOVE WS-TBL-GROUP(G) TO WS-SUS-GROUP.
	MOVE WS-TBL-START(G) TO WS-SUS-START.
	MOVE "LATEST MATCH:" TO WS-SUS-MATCH-LABEL.
	MOVE WS-TBL-PRIOR-DATE(G) TO WS-MATCH-DATE-EDIT.
	MOVE WS-MATCH-DATE-EDIT TO WS-SUS-MATCH-DATE.
	MOVE WS-TBL-PRIOR-GROUP(G) TO WS-MATCH-NUM-1.
	MOVE WS-TBL-PRIOR-COUNT(G) TO WS-MATCH-NUM-2.
	MOVE SPACES TO WS-SUS-MATCH-TEXT.
	STRING "GROUP " WS-MATCH-NUM-1 " RUNS MATCHED " WS-MATCH-NUM-2
		DELIMITED BY SIZE INTO WS-SUS-MATCH-TEXT.
	MOVE WS-SUSPECT-DETAIL TO WS-REPORT-LINE.
	WRITE SUSPECT-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-SUSPECT-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-PRIOR-SUSPECT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUSPECT-REPORT-ABEND-PARA
	END-IF.

	FLAG-SUSPECT-PARA.
	MOVE WS-CHECK-DATE TO MST-RUN-DATE.
	MOVE WS-TBL-GROUP(G) TO MST-GROUP.
	MOVE WS-TBL-RUN-SEQ(G) TO MST-RUN-SEQ.
	MOVE WS-TBL-GROUP(G) TO WS-FLG-GROUP.
	MOVE WS-TBL-RUN-SEQ(G) TO WS-FLG-SEQ.
	READ MasterFile
		INVALID KEY
			MOVE "NOT FLAGGED - RECORD NOT FOUND" TO WS-FLG-TEXT
		NOT INVALID KEY
			IF MST-DISPUTE-FLAG = "N"
				PERFORM SET-DISPUTE-PARA
			ELSE
				MOVE "NOT FLAGGED - DISPUTE FLAG ALREADY SET"
					TO WS-FLG-TEXT
			END-IF
	END-READ
	IF WS-MASTER-STATUS > "29"
		MOVE "READ" TO WS-LOG-ABEND-OPERATION
		MOVE "FLAG-SUSPECT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	MOVE WS-FLAGGED-DETAIL TO WS-REPORT-LINE.
	WRITE SUSPECT-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-SUSPECT-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "FLAG-SUSPECT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM SUSPECT-REPORT-ABEND-PARA
	END-IF.

	SET-DISPUTE-PARA.
	MOVE MASTER-RECORD TO WS-JRN-BEFORE-IMAGE.
	MOVE "D" TO MST-DISPUTE-FLAG.
	MOVE "SUSPECTED COPIED DECLARATION" TO MST-OPERATOR-NOTE.
	REWRITE MASTER-RECORD
		INVALID KEY
			MOVE "NOT FLAGGED - REWRITE FAILED" TO WS-FLG-TEXT
			DISPLAY "REWRITE FAILED - STATUS " WS-MASTER-STATUS
		NOT INVALID KEY
			MOVE "DISPUTE OPENED" TO WS-FLG-TEXT
			ADD 1 TO WS-FLAGGED-COUNT
			MOVE "REWRITE" TO WS-JRN-ACTION
			MOVE MST-KEY TO WS-JRN-KEY
			MOVE MASTER-RECORD TO WS-JRN-AFTER-IMAGE
			PERFORM WRITE-JOURNAL-PARA
	END-REWRITE
	IF WS-MASTER-STATUS > "29"
		MOVE "REWRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "SET-DISPUTE-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
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
	MOVE "AOC-2020-DAY-06-DUP-DETECT" TO WS-JRN-PROGRAM.
	MOVE "day06-master.dat" TO WS-JRN-FILE.
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

	MASTER-ABEND-PARA.
	MOVE "day06-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-MASTER-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONTROL-ABEND-PARA.
	MOVE "dup-detect-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	SUSPECT-REPORT-ABEND-PARA.
	MOVE WS-SUSPECT-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-SUSPECT-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
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
	DISPLAY "AOC-2020-DAY-06-DUP-DETECT ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE MasterFile.
	CLOSE ControlFile.
	CLOSE SuspectReportFile.
	CLOSE ProcDateFile.
	CLOSE JournalFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-06-DUP-DETE" TO WS-LOG-PROGRAM.
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
