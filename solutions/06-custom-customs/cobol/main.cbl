	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT InputFile ASSIGN TO "input.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-INPUT-STATUS.
		SELECT RejectFile ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REJECT-STATUS.
		SELECT GroupExceptionFile ASSIGN TO "day06-group-exceptions.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-GROUP-EXCEPTION-STATUS.
		SELECT DetailFile ASSIGN TO DYNAMIC WS-DETAIL-FILE-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DETAIL-STATUS.
		SELECT QuestionFile ASSIGN TO "day06-questions.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-QUESTION-STATUS.
		SELECT Day06MasterFile ASSIGN TO "day06-master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MST-KEY
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT OPTIONAL HistoryFile ASSIGN TO "day06-history.txt"
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.

DATA DIVISION.
	FILE SECTION.
		05 SELFCHECK-INPUT-LINE PIC A(30).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	WORKING-STORAGE SECTION.
	01 WS-EOF PIC 9(1) VALUE 0.
			10 WS-ANSWER PIC A(1) OCCURS 30 TIMES INDEXED BY K.
		05 WS-GROUP-SIZE PIC 9(4).
	01 WS-GROUP-SCORE-SIZE PIC 9(4).
	01 WS-PERSON-SIGS.
		05 WS-PERSON-SIG PIC 9(8) OCCURS 5 TIMES INDEXED BY PS.
	01 WS-GROUP-ANY-SIG PIC 9(8).
	01 WS-GROUP-ALL-SIG PIC 9(8).
	01 WS-SIGNATURE-BITS.
		05 WS-BIT-VALUE PIC 9(8) OCCURS 26 TIMES INDEXED BY B.
	01 WS-FORMATTED-NUMBER PIC ZZZZZ.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	01 WS-INPUT-STATUS PIC X(2) VALUE "00".
	01 WS-REJECT-STATUS PIC X(2) VALUE "00".
	01 WS-GROUP-EXCEPTION-STATUS PIC X(2) VALUE "00".
	01 WS-DETAIL-STATUS PIC X(2) VALUE "00".
	01 WS-QUESTION-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-SOURCE-FILE-NAME PIC X(20) VALUE "input.txt".
	01 WS-LOAD-GROUP-NUM PIC 9(4) VALUE 1.
	01 WS-VALID-LINE PIC 9(1).
	COPY "batch-runlog-record.cpy".
	01 WS-MASTER-OPEN PIC X(1) VALUE "N".
	01 WS-MASTER-OUTPUT-MODE PIC X(1) VALUE "N".
	01 WS-MASTER-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-SEQ PIC 9(2) VALUE 1.
	01 WS-PRIOR-SEQ PIC 9(2) VALUE 0.
	01 WS-CURRENT-FOUND PIC X(1).
	01 WS-CURRENT-SEQ PIC 9(2).
	01 WS-VERSION-DONE PIC 9(1).
	01 WS-NEW-DISPUTE-FLAG PIC X(1).
	01 WS-NEW-OPERATOR-NOTE PIC X(40).
	01 WS-NEW-REVIEW-FLAG PIC X(1).
	01 WS-RESCORED-COUNT PIC 9(6) VALUE 0.
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-SELFCHECK-INPUT-STATUS PIC X(2) VALUE "00".
	01 WS-SELFCHECK-MODE PIC X(1) VALUE "N".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	MOVE WS-RUN-DATE TO WS-GEN-DATE-X.
	STRING "day06-rejects." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-REJECT-FILE-NAME.
	STRING "day06-detail." WS-GEN-DATE-X ".txt"
		DELIMITED BY SIZE INTO WS-DETAIL-FILE-NAME.
	MOVE "abcdefghijklmnopqrstuvwxyz" TO WS-QUESTIONS-LIST.
	MOVE 1 TO WS-BIT-VALUE(1).
	PERFORM VARYING B FROM 2 BY 1 UNTIL B>26
		COMPUTE WS-BIT-VALUE(B) = WS-BIT-VALUE(B - 1) * 2
	END-PERFORM.
	PERFORM VARYING QS FROM 1 BY 1 UNTIL QS>26
		MOVE 0 TO WS-Q-ANY-GROUPS(QS)
		MOVE 0 TO WS-Q-ALL-GROUPS(QS)
	END-PERFORM.

	OPEN INPUT ControlFile
	IF WS-CONTROL-STATUS > "29" AND WS-CONTROL-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM CONTROL-ABEND-PARA
	END-IF.
	IF WS-CONTROL-STATUS = "00"
		READ ControlFile
			AT END
					MOVE "Y" TO WS-SELFCHECK-MODE
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

	IF WS-SELFCHECK-MODE = "Y"
		OPEN INPUT SelfCheckInputFile
		IF WS-SELFCHECK-INPUT-STATUS > "29"
				AND WS-SELFCHECK-INPUT-STATUS NOT = "35"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM SELFCHECK-INPUT-ABEND-PARA
		END-IF
	ELSE
		OPEN INPUT InputFile
		IF WS-INPUT-STATUS > "29"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM INPUT-ABEND-PARA
		END-IF
	END-IF.
	PERFORM VARYING I FROM 1 BY 1 UNTIL WS-EOF=1
		IF WS-SELFCHECK-MODE = "Y"
			READ SelfCheckInputFile INTO WS-INPUT-LINE
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					MOVE WS-INPUT-LINE TO WS-DATA-LINE(I)
					MOVE I TO WS-INPUT-SIZE
			END-READ
			IF WS-SELFCHECK-INPUT-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
				PERFORM SELFCHECK-INPUT-ABEND-PARA
			END-IF
		ELSE
			READ InputFile INTO WS-INPUT-LINE
				AT END
					MOVE 1 TO WS-EOF
				NOT AT END
					MOVE WS-INPUT-LINE TO WS-DATA-LINE(I)
					MOVE I TO WS-INPUT-SIZE
			END-READ
			IF WS-INPUT-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
				PERFORM INPUT-ABEND-PARA
			END-IF
		END-IF
	END-PERFORM.
	IF WS-SELFCHECK-MODE = "Y"
		CLOSE SelfCheckInputFile
		IF WS-SELFCHECK-INPUT-STATUS > "29"
				AND WS-SELFCHECK-INPUT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM SELFCHECK-INPUT-ABEND-PARA
		END-IF
	ELSE
		CLOSE InputFile
		IF WS-INPUT-STATUS > "29" AND WS-INPUT-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM INPUT-ABEND-PARA
		END-IF
	END-IF.

	MOVE WS-RUN-DATE TO WS-CT-HDR-RUN-DATE.
	MOVE WS-SOURCE-FILE-NAME TO WS-CT-HDR-SOURCE.

	OPEN OUTPUT RejectFile
	IF WS-REJECT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REJECT-ABEND-PARA
	END-IF.
	WRITE REJECT-RECORD FROM WS-CT-HEADER
	IF WS-REJECT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REJECT-ABEND-PARA
	END-IF.
	PERFORM VARYING I FROM 1 BY 1 UNTIL I>WS-INPUT-SIZE
		PERFORM VALIDATE-LINE-PARA
	END-PERFORM.
	MOVE WS-CT-REJ-COUNT TO WS-CT-TRL-COUNT.
	MOVE 0 TO WS-CT-TRL-SUM-1.
	MOVE 0 TO WS-CT-TRL-SUM-2.
	WRITE REJECT-RECORD FROM WS-CT-TRAILER
	IF WS-REJECT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REJECT-ABEND-PARA
	END-IF.
	CLOSE RejectFile
	IF WS-REJECT-STATUS > "29" AND WS-REJECT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM REJECT-ABEND-PARA
	END-IF.

	IF WS-SELFCHECK-MODE NOT = "Y"
		PERFORM OPEN-MASTER-PARA
	END-IF.
	OPEN OUTPUT GroupExceptionFile
	IF WS-GROUP-EXCEPTION-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM GROUP-EXCEPTION-ABEND-PARA
	END-IF.
	OPEN OUTPUT DetailFile
	IF WS-DETAIL-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DETAIL-ABEND-PARA
	END-IF.
	WRITE DETAIL-RECORD FROM WS-CT-HEADER
	IF WS-DETAIL-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DETAIL-ABEND-PARA
	END-IF.
	PERFORM VARYING I FROM 1 BY 1 UNTIL I>WS-INPUT-SIZE
		PERFORM READ-GROUP-PARA
		PERFORM SCORE-GROUP-PARA
	IF WS-SELFCHECK-MODE = "Y"
		PERFORM SELF-CHECK-PARA
	END-IF.
	CLOSE GroupExceptionFile
	IF WS-GROUP-EXCEPTION-STATUS > "29"
			AND WS-GROUP-EXCEPTION-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM GROUP-EXCEPTION-ABEND-PARA
	END-IF.
	MOVE WS-CT-DTL-COUNT TO WS-CT-TRL-COUNT.
	MOVE WS-CT-DTL-ANY-SUM TO WS-CT-TRL-SUM-1.
	MOVE WS-CT-DTL-ALL-SUM TO WS-CT-TRL-SUM-2.
	WRITE DETAIL-RECORD FROM WS-CT-TRAILER
	IF WS-DETAIL-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DETAIL-ABEND-PARA
	END-IF.
	CLOSE DetailFile
	IF WS-DETAIL-STATUS > "29" AND WS-DETAIL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM DETAIL-ABEND-PARA
	END-IF.
	IF WS-MASTER-OPEN = "Y"
		IF WS-PRIOR-SEQ > 0
			PERFORM SUPERSEDE-PRIOR-PARA
		END-IF
		CLOSE Day06MasterFile
		IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "42"
			MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-IF.

	PERFORM WRITE-QUESTION-REPORT-PARA.
	MOVE WS-LOAD-GROUP-NUM TO WS-REJ-GROUP.
	MOVE WS-DATA-LINE(I) TO WS-REJ-VALUE.
	MOVE WS-REJECT-DETAIL TO REJECT-RECORD.
	WRITE REJECT-RECORD
	IF WS-REJECT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-REJECT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM REJECT-ABEND-PARA
	END-IF.

	READ-GROUP-PARA.
	ADD 1 TO WS-GROUP-NUMBER.
	MOVE WS-GROUP-START-LINE TO WS-EXC-START-LINE.
	MOVE I TO WS-EXC-OVERFLOW-LINE.
	MOVE WS-GROUP-EXCEPTION-DETAIL TO GROUP-EXCEPTION-RECORD.
	WRITE GROUP-EXCEPTION-RECORD
	IF WS-GROUP-EXCEPTION-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-GROUP-EXCEPTION-PARA" TO WS-LOG-ABEND-PARA
		PERFORM GROUP-EXCEPTION-ABEND-PARA
	END-IF.

	SCORE-GROUP-PARA.
	MOVE 0 TO WS-GROUP-ANY-COUNT.
	MOVE 0 TO WS-GROUP-ALL-COUNT.
	MOVE 0 TO WS-GROUP-ANY-SIG.
	MOVE 0 TO WS-GROUP-ALL-SIG.
	PERFORM VARYING PS FROM 1 BY 1 UNTIL PS>5
		MOVE 0 TO WS-PERSON-SIG(PS)
	END-PERFORM.
	PERFORM VARYING Q FROM 1 BY 1 UNTIL Q>26
		MOVE 0 TO WS-PRESENT-IN-ONE
		MOVE 1 TO WS-PRESENT-IN-ALL
		SET B TO Q
		PERFORM VARYING J FROM 1 BY 1 UNTIL J>WS-GROUP-SCORE-SIZE
			SET K TO 1
			SET PS TO J
			SEARCH WS-ANSWER
				AT END
					MOVE 0 TO WS-PRESENT-IN-ALL
				WHEN WS-ANSWER(J, K)=WS-QUESTION(Q)
					MOVE 1 TO WS-PRESENT-IN-ONE
					ADD WS-BIT-VALUE(B) TO WS-PERSON-SIG(PS)
			END-SEARCH
		END-PERFORM
		SET QS TO Q
			ADD 1 TO WS-ANY-QUESTIONS-COUNT
			ADD 1 TO WS-GROUP-ANY-COUNT
			ADD 1 TO WS-Q-ANY-GROUPS(QS)
			ADD WS-BIT-VALUE(B) TO WS-GROUP-ANY-SIG
		END-IF
		IF WS-PRESENT-IN-ALL=1
			ADD 1 TO WS-ALL-QUESTIONS-COUNT
			ADD 1 TO WS-GROUP-ALL-COUNT
			ADD 1 TO WS-Q-ALL-GROUPS(QS)
			ADD WS-BIT-VALUE(B) TO WS-GROUP-ALL-SIG
		END-IF
	END-PERFORM.
	PERFORM WRITE-DETAIL-PARA.
	MOVE WS-GROUP-ANY-COUNT TO WS-DTL-ANY.
	MOVE WS-GROUP-ALL-COUNT TO WS-DTL-ALL.
	MOVE WS-DETAIL-LINE TO DETAIL-RECORD.
	WRITE DETAIL-RECORD
	IF WS-DETAIL-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-DETAIL-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DETAIL-ABEND-PARA
	END-IF.
	ADD 1 TO WS-CT-DTL-COUNT.
	ADD WS-GROUP-ANY-COUNT TO WS-CT-DTL-ANY-SUM.
	ADD WS-GROUP-ALL-COUNT TO WS-CT-DTL-ALL-SUM.
	WRITE-RUNLOG-PARA.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-06" TO WS-LOG-PROGRAM.
	MOVE WS-SOURCE-FILE-NAME TO WS-LOG-SOURCE.
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

	OPEN-MASTER-PARA.
	MOVE "N" TO WS-MASTER-OUTPUT-MODE.
	OPEN I-O Day06MasterFile
	IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "OPEN-MASTER-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	IF WS-MASTER-STATUS = "35"
		OPEN OUTPUT Day06MasterFile
		IF WS-MASTER-STATUS > "29"
			MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
			MOVE "OPEN-MASTER-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
		MOVE "Y" TO WS-MASTER-OUTPUT-MODE
	END-IF.
	IF WS-MASTER-STATUS = "00"
		DISPLAY "WARNING: DAY06 MASTER FILE UNAVAILABLE - STATUS "
			WS-MASTER-STATUS
	END-IF.
	IF WS-MASTER-OPEN = "Y" AND WS-MASTER-OUTPUT-MODE = "N"
		PERFORM FIND-RUN-SEQ-PARA
		IF WS-PRIOR-SEQ = 99
			MOVE "N" TO WS-MASTER-OPEN
			MOVE 0 TO WS-PRIOR-SEQ
			CLOSE Day06MasterFile
			IF WS-MASTER-STATUS > "29" AND WS-MASTER-STATUS NOT = "42"
				MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
				MOVE "OPEN-MASTER-PARA" TO WS-LOG-ABEND-PARA
				PERFORM MASTER-ABEND-PARA
			END-IF
			MOVE 1 TO WS-WARNING-FLAG
			DISPLAY "WARNING: DAY06 MASTER HAS 99 VERSIONS FOR "
				WS-RUN-DATE " - MASTER NOT LOADED"
		END-IF
	END-IF.
	IF WS-MASTER-OPEN = "Y"
		DISPLAY "DAY06 MASTER VERSION: " WS-RUN-SEQ
	END-IF.

	FIND-RUN-SEQ-PARA.
	MOVE 0 TO WS-PRIOR-SEQ.
	MOVE 0 TO WS-MASTER-EOF.
	MOVE WS-RUN-DATE TO MST-RUN-DATE.
	MOVE 0 TO MST-GROUP.
	MOVE 0 TO MST-RUN-SEQ.
	START Day06MasterFile KEY IS NOT < MST-KEY
		INVALID KEY
			MOVE 1 TO WS-MASTER-EOF
	END-START
	IF WS-MASTER-STATUS > "29"
		MOVE "START" TO WS-LOG-ABEND-OPERATION
		MOVE "FIND-RUN-SEQ-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	PERFORM UNTIL WS-MASTER-EOF = 1
		READ Day06MasterFile NEXT RECORD
			AT END
				MOVE 1 TO WS-MASTER-EOF
			NOT AT END
				IF MST-RUN-DATE = WS-RUN-DATE
					IF MST-RUN-SEQ > WS-PRIOR-SEQ
						MOVE MST-RUN-SEQ TO WS-PRIOR-SEQ
					END-IF
				ELSE
					MOVE 1 TO WS-MASTER-EOF
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "FIND-RUN-SEQ-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-PRIOR-SEQ < 99
		COMPUTE WS-RUN-SEQ = WS-PRIOR-SEQ + 1
	END-IF.

	LOAD-MASTER-PARA.
	MOVE "N" TO WS-NEW-DISPUTE-FLAG.
	MOVE SPACES TO WS-NEW-OPERATOR-NOTE.
	MOVE "N" TO WS-NEW-REVIEW-FLAG.
	IF WS-PRIOR-SEQ > 0
		PERFORM FIND-CURRENT-VERSION-PARA
		IF WS-CURRENT-FOUND = "Y"
			PERFORM CARRY-FORWARD-PARA
		ELSE
			MOVE "Y" TO WS-NEW-REVIEW-FLAG
			ADD 1 TO WS-RESCORED-COUNT
		END-IF
	END-IF.
	MOVE WS-RUN-DATE TO MST-RUN-DATE.
	MOVE WS-GROUP-NUMBER TO MST-GROUP.
	MOVE WS-RUN-SEQ TO MST-RUN-SEQ.
	MOVE WS-GROUP-START-LINE TO MST-START-LINE.
	MOVE WS-GROUP-SIZE TO MST-SIZE.
	MOVE WS-GROUP-ANY-COUNT TO MST-ANY.
	MOVE WS-GROUP-ALL-COUNT TO MST-ALL.
	MOVE WS-NEW-DISPUTE-FLAG TO MST-DISPUTE-FLAG.
	MOVE WS-NEW-OPERATOR-NOTE TO MST-OPERATOR-NOTE.
	MOVE "C" TO MST-VERSION-STATUS.
	MOVE WS-NEW-REVIEW-FLAG TO MST-REVIEW-FLAG.
	MOVE WS-PERSON-SIGS TO MST-PERSON-SIGS.
	MOVE WS-GROUP-ANY-SIG TO MST-ANY-SIG.
	MOVE WS-GROUP-ALL-SIG TO MST-ALL-SIG.
	IF WS-MASTER-OUTPUT-MODE = "Y"
		WRITE MASTER-RECORD
		IF WS-MASTER-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-MASTER-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	ELSE
		WRITE MASTER-RECORD
			INVALID KEY
				REWRITE MASTER-RECORD
				IF WS-MASTER-STATUS > "29"
					MOVE "REWRITE" TO WS-LOG-ABEND-OPERATION
					MOVE "LOAD-MASTER-PARA" TO WS-LOG-ABEND-PARA
					PERFORM MASTER-ABEND-PARA
				END-IF
		END-WRITE
		IF WS-MASTER-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "LOAD-MASTER-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-IF.
	IF WS-PRIOR-SEQ > 0
		PERFORM SUPERSEDE-GROUP-PARA
	END-IF.

	FIND-CURRENT-VERSION-PARA.
	MOVE "N" TO WS-CURRENT-FOUND.
	MOVE 0 TO WS-CURRENT-SEQ.
	MOVE 0 TO WS-VERSION-DONE.
	MOVE WS-RUN-DATE TO MST-RUN-DATE.
	MOVE WS-GROUP-NUMBER TO MST-GROUP.
	MOVE 0 TO MST-RUN-SEQ.
	START Day06MasterFile KEY IS NOT < MST-KEY
		INVALID KEY
			MOVE 1 TO WS-VERSION-DONE
	END-START
	IF WS-MASTER-STATUS > "29"
		MOVE "START" TO WS-LOG-ABEND-OPERATION
		MOVE "FIND-CURRENT-VERSION-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	PERFORM UNTIL WS-VERSION-DONE = 1
		READ Day06MasterFile NEXT RECORD
			AT END
				MOVE 1 TO WS-VERSION-DONE
			NOT AT END
				IF MST-RUN-DATE = WS-RUN-DATE
						AND MST-GROUP = WS-GROUP-NUMBER
					IF MST-VERSION-STATUS = "C"
						MOVE "Y" TO WS-CURRENT-FOUND
						MOVE MST-RUN-SEQ TO WS-CURRENT-SEQ
					END-IF
				ELSE
					MOVE 1 TO WS-VERSION-DONE
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "FIND-CURRENT-VERSION-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-CURRENT-FOUND = "Y"
		MOVE WS-RUN-DATE TO MST-RUN-DATE
		MOVE WS-GROUP-NUMBER TO MST-GROUP
		MOVE WS-CURRENT-SEQ TO MST-RUN-SEQ
		READ Day06MasterFile
			INVALID KEY
				MOVE "N" TO WS-CURRENT-FOUND
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "FIND-CURRENT-VERSION-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-IF.

	SUPERSEDE-GROUP-PARA.
	MOVE 0 TO WS-VERSION-DONE.
	MOVE WS-RUN-DATE TO MST-RUN-DATE.
	MOVE WS-GROUP-NUMBER TO MST-GROUP.
	MOVE 0 TO MST-RUN-SEQ.
	START Day06MasterFile KEY IS NOT < MST-KEY
		INVALID KEY
			MOVE 1 TO WS-VERSION-DONE
	END-START
	IF WS-MASTER-STATUS > "29"
		MOVE "START" TO WS-LOG-ABEND-OPERATION
		MOVE "SUPERSEDE-GROUP-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	PERFORM UNTIL WS-VERSION-DONE = 1
		READ Day06MasterFile NEXT RECORD
			AT END
				MOVE 1 TO WS-VERSION-DONE
			NOT AT END
				IF MST-RUN-DATE = WS-RUN-DATE
						AND MST-GROUP = WS-GROUP-NUMBER
						AND MST-RUN-SEQ < WS-RUN-SEQ
					IF MST-VERSION-STATUS = "C"
						MOVE "S" TO MST-VERSION-STATUS
						REWRITE MASTER-RECORD
							INVALID KEY
								DISPLAY "WARNING: DAY06 MASTER REWRITE FAILED - STATUS "
									WS-MASTER-STATUS
						END-REWRITE
						IF WS-MASTER-STATUS > "29"
							MOVE "REWRITE" TO WS-LOG-ABEND-OPERATION
							MOVE "SUPERSEDE-GROUP-PARA" TO WS-LOG-ABEND-PARA
							PERFORM MASTER-ABEND-PARA
						END-IF
					END-IF
				ELSE
					MOVE 1 TO WS-VERSION-DONE
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "SUPERSEDE-GROUP-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.

	CARRY-FORWARD-PARA.
	MOVE MST-DISPUTE-FLAG TO WS-NEW-DISPUTE-FLAG.
	MOVE MST-OPERATOR-NOTE TO WS-NEW-OPERATOR-NOTE.
	IF MST-REVIEW-FLAG = "Y"
		MOVE "Y" TO WS-NEW-REVIEW-FLAG
	END-IF.
	IF MST-SIZE NOT = WS-GROUP-SIZE
			OR MST-ANY NOT = WS-GROUP-ANY-COUNT
			OR MST-ALL NOT = WS-GROUP-ALL-COUNT
		MOVE "Y" TO WS-NEW-REVIEW-FLAG
		ADD 1 TO WS-RESCORED-COUNT
	END-IF.

	SUPERSEDE-PRIOR-PARA.
	MOVE 0 TO WS-MASTER-EOF.
	MOVE WS-RUN-DATE TO MST-RUN-DATE.
	MOVE 0 TO MST-GROUP.
	MOVE 0 TO MST-RUN-SEQ.
	START Day06MasterFile KEY IS NOT < MST-KEY
		INVALID KEY
			MOVE 1 TO WS-MASTER-EOF
	END-START
	IF WS-MASTER-STATUS > "29"
		MOVE "START" TO WS-LOG-ABEND-OPERATION
		MOVE "SUPERSEDE-PRIOR-PARA" TO WS-LOG-ABEND-PARA
		PERFORM MASTER-ABEND-PARA
	END-IF.
	PERFORM UNTIL WS-MASTER-EOF = 1
		READ Day06MasterFile NEXT RECORD
			AT END
				MOVE 1 TO WS-MASTER-EOF
			NOT AT END
				IF MST-RUN-DATE NOT = WS-RUN-DATE
					MOVE 1 TO WS-MASTER-EOF
				ELSE
					IF MST-RUN-SEQ < WS-RUN-SEQ
							AND MST-VERSION-STATUS = "C"
						ADD 1 TO WS-RESCORED-COUNT
						MOVE "S" TO MST-VERSION-STATUS
						REWRITE MASTER-RECORD
							INVALID KEY
								DISPLAY "WARNING: DAY06 MASTER REWRITE FAILED - STATUS "
									WS-MASTER-STATUS
						END-REWRITE
						IF WS-MASTER-STATUS > "29"
							MOVE "REWRITE" TO WS-LOG-ABEND-OPERATION
							MOVE "SUPERSEDE-PRIOR-PARA" TO WS-LOG-ABEND-PARA
							PERFORM MASTER-ABEND-PARA
						END-IF
					END-IF
				END-IF
		END-READ
		IF WS-MASTER-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "SUPERSEDE-PRIOR-PARA" TO WS-LOG-ABEND-PARA
			PERFORM MASTER-ABEND-PARA
		END-IF
	END-PERFORM.
	IF WS-RESCORED-COUNT > 0
		MOVE 1 TO WS-WARNING-FLAG
		DISPLAY "WARNING: " WS-RESCORED-COUNT
			" GROUPS RESCORED IN RERUN - FLAGGED FOR RE-REVIEW"
	END-IF.

	SELF-CHECK-PARA.
		", got P1=" WS-ANY-QUESTIONS-COUNT " P2=" WS-ALL-QUESTIONS-COUNT ")".
	MOVE WS-SELFCHECK-RESULT TO WS-SC-RESULT.
	MOVE WS-SELFCHECK-DETAIL TO DETAIL-RECORD.
	WRITE DETAIL-RECORD
	IF WS-DETAIL-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "SELF-CHECK-PARA" TO WS-LOG-ABEND-PARA
		PERFORM DETAIL-ABEND-PARA
	END-IF.
	ADD 1 TO WS-CT-DTL-COUNT.
	IF WS-SELFCHECK-RESULT = "PASS"
		MOVE 0 TO RETURN-CODE
	END-IF.

	WRITE-QUESTION-REPORT-PARA.
	OPEN OUTPUT QuestionFile
	IF WS-QUESTION-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-QUESTION-REPORT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM QUESTION-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-QHD-RUN-DATE.
	MOVE WS-QUESTION-HEADING TO WS-QUESTION-LINE.
	WRITE QUESTION-RECORD FROM WS-QUESTION-LINE
	IF WS-QUESTION-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-QUESTION-REPORT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM QUESTION-ABEND-PARA
	END-IF.
	PERFORM VARYING QS FROM 1 BY 1 UNTIL QS>26
		SET Q TO QS
		MOVE WS-QUESTION(Q) TO WS-QDT-LETTER
		MOVE WS-Q-ALL-GROUPS(QS) TO WS-QDT-ALL
		MOVE WS-QUESTION-DETAIL TO WS-QUESTION-LINE
		WRITE QUESTION-RECORD FROM WS-QUESTION-LINE
		IF WS-QUESTION-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-QUESTION-REPORT-PARA" TO WS-LOG-ABEND-PARA
			PERFORM QUESTION-ABEND-PARA
		END-IF
	END-PERFORM.
	PERFORM RANK-QUESTIONS-PARA.
	MOVE WS-RANK-CAPTION TO WS-QUESTION-LINE.
	WRITE QUESTION-RECORD FROM WS-QUESTION-LINE
	IF WS-QUESTION-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-QUESTION-REPORT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM QUESTION-ABEND-PARA
	END-IF.
	MOVE 0 TO WS-RANK-SEQ.
	PERFORM VARYING R FROM 1 BY 1 UNTIL R>26
		ADD 1 TO WS-RANK-SEQ
		MOVE WS-RANK-ALL(R) TO WS-RNK-ALL
		MOVE WS-RANK-DETAIL TO WS-QUESTION-LINE
		WRITE QUESTION-RECORD FROM WS-QUESTION-LINE
		IF WS-QUESTION-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-QUESTION-REPORT-PARA" TO WS-LOG-ABEND-PARA
			PERFORM QUESTION-ABEND-PARA
		END-IF
	END-PERFORM.
	MOVE WS-RANK-LETTER(1) TO WS-EXT-MOST.
	MOVE WS-RANK-LETTER(26) TO WS-EXT-LEAST.
	MOVE WS-RANK-EXTREMES TO WS-QUESTION-LINE.
	WRITE QUESTION-RECORD FROM WS-QUESTION-LINE
	IF WS-QUESTION-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-QUESTION-REPORT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM QUESTION-ABEND-PARA
	END-IF.
	CLOSE QuestionFile
	IF WS-QUESTION-STATUS > "29" AND WS-QUESTION-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-QUESTION-REPORT-PARA" TO WS-LOG-ABEND-PARA
		PERFORM QUESTION-ABEND-PARA
	END-IF.

	RANK-QUESTIONS-PARA.
	PERFORM VARYING QS FROM 1 BY 1 UNTIL QS>26
	MOVE 0 TO WS-HIST-COUNT.
	MOVE 0 TO WS-HIST-ANY-SUM.
	MOVE 0 TO WS-HIST-ALL-SUM.
	MOVE WS-RUN-DATE TO WS-HST-RUN-DATE.
	OPEN INPUT HistoryFile
	IF WS-HISTORY-STATUS > "29" AND WS-HISTORY-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	IF WS-HISTORY-STATUS = "00"
		PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
				OR WS-HIST-COUNT = 2399
				NOT AT END
					PERFORM KEEP-HISTORY-RECORD-PARA
			END-READ
			IF WS-HISTORY-STATUS > "29"
				MOVE "READ" TO WS-LOG-ABEND-OPERATION
				MOVE "WRITE-HISTORY-PARA" TO WS-LOG-ABEND-PARA
				PERFORM HISTORY-ABEND-PARA
			END-IF
		END-PERFORM
	END-IF.
	CLOSE HistoryFile
	IF WS-HISTORY-STATUS > "29" AND WS-HISTORY-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HST-RUN-DATE.
	MOVE WS-ANY-QUESTIONS-COUNT TO WS-HST-ANY.
	MOVE WS-ALL-QUESTIONS-COUNT TO WS-HST-ALL.
	MOVE WS-HISTORY-LINE TO WS-HIST-RECORD-TEXT(WS-HIST-COUNT).
	ADD WS-ANY-QUESTIONS-COUNT TO WS-HIST-ANY-SUM.
	ADD WS-ALL-QUESTIONS-COUNT TO WS-HIST-ALL-SUM.
	OPEN OUTPUT HistoryFile
	IF WS-HISTORY-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	WRITE HISTORY-RECORD FROM WS-CT-HEADER
	IF WS-HISTORY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
			UNTIL WS-HIST-SUB > WS-HIST-COUNT
		WRITE HISTORY-RECORD FROM WS-HIST-RECORD-TEXT(WS-HIST-SUB)
		IF WS-HISTORY-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-HISTORY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM HISTORY-ABEND-PARA
		END-IF
	END-PERFORM.
	MOVE WS-HIST-COUNT TO WS-CT-TRL-COUNT.
	MOVE WS-HIST-ANY-SUM TO WS-CT-TRL-SUM-1.
	MOVE WS-HIST-ALL-SUM TO WS-CT-TRL-SUM-2.
	WRITE HISTORY-RECORD FROM WS-CT-TRAILER
	IF WS-HISTORY-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.
	CLOSE HistoryFile
	IF WS-HISTORY-STATUS > "29" AND WS-HISTORY-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-HISTORY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM HISTORY-ABEND-PARA
	END-IF.

	KEEP-HISTORY-RECORD-PARA.
	IF WS-HSO-TAG = "HDR " OR WS-HSO-TAG = "TRL "
			OR WS-HISTORY-OLD(1:10) = WS-HISTORY-LINE(1:10)
		CONTINUE
	ELSE
		ADD 1 TO WS-HIST-COUNT
			ADD WS-HSO-ALL-NUM TO WS-HIST-ALL-SUM
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

	INPUT-ABEND-PARA.
	MOVE "input.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-INPUT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	REJECT-ABEND-PARA.
	MOVE WS-REJECT-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-REJECT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	GROUP-EXCEPTION-ABEND-PARA.
	MOVE "day06-group-exceptions.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-GROUP-EXCEPTION-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	DETAIL-ABEND-PARA.
	MOVE WS-DETAIL-FILE-NAME TO WS-LOG-ABEND-FILE.
	MOVE WS-DETAIL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	QUESTION-ABEND-PARA.
	MOVE "day06-questions.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-QUESTION-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	MASTER-ABEND-PARA.
	MOVE "day06-master.dat" TO WS-LOG-ABEND-FILE.
	MOVE WS-MASTER-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	HISTORY-ABEND-PARA.
	MOVE "day06-history.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-HISTORY-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONTROL-ABEND-PARA.
	MOVE "control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
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
	DISPLAY "AOC-2020-DAY-06 ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE InputFile.
	CLOSE RejectFile.
	CLOSE GroupExceptionFile.
	CLOSE DetailFile.
	CLOSE QuestionFile.
	CLOSE Day06MasterFile.
	CLOSE HistoryFile.
	CLOSE ControlFile.
	CLOSE SelfCheckInputFile.
	CLOSE RunLogFile.
	CLOSE ProcDateFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-DAY-06" TO WS-LOG-PROGRAM.
	MOVE "ABEND" TO WS-LOG-PHASE.
	MOVE WS-SOURCE-FILE-NAME TO WS-LOG-SOURCE.
	MOVE WS-INPUT-SIZE TO WS-LOG-RECORDS-READ.
	MOVE WS-CT-REJ-COUNT TO WS-LOG-REJECTS.
	MOVE WS-GRP-EXC-COUNT TO WS-LOG-EXCEPTIONS.
	MOVE WS-SELFCHECK-MODE TO WS-LOG-SELFCHECK.
	MOVE 16 TO WS-LOG-RC.
	OPEN EXTEND RunLogFile.
	WRITE RUNLOG-RECORD FROM WS-LOG-RECORD-DATA.
	CLOSE RunLogFile.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
