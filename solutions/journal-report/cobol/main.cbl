IDENTIFICATION DIVISION.
	PROGRAM-ID. AOC-2020-JOURNAL-REPORT.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL JournalFile ASSIGN TO
				"../../maintenance-journal.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-JOURNAL-STATUS.
		SELECT OPTIONAL ControlFile ASSIGN TO
				"journal-report-control.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONTROL-STATUS.
		SELECT JournalReportFile ASSIGN TO "journal-report.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-JOURNAL-REPORT-STATUS.
		SELECT OPTIONAL ProcDateFile ASSIGN TO
				"../../batch-processing-date.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROC-DATE-STATUS.
		SELECT OPTIONAL RunLogFile ASSIGN TO "../../batch-runlog.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
	FILE SECTION.
	FD JournalFile.
	01 JOURNAL-RECORD PIC X(548).

	FD ControlFile.
	01 CONTROL-RECORD-IN.
		05 CTL-FILE-FILTER PIC X(24).
		05 CTL-KEY-FILTER PIC X(46).
		05 CTL-OPERATOR-FILTER PIC X(8).
		05 CTL-FROM-DATE PIC 9(8).
		05 CTL-TO-DATE PIC 9(8).
		05 FILLER PIC X(38).

	FD JournalReportFile.
	01 JOURNAL-REPORT-RECORD PIC X(132).

	FD ProcDateFile.
	01 PROC-DATE-RECORD PIC X(80).

	FD RunLogFile.
	01 RUNLOG-RECORD PIC X(240).

	WORKING-STORAGE SECTION.
	01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
	01 WS-JOURNAL-REPORT-STATUS PIC X(2) VALUE "00".
	01 WS-CONTROL-STATUS PIC X(2) VALUE "00".
	01 WS-EOF PIC 9(1) VALUE 0.
	01 WS-RUN-DATE PIC 9(8).
	01 WS-PROC-DATE-STATUS PIC X(2) VALUE "00".
	COPY "processing-date-record.cpy".
	01 WS-FILE-FILTER PIC X(24) VALUE SPACES.
	01 WS-KEY-FILTER PIC X(46) VALUE SPACES.
	01 WS-KEY-LENGTH PIC 9(2) VALUE 0.
	01 WS-OPERATOR-FILTER PIC X(8) VALUE SPACES.
	01 WS-FROM-DATE PIC 9(8) VALUE 0.
	01 WS-TO-DATE PIC 9(8) VALUE 99999999.
	01 WS-MATCH-COUNT PIC 9(6) VALUE 0.
	COPY "maint-journal-record.cpy".
	01 WS-REPORT-LINE PIC X(132).
	01 WS-REPORT-HEADING.
		05 FILLER PIC X(28) VALUE "MAINTENANCE JOURNAL REPORT -".
		05 FILLER PIC X(11) VALUE " RUN DATE: ".
		05 WS-HDG-RUN-DATE PIC 9999/99/99.
	01 WS-FILTER-LINE.
		05 FILLER PIC X(6) VALUE "FILE: ".
		05 WS-FLT-FILE PIC X(24).
		05 FILLER PIC X(2) VALUE SPACES.
		05 FILLER PIC X(10) VALUE "OPERATOR: ".
		05 WS-FLT-OPERATOR PIC X(8).
		05 FILLER PIC X(2) VALUE SPACES.
		05 FILLER PIC X(6) VALUE "FROM: ".
		05 WS-FLT-FROM PIC 9999/99/99.
		05 FILLER PIC X(4) VALUE " TO ".
		05 WS-FLT-TO PIC 9999/99/99.
	01 WS-KEY-FILTER-LINE.
		05 FILLER PIC X(6) VALUE "KEY:  ".
		05 WS-FLT-KEY PIC X(46).
	01 WS-ENTRY-LINE.
		05 WS-ENT-DATE PIC 9999/99/99.
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-ENT-HH PIC X(2).
		05 FILLER PIC X(1) VALUE ":".
		05 WS-ENT-MM PIC X(2).
		05 FILLER PIC X(1) VALUE ":".
		05 WS-ENT-SS PIC X(2).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-ENT-OPERATOR PIC X(8).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-ENT-ACTION PIC X(7).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-ENT-FILE PIC X(24).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-ENT-PROGRAM PIC X(32).
	01 WS-ENTRY-KEY-LINE.
		05 FILLER PIC X(10) VALUE "  KEY:    ".
		05 WS-ENT-KEY PIC X(46).
	01 WS-IMAGE-LINE.
		05 WS-IMG-LABEL PIC X(10).
		05 WS-IMG-TEXT PIC X(120).
	01 WS-COUNT-LINE.
		05 FILLER PIC X(17) VALUE "ENTRIES LISTED: ".
		05 WS-CNT-MATCHED PIC ZZZZZ9.
	01 WS-RUNLOG-STATUS PIC X(2) VALUE "00".
	COPY "batch-runlog-record.cpy".

PROCEDURE DIVISION.

	PERFORM READ-PROC-DATE-PARA.
	PERFORM READ-CONTROL-PARA.

	OPEN OUTPUT JournalReportFile
	IF WS-JOURNAL-REPORT-STATUS > "29"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-REPORT-ABEND-PARA
	END-IF.
	MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
	MOVE WS-REPORT-HEADING TO WS-REPORT-LINE.
	WRITE JOURNAL-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-JOURNAL-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-REPORT-ABEND-PARA
	END-IF.
	IF WS-FILE-FILTER = SPACES
		MOVE "(ALL)" TO WS-FLT-FILE
	ELSE
		MOVE WS-FILE-FILTER TO WS-FLT-FILE
	END-IF.
	IF WS-OPERATOR-FILTER = SPACES
		MOVE "(ALL)" TO WS-FLT-OPERATOR
	ELSE
		MOVE WS-OPERATOR-FILTER TO WS-FLT-OPERATOR
	END-IF.
	MOVE WS-FROM-DATE TO WS-FLT-FROM.
	MOVE WS-TO-DATE TO WS-FLT-TO.
	MOVE WS-FILTER-LINE TO WS-REPORT-LINE.
	WRITE JOURNAL-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-JOURNAL-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-REPORT-ABEND-PARA
	END-IF.
	IF WS-KEY-FILTER = SPACES
		MOVE "(ALL)" TO WS-FLT-KEY
	ELSE
		MOVE WS-KEY-FILTER TO WS-FLT-KEY
	END-IF.
	MOVE WS-KEY-FILTER-LINE TO WS-REPORT-LINE.
	WRITE JOURNAL-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-JOURNAL-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-REPORT-ABEND-PARA
	END-IF.

	OPEN INPUT JournalFile
	IF WS-JOURNAL-STATUS > "29" AND WS-JOURNAL-STATUS NOT = "35"
		MOVE "OPEN" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-ABEND-PARA
	END-IF.
	IF WS-JOURNAL-STATUS NOT = "00"
		MOVE 1 TO WS-EOF
	END-IF.
	PERFORM UNTIL WS-EOF = 1
		READ JournalFile INTO WS-JRN-RECORD-DATA
			AT END
				MOVE 1 TO WS-EOF
			NOT AT END
				PERFORM FILTER-ENTRY-PARA
		END-READ
		IF WS-JOURNAL-STATUS > "29"
			MOVE "READ" TO WS-LOG-ABEND-OPERATION
			MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
			PERFORM JOURNAL-ABEND-PARA
		END-IF
	END-PERFORM.
	CLOSE JournalFile
	IF WS-JOURNAL-STATUS > "29" AND WS-JOURNAL-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-ABEND-PARA
	END-IF.

	MOVE WS-MATCH-COUNT TO WS-CNT-MATCHED.
	MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
	WRITE JOURNAL-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-JOURNAL-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-REPORT-ABEND-PARA
	END-IF.
	CLOSE JournalReportFile
	IF WS-JOURNAL-REPORT-STATUS > "29"
			AND WS-JOURNAL-REPORT-STATUS NOT = "42"
		MOVE "CLOSE" TO WS-LOG-ABEND-OPERATION
		MOVE "MAINLINE" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-REPORT-ABEND-PARA
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
				CONTINUE
			NOT AT END
				MOVE CTL-FILE-FILTER TO WS-FILE-FILTER
				MOVE CTL-KEY-FILTER TO WS-KEY-FILTER
				MOVE CTL-OPERATOR-FILTER TO WS-OPERATOR-FILTER
				IF CTL-FROM-DATE IS NUMERIC AND CTL-FROM-DATE > 0
					MOVE CTL-FROM-DATE TO WS-FROM-DATE
				END-IF
				IF CTL-TO-DATE IS NUMERIC AND CTL-TO-DATE > 0
					MOVE CTL-TO-DATE TO WS-TO-DATE
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
	PERFORM VARYING WS-KEY-LENGTH FROM 46 BY -1
			UNTIL WS-KEY-LENGTH = 0
				OR WS-KEY-FILTER(WS-KEY-LENGTH:1) NOT = SPACE
		CONTINUE
	END-PERFORM.

	FILTER-ENTRY-PARA.
	IF WS-JRN-DATE NOT NUMERIC
		CONTINUE
	ELSE
		IF WS-JRN-DATE NOT < WS-FROM-DATE
				AND WS-JRN-DATE NOT > WS-TO-DATE
				AND (WS-FILE-FILTER = SPACES
					OR WS-FILE-FILTER = WS-JRN-FILE)
				AND (WS-OPERATOR-FILTER = SPACES
					OR WS-OPERATOR-FILTER = WS-JRN-OPERATOR)
			IF WS-KEY-LENGTH = 0
				PERFORM WRITE-ENTRY-PARA
			ELSE
				IF WS-JRN-KEY(1:WS-KEY-LENGTH)
						= WS-KEY-FILTER(1:WS-KEY-LENGTH)
					PERFORM WRITE-ENTRY-PARA
				END-IF
			END-IF
		END-IF
	END-IF.

	WRITE-ENTRY-PARA.
	ADD 1 TO WS-MATCH-COUNT.
	MOVE WS-JRN-DATE TO WS-ENT-DATE.
	MOVE WS-JRN-TIME(1:2) TO WS-ENT-HH.
	MOVE WS-JRN-TIME(3:2) TO WS-ENT-MM.
	MOVE WS-JRN-TIME(5:2) TO WS-ENT-SS.
	MOVE WS-JRN-OPERATOR TO WS-ENT-OPERATOR.
	MOVE WS-JRN-ACTION TO WS-ENT-ACTION.
	MOVE WS-JRN-FILE TO WS-ENT-FILE.
	MOVE WS-JRN-PROGRAM TO WS-ENT-PROGRAM.
	MOVE WS-ENTRY-LINE TO WS-REPORT-LINE.
	WRITE JOURNAL-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-JOURNAL-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ENTRY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-REPORT-ABEND-PARA
	END-IF.
	DISPLAY WS-ENTRY-LINE.
	MOVE WS-JRN-KEY TO WS-ENT-KEY.
	MOVE WS-ENTRY-KEY-LINE TO WS-REPORT-LINE.
	WRITE JOURNAL-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-JOURNAL-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ENTRY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-REPORT-ABEND-PARA
	END-IF.
	MOVE "  BEFORE: " TO WS-IMG-LABEL.
	IF WS-JRN-BEFORE-IMAGE = SPACES
		MOVE "(NONE - RECORD ADDED)" TO WS-IMG-TEXT
	ELSE
		MOVE WS-JRN-BEFORE-IMAGE(1:120) TO WS-IMG-TEXT
	END-IF.
	MOVE WS-IMAGE-LINE TO WS-REPORT-LINE.
	WRITE JOURNAL-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-JOURNAL-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ENTRY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-REPORT-ABEND-PARA
	END-IF.
	IF WS-JRN-BEFORE-IMAGE(121:80) NOT = SPACES
		MOVE SPACES TO WS-IMG-LABEL
		MOVE WS-JRN-BEFORE-IMAGE(121:80) TO WS-IMG-TEXT
		MOVE WS-IMAGE-LINE TO WS-REPORT-LINE
		WRITE JOURNAL-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-JOURNAL-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-ENTRY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM JOURNAL-REPORT-ABEND-PARA
		END-IF
	END-IF.
	MOVE "  AFTER:  " TO WS-IMG-LABEL.
	MOVE WS-JRN-AFTER-IMAGE(1:120) TO WS-IMG-TEXT.
	MOVE WS-IMAGE-LINE TO WS-REPORT-LINE.
	WRITE JOURNAL-REPORT-RECORD FROM WS-REPORT-LINE
	IF WS-JOURNAL-REPORT-STATUS > "29"
		MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
		MOVE "WRITE-ENTRY-PARA" TO WS-LOG-ABEND-PARA
		PERFORM JOURNAL-REPORT-ABEND-PARA
	END-IF.
	IF WS-JRN-AFTER-IMAGE(121:80) NOT = SPACES
		MOVE SPACES TO WS-IMG-LABEL
		MOVE WS-JRN-AFTER-IMAGE(121:80) TO WS-IMG-TEXT
		MOVE WS-IMAGE-LINE TO WS-REPORT-LINE
		WRITE JOURNAL-REPORT-RECORD FROM WS-REPORT-LINE
		IF WS-JOURNAL-REPORT-STATUS > "29"
			MOVE "WRITE" TO WS-LOG-ABEND-OPERATION
			MOVE "WRITE-ENTRY-PARA" TO WS-LOG-ABEND-PARA
			PERFORM JOURNAL-REPORT-ABEND-PARA
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

	JOURNAL-ABEND-PARA.
	MOVE "../../maintenance-journal.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-JOURNAL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	CONTROL-ABEND-PARA.
	MOVE "journal-report-control.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-CONTROL-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	JOURNAL-REPORT-ABEND-PARA.
	MOVE "journal-report.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-JOURNAL-REPORT-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	PROC-DATE-ABEND-PARA.
	MOVE "../../batch-processing-date.txt" TO WS-LOG-ABEND-FILE.
	MOVE WS-PROC-DATE-STATUS TO WS-LOG-ABEND-STATUS.
	PERFORM ABEND-PARA.

	ABEND-PARA.
	DISPLAY "AOC-2020-JOURNAL-REPORT ABEND - RC 16".
	DISPLAY "  FILE:      " WS-LOG-ABEND-FILE.
	DISPLAY "  OPERATION: " WS-LOG-ABEND-OPERATION.
	DISPLAY "  STATUS:    " WS-LOG-ABEND-STATUS.
	DISPLAY "  PARAGRAPH: " WS-LOG-ABEND-PARA.
	CLOSE JournalFile.
	CLOSE ControlFile.
	CLOSE JournalReportFile.
	CLOSE ProcDateFile.
	CLOSE RunLogFile.
	MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
	ACCEPT WS-LOG-TIME FROM TIME.
	ACCEPT WS-LOG-SYSTEM-DATE FROM DATE YYYYMMDD.
	MOVE "AOC-2020-JOURNAL-REPORT" TO WS-LOG-PROGRAM.
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
