	01 WS-PROC-DATE-RECORD-DATA.
		05 WS-PDT-PROCESSING-DATE PIC 9(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-PDT-SYSTEM-DATE PIC 9(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-PDT-SYSTEM-TIME PIC 9(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-PDT-SOURCE PIC X(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-PDT-DAY-TYPE PIC X(1).
