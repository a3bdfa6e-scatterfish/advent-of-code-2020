	01 WS-JRN-RECORD-DATA.
		05 WS-JRN-DATE PIC 9(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-JRN-TIME PIC 9(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-JRN-OPERATOR PIC X(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-JRN-PROGRAM PIC X(32).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-JRN-FILE PIC X(24).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-JRN-ACTION PIC X(7).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-JRN-KEY PIC X(46).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-JRN-BEFORE-IMAGE PIC X(200).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-JRN-AFTER-IMAGE PIC X(200).
