		05 WS-LOG-SELFCHECK PIC X(1).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-LOG-RC PIC 9(3).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-LOG-SYSTEM-DATE PIC 9(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-LOG-ABEND-FILE PIC X(64) VALUE SPACES.
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-LOG-ABEND-OPERATION PIC X(7) VALUE SPACES.
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-LOG-ABEND-STATUS PIC X(2) VALUE SPACES.
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-LOG-ABEND-PARA PIC X(32) VALUE SPACES.
