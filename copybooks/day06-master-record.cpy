		05 MST-KEY.
			10 MST-RUN-DATE PIC 9(8).
			10 MST-GROUP PIC 9(4).
			10 MST-RUN-SEQ PIC 9(2).
		05 MST-START-LINE PIC 9(4).
		05 MST-SIZE PIC 9(4).
		05 MST-ANY PIC 9(4).
		05 MST-ALL PIC 9(4).
		05 MST-DISPUTE-FLAG PIC X(1).
		05 MST-OPERATOR-NOTE PIC X(40).
		05 MST-VERSION-STATUS PIC X(1).
		05 MST-REVIEW-FLAG PIC X(1).
		05 MST-PERSON-SIGS.
			10 MST-PERSON-SIG PIC 9(8) OCCURS 5 TIMES.
		05 MST-ANY-SIG PIC 9(8).
		05 MST-ALL-SIG PIC 9(8).
