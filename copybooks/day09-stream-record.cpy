		05 STR-LAST-RC PIC 9(2).
		05 STR-LAST-ANOM-COUNT PIC 9(6).
		05 STR-CONSEC-FAILURES PIC 9(4).
		05 STR-WINDOW-SIZE PIC 9(4).
		05 STR-LAST-PART1 PIC 9(16).
		05 STR-LAST-PART2 PIC 9(16).
