	01 LOYALTY-REC.
		02 LYA-CARD         PIC X(10).
		02 LYA-NAME         PIC X(30).
		02 LYA-ADDRESS      PIC X(40).
		02 LYA-STATUS       PIC X.
			88 LYA-ACTIVE VALUE "A".
			88 LYA-CLOSED VALUE "C".
		02 LYA-OPEN-DATE    PIC X(8).
		02 LYA-LAST-DATE    PIC X(8).
		02 LYA-BALANCE      PIC S9(9).
		02 LYA-PRD-OPEN     PIC S9(9).
		02 LYA-PRD-EARNED   PIC 9(9).
		02 LYA-PRD-REVERSED PIC 9(9).
		02 LYA-PRD-REDEEMED PIC 9(9).
