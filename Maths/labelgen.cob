		02 PRO-MODE        PIC X.
		02 PRO-DISC-PCT    PIC 9(2)V99.
		02 PRO-PROMO-PRICE PIC 9(3)V99.
		02 PRO-VENDOR      PIC 9(4).
		02 PRO-FUND-TYPE   PIC X.
			88 PRO-FUND-PCT  VALUE "P".
			88 PRO-FUND-UNIT VALUE "U".
		02 PRO-FUND-RATE   PIC 9(3)V99.

	FD  PROMO-PRV-FILE.
	01  PROMO-PRV-REC.
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  LABEL-FILE.
	01  LABEL-LINE PIC X(80).
