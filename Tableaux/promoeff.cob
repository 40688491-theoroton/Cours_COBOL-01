		02 PRO-MODE        PIC X.
		02 PRO-DISC-PCT    PIC 9(2)V99.
		02 PRO-PROMO-PRICE PIC 9(3)V99.
		02 PRO-VENDOR      PIC 9(4).
		02 PRO-FUND-TYPE   PIC X.
			88 PRO-FUND-PCT  VALUE "P".
			88 PRO-FUND-UNIT VALUE "U".
		02 PRO-FUND-RATE   PIC 9(3)V99.

	FD  INV-HIST-FILE.
	01  INV-HIST-REC.
		02 IVH-DISCOUNT PIC S9(6)V99.
		02 IVH-NET      PIC S9(6)V99.
		02 IVH-TAX      PIC S9(6)V99.
		02 IVH-CURRENCY PIC X(3).
		02 IVH-FX-RATE  PIC 9(3)V9(6).
		02 IVH-RPT-GROSS    PIC S9(6)V99.
		02 IVH-RPT-DISCOUNT PIC S9(6)V99.
		02 IVH-RPT-NET      PIC S9(6)V99.
		02 IVH-RPT-TAX      PIC S9(6)V99.

	FD  HISTORY-FILE.
	01  HIST-REC.
				ADD IVH-QTY
					TO PE-UNITS(WS-PR-IDX)
			END-IF
			ADD IVH-RPT-NET TO PE-NET(WS-PR-IDX)
			ADD IVH-RPT-DISCOUNT
				TO PE-DISC-COST(WS-PR-IDX)
		END-IF.

