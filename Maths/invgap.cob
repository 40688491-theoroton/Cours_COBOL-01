		02 INV-DISCOUNT PIC S9(6)V99.
		02 INV-NET      PIC S9(6)V99.
		02 INV-TAX      PIC S9(6)V99.
		02 INV-CURRENCY PIC X(3).
		02 INV-FX-RATE  PIC 9(3)V9(6).
		02 INV-RPT-GROSS    PIC S9(6)V99.
		02 INV-RPT-DISCOUNT PIC S9(6)V99.
		02 INV-RPT-NET      PIC S9(6)V99.
		02 INV-RPT-TAX      PIC S9(6)V99.

	FD  INV-NBR-FILE.
	01  INV-NBR-REC.
