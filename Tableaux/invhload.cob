		02 INV-DISCOUNT PIC S9(6)V99.
		02 INV-NET      PIC S9(6)V99.
		02 INV-TAX      PIC S9(6)V99.
		02 INV-CURRENCY PIC X(3).
		02 INV-FX-RATE  PIC 9(3)V9(6).
		02 INV-RPT-GROSS    PIC S9(6)V99.
		02 INV-RPT-DISCOUNT PIC S9(6)V99.
		02 INV-RPT-NET      PIC S9(6)V99.
		02 INV-RPT-TAX      PIC S9(6)V99.

	FD  HISTORY-FILE.
	01  HIST-REC.
		02 IVH-DISCOUNT PIC S9(6)V99.
		02 IVH-NET      PIC S9(6)V99.
		02 IVH-TAX      PIC S9(6)V99.
		02 IVH-CURRENCY PIC X(3).
		02 IVH-FX-RATE  PIC 9(3)V9(6).
		02 IVH-RPT-GROSS    PIC S9(6)V99.
		02 IVH-RPT-DISCOUNT PIC S9(6)V99.
		02 IVH-RPT-NET      PIC S9(6)V99.
		02 IVH-RPT-TAX      PIC S9(6)V99.

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.
		MOVE INV-DISCOUNT TO IVH-DISCOUNT.
		MOVE INV-NET TO IVH-NET.
		MOVE INV-TAX TO IVH-TAX.
		MOVE INV-CURRENCY TO IVH-CURRENCY.
		MOVE INV-FX-RATE TO IVH-FX-RATE.
		MOVE INV-RPT-GROSS TO IVH-RPT-GROSS.
		MOVE INV-RPT-DISCOUNT TO IVH-RPT-DISCOUNT.
		MOVE INV-RPT-NET TO IVH-RPT-NET.
		MOVE INV-RPT-TAX TO IVH-RPT-TAX.
		WRITE HIST-REC
			INVALID KEY REWRITE HIST-REC
		END-WRITE.
