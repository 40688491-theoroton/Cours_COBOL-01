		02 INV-DISCOUNT PIC S9(6)V99.
		02 INV-NET      PIC S9(6)V99.
		02 INV-TAX      PIC S9(6)V99.
		02 INV-CURRENCY PIC X(3).
		02 INV-FX-RATE  PIC 9(3)V9(6).
		02 INV-RPT-GROSS    PIC S9(6)V99.
		02 INV-RPT-DISCOUNT PIC S9(6)V99.
		02 INV-RPT-NET      PIC S9(6)V99.
		02 INV-RPT-TAX      PIC S9(6)V99.

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  HISTORY-FILE.
	01  HIST-REC.
			ADD INV-QTY TO RG-UNITS(WS-RG-FOUND)
			ADD INV-QTY TO WS-TOT-UNITS
		END-IF.
		ADD INV-RPT-GROSS TO RG-GROSS(WS-RG-FOUND).
		ADD INV-RPT-DISCOUNT TO RG-DISCOUNT(WS-RG-FOUND).
		ADD INV-RPT-NET TO RG-NET(WS-RG-FOUND).
		ADD INV-RPT-GROSS TO WS-TOT-GROSS.
		ADD INV-RPT-DISCOUNT TO WS-TOT-DISCOUNT.
		ADD INV-RPT-NET TO WS-TOT-NET.

	TALLY-HISTORY.
		OPEN INPUT HISTORY-FILE.
