		02 IVH-DISCOUNT PIC S9(6)V99.
		02 IVH-NET      PIC S9(6)V99.
		02 IVH-TAX      PIC S9(6)V99.
		02 IVH-CURRENCY PIC X(3).
		02 IVH-FX-RATE  PIC 9(3)V9(6).
		02 IVH-RPT-GROSS    PIC S9(6)V99.
		02 IVH-RPT-DISCOUNT PIC S9(6)V99.
		02 IVH-RPT-NET      PIC S9(6)V99.
		02 IVH-RPT-TAX      PIC S9(6)V99.

	FD  REPRINT-FILE.
	01  PRINT-LINE PIC X(80).
		02 IH-STORE   PIC ZZZ9.
		02 FILLER     PIC X(7)  VALUE "  Date ".
		02 IH-DATE    PIC X(8).
		02 IH-CURRENCY PIC X(12).
		02 FILLER     PIC X(15) VALUE SPACES.

	01 WS-COLUMN-HEAD.
		02 FILLER PIC X(10) VALUE "  Produit".
		MOVE IVH-INVOICE TO IH-NUMBER.
		MOVE IVH-STORE TO IH-STORE.
		MOVE IVH-DATE TO IH-DATE.
		MOVE SPACES TO IH-CURRENCY.
		IF IVH-CURRENCY NOT = SPACES
			STRING "  Devise " DELIMITED BY SIZE
				IVH-CURRENCY DELIMITED BY SIZE
				INTO IH-CURRENCY
		END-IF.
		MOVE SPACES TO PRINT-LINE.
		WRITE PRINT-LINE.
		WRITE PRINT-LINE FROM WS-INVOICE-HEAD.
