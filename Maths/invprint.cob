		02 INV-DISCOUNT PIC S9(6)V99.
		02 INV-NET      PIC S9(6)V99.
		02 INV-TAX      PIC S9(6)V99.
		02 INV-CURRENCY PIC X(3).
		02 INV-FX-RATE  PIC 9(3)V9(6).
		02 INV-RPT-GROSS    PIC S9(6)V99.
		02 INV-RPT-DISCOUNT PIC S9(6)V99.
		02 INV-RPT-NET      PIC S9(6)V99.
		02 INV-RPT-TAX      PIC S9(6)V99.

	FD  PRINT-FILE.
	01  PRINT-LINE PIC X(80).
		02 WS-CUR-INVOICE PIC 9(6).
		02 WS-CUR-STORE PIC 9(4).
		02 WS-CUR-DATE  PIC X(8).
		02 WS-CUR-CURRENCY PIC X(3).

	01 WS-COUNTERS.
		02 WS-INVOICE-NUM PIC 9(6) VALUE ZERO.
		02 IH-DATE    PIC X(8).
		02 FILLER     PIC X(7)  VALUE "  Page ".
		02 IH-PAGE    PIC ZZ9.
		02 IH-CURRENCY PIC X(12).
		02 FILLER     PIC X(12) VALUE SPACES.

	01 WS-COLUMN-HEAD.
		02 FILLER PIC X(10) VALUE "  Produit".
		PERFORM WRITE-DETAIL-LINE.
		ADD INV-NET TO WS-SUBTOTAL.
		ADD INV-TAX TO WS-TAX-AMT.
		ADD INV-RPT-NET TO WS-GRAND-TOTAL.
		ADD INV-RPT-TAX TO WS-GRAND-TOTAL.
		PERFORM READ-INVOICE.

	BREAK-INVOICE.
		MOVE INV-INVOICE TO WS-CUR-INVOICE.
		MOVE INV-STORE TO WS-CUR-STORE.
		MOVE INV-DATE TO WS-CUR-DATE.
		MOVE INV-CURRENCY TO WS-CUR-CURRENCY.
		ADD 1 TO WS-INVOICE-NUM.
		MOVE ZERO TO WS-SUBTOTAL.
		MOVE ZERO TO WS-TAX-AMT.
		MOVE WS-CUR-STORE TO IH-STORE.
		MOVE WS-CUR-DATE TO IH-DATE.
		MOVE WS-PAGE-NUM TO IH-PAGE.
		MOVE SPACES TO IH-CURRENCY.
		IF WS-CUR-CURRENCY NOT = SPACES
			STRING "  Devise " DELIMITED BY SIZE
				WS-CUR-CURRENCY DELIMITED BY SIZE
				INTO IH-CURRENCY
		END-IF.
		MOVE SPACES TO PRINT-LINE.
		WRITE PRINT-LINE.
		WRITE PRINT-LINE FROM WS-INVOICE-HEAD.
	CLOSE-INVOICE.
		COMPUTE WS-TOTAL-TTC =
			WS-SUBTOTAL + WS-TAX-AMT.
		MOVE WS-SUBTOTAL TO ST-AMOUNT.
		WRITE PRINT-LINE FROM WS-SUBTOTAL-LINE.
		MOVE WS-TAX-AMT TO TX-AMOUNT.
