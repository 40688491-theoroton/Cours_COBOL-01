		02 INV-DISCOUNT PIC S9(6)V99.
		02 INV-NET      PIC S9(6)V99.
		02 INV-TAX      PIC S9(6)V99.
		02 INV-CURRENCY PIC X(3).
		02 INV-FX-RATE  PIC 9(3)V9(6).
		02 INV-RPT-GROSS    PIC S9(6)V99.
		02 INV-RPT-DISCOUNT PIC S9(6)V99.
		02 INV-RPT-NET      PIC S9(6)V99.
		02 INV-RPT-TAX      PIC S9(6)V99.

	FD  STOCK-OUT-FILE.
	01  STOCK-OUT-REC.
		02 WS-ED-DISC   PIC -9(6).99.
		02 WS-ED-NET    PIC -9(6).99.
		02 WS-ED-TAX    PIC -9(6).99.
		02 WS-ED-RPT-NET PIC -9(6).99.
		02 WS-ED-COUNT  PIC 9(6).

	01 WS-BUILD-LINE PIC X(100).
			"FACTURE;MAGASIN;PRODUIT;DATE;".
		02 FILLER PIC X(32) VALUE
			"CODE;QTE;PU;BRUT;REMISE;NET;TAXE".
		02 FILLER PIC X(16) VALUE
			";DEVISE;NET_REF".

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE INV-DISCOUNT TO WS-ED-DISC.
		MOVE INV-NET TO WS-ED-NET.
		MOVE INV-TAX TO WS-ED-TAX.
		MOVE INV-RPT-NET TO WS-ED-RPT-NET.
		MOVE SPACES TO EXT-INV-LINE.
		STRING INV-INVOICE DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			WS-ED-NET DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			WS-ED-TAX DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			INV-CURRENCY DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			WS-ED-RPT-NET DELIMITED BY SIZE
			INTO EXT-INV-LINE.
		WRITE EXT-INV-LINE.
		PERFORM READ-INVOICE.
