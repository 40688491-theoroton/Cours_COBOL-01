		02 SVL-TXN-CODE PIC X.
		02 SVL-QTY      PIC 9(3).
		02 SVL-PRICE    PIC 9(3)V99.
		02 SVL-CARD     PIC X(10).
	COPY FILECTL.

	FD  LEDGER-FILE.
		02 LED-ACCOUNT  PIC 9(4).
		02 LED-DC       PIC X.
		02 LED-AMOUNT   PIC 9(6)V99.
		02 LED-CENTER   PIC 9(4).
	01  LEDGER-HDR-REC.
		02 LDH-TYPE   PIC X.
			88 LED-IS-HEADER  VALUE "H".
