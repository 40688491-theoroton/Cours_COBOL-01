	01 PROMO-CLAIM-REC.
		02 CLM-NUMBER      PIC 9(6).
		02 CLM-VENDOR      PIC 9(4).
		02 CLM-PRODUCT     PIC 9(4).
		02 CLM-START-DATE  PIC X(8).
		02 CLM-END-DATE    PIC X(8).
		02 CLM-FUND-TYPE   PIC X.
		02 CLM-FUND-RATE   PIC 9(3)V99.
		02 CLM-QTY         PIC S9(8).
		02 CLM-DISCOUNT    PIC S9(9)V99.
		02 CLM-AMOUNT      PIC S9(9)V99.
		02 CLM-BILL-DATE   PIC X(8).
		02 CLM-STATUS      PIC X.
			88 CLM-BILLED    VALUE "B".
			88 CLM-COLLECTED VALUE "C".
			88 CLM-DISPUTED  VALUE "D".
			88 CLM-NIL       VALUE "N".
		02 CLM-STATUS-DATE PIC X(8).
		02 CLM-COLLECTED-AMT PIC S9(9)V99.
		02 CLM-REASON      PIC X(20).
