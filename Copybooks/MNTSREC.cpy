	01 MAINT-SUBM-REC.
		02 MSB-TARGET PIC X.
			88 MSB-PRODUCT VALUE "P".
			88 MSB-STORE   VALUE "S".
			88 MSB-PRICE   VALUE "R".
		02 MSB-MAKER  PIC X(8).
		02 MSB-DATE   PIC X(8).
		02 MSB-TIME   PIC X(6).
		02 MSB-TXN    PIC X(40).
