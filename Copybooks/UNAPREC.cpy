	01 UNAPPLIED-REC.
		02 UNA-STORE   PIC 9(4).
		02 UNA-DATE    PIC X(8).
		02 UNA-INVOICE PIC 9(6).
		02 UNA-KIND    PIC X.
			88 UNA-UNAPPLIED  VALUE "U".
			88 UNA-ON-ACCOUNT VALUE "C".
		02 UNA-AMOUNT  PIC S9(7)V99.
		02 UNA-REMAIN  PIC S9(7)V99.
