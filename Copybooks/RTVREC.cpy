	01 RTV-MEMO-REC.
		02 RTM-DATE   PIC X(8).
		02 RTM-VENDOR PIC 9(4).
		02 RTM-AUTH   PIC X(10).
		02 RTM-STORE  PIC 9(4).
		02 RTM-PROD   PIC 9(4).
		02 RTM-QTY    PIC 9(8).
		02 RTM-COST   PIC 9(5)V99.
		02 RTM-AMOUNT PIC 9(9)V99.
