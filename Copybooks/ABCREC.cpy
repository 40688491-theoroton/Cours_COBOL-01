	01 ABC-CLASS-REC.
		02 ABC-STORE      PIC 9(4).
		02 ABC-PROD       PIC 9(4).
		02 ABC-CLASS      PIC X.
			88 ABC-CLASS-A VALUE "A".
			88 ABC-CLASS-B VALUE "B".
			88 ABC-CLASS-C VALUE "C".
		02 ABC-SEQ        PIC 9(5).
		02 ABC-CLASS-SIZE PIC 9(5).
		02 ABC-VALUE      PIC 9(9)V99.
		02 ABC-DATE       PIC X(8).
