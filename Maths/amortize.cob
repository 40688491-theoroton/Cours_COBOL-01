		02 CTL-LOAN-ID  PIC 9(6).
		02 CTL-BALANCE  PIC 9(8).
		02 CTL-PERIODS  PIC 9(3).
		02 CTL-RATE-TYPE PIC X.
			88 CTL-VARIABLE-RATE VALUE "V".
		02 CTL-INDEX    PIC X(4).
		02 CTL-MARGIN   PIC 9(2)V9(3).
		02 CTL-RESET    PIC 9(2).
		02 CTL-START    PIC X(6).

	FD  LOAN-STATUS-FILE.
	01  LOAN-STATUS-REC.
