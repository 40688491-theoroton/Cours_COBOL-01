		02 JRN-QTY       PIC 9(8).
		02 JRN-BEFORE    PIC 9(8).
		02 JRN-AFTER     PIC 9(8).
		02 JRN-KIT       PIC 9(4).
		02 JRN-LOT       PIC X(10).
		02 JRN-EXPIRY    PIC X(8).

	FD  XFER-OPEN-IN-FILE.
	01  XFER-OPEN-IN-REC.
