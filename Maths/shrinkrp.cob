		02 ARC-QTY       PIC 9(8).
		02 ARC-BEFORE    PIC 9(8).
		02 ARC-AFTER     PIC 9(8).
		02 ARC-KIT       PIC 9(4).
		02 ARC-LOT       PIC X(10).
		02 ARC-EXPIRY    PIC X(8).

	FD  PRODUCT-MASTER.
	01  MASTER-REC.
