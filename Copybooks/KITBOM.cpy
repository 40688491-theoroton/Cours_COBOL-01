	01 KIT-BOM-REC.
		02 BOM-KIT  PIC 9(4).
		02 BOM-COMP PIC 9(4).
		02 BOM-QTY  PIC 9(4).
