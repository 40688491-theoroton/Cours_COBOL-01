	01 CONSIGN-REC.
		02 CSG-STORE   PIC 9(4).
		02 CSG-PRODUCT PIC 9(4).
		02 CSG-VENDOR  PIC 9(4).
		02 CSG-COST    PIC 9(5)V99.
