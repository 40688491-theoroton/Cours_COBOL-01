	01 FX-RATE-REC.
		02 FXR-CURRENCY PIC X(3).
		02 FXR-DATE     PIC X(8).
		02 FXR-RATE     PIC 9(3)V9(6).
