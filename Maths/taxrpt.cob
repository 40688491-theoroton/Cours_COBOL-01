		02 IVH-DISCOUNT PIC S9(6)V99.
		02 IVH-NET      PIC S9(6)V99.
		02 IVH-TAX      PIC S9(6)V99.
		02 IVH-CURRENCY PIC X(3).
		02 IVH-FX-RATE  PIC 9(3)V9(6).
		02 IVH-RPT-GROSS    PIC S9(6)V99.
		02 IVH-RPT-DISCOUNT PIC S9(6)V99.
		02 IVH-RPT-NET      PIC S9(6)V99.
		02 IVH-RPT-TAX      PIC S9(6)V99.

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  TAX-SUM-FILE.
	01  TAX-SUM-LINE PIC X(80).
			MOVE WS-RG-COUNT TO WS-RG-FOUND
		END-IF.
		IF WS-RG-FOUND > ZERO
			ADD IVH-RPT-NET TO RG-NET(WS-RG-FOUND)
			ADD IVH-RPT-TAX TO RG-TAX(WS-RG-FOUND)
			ADD IVH-RPT-NET TO WS-TOT-NET
			ADD IVH-RPT-TAX TO WS-TOT-TAX
		END-IF.

	WRITE-REGION-LINES.
