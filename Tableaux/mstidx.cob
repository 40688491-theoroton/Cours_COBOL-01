		SELECT ACCT-INDEX-FILE ASSIGN TO "ACCTMSI"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AXI-KEY
			FILE STATUS IS WS-AXI-STATUS.

	DATA DIVISION.
		02 PRO-MODE        PIC X.
		02 PRO-DISC-PCT    PIC 9(2)V99.
		02 PRO-PROMO-PRICE PIC 9(3)V99.
		02 PRO-VENDOR      PIC 9(4).
		02 PRO-FUND-TYPE   PIC X.
			88 PRO-FUND-PCT  VALUE "P".
			88 PRO-FUND-UNIT VALUE "U".
		02 PRO-FUND-RATE   PIC 9(3)V99.

	FD  PROMO-INDEX-FILE.
	01  PROMO-INDEX-REC.
	01  ACCOUNT-REC.
		02 ACM-ACCOUNT PIC 9(4).
		02 ACM-BALANCE PIC S9(8)V99.
		02 ACM-CENTER  PIC 9(4).

	FD  ACCT-INDEX-FILE.
	01  ACCT-INDEX-REC.
		02 AXI-KEY.
			03 AXI-CENTER  PIC 9(4).
			03 AXI-ACCOUNT PIC 9(4).
		02 AXI-OPEN    PIC S9(8)V99.
		02 AXI-MOVE    PIC S9(8)V99.


	INDEX-ONE-ACCOUNT.
		ADD 1 TO WS-STAT-READ.
		IF ACM-CENTER NOT NUMERIC
			MOVE ZERO TO ACM-CENTER
		END-IF.
		MOVE ACM-CENTER TO AXI-CENTER.
		MOVE ACM-ACCOUNT TO AXI-ACCOUNT.
		MOVE ACM-BALANCE TO AXI-OPEN.
		MOVE ZERO TO AXI-MOVE.
