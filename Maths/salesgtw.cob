	DATA DIVISION.
	FILE SECTION.
	FD  SALES-IN1-FILE.
	01  SALES-IN1-REC PIC X(36).

	FD  SALES-IN2-FILE.
	01  SALES-IN2-REC PIC X(36).

	FD  SALES-IN3-FILE.
	01  SALES-IN3-REC PIC X(36).

	FD  SALES-IN4-FILE.
	01  SALES-IN4-REC PIC X(36).

	FD  SALES-IN5-FILE.
	01  SALES-IN5-REC PIC X(36).

	FD  FEED-MAP-FILE.
	01  FEED-MAP-REC.
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  ACK-FILE.
	01  ACK-REC.
		02 WS-STO-EOF PIC X VALUE "N".
			88 STORE-MASTER-EOF VALUE "Y".

	01 WS-CUR-REC PIC X(36).
	01 WS-CUR-HEADER REDEFINES WS-CUR-REC.
		02 CURH-TYPE   PIC X.
			88 CUR-IS-HEADER  VALUE "H".
			88 CUR-IS-DETAIL  VALUE "D".
			88 CUR-IS-TENDER  VALUE "P".
			88 CUR-IS-TRAILER VALUE "T".
		02 CURH-DATE   PIC X(8).
		02 CURH-SOURCE PIC X(8).
		02 FILLER      PIC X(19).

	01 WS-FEED-TAB.
		02 WS-FEED-ENTRY OCCURS 5 TIMES.
				MOVE CURH-DATE
					TO FT-DATE(WS-FILE-NUM)
			WHEN CUR-IS-DETAIL
			WHEN CUR-IS-TENDER
				ADD 1 TO FT-COUNT(WS-FILE-NUM)
			WHEN OTHER
				CONTINUE
