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

	FD  SALES-OUT-FILE.
	01  SALES-OUT-REC.
		02 OUT-TXN-CODE PIC X.
		02 OUT-QTY      PIC 9(3).
		02 OUT-PRICE    PIC 9(3)V99.
		02 OUT-CARD     PIC X(10).
	01  OUT-HEADER-REC.
		02 OUT-HDR-TYPE    PIC X.
		02 OUT-FILE-DATE   PIC X(8).
		02 WS-TRL-FLAG PIC X VALUE "N".
			88 TRAILER-SEEN VALUE "Y".

	01 WS-CUR-REC PIC X(36).
	01 WS-CUR-DETAIL REDEFINES WS-CUR-REC.
		02 CUR-REC-TYPE PIC X.
			88 CUR-IS-HEADER  VALUE "H".
			88 CUR-IS-DETAIL  VALUE "D".
			88 CUR-IS-TENDER  VALUE "P".
			88 CUR-IS-TRAILER VALUE "T".
		02 CUR-STORE    PIC 9(4).
		02 CUR-PRODUCT  PIC 9(4).
		02 CUR-TXN-CODE PIC X.
		02 CUR-QTY      PIC 9(3).
		02 CUR-PRICE    PIC 9(3)V99.
		02 CUR-CARD     PIC X(10).
	01 WS-CUR-HEADER REDEFINES WS-CUR-REC.
		02 CURH-TYPE   PIC X.
		02 CURH-DATE   PIC X(8).
		02 CURH-SOURCE PIC X(8).
		02 FILLER      PIC X(19).
	01 WS-CUR-TRAILER REDEFINES WS-CUR-REC.
		02 CURT-TYPE  PIC X.
		02 CURT-COUNT PIC 9(6).
		02 CURT-HASH  PIC 9(10)V99.
		02 FILLER     PIC X(17).
	01 WS-CUR-TENDER REDEFINES WS-CUR-REC.
		02 CURP-TYPE   PIC X.
		02 CURP-STORE  PIC 9(4).
		02 CURP-TILL   PIC 9(4).
		02 CURP-DATE   PIC X(8).
		02 CURP-TENDER PIC X.
		02 CURP-AMOUNT PIC 9(6)V99.

	01 WS-FILE-CONTROLS.
		02 WS-CTL-COUNT PIC 9(6)  VALUE ZERO.
		02 WS-TX-BASE   PIC 9(4) VALUE ZERO.
		02 WS-TX-IDX    PIC 9(4).
		02 WS-TX-PREV   PIC 9(4).
		02 WS-TX-HOLD   PIC X(36).

	01 WS-TXN-TAB.
		02 WS-TX-ENTRY OCCURS 9999 TIMES PIC X(36).

	01 WS-MERGE-WORK.
		02 WS-BUS-DATE   PIC X(8) VALUE SPACES.

	01 WS-RPT-DUP-LINE.
		02 FILLER     PIC X(10) VALUE "  Doublon ".
		02 MD-RECORD  PIC X(36).
		02 FILLER     PIC X(34) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
				MOVE CURT-COUNT TO WS-TRL-COUNT
				MOVE CURT-HASH TO WS-TRL-HASH
			WHEN CUR-IS-DETAIL
			WHEN CUR-IS-TENDER
				ADD 1 TO WS-CTL-COUNT
				PERFORM HASH-INPUT-DETAIL
				PERFORM STORE-TXN-RECORD
		END-IF.

	HASH-INPUT-DETAIL.
		IF CUR-IS-TENDER
			IF CURP-AMOUNT NUMERIC
				ADD CURP-AMOUNT TO WS-CTL-HASH
			END-IF
		ELSE
			IF CUR-PRICE NUMERIC
				ADD CUR-PRICE TO WS-CTL-HASH
			END-IF
		END-IF.

	SKIP-CURRENT-FILE.
			MOVE WS-TX-ENTRY(WS-TX-IDX) TO WS-CUR-REC
			MOVE WS-CUR-REC TO SALES-OUT-REC
			ADD 1 TO WS-OUT-COUNT
			PERFORM HASH-OUTPUT-RECORD
			WRITE SALES-OUT-REC
		END-IF.

	HASH-OUTPUT-RECORD.
		IF CUR-IS-TENDER
			IF CURP-AMOUNT NUMERIC
				ADD CURP-AMOUNT TO WS-OUT-HASH
			END-IF
		ELSE
			IF CUR-PRICE NUMERIC
				ADD CUR-PRICE TO WS-OUT-HASH
			END-IF
		END-IF.

	WRITE-SUMMARY.
