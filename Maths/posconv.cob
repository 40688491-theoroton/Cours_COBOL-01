		02 OUT-TXN-CODE PIC X.
		02 OUT-QTY      PIC 9(3).
		02 OUT-PRICE    PIC 9(3)V99.
		02 OUT-CARD     PIC X(10).
	01  OUT-HEADER-REC.
		02 OUT-HDR-TYPE    PIC X.
		02 OUT-FILE-DATE   PIC X(8).
		02 WS-FLD-CODE  PIC X(1).
		02 WS-FLD-QTY   PIC X(3).
		02 WS-FLD-PRICE PIC X(8).
		02 WS-FLD-CARD  PIC X(10).

	01 WS-DATE-PARTS.
		02 WS-DP-DD PIC X(2).
		MOVE SPACES TO WS-FLD-CODE.
		MOVE SPACES TO WS-FLD-QTY.
		MOVE SPACES TO WS-FLD-PRICE.
		MOVE SPACES TO WS-FLD-CARD.
		UNSTRING POS-DELIM-REC
			DELIMITED BY ";"
			INTO WS-FLD-STORE
				WS-FLD-DATE
				WS-FLD-CODE
				WS-FLD-QTY
				WS-FLD-PRICE
				WS-FLD-CARD.

	EDIT-SPLIT-FIELDS.
		SET FIELDS-OK TO TRUE.
					TO WS-REASON
			WHEN WS-FLD-CODE NOT = "S"
				AND WS-FLD-CODE NOT = "R"
				AND WS-FLD-CODE NOT = "L"
				SET FIELDS-BAD TO TRUE
				MOVE "Code vente/retour invalide"
					TO WS-REASON
		MOVE WS-FLD-CODE TO OUT-TXN-CODE.
		MOVE WS-FLD-QTY TO OUT-QTY.
		MOVE WS-CONV-PRICE TO OUT-PRICE.
		MOVE WS-FLD-CARD TO OUT-CARD.
		WRITE POS-FIXED-REC.
		ADD 1 TO WS-OUT-COUNT.
		ADD 1 TO WS-STAT-WRIT.
