		02 COR-TXN-CODE PIC X.
		02 COR-QTY      PIC 9(8).
		02 COR-PRICE    PIC 9(3)V99.
		02 COR-CARD     PIC X(10).
		02 COR-RTV-VENDOR PIC 9(4).
		02 COR-RTV-AUTH   PIC X(10).
		02 COR-LOT        PIC X(10).
		02 COR-EXPIRY     PIC X(8).

	FD  MUL-REJECT-FILE.
	01  MUL-REJECT-REC PIC X(73).
		02 MRC-TXN-CODE PIC X.
		02 MRC-QTY      PIC 9(3).
		02 MRC-PRICE    PIC 9(3)V99.
		02 MRC-CARD     PIC X(10).
	01  MRC-HEADER-REC.
		02 MRC-HDR-TYPE    PIC X.
		02 MRC-FILE-DATE   PIC X(8).
		02 SRC-STORE     PIC 9(4).
		02 SRC-PROD      PIC 9(4).
		02 SRC-QTY       PIC 9(8).
		02 SRC-RTV-VENDOR PIC 9(4).
		02 SRC-RTV-AUTH   PIC X(10).
		02 SRC-LOT        PIC X(10).
		02 SRC-EXPIRY     PIC X(8).
	01  SRC-HEADER-REC.
		02 SRC-HDR-TYPE    PIC X.
		02 SRC-FILE-DATE   PIC X(8).

	01 WS-TODAY PIC X(8).

	01 WS-SUS-SALE.
		02 WS-SUS-REJECT PIC X(73).
		02 WS-SUS-CARD   PIC X(10).
		02 FILLER        PIC X(8).

	01 WS-SUS-STOCK.
		02 WS-SUS-PARAGRAPH  PIC X(19).
		02 WS-SUS-REJ-CODE   PIC X(4).
		02 WS-SUS-STORE      PIC 9(4).
		02 WS-SUS-PROD       PIC 9(4).
		02 WS-SUS-ON-HAND    PIC 9(8).
		02 WS-SUS-DEDUCT     PIC 9(8).
		02 WS-SUS-MOVE-CODE  PIC X.
		02 WS-SUS-RTV-VENDOR PIC 9(4).
		02 WS-SUS-RTV-AUTH   PIC X(10).
		02 WS-SUS-LOT        PIC X(10).
		02 WS-SUS-EXPIRY     PIC X(8).
		02 FILLER            PIC X(10).
		02 WS-SUS-LAYOUT     PIC X.
			88 SUS-TXN-KEPT VALUE "T".

	01 WS-RPT-TITLE.
		02 FILLER PIC X(33) VALUE
			"Correction des rejets - lot du ".
		MOVE COR-TXN-CODE TO MRC-TXN-CODE.
		MOVE COR-QTY TO MRC-QTY.
		MOVE COR-PRICE TO MRC-PRICE.
		MOVE COR-CARD TO MRC-CARD.
		IF COR-CARD = SPACES AND SUSPENSE-AVAILABLE
			PERFORM FETCH-SUSPENDED-CARD
		END-IF.
		WRITE MRC-DETAIL-REC.
		ADD 1 TO WS-MRC-COUNT.
		ADD COR-PRICE TO WS-MRC-HASH.

	FETCH-SUSPENDED-CARD.
		MOVE COR-SUS-DATE TO SUS-DATE.
		MOVE COR-SUS-SEQ TO SUS-SEQ.
		READ SUSPENSE-FILE
			NOT INVALID KEY
			MOVE SUS-DATA TO WS-SUS-SALE
			MOVE WS-SUS-CARD TO MRC-CARD
		END-READ.

	RECYCLE-STOCK-TXN.
		MOVE "D" TO SRC-REC-TYPE.
		MOVE COR-TXN-CODE TO SRC-MOVE-CODE.
		MOVE COR-STORE TO SRC-STORE.
		MOVE COR-PROD TO SRC-PROD.
		MOVE COR-QTY TO SRC-QTY.
		MOVE ZERO TO SRC-RTV-VENDOR.
		MOVE SPACES TO SRC-RTV-AUTH.
		MOVE SPACES TO SRC-LOT.
		MOVE SPACES TO SRC-EXPIRY.
		IF SUSPENSE-AVAILABLE
			PERFORM FETCH-SUSPENDED-STOCK
		END-IF.
		IF COR-RTV-VENDOR NUMERIC
			AND COR-RTV-VENDOR NOT = ZERO
			MOVE COR-RTV-VENDOR TO SRC-RTV-VENDOR
		END-IF.
		IF COR-RTV-AUTH NOT = SPACES
			MOVE COR-RTV-AUTH TO SRC-RTV-AUTH
		END-IF.
		IF COR-LOT NOT = SPACES
			MOVE COR-LOT TO SRC-LOT
		END-IF.
		IF COR-EXPIRY NOT = SPACES
			MOVE COR-EXPIRY TO SRC-EXPIRY
		END-IF.
		WRITE SRC-DETAIL-REC.
		ADD 1 TO WS-SRC-COUNT.
		ADD COR-QTY TO WS-SRC-HASH.

	FETCH-SUSPENDED-STOCK.
		MOVE COR-SUS-DATE TO SUS-DATE.
		MOVE COR-SUS-SEQ TO SUS-SEQ.
		READ SUSPENSE-FILE
			NOT INVALID KEY
			MOVE SUS-DATA TO WS-SUS-STOCK
		END-READ.
		IF WS-SUS-STATUS = "00" AND SUS-TXN-KEPT
			IF WS-SUS-RTV-VENDOR NUMERIC
				MOVE WS-SUS-RTV-VENDOR TO SRC-RTV-VENDOR
			END-IF
			MOVE WS-SUS-RTV-AUTH TO SRC-RTV-AUTH
			MOVE WS-SUS-LOT TO SRC-LOT
			MOVE WS-SUS-EXPIRY TO SRC-EXPIRY
		END-IF.

	MARK-SUSPENSE-CORRECTED.
		MOVE COR-SOURCE TO FD-SOURCE.
		MOVE SPACES TO FD-SUS-KEY.
