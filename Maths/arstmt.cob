		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STORE-STATUS.
		SELECT UNAPPLIED-FILE ASSIGN TO "ARUNAPP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNA-STATUS.
		SELECT STMT-FILE ASSIGN TO "ARSTMTS"
			ORGANIZATION IS LINE SEQUENTIAL.

		02 ARO-AMOUNT  PIC S9(7)V99.
		02 ARO-PAID    PIC S9(7)V99.
		02 ARO-STATUS  PIC X.
		02 ARO-CURRENCY  PIC X(3).
		02 ARO-BOOK-RATE PIC 9(3)V9(6).

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  UNAPPLIED-FILE.
	COPY UNAPREC.

	FD  STMT-FILE.
	01  STMT-LINE PIC X(80).

	01 WS-ARO-STATUS   PIC XX.
	01 WS-STORE-STATUS PIC XX.
	01 WS-UNA-STATUS   PIC XX.

	01 WS-FLAGS.
		02 WS-ARO-EOF PIC X VALUE "N".
			88 AR-EOF VALUE "Y".
		02 WS-STO-EOF PIC X VALUE "N".
			88 STORE-MASTER-EOF VALUE "Y".
		02 WS-UNA-EOF PIC X VALUE "N".
			88 UNAPPLIED-EOF VALUE "Y".

	01 WS-AR-TAB-CTL.
		02 WS-AR-COUNT PIC 9(4) VALUE ZERO.
			03 AT-AMOUNT  PIC S9(7)V99.
			03 AT-PAID    PIC S9(7)V99.
			03 AT-STATUS  PIC X.
			03 AT-CURRENCY  PIC X(3).
			03 AT-BOOK-RATE PIC 9(3)V9(6).

	01 WS-UN-TAB-CTL.
		02 WS-UN-COUNT PIC 9(4) VALUE ZERO.
		02 WS-UN-IDX   PIC 9(4).

	01 WS-UN-TAB.
		02 WS-UN-ENTRY OCCURS 9999 TIMES.
			03 UT-STORE   PIC 9(4).
			03 UT-DATE    PIC X(8).
			03 UT-INVOICE PIC 9(6).
			03 UT-KIND    PIC X.
			03 UT-AMOUNT  PIC S9(7)V99.
			03 UT-REMAIN  PIC S9(7)V99.

	01 WS-STMT-WORK.
		02 WS-STORE-DUE   PIC S9(9)V99.
		02 WS-STORE-ITEMS PIC 9(4).
		02 WS-STMT-COUNT  PIC 9(4) VALUE ZERO.
		02 WS-ITEM-REMAIN PIC S9(8)V99.
		02 WS-STORE-CREDIT PIC S9(9)V99.
		02 WS-STORE-NET   PIC S9(9)V99.

	01 WS-STMT-HEADER.
		02 FILLER    PIC X(17) VALUE "RELEVE - Magasin ".
		02 ST-DUE    PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(47) VALUE SPACES.

	01 WS-STMT-CREDIT.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 SC-KIND    PIC X(20).
		02 FILLER     PIC X(4)  VALUE " du ".
		02 SC-DATE    PIC X(8).
		02 FILLER     PIC X(5)  VALUE " ref ".
		02 SC-INVOICE PIC ZZZZZ9.
		02 FILLER     PIC X(9)  VALUE SPACES.
		02 SC-REMAIN  PIC -ZZZZZZ9.99.
		02 FILLER     PIC X(15) VALUE SPACES.

	01 WS-STMT-NET.
		02 FILLER    PIC X(20) VALUE "  NET A PAYER".
		02 SN-DUE    PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(47) VALUE SPACES.

	01 WS-TODAY PIC X(8).

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-AR-TABLE.
		PERFORM LOAD-UNAPPLIED-TABLE.
		OPEN OUTPUT STMT-FILE.
		PERFORM PRINT-ALL-STATEMENTS.
		CLOSE STMT-FILE.
		END-IF.
		PERFORM READ-AR.

	LOAD-UNAPPLIED-TABLE.
		OPEN INPUT UNAPPLIED-FILE.
		IF WS-UNA-STATUS NOT = "00"
			DISPLAY "Pas d'avoirs ni de non affectes"
			SET UNAPPLIED-EOF TO TRUE
		ELSE
			PERFORM READ-UNAPPLIED
		END-IF.
		PERFORM LOAD-UNAPPLIED-ENTRY UNTIL UNAPPLIED-EOF.
		IF WS-UNA-STATUS NOT = "35"
			CLOSE UNAPPLIED-FILE
		END-IF.

	READ-UNAPPLIED.
		READ UNAPPLIED-FILE
			AT END SET UNAPPLIED-EOF TO TRUE
		END-READ.

	LOAD-UNAPPLIED-ENTRY.
		IF WS-UN-COUNT < 9999
			ADD 1 TO WS-UN-COUNT
			MOVE UNAPPLIED-REC
				TO WS-UN-ENTRY(WS-UN-COUNT)
		ELSE
			DISPLAY "Table des non affectes saturee"
				" - piece omise magasin "
				UNA-STORE " facture " UNA-INVOICE
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-UNAPPLIED.

	PRINT-ALL-STATEMENTS.
		OPEN INPUT STORE-MASTER.
		IF WS-STORE-STATUS NOT = "00"
	PRINT-STORE-STATEMENT.
		MOVE ZERO TO WS-STORE-DUE.
		MOVE ZERO TO WS-STORE-ITEMS.
		MOVE ZERO TO WS-STORE-CREDIT.
		PERFORM COUNT-STORE-ITEMS
			VARYING WS-AR-IDX FROM 1 BY 1
			UNTIL WS-AR-IDX > WS-AR-COUNT.
		PERFORM COUNT-STORE-CREDITS
			VARYING WS-UN-IDX FROM 1 BY 1
			UNTIL WS-UN-IDX > WS-UN-COUNT.
		IF WS-STORE-ITEMS > ZERO
			PERFORM WRITE-STATEMENT-HEAD
			PERFORM WRITE-STORE-ITEM
				UNTIL WS-AR-IDX > WS-AR-COUNT
			MOVE WS-STORE-DUE TO ST-DUE
			WRITE STMT-LINE FROM WS-STMT-TOTAL
			IF WS-STORE-CREDIT NOT = ZERO
				PERFORM WRITE-STORE-CREDIT
					VARYING WS-UN-IDX FROM 1 BY 1
					UNTIL WS-UN-IDX > WS-UN-COUNT
				COMPUTE WS-STORE-NET =
					WS-STORE-DUE - WS-STORE-CREDIT
				MOVE WS-STORE-NET TO SN-DUE
				WRITE STMT-LINE FROM WS-STMT-NET
			END-IF
			MOVE SPACES TO STMT-LINE
			WRITE STMT-LINE
			ADD 1 TO WS-STMT-COUNT
			ADD 1 TO WS-STORE-ITEMS
		END-IF.

	COUNT-STORE-CREDITS.
		IF UT-STORE(WS-UN-IDX) = STO-STORE
			AND UT-REMAIN(WS-UN-IDX) NOT = ZERO
			ADD 1 TO WS-STORE-ITEMS
			ADD UT-REMAIN(WS-UN-IDX) TO WS-STORE-CREDIT
		END-IF.

	WRITE-STORE-CREDIT.
		IF UT-STORE(WS-UN-IDX) = STO-STORE
			AND UT-REMAIN(WS-UN-IDX) NOT = ZERO
			IF UT-KIND(WS-UN-IDX) = "C"
				MOVE "Avoir en compte" TO SC-KIND
			ELSE
				MOVE "Reglt non affecte" TO SC-KIND
			END-IF
			MOVE UT-DATE(WS-UN-IDX) TO SC-DATE
			MOVE UT-INVOICE(WS-UN-IDX) TO SC-INVOICE
			COMPUTE SC-REMAIN = ZERO - UT-REMAIN(WS-UN-IDX)
			WRITE STMT-LINE FROM WS-STMT-CREDIT
		END-IF.

	WRITE-STATEMENT-HEAD.
		MOVE STO-STORE TO SH-STORE.
		MOVE STO-NAME TO SH-NAME.
