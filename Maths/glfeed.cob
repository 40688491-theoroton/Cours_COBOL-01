		SELECT STOCK-JOURNAL-FILE ASSIGN TO "STOCKJRN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-JRN-STATUS.
		SELECT CONSIGN-FILE ASSIGN TO "CONSIGN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CSG-STATUS.
		SELECT LEDGER-OUT-FILE ASSIGN TO "LEDGEROU"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT FEED-RPT-FILE ASSIGN TO "GLFEEDRP"
		02 INV-DISCOUNT PIC S9(6)V99.
		02 INV-NET      PIC S9(6)V99.
		02 INV-TAX      PIC S9(6)V99.
		02 INV-CURRENCY PIC X(3).
		02 INV-FX-RATE  PIC 9(3)V9(6).
		02 INV-RPT-GROSS    PIC S9(6)V99.
		02 INV-RPT-DISCOUNT PIC S9(6)V99.
		02 INV-RPT-NET      PIC S9(6)V99.
		02 INV-RPT-TAX      PIC S9(6)V99.

	FD  STOCK-JOURNAL-FILE.
	01  JOURNAL-REC.
		02 JRN-QTY       PIC 9(8).
		02 JRN-BEFORE    PIC 9(8).
		02 JRN-AFTER     PIC 9(8).
		02 JRN-KIT       PIC 9(4).
		02 JRN-LOT       PIC X(10).
		02 JRN-EXPIRY    PIC X(8).

	FD  CONSIGN-FILE.
	COPY CSGREC.

	FD  LEDGER-OUT-FILE.
	01  LEDGER-OUT-REC.
		02 LDO-ACCOUNT  PIC 9(4).
		02 LDO-DC       PIC X.
		02 LDO-AMOUNT   PIC 9(6)V99.
		02 LDO-CENTER   PIC 9(4).
	01  LEDGER-HDR-REC.
		02 LDH-TYPE   PIC X.
		02 LDH-DATE   PIC X(8).
	01 WS-MAST-STATUS   PIC XX.
	01 WS-INVDTL-STATUS PIC XX.
	01 WS-JRN-STATUS    PIC XX.
	01 WS-CSG-STATUS    PIC XX.

	01 WS-FLAGS.
		02 WS-MAP-EOF PIC X VALUE "N".
			88 INVOICE-EOF VALUE "Y".
		02 WS-JRN-EOF PIC X VALUE "N".
			88 JOURNAL-EOF VALUE "Y".
		02 WS-CSG-EOF PIC X VALUE "N".
			88 CONSIGN-EOF VALUE "Y".

	01 WS-MAP-TAB-CTL.
		02 WS-MP-COUNT PIC 9(2) VALUE ZERO.
			03 MP-CREDIT PIC 9(4).
			03 MP-AMOUNT PIC S9(9)V99.

	01 WS-POST-TAB-CTL.
		02 WS-PT-COUNT PIC 9(4) VALUE ZERO.
		02 WS-PT-IDX   PIC 9(4).
		02 WS-PT-FOUND PIC 9(4).

	01 WS-POST-TAB.
		02 WS-PT-ENTRY OCCURS 9999 TIMES.
			03 PT-MAP    PIC 9(2).
			03 PT-CENTER PIC 9(4).
			03 PT-AMOUNT PIC S9(9)V99.

	01 WS-COST-TAB-CTL.
		02 WS-CS-COUNT PIC 9(4) VALUE ZERO.
		02 WS-CS-IDX   PIC 9(4).
			03 CS-PROD  PIC 9(4).
			03 CS-COST  PIC 9(5)V99.

	01 WS-CSG-TAB-CTL.
		02 WS-CG-COUNT PIC 9(3) VALUE ZERO.
		02 WS-CG-IDX   PIC 9(3).
		02 WS-CG-FOUND PIC 9(3).

	01 WS-CSG-TAB.
		02 WS-CG-ENTRY OCCURS 999 TIMES.
			03 CG-STORE PIC 9(4).
			03 CG-PROD  PIC 9(4).

	01 WS-POST-WORK.
		02 WS-FIND-SOURCE PIC X.
		02 WS-FIND-CODE   PIC X.
		02 WS-FIND-CENTER PIC 9(4).
		02 WS-EVENT-AMOUNT PIC S9(9)V99.
		02 WS-POST-AMOUNT PIC S9(9)V99.
		02 WS-ABS-AMOUNT  PIC 9(9)V99.
		02 WS-PIECE-AMT   PIC 9(6)V99.
		02 WS-OUT-HASH    PIC 9(10)V99 VALUE ZERO.
		02 WS-UNMAPPED    PIC 9(6) VALUE ZERO.
		02 WS-UNVALUED    PIC 9(6) VALUE ZERO.
		02 WS-CONSIGNED   PIC 9(6) VALUE ZERO.

	01 WS-TODAY PIC X(8).

		WRITE FEED-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-MAP-TABLE.
		PERFORM LOAD-COST-TABLE.
		PERFORM LOAD-CONSIGN-TABLE.
		PERFORM TALLY-INVOICES.
		PERFORM TALLY-JOURNAL.
		PERFORM WRITE-LEDGER-FEED.
			END-IF
		END-PERFORM.

	LOAD-CONSIGN-TABLE.
		OPEN INPUT CONSIGN-FILE.
		IF WS-CSG-STATUS NOT = "00"
			DISPLAY "Fichier CONSIGN absent - "
				"aucun stock en depot"
			SET CONSIGN-EOF TO TRUE
		ELSE
			PERFORM READ-CONSIGN
		END-IF.
		PERFORM LOAD-CONSIGN-ENTRY UNTIL CONSIGN-EOF.
		IF WS-CSG-STATUS NOT = "35"
			CLOSE CONSIGN-FILE
		END-IF.

	READ-CONSIGN.
		READ CONSIGN-FILE
			AT END SET CONSIGN-EOF TO TRUE
		END-READ.

	LOAD-CONSIGN-ENTRY.
		IF CSG-STORE NUMERIC
			AND CSG-PRODUCT NUMERIC
			AND WS-CG-COUNT < 999
			ADD 1 TO WS-CG-COUNT
			MOVE CSG-STORE TO CG-STORE(WS-CG-COUNT)
			MOVE CSG-PRODUCT TO CG-PROD(WS-CG-COUNT)
		END-IF.
		PERFORM READ-CONSIGN.

	FIND-CONSIGNMENT.
		MOVE ZERO TO WS-CG-FOUND.
		PERFORM VARYING WS-CG-IDX FROM 1 BY 1
			UNTIL WS-CG-IDX > WS-CG-COUNT
			OR WS-CG-FOUND > ZERO
			IF CG-PROD(WS-CG-IDX) = JRN-PROD
				AND (CG-STORE(WS-CG-IDX) = JRN-STORE
				OR CG-STORE(WS-CG-IDX) = ZERO)
				MOVE WS-CG-IDX TO WS-CG-FOUND
			END-IF
		END-PERFORM.

	TALLY-INVOICES.
		OPEN INPUT INVOICE-FILE.
		IF WS-INVDTL-STATUS NOT = "00"

	TALLY-ONE-INVOICE.
		ADD 1 TO WS-STAT-READ.
		MOVE INV-STORE TO WS-FIND-CENTER.
		MOVE "V" TO WS-FIND-SOURCE.
		MOVE INV-TXN-CODE TO WS-FIND-CODE.
		MOVE INV-RPT-NET TO WS-POST-AMOUNT.
		PERFORM POST-TO-MAP.
		IF INV-RPT-DISCOUNT NOT = ZERO
			MOVE "V" TO WS-FIND-SOURCE
			MOVE "D" TO WS-FIND-CODE
			MOVE INV-RPT-DISCOUNT TO WS-POST-AMOUNT
			PERFORM POST-TO-MAP
		END-IF.
		IF INV-RPT-TAX NOT = ZERO
			MOVE "V" TO WS-FIND-SOURCE
			MOVE "T" TO WS-FIND-CODE
			MOVE INV-RPT-TAX TO WS-POST-AMOUNT
			PERFORM POST-TO-MAP
		END-IF.
		PERFORM READ-INVOICE.
	TALLY-ONE-MOVE.
		ADD 1 TO WS-STAT-READ.
		PERFORM FIND-UNIT-COST.
		PERFORM FIND-CONSIGNMENT.
		IF WS-CG-FOUND > 0
			ADD 1 TO WS-CONSIGNED
		ELSE
			PERFORM VALUE-STOCK-MOVE
		END-IF.
		PERFORM READ-JOURNAL.

	VALUE-STOCK-MOVE.
		IF WS-CS-FOUND > 0
			MOVE JRN-STORE TO WS-FIND-CENTER
			MOVE "M" TO WS-FIND-SOURCE
			MOVE JRN-MOVE-CODE TO WS-FIND-CODE
			COMPUTE WS-POST-AMOUNT =
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	POST-TO-MAP.
		MOVE ZERO TO WS-MP-FOUND.
		ELSE
			ADD WS-POST-AMOUNT
				TO MP-AMOUNT(WS-MP-FOUND)
			PERFORM POST-TO-CENTER
		END-IF.

	POST-TO-CENTER.
		MOVE ZERO TO WS-PT-FOUND.
		PERFORM VARYING WS-PT-IDX FROM 1 BY 1
			UNTIL WS-PT-IDX > WS-PT-COUNT
			OR WS-PT-FOUND > ZERO
			IF PT-MAP(WS-PT-IDX) = WS-MP-FOUND
				AND PT-CENTER(WS-PT-IDX)
					= WS-FIND-CENTER
				MOVE WS-PT-IDX TO WS-PT-FOUND
			END-IF
		END-PERFORM.
		IF WS-PT-FOUND = ZERO
			IF WS-PT-COUNT < 9999
				ADD 1 TO WS-PT-COUNT
				MOVE WS-PT-COUNT TO WS-PT-FOUND
				MOVE WS-MP-FOUND TO PT-MAP(WS-PT-FOUND)
				MOVE WS-FIND-CENTER
					TO PT-CENTER(WS-PT-FOUND)
				MOVE ZERO TO PT-AMOUNT(WS-PT-FOUND)
			ELSE
				DISPLAY "Table des imputations "
					"par centre saturee"
				MOVE 12 TO WS-RETURN-CODE
			END-IF
		END-IF.
		IF WS-PT-FOUND > ZERO
			ADD WS-POST-AMOUNT TO PT-AMOUNT(WS-PT-FOUND)
		END-IF.

	WRITE-LEDGER-FEED.
		MOVE WS-TODAY TO LDH-DATE.
		MOVE "GLFEED" TO LDH-SOURCE.
		WRITE LEDGER-HDR-REC.
		PERFORM WRITE-ONE-CENTER
			VARYING WS-PT-IDX FROM 1 BY 1
			UNTIL WS-PT-IDX > WS-PT-COUNT.
		MOVE "T" TO LDT-TYPE.
		MOVE WS-OUT-COUNT TO LDT-COUNT.
		MOVE WS-OUT-HASH TO LDT-HASH.
		WRITE LEDGER-TRL-REC.
		CLOSE LEDGER-OUT-FILE.
		PERFORM WRITE-ONE-EVENT
			VARYING WS-MP-IDX FROM 1 BY 1
			UNTIL WS-MP-IDX > WS-MP-COUNT.

	WRITE-ONE-CENTER.
		IF PT-AMOUNT(WS-PT-IDX) NOT = ZERO
			MOVE PT-MAP(WS-PT-IDX) TO WS-MP-IDX
			MOVE PT-AMOUNT(WS-PT-IDX) TO WS-EVENT-AMOUNT
			PERFORM WRITE-EVENT-ENTRIES
		END-IF.

	WRITE-ONE-EVENT.
		IF MP-AMOUNT(WS-MP-IDX) NOT = ZERO
			PERFORM REPORT-EVENT-LINE
		END-IF.

	WRITE-EVENT-ENTRIES.
		IF WS-EVENT-AMOUNT < ZERO
			COMPUTE WS-ABS-AMOUNT =
				ZERO - WS-EVENT-AMOUNT
			MOVE MP-CREDIT(WS-MP-IDX) TO WS-DR-ACCT
			MOVE MP-DEBIT(WS-MP-IDX) TO WS-CR-ACCT
		ELSE
			MOVE WS-EVENT-AMOUNT
				TO WS-ABS-AMOUNT
			MOVE MP-DEBIT(WS-MP-IDX) TO WS-DR-ACCT
			MOVE MP-CREDIT(WS-MP-IDX) TO WS-CR-ACCT
	WRITE-DEBIT-ENTRY.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE "D" TO LDO-DC.
		MOVE PT-CENTER(WS-PT-IDX) TO LDO-CENTER.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		WRITE LEDGER-OUT-REC.
		ADD 1 TO WS-OUT-COUNT.
	WRITE-CREDIT-ENTRY.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE "C" TO LDO-DC.
		MOVE PT-CENTER(WS-PT-IDX) TO LDO-CENTER.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		WRITE LEDGER-OUT-REC.
		ADD 1 TO WS-OUT-COUNT.
		MOVE "Mouvements non valorises" TO FY-LABEL.
		MOVE WS-UNVALUED TO FY-COUNT.
		WRITE FEED-LINE FROM WS-RPT-TALLY.
		MOVE "Mouvements de stock en depot" TO FY-LABEL.
		MOVE WS-CONSIGNED TO FY-COUNT.
		WRITE FEED-LINE FROM WS-RPT-TALLY.


	WRITE-RUN-STATS.
