		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STORE-STATUS.
		SELECT CREDIT-HOLD-FILE ASSIGN TO "CRHOLD"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-HOLD-STATUS.
		SELECT CLASS-INDEX-FILE ASSIGN TO "PRODCLSI"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
		SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-TAX-STATUS.
		SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-FXR-STATUS.
		SELECT LOYALTY-FILE ASSIGN TO "LOYACCT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LYA-CARD
			FILE STATUS IS WS-LOY-STATUS.
		SELECT LOY-PARM-FILE ASSIGN TO "LOYPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LOYPARM-STATUS.
		SELECT LOY-CLASS-FILE ASSIGN TO "LOYCLASS"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LOYCLS-STATUS.
		SELECT INV-NBR-FILE ASSIGN TO "INVNBR"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-INVNBR-STATUS.
		02 SALE-TXN-CODE PIC X.
			88 SALE-IS-SALE   VALUE "S".
			88 SALE-IS-RETURN VALUE "R".
			88 SALE-IS-REDEEM VALUE "L".
		02 SALE-QTY      PIC 9(3).
		02 SALE-PRICE    PIC 9(3)V99.
		02 SALE-CARD     PIC X(10).
	COPY FILECTL.

	FD  RECYCLE-FILE.
	01  RECYCLE-REC PIC X(36).

	FD  PRICE-INDEX-FILE.
	01  PRICE-INDEX-REC.
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  CREDIT-HOLD-FILE.
	01  CREDIT-HOLD-REC.
		02 CRH-STORE   PIC 9(4).
		02 CRH-FLAG    PIC X.
			88 CRH-ON-HOLD VALUE "H".
		02 CRH-DATE    PIC X(8).
		02 CRH-OVERDUE PIC S9(9)V99.
		02 CRH-LEVEL   PIC 9.

	FD  CLASS-INDEX-FILE.
	01  CLASS-INDEX-REC.
		02 TAX-CLASS  PIC X(2).
		02 TAX-RATE   PIC 9(2)V99.

	FD  FX-RATE-FILE.
	COPY FXRREC.

	FD  LOYALTY-FILE.
	COPY LOYREC.

	FD  LOY-PARM-FILE.
	01  LOY-PARM-REC.
		02 LPM-EARN-RATE   PIC 9(3)V99.
		02 LPM-POINT-VALUE PIC 9V9999.
		02 LPM-REDEEM-PCT  PIC 9(3).

	FD  LOY-CLASS-FILE.
	01  LOY-CLASS-REC.
		02 LCM-CLASS PIC X(2).
		02 LCM-MULT  PIC 9V99.

	FD  INV-NBR-FILE.
	01  INV-NBR-REC.
		02 INB-LAST-NUMBER PIC 9(6).
		02 INV-DISCOUNT PIC S9(6)V99.
		02 INV-NET      PIC S9(6)V99.
		02 INV-TAX      PIC S9(6)V99.
		02 INV-CURRENCY PIC X(3).
		02 INV-FX-RATE  PIC 9(3)V9(6).
		02 INV-RPT-GROSS    PIC S9(6)V99.
		02 INV-RPT-DISCOUNT PIC S9(6)V99.
		02 INV-RPT-NET      PIC S9(6)V99.
		02 INV-RPT-TAX      PIC S9(6)V99.

	FD  REJECT-FILE.
	01  REJECT-REC.
		02 WS-CALC-GROSS    PIC S9(6)V99.
		02 WS-CALC-DISC     PIC S9(6)V99.
		02 WS-CALC-NET      PIC S9(6)V99.
		02 WS-CALC-RPT-GROSS PIC S9(6)V99.
		02 WS-CALC-RPT-DISC  PIC S9(6)V99.
		02 WS-CALC-RPT-NET   PIC S9(6)V99.
		02 WS-CALC-RPT-TAX   PIC S9(6)V99.

	01 WS-FLAGS.
		02 WS-EOF PIC X VALUE "N".
			88 CLASS-MISSING VALUE "N".
		02 WS-TAX-EOF PIC X VALUE "N".
			88 TAX-RATE-EOF VALUE "Y".
		02 WS-HOLD-EOF PIC X VALUE "N".
			88 CREDIT-HOLD-EOF VALUE "Y".
		02 WS-HOLD-FLAG PIC X VALUE "N".
			88 CREDIT-HELD VALUE "Y".

	01 WS-STORE-TAB-CTL.
		02 WS-ST-COUNT PIC 9(3) VALUE ZERO.
		02 WS-ST-ENTRY OCCURS 999 TIMES.
			03 ST-STORE  PIC 9(4).
			03 ST-REGION PIC X(10).
			03 ST-HOLD   PIC X.
			03 ST-CURRENCY PIC X(3).

	01 WS-FX-FLAGS.
		02 WS-FXR-EOF PIC X VALUE "N".
			88 FX-RATE-EOF VALUE "Y".
		02 WS-FX-CELL PIC X VALUE "Y".
			88 FX-RATE-FOUND   VALUE "Y".
			88 FX-RATE-MISSING VALUE "N".

	01 WS-FX-TAB-CTL.
		02 WS-FX-COUNT PIC 9(3) VALUE ZERO.
		02 WS-FX-IDX   PIC 9(3).

	01 WS-FX-TAB.
		02 WS-FX-ENTRY OCCURS 999 TIMES.
			03 FX-CURRENCY PIC X(3).
			03 FX-DATE     PIC X(8).
			03 FX-RATE     PIC 9(3)V9(6).

	01 WS-FX-WORK.
		02 WS-SALE-CURRENCY PIC X(3).
		02 WS-FX-RATE       PIC 9(3)V9(6) VALUE 1.
		02 WS-FX-BEST-DATE  PIC X(8).
		02 WS-CHECK-PRICE   PIC 9(3)V99.
		02 WS-FX-FOREIGN    PIC 9(6) VALUE ZERO.

	01 WS-TAX-TAB-CTL.
		02 WS-TX-COUNT PIC 9(3) VALUE ZERO.
		02 WS-CALC-TAX    PIC S9(6)V99.
		02 WS-TAX-MISSING PIC 9(6) VALUE ZERO.

	01 WS-LOY-FLAGS.
		02 WS-LOY-OPEN PIC X VALUE "N".
			88 LOYALTY-OPEN VALUE "Y".
		02 WS-LOY-CELL PIC X VALUE "Y".
			88 LOY-ON-FILE VALUE "Y".
			88 LOY-NEW     VALUE "N".
		02 WS-LCM-EOF PIC X VALUE "N".
			88 LOY-CLASS-EOF VALUE "Y".

	01 WS-LOY-CLASS-CTL.
		02 WS-LC-COUNT PIC 9(3) VALUE ZERO.
		02 WS-LC-IDX   PIC 9(3).
		02 WS-LC-FOUND PIC 9(3).

	01 WS-LOY-CLASS-TAB.
		02 WS-LC-ENTRY OCCURS 999 TIMES.
			03 LC-CLASS PIC X(2).
			03 LC-MULT  PIC 9V99.

	01 WS-LOY-WORK.
		02 WS-EARN-RATE   PIC 9(3)V99 VALUE 1.00.
		02 WS-POINT-VALUE PIC 9V9999 VALUE 0.0100.
		02 WS-LOY-MULT    PIC 9V99.
		02 WS-LOY-POINTS  PIC S9(11).
		02 WS-LOY-ABS     PIC 9(11).
		02 WS-LOY-AMOUNT  PIC S9(6)V99.
		02 WS-LOY-EARNED   PIC 9(11) VALUE ZERO.
		02 WS-LOY-REVERSED PIC 9(11) VALUE ZERO.
		02 WS-LOY-REDEEMED PIC 9(11) VALUE ZERO.
		02 WS-LOY-ENROLLED PIC 9(6) VALUE ZERO.
		02 WS-LOY-REASON.
			03 WS-LOY-CODE PIC X(4).
			03 WS-LOY-TEXT PIC X(30).

	01 WS-INVOICE-CTL.
		02 WS-INVOICE-NUM PIC 9(6) VALUE ZERO.
		02 WS-DOC-FLAG PIC X VALUE "Y".
		02 WS-CKPT-REM   PIC 9(4).
	01 WS-STORE-STATUS       PIC XX.
	01 WS-CLASS-STATUS       PIC XX.
	01 WS-HOLD-STATUS        PIC XX.
	01 WS-TAX-STATUS         PIC XX.
	01 WS-SUITE-AUDIT-STATUS PIC XX.
	01 WS-SHIFT-RPT-STATUS   PIC XX.
	01 WS-PRICE-STATUS       PIC XX.
	01 WS-PARAM-STATUS       PIC XX.
	01 WS-PROMO-STATUS       PIC XX.
	01 WS-LOY-STATUS         PIC XX.
	01 WS-LOYPARM-STATUS     PIC XX.
	01 WS-LOYCLS-STATUS      PIC XX.
	01 WS-FXR-STATUS         PIC XX.
	01 WS-RECYCLE-STATUS     PIC XX.

	01 WS-RCY-EMPTY-HDR.
		02 WS-SUS-PROGRAM PIC X(10) VALUE "MULTIPLY".
		02 WS-SUS-REASON  PIC X(4).
		02 WS-SUS-DATA    PIC X(91).
		02 WS-SUS-SALE REDEFINES WS-SUS-DATA.
			03 WS-SUS-REJECT PIC X(73).
			03 WS-SUS-CARD   PIC X(10).
			03 FILLER        PIC X(8).

	PROCEDURE DIVISION.
	MAIN-PARA.
		PERFORM OPEN-PROMO-INDEX.
		PERFORM OPEN-SALES-HISTORY.
		PERFORM LOAD-STORE-REGIONS.
		PERFORM LOAD-FX-RATES.
		PERFORM LOAD-CREDIT-HOLDS.
		PERFORM OPEN-CLASS-INDEX.
		PERFORM LOAD-TAX-TABLE.
		PERFORM OPEN-LOYALTY-ACCOUNTS.
		PERFORM LOAD-LOYALTY-PARMS.
		PERFORM LOAD-LOYALTY-CLASSES.
		PERFORM LOAD-INVOICE-NUMBER.
		PERFORM PROCESS-RECYCLE.
		PERFORM READ-SALES.
		IF SALES-HIST-OPEN
			CLOSE SALES-HIST-FILE
		END-IF.
		IF LOYALTY-OPEN
			CLOSE LOYALTY-FILE
		END-IF.
		PERFORM SAVE-INVOICE-NUMBER.
		PERFORM CLEAR-CHECKPOINT.
		IF WS-TAX-MISSING > ZERO
			DISPLAY "Lignes sans taux de taxe : "
				WS-TAX-MISSING
		END-IF.
		DISPLAY "Points fidelite acquis : " WS-LOY-EARNED
			" annules : " WS-LOY-REVERSED
			" utilises : " WS-LOY-REDEEMED.
		DISPLAY "Cartes fidelite ouvertes : " WS-LOY-ENROLLED.
		IF WS-FX-FOREIGN > ZERO
			DISPLAY "Lignes en devise convertie : "
				WS-FX-FOREIGN
		END-IF.
		PERFORM CLEAR-RECYCLE-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
			ADD 1 TO WS-ST-COUNT
			MOVE STO-STORE TO ST-STORE(WS-ST-COUNT)
			MOVE STO-REGION TO ST-REGION(WS-ST-COUNT)
			MOVE "N" TO ST-HOLD(WS-ST-COUNT)
			MOVE STO-CURRENCY TO ST-CURRENCY(WS-ST-COUNT)
		ELSE
			DISPLAY "Table des magasins saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-STORE-MASTER.

	LOAD-FX-RATES.
		OPEN INPUT FX-RATE-FILE.
		IF WS-FXR-STATUS NOT = "00"
			DISPLAY "Fichier FXRATE absent - "
				"ventes en devise rejetees"
			SET FX-RATE-EOF TO TRUE
		ELSE
			PERFORM READ-FX-RATE
		END-IF.
		PERFORM LOAD-FX-RATE-ENTRY UNTIL FX-RATE-EOF.
		IF WS-FXR-STATUS NOT = "35"
			CLOSE FX-RATE-FILE
		END-IF.

	READ-FX-RATE.
		READ FX-RATE-FILE
			AT END SET FX-RATE-EOF TO TRUE
		END-READ.

	LOAD-FX-RATE-ENTRY.
		IF FXR-RATE NUMERIC
			AND FXR-RATE > ZERO
			IF WS-FX-COUNT < 999
				ADD 1 TO WS-FX-COUNT
				MOVE FXR-CURRENCY
					TO FX-CURRENCY(WS-FX-COUNT)
				MOVE FXR-DATE TO FX-DATE(WS-FX-COUNT)
				MOVE FXR-RATE TO FX-RATE(WS-FX-COUNT)
			ELSE
				DISPLAY "Table des taux de change "
					"saturee"
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-FX-RATE.

	FIND-SALE-CURRENCY.
		MOVE SPACES TO WS-SALE-CURRENCY.
		MOVE 1 TO WS-FX-RATE.
		SET FX-RATE-FOUND TO TRUE.
		PERFORM VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT
			IF ST-STORE(WS-ST-IDX) = SALE-STORE
				MOVE ST-CURRENCY(WS-ST-IDX)
					TO WS-SALE-CURRENCY
			END-IF
		END-PERFORM.
		IF WS-SALE-CURRENCY NOT = SPACES
			PERFORM FIND-FX-RATE
		END-IF.
		COMPUTE WS-CHECK-PRICE ROUNDED =
			SALE-PRICE * WS-FX-RATE
			ON SIZE ERROR MOVE 999.99 TO WS-CHECK-PRICE
		END-COMPUTE.

	FIND-FX-RATE.
		SET FX-RATE-MISSING TO TRUE.
		MOVE LOW-VALUES TO WS-FX-BEST-DATE.
		PERFORM VARYING WS-FX-IDX FROM 1 BY 1
			UNTIL WS-FX-IDX > WS-FX-COUNT
			IF FX-CURRENCY(WS-FX-IDX)
					= WS-SALE-CURRENCY
				AND FX-DATE(WS-FX-IDX) <= SALE-DATE
				AND FX-DATE(WS-FX-IDX)
					>= WS-FX-BEST-DATE
				MOVE FX-DATE(WS-FX-IDX)
					TO WS-FX-BEST-DATE
				MOVE FX-RATE(WS-FX-IDX) TO WS-FX-RATE
				SET FX-RATE-FOUND TO TRUE
			END-IF
		END-PERFORM.

	CONVERT-LINE-AMOUNTS.
		COMPUTE WS-CALC-RPT-GROSS ROUNDED =
			WS-CALC-GROSS * WS-FX-RATE.
		COMPUTE WS-CALC-RPT-DISC ROUNDED =
			WS-CALC-DISC * WS-FX-RATE.
		COMPUTE WS-CALC-RPT-NET =
			WS-CALC-RPT-GROSS - WS-CALC-RPT-DISC.
		COMPUTE WS-CALC-RPT-TAX ROUNDED =
			WS-CALC-TAX * WS-FX-RATE.
		IF WS-SALE-CURRENCY NOT = SPACES
			ADD 1 TO WS-FX-FOREIGN
		END-IF.

	LOAD-CREDIT-HOLDS.
		OPEN INPUT CREDIT-HOLD-FILE.
		IF WS-HOLD-STATUS NOT = "00"
			DISPLAY "Fichier CRHOLD absent - "
				"pas de blocage credit"
			SET CREDIT-HOLD-EOF TO TRUE
		ELSE
			PERFORM READ-CREDIT-HOLD
		END-IF.
		PERFORM LOAD-CREDIT-HOLD-ENTRY
			UNTIL CREDIT-HOLD-EOF.
		IF WS-HOLD-STATUS NOT = "35"
			CLOSE CREDIT-HOLD-FILE
		END-IF.

	READ-CREDIT-HOLD.
		READ CREDIT-HOLD-FILE
			AT END SET CREDIT-HOLD-EOF TO TRUE
		END-READ.

	LOAD-CREDIT-HOLD-ENTRY.
		IF CRH-ON-HOLD
			PERFORM VARYING WS-ST-IDX FROM 1 BY 1
				UNTIL WS-ST-IDX > WS-ST-COUNT
				IF ST-STORE(WS-ST-IDX) = CRH-STORE
					MOVE "Y" TO ST-HOLD(WS-ST-IDX)
				END-IF
			END-PERFORM
			DISPLAY "Magasin en blocage credit : "
				CRH-STORE
		END-IF.
		PERFORM READ-CREDIT-HOLD.

	CHECK-CREDIT-HOLD.
		MOVE "N" TO WS-HOLD-FLAG.
		IF SALE-IS-SALE
			PERFORM VARYING WS-ST-IDX FROM 1 BY 1
				UNTIL WS-ST-IDX > WS-ST-COUNT
				IF ST-STORE(WS-ST-IDX) = SALE-STORE
					AND ST-HOLD(WS-ST-IDX) = "Y"
					SET CREDIT-HELD TO TRUE
				END-IF
			END-PERFORM
		END-IF.

	OPEN-CLASS-INDEX.
		OPEN INPUT CLASS-INDEX-FILE.
		IF WS-CLASS-STATUS = "00"
				WS-CALC-NET * WS-TAX-RATE / 100
		END-IF.

	OPEN-LOYALTY-ACCOUNTS.
		OPEN I-O LOYALTY-FILE.
		IF WS-LOY-STATUS = "35"
			OPEN OUTPUT LOYALTY-FILE
			CLOSE LOYALTY-FILE
			OPEN I-O LOYALTY-FILE
		END-IF.
		IF WS-LOY-STATUS = "00"
			SET LOYALTY-OPEN TO TRUE
		ELSE
			DISPLAY "Fichier LOYACCT indisponible : "
				WS-LOY-STATUS
			MOVE "LOYACCT" TO DIA-FILE
			MOVE WS-LOY-STATUS TO DIA-STATUS
			MOVE SPACES TO DIA-LAST-KEY
			PERFORM WRITE-DIAG-SNAPSHOT
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	LOAD-LOYALTY-PARMS.
		OPEN INPUT LOY-PARM-FILE.
		IF WS-LOYPARM-STATUS = "00"
			READ LOY-PARM-FILE
				AT END MOVE "10" TO WS-LOYPARM-STATUS
			END-READ
			IF WS-LOYPARM-STATUS = "00"
				AND LPM-EARN-RATE NUMERIC
				MOVE LPM-EARN-RATE TO WS-EARN-RATE
			END-IF
			IF WS-LOYPARM-STATUS = "00"
				AND LPM-POINT-VALUE NUMERIC
				AND LPM-POINT-VALUE > ZERO
				MOVE LPM-POINT-VALUE TO WS-POINT-VALUE
			END-IF
			CLOSE LOY-PARM-FILE
		END-IF.
		DISPLAY "Points par unite vendue : " WS-EARN-RATE
			" valeur du point : " WS-POINT-VALUE.

	LOAD-LOYALTY-CLASSES.
		OPEN INPUT LOY-CLASS-FILE.
		IF WS-LOYCLS-STATUS NOT = "00"
			DISPLAY "Fichier LOYCLASS absent - "
				"coefficient 1 partout"
			SET LOY-CLASS-EOF TO TRUE
		ELSE
			PERFORM READ-LOY-CLASS
		END-IF.
		PERFORM LOAD-LOY-CLASS-ENTRY UNTIL LOY-CLASS-EOF.
		IF WS-LOYCLS-STATUS NOT = "35"
			CLOSE LOY-CLASS-FILE
		END-IF.

	READ-LOY-CLASS.
		READ LOY-CLASS-FILE
			AT END SET LOY-CLASS-EOF TO TRUE
		END-READ.

	LOAD-LOY-CLASS-ENTRY.
		IF LCM-MULT NUMERIC
			AND WS-LC-COUNT < 999
			ADD 1 TO WS-LC-COUNT
			MOVE LCM-CLASS TO LC-CLASS(WS-LC-COUNT)
			MOVE LCM-MULT TO LC-MULT(WS-LC-COUNT)
		END-IF.
		PERFORM READ-LOY-CLASS.

	FIND-LOYALTY-MULTIPLIER.
		MOVE 1 TO WS-LOY-MULT.
		PERFORM VARYING WS-LC-IDX FROM 1 BY 1
			UNTIL WS-LC-IDX > WS-LC-COUNT
			IF LC-CLASS(WS-LC-IDX) = WS-SALE-CLASS
				MOVE LC-MULT(WS-LC-IDX) TO WS-LOY-MULT
			END-IF
		END-PERFORM.

	FIND-LOYALTY-ACCOUNT.
		SET LOY-ON-FILE TO TRUE.
		MOVE SALE-CARD TO LYA-CARD.
		IF LOYALTY-OPEN
			READ LOYALTY-FILE
				INVALID KEY SET LOY-NEW TO TRUE
			END-READ
		ELSE
			SET LOY-NEW TO TRUE
		END-IF.

	ENROL-LOYALTY-ACCOUNT.
		MOVE SALE-CARD TO LYA-CARD.
		MOVE SPACES TO LYA-NAME.
		MOVE SPACES TO LYA-ADDRESS.
		MOVE "A" TO LYA-STATUS.
		MOVE SALE-DATE TO LYA-OPEN-DATE.
		MOVE SALE-DATE TO LYA-LAST-DATE.
		MOVE ZERO TO LYA-BALANCE.
		MOVE ZERO TO LYA-PRD-OPEN.
		MOVE ZERO TO LYA-PRD-EARNED.
		MOVE ZERO TO LYA-PRD-REVERSED.
		MOVE ZERO TO LYA-PRD-REDEEMED.
		WRITE LOYALTY-REC
			INVALID KEY CONTINUE
		END-WRITE.
		SET LOY-ON-FILE TO TRUE.
		ADD 1 TO WS-LOY-ENROLLED.

	AWARD-LOYALTY-POINTS.
		PERFORM FIND-LOYALTY-MULTIPLIER.
		COMPUTE WS-LOY-POINTS =
			WS-CALC-RPT-NET * WS-EARN-RATE * WS-LOY-MULT.
		IF WS-LOY-POINTS NOT = ZERO
			AND LOYALTY-OPEN
			PERFORM FIND-LOYALTY-ACCOUNT
			IF LOY-NEW
				AND SALE-IS-SALE
				PERFORM ENROL-LOYALTY-ACCOUNT
			END-IF
			IF LOY-ON-FILE
				AND LYA-ACTIVE
				PERFORM POST-LOYALTY-POINTS
			ELSE
				DISPLAY "Points non attribues : carte "
					SALE-CARD
			END-IF
		END-IF.

	POST-LOYALTY-POINTS.
		ADD WS-LOY-POINTS TO LYA-BALANCE.
		IF WS-LOY-POINTS > ZERO
			ADD WS-LOY-POINTS TO LYA-PRD-EARNED
			ADD WS-LOY-POINTS TO WS-LOY-EARNED
		ELSE
			COMPUTE WS-LOY-ABS = ZERO - WS-LOY-POINTS
			ADD WS-LOY-ABS TO LYA-PRD-REVERSED
			ADD WS-LOY-ABS TO WS-LOY-REVERSED
		END-IF.
		MOVE SALE-DATE TO LYA-LAST-DATE.
		REWRITE LOYALTY-REC.

	REDEEM-LOYALTY-POINTS.
		COMPUTE WS-LOY-AMOUNT = SALE-QTY * SALE-PRICE.
		COMPUTE WS-LOY-POINTS ROUNDED =
			WS-LOY-AMOUNT * WS-FX-RATE / WS-POINT-VALUE.
		PERFORM FIND-LOYALTY-ACCOUNT.
		EVALUATE TRUE
			WHEN LOY-NEW
				MOVE "E031" TO WS-LOY-CODE
				MOVE "Carte fidelite inconnue"
					TO WS-LOY-TEXT
				PERFORM LOG-LOYALTY-REJECT
			WHEN NOT LYA-ACTIVE
				MOVE "E032" TO WS-LOY-CODE
				MOVE "Carte fidelite fermee"
					TO WS-LOY-TEXT
				PERFORM LOG-LOYALTY-REJECT
			WHEN WS-LOY-POINTS > LYA-BALANCE
				MOVE "E033" TO WS-LOY-CODE
				MOVE "Solde de points insuffisant"
					TO WS-LOY-TEXT
				PERFORM LOG-LOYALTY-REJECT
			WHEN OTHER
				SUBTRACT WS-LOY-POINTS FROM LYA-BALANCE
				ADD WS-LOY-POINTS TO LYA-PRD-REDEEMED
				ADD WS-LOY-POINTS TO WS-LOY-REDEEMED
				MOVE SALE-DATE TO LYA-LAST-DATE
				REWRITE LOYALTY-REC
				PERFORM WRITE-REDEMPTION-LINE
		END-EVALUATE.

	WRITE-REDEMPTION-LINE.
		PERFORM ASSIGN-INVOICE-NUMBER.
		MOVE WS-INVOICE-NUM TO INV-INVOICE.
		MOVE SALE-STORE TO INV-STORE.
		MOVE SALE-PRODUCT TO INV-PRODUCT.
		MOVE SALE-DATE TO INV-DATE.
		MOVE SALE-TXN-CODE TO INV-TXN-CODE.
		MOVE ZERO TO INV-QTY.
		MOVE ZERO TO INV-PRICE.
		COMPUTE INV-GROSS = ZERO - WS-LOY-AMOUNT.
		MOVE ZERO TO INV-DISCOUNT.
		COMPUTE INV-NET = ZERO - WS-LOY-AMOUNT.
		MOVE ZERO TO INV-TAX.
		MOVE INV-GROSS TO WS-CALC-GROSS.
		MOVE ZERO TO WS-CALC-DISC.
		MOVE ZERO TO WS-CALC-TAX.
		PERFORM CONVERT-LINE-AMOUNTS.
		MOVE WS-SALE-CURRENCY TO INV-CURRENCY.
		MOVE WS-FX-RATE TO INV-FX-RATE.
		MOVE WS-CALC-RPT-GROSS TO INV-RPT-GROSS.
		MOVE ZERO TO INV-RPT-DISCOUNT.
		MOVE WS-CALC-RPT-NET TO INV-RPT-NET.
		MOVE ZERO TO INV-RPT-TAX.
		WRITE INVOICE-REC.
		ADD 1 TO WS-STAT-WRIT.

	LOAD-CHECKPOINT.
		MOVE ZERO TO WS-RESUME-IDX.
		OPEN INPUT CHECKPOINT-FILE.

	APPLY-PROMO-PRICE.
		COMPUTE WS-CALC-NET ROUNDED =
			SALE-QTY * WS-PRF-PRICE / WS-FX-RATE.
		COMPUTE WS-CALC-DISC =
			WS-CALC-GROSS - WS-CALC-NET.
		DISPLAY "Promotion prix : " WS-CALC-NET.
		SET PRICE-OK TO TRUE.
		MOVE "N" TO WS-STALE-FLAG.
		MOVE "N" TO WS-PRICE-FOUND.
		IF PRICE-INDEX-OPEN AND NOT SALE-IS-REDEEM
			MOVE SALE-PRODUCT TO PXI-PRODUCT
			READ PRICE-INDEX-FILE
				INVALID KEY CONTINUE
			COMPUTE WS-TOL-AMT ROUNDED =
				PVX-PRICE * WS-TOL-PCT / 100
			COMPUTE WS-PRICE-DIFF =
				WS-CHECK-PRICE - PVX-PRICE
			IF WS-PRICE-DIFF < ZERO
				COMPUTE WS-PRICE-DIFF =
					ZERO - WS-PRICE-DIFF
		COMPUTE WS-TOL-AMT ROUNDED =
			WS-MASTER-PRICE * WS-TOL-PCT / 100.
		COMPUTE WS-PRICE-DIFF =
			WS-CHECK-PRICE - WS-MASTER-PRICE.
		IF WS-PRICE-DIFF < ZERO
			COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
		END-IF.
		MOVE 12 TO WS-RETURN-CODE.

	POST-SALES-DETAIL.
		PERFORM FIND-SALE-CURRENCY.
		PERFORM CHECK-CREDIT-HOLD.
		PERFORM CHECK-PRICE-MASTER.
		SET RETURN-OK TO TRUE.
		IF NOT PRICE-BREAK
			PERFORM VALIDATE-RETURN
		END-IF.
		EVALUATE TRUE
			WHEN CREDIT-HELD
				DISPLAY "Vente bloquee : magasin "
					SALE-STORE
				PERFORM LOG-HOLD-REJECT
			WHEN FX-RATE-MISSING
				DISPLAY "Taux de change absent : "
					"devise " WS-SALE-CURRENCY
				PERFORM LOG-FX-REJECT
			WHEN SALE-IS-REDEEM
				PERFORM REDEEM-LOYALTY-POINTS
			WHEN PRICE-BREAK AND PRICE-STALE
				DISPLAY "Ancien tarif en caisse : "
					"produit " SALE-PRODUCT
		MOVE WS-CALC-NET TO INV-NET.
		PERFORM COMPUTE-LINE-TAX.
		MOVE WS-CALC-TAX TO INV-TAX.
		PERFORM CONVERT-LINE-AMOUNTS.
		MOVE WS-SALE-CURRENCY TO INV-CURRENCY.
		MOVE WS-FX-RATE TO INV-FX-RATE.
		MOVE WS-CALC-RPT-GROSS TO INV-RPT-GROSS.
		MOVE WS-CALC-RPT-DISC TO INV-RPT-DISCOUNT.
		MOVE WS-CALC-RPT-NET TO INV-RPT-NET.
		MOVE WS-CALC-RPT-TAX TO INV-RPT-TAX.
		WRITE INVOICE-REC.
		ADD 1 TO WS-STAT-WRIT.
		IF SALE-IS-RETURN
		ELSE
			PERFORM POST-SALE-TO-HISTORY
		END-IF.
		IF SALE-CARD NOT = SPACES
			PERFORM AWARD-LOYALTY-POINTS
		END-IF.

	NOTIFY-SUSPENSE.
		ADD 1 TO WS-STAT-REJ.
		MOVE SALE-CARD TO WS-SUS-CARD.
		CALL "SUSPWRT" USING WS-SUS-PROGRAM
			WS-SUS-REASON WS-SUS-DATA.

		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

	LOG-HOLD-REJECT.
		ACCEPT WS-REJ-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-REJ-TIME FROM TIME.
		MOVE WS-REJ-DATE TO REJ-DATE.
		MOVE WS-REJ-TIME TO REJ-TIME.
		MOVE "POST-SALES" TO REJ-PARAGRAPH.
		MOVE "E027" TO REJ-REASON-CODE.
		MOVE "Magasin en blocage credit" TO REJ-REASON-TEXT.
		MOVE SALE-QTY TO REJ-FIELD-A.
		MOVE SALE-PRICE TO REJ-FIELD-B.
		MOVE ZERO TO REJ-FIELD-C.
		WRITE REJECT-REC.
		MOVE REJ-REASON-CODE TO WS-SUS-REASON.
		MOVE REJECT-REC TO WS-SUS-DATA.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

	LOG-FX-REJECT.
		ACCEPT WS-REJ-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-REJ-TIME FROM TIME.
		MOVE WS-REJ-DATE TO REJ-DATE.
		MOVE WS-REJ-TIME TO REJ-TIME.
		MOVE "POST-SALES" TO REJ-PARAGRAPH.
		MOVE "E034" TO REJ-REASON-CODE.
		MOVE "Taux de change absent" TO REJ-REASON-TEXT.
		MOVE SALE-QTY TO REJ-FIELD-A.
		MOVE SALE-PRICE TO REJ-FIELD-B.
		MOVE ZERO TO REJ-FIELD-C.
		WRITE REJECT-REC.
		MOVE REJ-REASON-CODE TO WS-SUS-REASON.
		MOVE REJECT-REC TO WS-SUS-DATA.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

	LOG-RETURN-REJECT.
		ACCEPT WS-REJ-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-REJ-TIME FROM TIME.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

	LOG-LOYALTY-REJECT.
		DISPLAY "Remise fidelite refusee : carte " SALE-CARD.
		ACCEPT WS-REJ-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-REJ-TIME FROM TIME.
		MOVE WS-REJ-DATE TO REJ-DATE.
		MOVE WS-REJ-TIME TO REJ-TIME.
		MOVE "POST-SALES" TO REJ-PARAGRAPH.
		MOVE WS-LOY-CODE TO REJ-REASON-CODE.
		MOVE WS-LOY-TEXT TO REJ-REASON-TEXT.
		MOVE SALE-QTY TO REJ-FIELD-A.
		MOVE SALE-PRICE TO REJ-FIELD-B.
		MOVE ZERO TO REJ-FIELD-C.
		WRITE REJECT-REC.
		MOVE REJ-REASON-CODE TO WS-SUS-REASON.
		MOVE REJECT-REC TO WS-SUS-DATA.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

	LOG-TYPE-REJECT.
		DISPLAY "Type enregistrement inconnu : "
			SALE-REC-TYPE.
