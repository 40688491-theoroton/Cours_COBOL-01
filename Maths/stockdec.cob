		SELECT CLOSE-TXN-FILE ASSIGN TO "CLOSTXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CLSTXN-STATUS.
		SELECT DC-SHIP-FILE ASSIGN TO "DCSHTXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DCSHIP-STATUS.
		SELECT REBAL-TXN-FILE ASSIGN TO "REBALTXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REBTXN-STATUS.
		SELECT CATALOG-FILE ASSIGN TO "VENDCAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CAT-STATUS.
		SELECT RTV-MEMO-FILE ASSIGN TO "RTVMEMO"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RTVMEMO-STATUS.
		SELECT RTV-LOG-FILE ASSIGN TO "RTVLOG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RTVLOG-STATUS.
		SELECT KIT-BOM-FILE ASSIGN TO "KITBOM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-BOM-STATUS.
		SELECT LOT-IN-FILE ASSIGN TO "LOTSTKI"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LOTI-STATUS.
		SELECT LOT-OUT-FILE ASSIGN TO "LOTSTK"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
			88 MOVE-ADJ-MINUS VALUE "N".
			88 MOVE-XFER-OUT  VALUE "O".
			88 MOVE-XFER-IN   VALUE "T".
			88 MOVE-RTV       VALUE "V".
			88 MOVE-INCOMING  VALUES "R" "P" "T".
			88 MOVE-OUTGOING  VALUES "I" "N" "O" "V".
		02 TXN-STORE     PIC 9(4).
		02 TXN-PROD      PIC 9(4).
		02 TXN-QTY       PIC 9(8).
		02 TXN-RTV-VENDOR PIC 9(4).
		02 TXN-RTV-AUTH   PIC X(10).
		02 TXN-LOT        PIC X(10).
		02 TXN-EXPIRY     PIC X(8).
	COPY FILECTL.

	FD  STOCK-OUT-FILE.
		02 JRN-QTY       PIC 9(8).
		02 JRN-BEFORE    PIC 9(8).
		02 JRN-AFTER     PIC 9(8).
		02 JRN-KIT       PIC 9(4).
		02 JRN-LOT       PIC X(10).
		02 JRN-EXPIRY    PIC X(8).

	FD  BACKORDER-IN-FILE.
	01  BACKORDER-IN-REC.
	01  BO-REPORT-LINE PIC X(80).

	FD  STK-RECYCLE-FILE.
	01  STK-RECYCLE-REC PIC X(50).

	FD  CYC-ADJUST-FILE.
	01  CYC-ADJUST-REC PIC X(19).
	FD  CLOSE-TXN-FILE.
	01  CLOSE-TXN-REC PIC X(19).

	FD  DC-SHIP-FILE.
	01  DC-SHIP-REC PIC X(19).

	FD  REBAL-TXN-FILE.
	01  REBAL-TXN-REC PIC X(19).

	FD  CATALOG-FILE.
	01  CATALOG-REC.
		02 VCT-VENDOR    PIC 9(4).
		02 VCT-PROD      PIC 9(4).
		02 VCT-COST      PIC 9(5)V99.
		02 VCT-CASE-PACK PIC 9(4).
		02 VCT-MIN-QTY   PIC 9(8).
		02 VCT-LEAD-DAYS PIC 9(3).
		02 VCT-EFF-DATE  PIC X(8).

	FD  RTV-MEMO-FILE.
	COPY RTVREC.

	FD  RTV-LOG-FILE.
	01  RTV-LOG-REC PIC X(56).

	FD  KIT-BOM-FILE.
	COPY KITBOM.

	FD  LOT-IN-FILE.
	01  LOT-IN-REC.
		02 LTI-STORE     PIC 9(4).
		02 LTI-PROD      PIC 9(4).
		02 LTI-EXPIRY    PIC X(8).
		02 LTI-NUMBER    PIC X(10).
		02 LTI-QTY       PIC 9(8).
		02 LTI-RECV-DATE PIC X(8).

	FD  LOT-OUT-FILE.
	01  LOT-OUT-REC.
		02 LTO-STORE     PIC 9(4).
		02 LTO-PROD      PIC 9(4).
		02 LTO-EXPIRY    PIC X(8).
		02 LTO-NUMBER    PIC X(10).
		02 LTO-QTY       PIC 9(8).
		02 LTO-RECV-DATE PIC X(8).

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-STORE  PIC 9(4).
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  STOCK-REJECT-FILE.
	01  STOCK-REJECT-REC.
			88 CLOSE-TXN-EOF VALUE "Y".
		02 WS-CLS-DONE PIC X VALUE "N".
			88 CLOSE-CONSUMED VALUE "Y".
		02 WS-DCS-EOF PIC X VALUE "N".
			88 DC-SHIP-EOF VALUE "Y".
		02 WS-DCS-DONE PIC X VALUE "N".
			88 DC-SHIP-CONSUMED VALUE "Y".
		02 WS-RBT-EOF PIC X VALUE "N".
			88 REBAL-TXN-EOF VALUE "Y".
		02 WS-RBT-DONE PIC X VALUE "N".
			88 REBAL-CONSUMED VALUE "Y".
		02 WS-CAT-EOF PIC X VALUE "N".
			88 CATALOG-EOF VALUE "Y".
		02 WS-RTV-FLAG PIC X VALUE "Y".
			88 RTV-VALID   VALUE "Y".
			88 RTV-INVALID VALUE "N".
		02 WS-BOM-EOF PIC X VALUE "N".
			88 BOM-EOF VALUE "Y".
		02 WS-LOT-EOF PIC X VALUE "N".
			88 LOT-IN-EOF VALUE "Y".

	01 WS-REJECT-STAMP.
		02 WS-REJ-DATE PIC X(8).
	01 WS-RECYCLE-STATUS PIC XX.
	01 WS-CYCADJ-STATUS  PIC XX.
	01 WS-CLSTXN-STATUS  PIC XX.
	01 WS-DCSHIP-STATUS  PIC XX.
	01 WS-REBTXN-STATUS  PIC XX.
	01 WS-CAT-STATUS     PIC XX.
	01 WS-RTVMEMO-STATUS PIC XX.
	01 WS-RTVLOG-STATUS  PIC XX.
	01 WS-BOM-STATUS     PIC XX.
	01 WS-LOTI-STATUS    PIC XX.

	01 WS-RCY-EMPTY-HDR.
		02 FILLER      PIC X VALUE "H".
			88 STORE-VALID   VALUE "Y".
			88 STORE-INVALID VALUE "N".

	01 WS-TODAY PIC X(8).

	01 WS-CAT-TAB-CTL.
		02 WS-CT-COUNT PIC 9(4) VALUE ZERO.
		02 WS-CT-IDX   PIC 9(4).
		02 WS-CT-FOUND PIC 9(4).

	01 WS-CAT-TAB.
		02 WS-CT-ENTRY OCCURS 9999 TIMES.
			03 CT-VENDOR   PIC 9(4).
			03 CT-PROD     PIC 9(4).
			03 CT-COST     PIC 9(5)V99.
			03 CT-EFF-DATE PIC X(8).

	01 WS-BOM-TAB-CTL.
		02 WS-BM-COUNT PIC 9(4) VALUE ZERO.
		02 WS-BM-IDX   PIC 9(4).
		02 WS-BM-FOUND PIC 9(4).

	01 WS-BOM-TAB.
		02 WS-BM-ENTRY OCCURS 2000 TIMES.
			03 BM-KIT  PIC 9(4).
			03 BM-COMP PIC 9(4).
			03 BM-QTY  PIC 9(4).

	01 WS-KIT-WORK.
		02 WS-KIT-PROD    PIC 9(4) VALUE ZERO.
		02 WS-KIT-QTY     PIC 9(8).
		02 WS-KIT-ISSUES  PIC 9(6) VALUE ZERO.

	01 WS-LOT-TAB-CTL.
		02 WS-LT-COUNT PIC 9(4) VALUE ZERO.
		02 WS-LT-IDX   PIC 9(4).

	01 WS-LOT-TAB.
		02 WS-LT-ENTRY OCCURS 5000 TIMES.
			03 LT-STORE     PIC 9(4).
			03 LT-PROD      PIC 9(4).
			03 LT-EXPIRY    PIC X(8).
			03 LT-NUMBER    PIC X(10).
			03 LT-QTY       PIC 9(8).
			03 LT-RECV-DATE PIC X(8).

	01 WS-LOT-WORK.
		02 WS-LOT-STORE   PIC 9(4).
		02 WS-LOT-PROD    PIC 9(4).
		02 WS-LOT-NEED    PIC 9(8).
		02 WS-LOT-TAKE    PIC 9(8).
		02 WS-LOT-EXPIRED PIC 9(6) VALUE ZERO.

	01 WS-RTV-TALLIES.
		02 WS-RTV-MEMOS  PIC 9(6) VALUE ZERO.
		02 WS-RTV-NOCOST PIC 9(6) VALUE ZERO.

	01 WS-STORE-TAB-CTL.
		02 WS-ST-COUNT PIC 9(3) VALUE ZERO.
		02 WS-ST-IDX   PIC 9(3).
		02 WS-SUS-PROGRAM PIC X(10) VALUE "STOCKDEC".
		02 WS-SUS-REASON  PIC X(4).
		02 WS-SUS-DATA    PIC X(91).
		02 WS-SUS-STOCK REDEFINES WS-SUS-DATA.
			03 WS-SUS-PARAGRAPH  PIC X(19).
			03 WS-SUS-REJ-CODE   PIC X(4).
			03 WS-SUS-STORE      PIC 9(4).
			03 WS-SUS-PROD       PIC 9(4).
			03 WS-SUS-ON-HAND    PIC 9(8).
			03 WS-SUS-DEDUCT     PIC 9(8).
			03 WS-SUS-MOVE-CODE  PIC X.
			03 WS-SUS-RTV-VENDOR PIC 9(4).
			03 WS-SUS-RTV-AUTH   PIC X(10).
			03 WS-SUS-LOT        PIC X(10).
			03 WS-SUS-EXPIRY     PIC X(8).
			03 FILLER            PIC X(10).
			03 WS-SUS-LAYOUT     PIC X.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "STOCKDEC" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-STORE-MASTER.
		PERFORM LOAD-CATALOG-TABLE.
		PERFORM LOAD-BOM-TABLE.
		PERFORM LOAD-LOT-TABLE.
		PERFORM OPEN-STOCK-MASTER.
		IF STOCK-MASTER-OPEN
			PERFORM APPLY-TRANSACTIONS
			PERFORM FILL-BACKORDERS
			PERFORM WRITE-LOT-STOCK
			PERFORM WRITE-STOCK-OUT
			CLOSE STOCK-MASTER-FILE
			PERFORM CLEAR-CONSUMED-INPUTS
		ELSE
			IF ST-STATUS(WS-ST-FOUND) = "C"
				AND NOT MOVE-XFER-OUT
				AND NOT MOVE-RTV
				SET STORE-INVALID TO TRUE
				PERFORM LOG-CLOSED-REJECT
			END-IF
		MOVE TXN-QTY TO REJ-DEDUCT.
		WRITE STOCK-REJECT-REC.
		MOVE REJ-REASON-CODE TO WS-SUS-REASON.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

		MOVE TXN-QTY TO REJ-DEDUCT.
		WRITE STOCK-REJECT-REC.
		MOVE REJ-REASON-CODE TO WS-SUS-REASON.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

		OPEN INPUT STOCK-TXN-FILE.
		OPEN OUTPUT STOCK-REJECT-FILE.
		OPEN OUTPUT STOCK-JOURNAL-FILE.
		PERFORM OPEN-RTV-FILES.
		PERFORM WRITE-OFF-EXPIRED-LOTS.
		PERFORM PROCESS-STOCK-RECYCLE.
		PERFORM PROCESS-CYC-ADJUSTS.
		PERFORM PROCESS-CLOSE-TXNS.
		PERFORM PROCESS-DC-SHIPMENTS.
		PERFORM PROCESS-REBAL-TXNS.
		PERFORM READ-STOCK-TXN.
		PERFORM PROCESS-STOCK-TXN UNTIL TXN-EOF.
		PERFORM VERIFY-STOCK-CONTROLS.
		CLOSE STOCK-TXN-FILE.
		CLOSE STOCK-REJECT-FILE.
		CLOSE RTV-MEMO-FILE.
		CLOSE RTV-LOG-FILE.
		IF WS-RTV-MEMOS > 0
			DISPLAY "Avoirs retour fournisseur emis : "
				WS-RTV-MEMOS " dont sans tarif : "
				WS-RTV-NOCOST
		END-IF.
		IF WS-LOT-EXPIRED > 0
			DISPLAY "Lots perimes mis au rebut : "
				WS-LOT-EXPIRED
		END-IF.
		IF WS-KIT-ISSUES > 0
			DISPLAY "Sorties de kits eclatees : "
				WS-KIT-ISSUES
		END-IF.

	PROCESS-STOCK-RECYCLE.
		OPEN INPUT STK-RECYCLE-FILE.
		END-READ.

	POST-STOCK-RECYCLE.
		MOVE STK-RECYCLE-REC TO STOCK-TXN-REC.
		PERFORM DISPATCH-STOCK-TXN.
		PERFORM READ-STK-RECYCLE.

		END-READ.

	POST-CYC-ADJUST.
		MOVE SPACES TO STOCK-TXN-REC.
		MOVE CYC-ADJUST-REC TO CTL-TRAILER-REC.
		PERFORM DISPATCH-STOCK-TXN.
		PERFORM READ-CYC-ADJUST.
		END-READ.

	POST-CLOSE-TXN.
		MOVE SPACES TO STOCK-TXN-REC.
		MOVE CLOSE-TXN-REC TO CTL-TRAILER-REC.
		PERFORM DISPATCH-STOCK-TXN.
		PERFORM READ-CLOSE-TXN.

	PROCESS-DC-SHIPMENTS.
		OPEN INPUT DC-SHIP-FILE.
		IF WS-DCSHIP-STATUS NOT = "00"
			DISPLAY "Pas d'expeditions entrepot"
		ELSE
			SET DC-SHIP-CONSUMED TO TRUE
			MOVE "DCSHTXN" TO WS-CTL-NAME
			PERFORM READ-DC-SHIP
			PERFORM POST-DC-SHIP
				UNTIL DC-SHIP-EOF
			PERFORM VERIFY-STOCK-CONTROLS
			PERFORM RESET-FILE-CONTROLS
			MOVE "STOCKTXN" TO WS-CTL-NAME
			CLOSE DC-SHIP-FILE
		END-IF.

	READ-DC-SHIP.
		READ DC-SHIP-FILE
			AT END SET DC-SHIP-EOF TO TRUE
		END-READ.

	POST-DC-SHIP.
		MOVE SPACES TO STOCK-TXN-REC.
		MOVE DC-SHIP-REC TO CTL-TRAILER-REC.
		PERFORM DISPATCH-STOCK-TXN.
		PERFORM READ-DC-SHIP.

	PROCESS-REBAL-TXNS.
		OPEN INPUT REBAL-TXN-FILE.
		IF WS-REBTXN-STATUS NOT = "00"
			DISPLAY "Pas de transferts de reequilibrage"
		ELSE
			SET REBAL-CONSUMED TO TRUE
			MOVE "REBALTXN" TO WS-CTL-NAME
			PERFORM READ-REBAL-TXN
			PERFORM POST-REBAL-TXN
				UNTIL REBAL-TXN-EOF
			PERFORM VERIFY-STOCK-CONTROLS
			PERFORM RESET-FILE-CONTROLS
			MOVE "STOCKTXN" TO WS-CTL-NAME
			CLOSE REBAL-TXN-FILE
		END-IF.

	READ-REBAL-TXN.
		READ REBAL-TXN-FILE
			AT END SET REBAL-TXN-EOF TO TRUE
		END-READ.

	POST-REBAL-TXN.
		MOVE SPACES TO STOCK-TXN-REC.
		MOVE REBAL-TXN-REC TO CTL-TRAILER-REC.
		PERFORM DISPATCH-STOCK-TXN.
		PERFORM READ-REBAL-TXN.

	CLEAR-CONSUMED-INPUTS.
		ACCEPT WS-REH-DATE FROM DATE YYYYMMDD.
		IF RECYCLE-CONSUMED
			DISPLAY "Liquidations CLOSTXN consommees "
				"et vides"
		END-IF.
		IF DC-SHIP-CONSUMED
			AND WS-RETURN-CODE NOT = 12
			OPEN OUTPUT DC-SHIP-FILE
			MOVE WS-RCY-EMPTY-HDR
				TO DC-SHIP-REC
			WRITE DC-SHIP-REC
			MOVE WS-RCY-EMPTY-TRL
				TO DC-SHIP-REC
			WRITE DC-SHIP-REC
			CLOSE DC-SHIP-FILE
			DISPLAY "Expeditions DCSHTXN consommees "
				"et vides"
		END-IF.
		IF REBAL-CONSUMED
			AND WS-RETURN-CODE NOT = 12
			OPEN OUTPUT REBAL-TXN-FILE
			MOVE WS-RCY-EMPTY-HDR
				TO REBAL-TXN-REC
			WRITE REBAL-TXN-REC
			MOVE WS-RCY-EMPTY-TRL
				TO REBAL-TXN-REC
			WRITE REBAL-TXN-REC
			CLOSE REBAL-TXN-FILE
			DISPLAY "Transferts REBALTXN consommes "
				"et vides"
		END-IF.

	RESET-FILE-CONTROLS.
		MOVE "N" TO WS-HDR-FLAG.
			" produit " TXN-PROD.
		PERFORM CHECK-TXN-STORE.
		IF STORE-VALID
			AND MOVE-RTV
			PERFORM CHECK-RTV-FIELDS
		END-IF.
		IF STORE-VALID
			AND MOVE-ISSUE
			PERFORM FIND-KIT-ENTRY
		ELSE
			MOVE ZERO TO WS-BM-FOUND
		END-IF.
		IF STORE-VALID
			IF WS-BM-FOUND NOT = ZERO
				PERFORM EXPLODE-KIT-ISSUE
			ELSE
				PERFORM APPLY-VALID-TXN
			END-IF
		END-IF.

	FIND-KIT-ENTRY.
		MOVE ZERO TO WS-BM-FOUND.
		PERFORM VARYING WS-BM-IDX FROM 1 BY 1
			UNTIL WS-BM-IDX > WS-BM-COUNT
			OR WS-BM-FOUND NOT = ZERO
			IF BM-KIT(WS-BM-IDX) = TXN-PROD
				MOVE WS-BM-IDX TO WS-BM-FOUND
			END-IF
		END-PERFORM.

	EXPLODE-KIT-ISSUE.
		DISPLAY "Kit " TXN-PROD " eclate en composants".
		ADD 1 TO WS-KIT-ISSUES.
		MOVE TXN-PROD TO WS-KIT-PROD.
		MOVE TXN-QTY TO WS-KIT-QTY.
		PERFORM ISSUE-KIT-COMPONENT
			VARYING WS-BM-IDX FROM WS-BM-FOUND BY 1
			UNTIL WS-BM-IDX > WS-BM-COUNT.
		MOVE WS-KIT-PROD TO TXN-PROD.
		MOVE WS-KIT-QTY TO TXN-QTY.
		MOVE ZERO TO WS-KIT-PROD.

	ISSUE-KIT-COMPONENT.
		IF BM-KIT(WS-BM-IDX) = WS-KIT-PROD
			MOVE BM-COMP(WS-BM-IDX) TO TXN-PROD
			MULTIPLY WS-KIT-QTY BY BM-QTY(WS-BM-IDX)
				GIVING TXN-QTY
				ON SIZE ERROR
				MOVE WS-KIT-QTY TO A
				MOVE ZERO TO B
				PERFORM LOG-CAPACITY-REJECT
			NOT ON SIZE ERROR
				PERFORM APPLY-VALID-TXN
			END-MULTIPLY
		END-IF.

	APPLY-VALID-TXN.

	APPLY-OUTGOING-MOVE.
		SUBTRACT A FROM B GIVING C.
		EVALUATE TRUE
			WHEN C < 0 AND MOVE-RTV
				DISPLAY "Stock insuffisant - "
					"retour refuse"
				PERFORM LOG-STOCK-REJECT
			WHEN C < 0
				DISPLAY "Stock insuffisant - reliquat"
				PERFORM SHIP-SHORT
			WHEN OTHER
				PERFORM SAVE-STOCK-CELL
				DISPLAY "Nouvelle quantite : " C
				PERFORM WRITE-JOURNAL-ENTRY
				PERFORM CONSUME-TXN-LOTS
				IF MOVE-RTV
					PERFORM RAISE-DEBIT-MEMO
				END-IF
		END-EVALUATE.

	CHECK-RTV-FIELDS.
		SET RTV-VALID TO TRUE.
		IF TXN-RTV-VENDOR NOT NUMERIC
			OR TXN-RTV-VENDOR = ZERO
			OR TXN-RTV-AUTH = SPACES
			SET RTV-INVALID TO TRUE
			SET STORE-INVALID TO TRUE
			PERFORM LOG-RTV-REJECT
		END-IF.

	OPEN-RTV-FILES.
		OPEN EXTEND RTV-MEMO-FILE.
		IF WS-RTVMEMO-STATUS = "35"
			OPEN OUTPUT RTV-MEMO-FILE
		END-IF.
		OPEN EXTEND RTV-LOG-FILE.
		IF WS-RTVLOG-STATUS = "35"
			OPEN OUTPUT RTV-LOG-FILE
		END-IF.

	RAISE-DEBIT-MEMO.
		PERFORM FIND-CATALOG-ENTRY.
		MOVE WS-TODAY TO RTM-DATE.
		MOVE TXN-RTV-VENDOR TO RTM-VENDOR.
		MOVE TXN-RTV-AUTH TO RTM-AUTH.
		MOVE TXN-STORE TO RTM-STORE.
		MOVE TXN-PROD TO RTM-PROD.
		MOVE A TO RTM-QTY.
		IF WS-CT-FOUND = ZERO
			ADD 1 TO WS-RTV-NOCOST
			MOVE ZERO TO RTM-COST
		ELSE
			MOVE CT-COST(WS-CT-FOUND) TO RTM-COST
		END-IF.
		COMPUTE RTM-AMOUNT = RTM-QTY * RTM-COST.
		WRITE RTV-MEMO-REC.
		WRITE RTV-LOG-REC FROM RTV-MEMO-REC.
		ADD 1 TO WS-RTV-MEMOS.

	LOAD-BOM-TABLE.
		OPEN INPUT KIT-BOM-FILE.
		IF WS-BOM-STATUS NOT = "00"
			DISPLAY "Fichier KITBOM absent - "
				"kits sortis sans eclatement"
			SET BOM-EOF TO TRUE
		ELSE
			PERFORM READ-BOM
		END-IF.
		PERFORM LOAD-BOM-ENTRY UNTIL BOM-EOF.
		IF WS-BOM-STATUS NOT = "35"
			CLOSE KIT-BOM-FILE
		END-IF.

	READ-BOM.
		READ KIT-BOM-FILE
			AT END SET BOM-EOF TO TRUE
		END-READ.

	LOAD-BOM-ENTRY.
		IF BOM-KIT NOT NUMERIC
			OR BOM-COMP NOT NUMERIC
			OR BOM-QTY NOT NUMERIC
			OR BOM-QTY = ZERO
			DISPLAY "Nomenclature invalide ignoree : "
				KIT-BOM-REC
		ELSE
			IF WS-BM-COUNT < 2000
				ADD 1 TO WS-BM-COUNT
				MOVE BOM-KIT TO BM-KIT(WS-BM-COUNT)
				MOVE BOM-COMP TO BM-COMP(WS-BM-COUNT)
				MOVE BOM-QTY TO BM-QTY(WS-BM-COUNT)
			ELSE
				DISPLAY "Table nomenclature saturee"
					" - composant perdu " BOM-KIT
					"/" BOM-COMP
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-BOM.

	LOAD-LOT-TABLE.
		OPEN INPUT LOT-IN-FILE.
		IF WS-LOTI-STATUS NOT = "00"
			DISPLAY "Fichier LOTSTKI absent - "
				"sorties sans suivi des lots"
			SET LOT-IN-EOF TO TRUE
		ELSE
			PERFORM READ-LOT-IN
		END-IF.
		PERFORM LOAD-LOT-ENTRY UNTIL LOT-IN-EOF.
		IF WS-LOTI-STATUS NOT = "35"
			CLOSE LOT-IN-FILE
		END-IF.

	READ-LOT-IN.
		READ LOT-IN-FILE
			AT END SET LOT-IN-EOF TO TRUE
		END-READ.

	LOAD-LOT-ENTRY.
		IF WS-LT-COUNT < 5000
			ADD 1 TO WS-LT-COUNT
			MOVE LTI-STORE TO LT-STORE(WS-LT-COUNT)
			MOVE LTI-PROD TO LT-PROD(WS-LT-COUNT)
			MOVE LTI-EXPIRY TO LT-EXPIRY(WS-LT-COUNT)
			MOVE LTI-NUMBER TO LT-NUMBER(WS-LT-COUNT)
			MOVE LTI-QTY TO LT-QTY(WS-LT-COUNT)
			MOVE LTI-RECV-DATE
				TO LT-RECV-DATE(WS-LT-COUNT)
		ELSE
			DISPLAY "Table des lots saturee"
				" - lot perdu " LTI-STORE
				"/" LTI-PROD "/" LTI-NUMBER
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-LOT-IN.

	WRITE-OFF-EXPIRED-LOTS.
		PERFORM WRITE-OFF-ONE-LOT
			VARYING WS-LT-IDX FROM 1 BY 1
			UNTIL WS-LT-IDX > WS-LT-COUNT.

	WRITE-OFF-ONE-LOT.
		IF LT-EXPIRY(WS-LT-IDX) < WS-TODAY
			AND LT-QTY(WS-LT-IDX) > ZERO
			PERFORM WRITE-OFF-LOT-STOCK
			MOVE ZERO TO LT-QTY(WS-LT-IDX)
			ADD 1 TO WS-LOT-EXPIRED
		END-IF.

	WRITE-OFF-LOT-STOCK.
		MOVE LT-STORE(WS-LT-IDX) TO SMT-STORE.
		MOVE LT-PROD(WS-LT-IDX) TO SMT-PROD.
		PERFORM READ-STOCK-CELL.
		IF LT-QTY(WS-LT-IDX) > B
			DISPLAY "Lot " LT-NUMBER(WS-LT-IDX)
				" superieur au stock "
				SMT-STORE "/" SMT-PROD
			MOVE B TO A
		ELSE
			MOVE LT-QTY(WS-LT-IDX) TO A
		END-IF.
		IF A > ZERO
			SUBTRACT A FROM B GIVING C
			PERFORM SAVE-STOCK-CELL
			PERFORM WRITE-EXPIRY-JOURNAL
		END-IF.

	WRITE-EXPIRY-JOURNAL.
		ADD 1 TO WS-STAT-WRIT.
		ACCEPT WS-REJ-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-REJ-TIME FROM TIME.
		MOVE WS-REJ-DATE TO JRN-DATE.
		MOVE WS-REJ-TIME TO JRN-TIME.
		MOVE LT-STORE(WS-LT-IDX) TO JRN-STORE.
		MOVE LT-PROD(WS-LT-IDX) TO JRN-PROD.
		MOVE "E" TO JRN-MOVE-CODE.
		MOVE A TO JRN-QTY.
		MOVE B TO JRN-BEFORE.
		MOVE C TO JRN-AFTER.
		MOVE ZERO TO JRN-KIT.
		MOVE LT-NUMBER(WS-LT-IDX) TO JRN-LOT.
		MOVE LT-EXPIRY(WS-LT-IDX) TO JRN-EXPIRY.
		WRITE JOURNAL-REC.

	CONSUME-TXN-LOTS.
		MOVE TXN-STORE TO WS-LOT-STORE.
		MOVE TXN-PROD TO WS-LOT-PROD.
		MOVE A TO WS-LOT-NEED.
		PERFORM CONSUME-ONE-LOT
			VARYING WS-LT-IDX FROM 1 BY 1
			UNTIL WS-LT-IDX > WS-LT-COUNT
			OR WS-LOT-NEED = ZERO.

	CONSUME-BO-LOTS.
		MOVE BOI-STORE TO WS-LOT-STORE.
		MOVE BOI-PROD TO WS-LOT-PROD.
		MOVE A TO WS-LOT-NEED.
		PERFORM CONSUME-ONE-LOT
			VARYING WS-LT-IDX FROM 1 BY 1
			UNTIL WS-LT-IDX > WS-LT-COUNT
			OR WS-LOT-NEED = ZERO.

	CONSUME-ONE-LOT.
		IF LT-STORE(WS-LT-IDX) = WS-LOT-STORE
			AND LT-PROD(WS-LT-IDX) = WS-LOT-PROD
			AND LT-QTY(WS-LT-IDX) > ZERO
			IF LT-QTY(WS-LT-IDX) > WS-LOT-NEED
				MOVE WS-LOT-NEED TO WS-LOT-TAKE
			ELSE
				MOVE LT-QTY(WS-LT-IDX) TO WS-LOT-TAKE
			END-IF
			SUBTRACT WS-LOT-TAKE FROM LT-QTY(WS-LT-IDX)
			SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
		END-IF.

	WRITE-LOT-STOCK.
		OPEN OUTPUT LOT-OUT-FILE.
		PERFORM WRITE-LOT-OUT
			VARYING WS-LT-IDX FROM 1 BY 1
			UNTIL WS-LT-IDX > WS-LT-COUNT.
		CLOSE LOT-OUT-FILE.

	WRITE-LOT-OUT.
		IF LT-QTY(WS-LT-IDX) > ZERO
			MOVE LT-STORE(WS-LT-IDX) TO LTO-STORE
			MOVE LT-PROD(WS-LT-IDX) TO LTO-PROD
			MOVE LT-EXPIRY(WS-LT-IDX) TO LTO-EXPIRY
			MOVE LT-NUMBER(WS-LT-IDX) TO LTO-NUMBER
			MOVE LT-QTY(WS-LT-IDX) TO LTO-QTY
			MOVE LT-RECV-DATE(WS-LT-IDX) TO LTO-RECV-DATE
			WRITE LOT-OUT-REC
		END-IF.

	LOAD-CATALOG-TABLE.
		OPEN INPUT CATALOG-FILE.
		IF WS-CAT-STATUS NOT = "00"
			DISPLAY "Fichier VENDCAT absent - "
				"retours fournisseur non valorises"
			SET CATALOG-EOF TO TRUE
		ELSE
			PERFORM READ-CATALOG
		END-IF.
		PERFORM LOAD-CATALOG-ENTRY UNTIL CATALOG-EOF.
		IF WS-CAT-STATUS NOT = "35"
			CLOSE CATALOG-FILE
		END-IF.

	READ-CATALOG.
		READ CATALOG-FILE
			AT END SET CATALOG-EOF TO TRUE
		END-READ.

	LOAD-CATALOG-ENTRY.
		IF VCT-EFF-DATE <= WS-TODAY
			IF WS-CT-COUNT < 9999
				ADD 1 TO WS-CT-COUNT
				MOVE VCT-VENDOR
					TO CT-VENDOR(WS-CT-COUNT)
				MOVE VCT-PROD TO CT-PROD(WS-CT-COUNT)
				MOVE VCT-COST TO CT-COST(WS-CT-COUNT)
				MOVE VCT-EFF-DATE
					TO CT-EFF-DATE(WS-CT-COUNT)
			ELSE
				DISPLAY "Table catalogue saturee"
					" - article perdu " VCT-VENDOR
					"/" VCT-PROD
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-CATALOG.

	FIND-CATALOG-ENTRY.
		MOVE ZERO TO WS-CT-FOUND.
		PERFORM VARYING WS-CT-IDX FROM 1 BY 1
			UNTIL WS-CT-IDX > WS-CT-COUNT
			IF CT-VENDOR(WS-CT-IDX) = TXN-RTV-VENDOR
				AND CT-PROD(WS-CT-IDX) = TXN-PROD
				PERFORM KEEP-LATEST-CATALOG
			END-IF
		END-PERFORM.

	KEEP-LATEST-CATALOG.
		IF WS-CT-FOUND = ZERO
			MOVE WS-CT-IDX TO WS-CT-FOUND
		ELSE
			IF CT-EFF-DATE(WS-CT-IDX)
				>= CT-EFF-DATE(WS-CT-FOUND)
				MOVE WS-CT-IDX TO WS-CT-FOUND
			END-IF
		END-IF.

	SHIP-SHORT.
			PERFORM SAVE-STOCK-CELL
			DISPLAY "Expedie partiellement : " A
			PERFORM WRITE-JOURNAL-ENTRY
			PERFORM CONSUME-TXN-LOTS
		END-IF.
		DISPLAY "Reliquat cree : " WS-BO-QTY.
		PERFORM ADD-BACKORDER-ENTRY.
		SUBTRACT BOI-QTY FROM WS-BO-AVAIL GIVING C.
		PERFORM SAVE-STOCK-CELL.
		PERFORM WRITE-BO-JOURNAL.
		PERFORM CONSUME-BO-LOTS.
		ADD 1 TO WS-BO-FILLED.
		MOVE BOI-STORE TO BD-STORE.
		MOVE BOI-PROD TO BD-PROD.
		MOVE ZERO TO C.
		PERFORM SAVE-STOCK-CELL.
		PERFORM WRITE-BO-JOURNAL.
		PERFORM CONSUME-BO-LOTS.
		ADD 1 TO WS-BO-PARTIAL.
		MOVE BOI-STORE TO BD-STORE.
		MOVE BOI-PROD TO BD-PROD.
		MOVE A TO JRN-QTY.
		MOVE B TO JRN-BEFORE.
		MOVE C TO JRN-AFTER.
		MOVE ZERO TO JRN-KIT.
		MOVE SPACES TO JRN-LOT.
		MOVE SPACES TO JRN-EXPIRY.
		WRITE JOURNAL-REC.

	WRITE-NEW-BACKORDER.
		MOVE A TO JRN-QTY.
		MOVE B TO JRN-BEFORE.
		MOVE C TO JRN-AFTER.
		MOVE WS-KIT-PROD TO JRN-KIT.
		IF MOVE-RECEIPT
			MOVE TXN-LOT TO JRN-LOT
			MOVE TXN-EXPIRY TO JRN-EXPIRY
		ELSE
			MOVE SPACES TO JRN-LOT
			MOVE SPACES TO JRN-EXPIRY
		END-IF.
		WRITE JOURNAL-REC.

	NOTE-FILE-HEADER.
		MOVE ZERO TO REJ-DEDUCT.
		WRITE STOCK-REJECT-REC.
		MOVE REJ-REASON-CODE TO WS-SUS-REASON.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.


	NOTIFY-SUSPENSE.
		ADD 1 TO WS-STAT-REJ.
		MOVE SPACES TO WS-SUS-DATA.
		MOVE REJ-PARAGRAPH TO WS-SUS-PARAGRAPH.
		MOVE REJ-REASON-CODE TO WS-SUS-REJ-CODE.
		MOVE REJ-STORE TO WS-SUS-STORE.
		MOVE REJ-PROD TO WS-SUS-PROD.
		MOVE REJ-ON-HAND TO WS-SUS-ON-HAND.
		MOVE REJ-DEDUCT TO WS-SUS-DEDUCT.
		MOVE TXN-MOVE-CODE TO WS-SUS-MOVE-CODE.
		MOVE TXN-RTV-VENDOR TO WS-SUS-RTV-VENDOR.
		MOVE TXN-RTV-AUTH TO WS-SUS-RTV-AUTH.
		MOVE TXN-LOT TO WS-SUS-LOT.
		MOVE TXN-EXPIRY TO WS-SUS-EXPIRY.
		MOVE "T" TO WS-SUS-LAYOUT.
		CALL "SUSPWRT" USING WS-SUS-PROGRAM
			WS-SUS-REASON WS-SUS-DATA.

		MOVE A TO REJ-DEDUCT.
		WRITE STOCK-REJECT-REC.
		MOVE REJ-REASON-CODE TO WS-SUS-REASON.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

		MOVE A TO REJ-DEDUCT.
		WRITE STOCK-REJECT-REC.
		MOVE REJ-REASON-CODE TO WS-SUS-REASON.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

	LOG-RTV-REJECT.
		DISPLAY "Retour fournisseur incomplet : "
			TXN-STORE "/" TXN-PROD.
		ACCEPT WS-REJ-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-REJ-TIME FROM TIME.
		MOVE WS-REJ-DATE TO REJ-DATE.
		MOVE WS-REJ-TIME TO REJ-TIME.
		MOVE "CHECK-RTV-FIELDS" TO REJ-PARAGRAPH.
		MOVE "E026" TO REJ-REASON-CODE.
		MOVE "Retour sans fournisseur/autor."
			TO REJ-REASON-TEXT.
		MOVE TXN-STORE TO REJ-STORE.
		MOVE TXN-PROD TO REJ-PROD.
		MOVE ZERO TO REJ-ON-HAND.
		MOVE TXN-QTY TO REJ-DEDUCT.
		WRITE STOCK-REJECT-REC.
		MOVE REJ-REASON-CODE TO WS-SUS-REASON.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

		MOVE A TO REJ-DEDUCT.
		WRITE STOCK-REJECT-REC.
		MOVE REJ-REASON-CODE TO WS-SUS-REASON.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

