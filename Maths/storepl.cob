	IDENTIFICATION DIVISION.
	PROGRAM-ID. STOREPL.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "PLPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT INV-HIST-FILE ASSIGN TO "INVHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS IVH-KEY
			FILE STATUS IS WS-INVHST-STATUS.
		SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MAST-STATUS.
		SELECT KIT-BOM-FILE ASSIGN TO "KITBOM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-BOM-STATUS.
		SELECT ARCHIVE-FILE ASSIGN TO "MOVARCHF"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ARCH-STATUS.
		SELECT ALLOC-FILE ASSIGN TO "PRORALLOC"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ALLOC-STATUS.
		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STORE-STATUS.
		SELECT PL-HIST-IN-FILE ASSIGN TO "PLHISTIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PLI-STATUS.
		SELECT PL-HIST-OUT-FILE ASSIGN TO "PLHIST"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT PL-RPT-FILE ASSIGN TO "PLRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 PLP-MONTH PIC X(6).

	FD  INV-HIST-FILE.
	01  INV-HIST-REC.
		02 IVH-KEY.
			03 IVH-INVOICE PIC 9(6).
			03 IVH-LINE    PIC 9(3).
		02 IVH-STORE    PIC 9(4).
		02 IVH-PRODUCT  PIC 9(4).
		02 IVH-DATE     PIC X(8).
		02 IVH-TXN-CODE PIC X.
			88 IVH-IS-RETURN VALUE "R".
		02 IVH-QTY      PIC 9(3).
		02 IVH-PRICE    PIC 9(3)V99.
		02 IVH-GROSS    PIC S9(6)V99.
		02 IVH-DISCOUNT PIC S9(6)V99.
		02 IVH-NET      PIC S9(6)V99.
		02 IVH-TAX      PIC S9(6)V99.
		02 IVH-CURRENCY PIC X(3).
		02 IVH-FX-RATE  PIC 9(3)V9(6).
		02 IVH-RPT-GROSS    PIC S9(6)V99.
		02 IVH-RPT-DISCOUNT PIC S9(6)V99.
		02 IVH-RPT-NET      PIC S9(6)V99.
		02 IVH-RPT-TAX      PIC S9(6)V99.

	FD  PRODUCT-MASTER.
	01  MASTER-REC.
		02 MST-STORE     PIC 9(4).
		02 MST-PRODUCT   PIC 9(4).
		02 MST-QTY       PIC 9(08).
		02 MST-UNIT-COST PIC 9(5)V99.

	FD  KIT-BOM-FILE.
	COPY KITBOM.

	FD  ARCHIVE-FILE.
	01  ARCHIVE-REC.
		02 ARC-DATE      PIC X(8).
		02 ARC-TIME      PIC X(6).
		02 ARC-STORE     PIC 9(4).
		02 ARC-PROD      PIC 9(4).
		02 ARC-MOVE-CODE PIC X.
			88 ARC-ADJ-MINUS VALUE "N".
		02 ARC-QTY       PIC 9(8).
		02 ARC-BEFORE    PIC 9(8).
		02 ARC-AFTER     PIC 9(8).
		02 ARC-KIT       PIC 9(4).
		02 ARC-LOT       PIC X(10).
		02 ARC-EXPIRY    PIC X(8).

	FD  ALLOC-FILE.
	01  ALLOC-REC.
		02 ALLOC-STORE  PIC 9(2).
		02 ALLOC-AMOUNT PIC 9(6).
		02 ALLOC-NOTE   PIC X(20).

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-STORE  PIC 9(4).
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  PL-HIST-IN-FILE.
	01  PL-HIST-IN-REC.
		02 PLI-MONTH  PIC X(6).
		02 PLI-STORE  PIC 9(4).
		02 PLI-AMOUNT PIC S9(9)V99 OCCURS 5 TIMES.

	FD  PL-HIST-OUT-FILE.
	01  PL-HIST-OUT-REC.
		02 PLO-MONTH  PIC X(6).
		02 PLO-STORE  PIC 9(4).
		02 PLO-AMOUNT PIC S9(9)V99 OCCURS 5 TIMES.

	FD  PL-RPT-FILE.
	01  PL-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS   PIC XX.
	01 WS-INVHST-STATUS PIC XX.
	01 WS-BOM-STATUS    PIC XX.
	01 WS-MAST-STATUS   PIC XX.
	01 WS-ARCH-STATUS   PIC XX.
	01 WS-ALLOC-STATUS  PIC XX.
	01 WS-STORE-STATUS  PIC XX.
	01 WS-PLI-STATUS    PIC XX.

	01 WS-FLAGS.
		02 WS-INV-EOF PIC X VALUE "N".
			88 INV-HIST-EOF VALUE "Y".
		02 WS-MAST-EOF PIC X VALUE "N".
			88 MASTER-EOF VALUE "Y".
		02 WS-BOM-EOF PIC X VALUE "N".
			88 BOM-EOF VALUE "Y".
		02 WS-ARC-EOF PIC X VALUE "N".
			88 ARCHIVE-EOF VALUE "Y".
		02 WS-ALC-EOF PIC X VALUE "N".
			88 ALLOC-EOF VALUE "Y".
		02 WS-STO-EOF PIC X VALUE "N".
			88 STORE-MASTER-EOF VALUE "Y".
		02 WS-PLI-EOF PIC X VALUE "N".
			88 PL-HIST-EOF VALUE "Y".

	01 WS-PERIOD.
		02 WS-TODAY      PIC X(8).
		02 WS-MONTH      PIC X(6).
		02 WS-MONTH-NUM  REDEFINES WS-MONTH.
			03 WS-MONTH-YY PIC 9(4).
			03 WS-MONTH-MM PIC 9(2).
		02 WS-PRIOR      PIC X(6).
		02 WS-PRIOR-NUM  REDEFINES WS-PRIOR.
			03 WS-PRIOR-YY PIC 9(4).
			03 WS-PRIOR-MM PIC 9(2).

	01 WS-COST-TAB-CTL.
		02 WS-CS-COUNT PIC 9(4) VALUE ZERO.
		02 WS-CS-IDX   PIC 9(4).
		02 WS-CS-FOUND PIC 9(4).

	01 WS-COST-TAB.
		02 WS-CS-ENTRY OCCURS 9999 TIMES.
			03 CS-STORE PIC 9(4).
			03 CS-PROD  PIC 9(4).
			03 CS-COST  PIC 9(5)V99.

	01 WS-BOM-TAB-CTL.
		02 WS-BM-COUNT PIC 9(4) VALUE ZERO.
		02 WS-BM-IDX   PIC 9(4).

	01 WS-BOM-TAB.
		02 WS-BM-ENTRY OCCURS 2000 TIMES.
			03 BM-KIT  PIC 9(4).
			03 BM-COMP PIC 9(4).
			03 BM-QTY  PIC 9(4).

	01 WS-KIT-WORK.
		02 WS-KC-IDX      PIC 9(4).
		02 WS-KIT-COMPS   PIC 9(4).
		02 WS-KIT-COST    PIC 9(7)V99.
		02 WS-COMP-COST   PIC 9(5)V99.
		02 WS-COMP-VALUE  PIC 9(7)V99.
		02 WS-KIT-ROLLED  PIC 9(6) VALUE ZERO.

	01 WS-STORE-TAB-CTL.
		02 WS-ST-COUNT PIC 9(3) VALUE ZERO.
		02 WS-ST-IDX   PIC 9(3).
		02 WS-ST-FOUND PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-ST-ENTRY OCCURS 999 TIMES.
			03 ST-STORE  PIC 9(4).
			03 ST-NAME   PIC X(20).
			03 ST-REGION PIC X(10).
			03 ST-COLUMN OCCURS 2 TIMES.
				04 ST-AMOUNT PIC S9(9)V99
					OCCURS 5 TIMES.

	01 WS-REGION-TAB-CTL.
		02 WS-RG-COUNT PIC 9(3) VALUE ZERO.
		02 WS-RG-IDX   PIC 9(3).
		02 WS-RG-FOUND PIC 9(3).

	01 WS-REGION-TAB.
		02 WS-RG-ENTRY OCCURS 999 TIMES.
			03 RG-REGION PIC X(10).

	01 WS-BLOCK-CTL.
		02 WS-COL-IDX  PIC 9.
		02 WS-ITM-IDX  PIC 9.
		02 WS-BLK-KIND PIC X.
			88 BLOCK-STORE  VALUE "S".
			88 BLOCK-REGION VALUE "R".
			88 BLOCK-CHAIN  VALUE "C".
		02 WS-ACTIVE-FLAG PIC X.
			88 STORE-ACTIVE VALUE "Y".

	01 WS-STORE-BLOCK.
		02 SB-COLUMN OCCURS 2 TIMES.
			03 SB-AMOUNT PIC S9(9)V99 OCCURS 5 TIMES.
	01 WS-REGION-BLOCK.
		02 RB-COLUMN OCCURS 2 TIMES.
			03 RB-AMOUNT PIC S9(9)V99 OCCURS 5 TIMES.
	01 WS-CHAIN-BLOCK.
		02 CB-COLUMN OCCURS 2 TIMES.
			03 CB-AMOUNT PIC S9(9)V99 OCCURS 5 TIMES.

	01 WS-RESULTS.
		02 WS-RESULT OCCURS 2 TIMES.
			03 RS-SALES   PIC S9(9)V99.
			03 RS-DISC    PIC S9(9)V99.
			03 RS-COGS    PIC S9(9)V99.
			03 RS-MARGIN  PIC S9(9)V99.
			03 RS-PCT     PIC S9(3)V99.
			03 RS-SHRINK  PIC S9(9)V99.
			03 RS-ALLOC   PIC S9(9)V99.
			03 RS-CONTRIB PIC S9(9)V99.

	01 WS-LINE-WORK.
		02 WS-LINE-AMT PIC S9(9)V99 OCCURS 2 TIMES.
		02 WS-LINE-VAR PIC S9(9)V99.
		02 WS-LINE-COST PIC S9(9)V99.
		02 WS-ITEM-COST PIC 9(5)V99.
		02 WS-KEY-STORE PIC 9(4).
		02 WS-KEY-PROD  PIC 9(4).

	01 WS-TALLIES.
		02 WS-NO-COST  PIC 9(6) VALUE ZERO.
		02 WS-NO-STORE PIC 9(6) VALUE ZERO.
		02 WS-PRIOR-SEEN PIC 9(4) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(38) VALUE
			"Compte de resultat magasins - mois ".
		02 PT-MONTH PIC X(6).
		02 FILLER PIC X(14) VALUE "  precedent ".
		02 PT-PRIOR PIC X(6).
		02 FILLER PIC X(16) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(26) VALUE SPACES.
		02 FILLER PIC X(14) VALUE "          Mois".
		02 FILLER PIC X(14) VALUE "    Mois prec.".
		02 FILLER PIC X(14) VALUE "         Ecart".
		02 FILLER PIC X(12) VALUE SPACES.

	01 WS-RPT-HEAD.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 PH-LABEL  PIC X(9).
		02 PH-STORE  PIC X(5).
		02 PH-NAME   PIC X(21).
		02 PH-REGION PIC X(10).
		02 FILLER    PIC X(34) VALUE SPACES.

	01 WS-RPT-AMOUNT.
		02 FILLER    PIC X(4)  VALUE SPACES.
		02 PA-LABEL  PIC X(22).
		02 PA-CUR    PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 PA-PRIOR  PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 PA-VAR    PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(13) VALUE SPACES.

	01 WS-RPT-PCT.
		02 FILLER    PIC X(4)  VALUE SPACES.
		02 PP-LABEL  PIC X(22).
		02 FILLER    PIC X(6)  VALUE SPACES.
		02 PP-CUR    PIC -ZZ9.99.
		02 FILLER    PIC X(8)  VALUE SPACES.
		02 PP-PRIOR  PIC -ZZ9.99.
		02 FILLER    PIC X(8)  VALUE SPACES.
		02 PP-VAR    PIC -ZZ9.99.
		02 FILLER    PIC X(11) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 PY-LABEL  PIC X(34).
		02 PY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "STOREPL" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-STORE-TABLE.
		PERFORM LOAD-COST-TABLE.
		PERFORM LOAD-BOM-TABLE.
		PERFORM ROLL-UP-KIT-COSTS.
		PERFORM TALLY-SALES.
		PERFORM TALLY-SHRINK.
		PERFORM TALLY-ALLOCATIONS.
		PERFORM LOAD-PRIOR-MONTH.
		OPEN OUTPUT PL-RPT-FILE.
		MOVE WS-MONTH TO PT-MONTH.
		MOVE WS-PRIOR TO PT-PRIOR.
		WRITE PL-LINE FROM WS-RPT-TITLE.
		WRITE PL-LINE FROM WS-RPT-COLUMNS.
		INITIALIZE WS-CHAIN-BLOCK.
		PERFORM PRINT-ONE-REGION
			VARYING WS-RG-IDX FROM 1 BY 1
			UNTIL WS-RG-IDX > WS-RG-COUNT.
		SET BLOCK-CHAIN TO TRUE.
		MOVE "TOTAL" TO PH-LABEL.
		MOVE "ENSEIGNE" TO PH-STORE.
		MOVE SPACES TO PH-NAME.
		MOVE SPACES TO PH-REGION.
		MOVE WS-CHAIN-BLOCK TO WS-STORE-BLOCK.
		PERFORM PRINT-BLOCK.
		PERFORM WRITE-SUMMARY.
		CLOSE PL-RPT-FILE.
		PERFORM WRITE-PL-HISTORY.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		MOVE WS-TODAY(1:6) TO WS-MONTH.
		OPEN INPUT PARM-FILE.
		IF WS-PARM-STATUS = "00"
			READ PARM-FILE
				AT END MOVE "10" TO WS-PARM-STATUS
			END-READ
			IF WS-PARM-STATUS = "00"
				AND PLP-MONTH NUMERIC
				MOVE PLP-MONTH TO WS-MONTH
			END-IF
			CLOSE PARM-FILE
		END-IF.
		MOVE WS-MONTH TO WS-PRIOR.
		IF WS-MONTH-MM > 1
			SUBTRACT 1 FROM WS-PRIOR-MM
		ELSE
			MOVE 12 TO WS-PRIOR-MM
			SUBTRACT 1 FROM WS-PRIOR-YY
		END-IF.
		DISPLAY "Compte de resultat du mois " WS-MONTH
			" compare a " WS-PRIOR.

	LOAD-STORE-TABLE.
		OPEN INPUT STORE-MASTER.
		IF WS-STORE-STATUS NOT = "00"
			DISPLAY "Fichier STORMAST absent"
			MOVE 8 TO WS-RETURN-CODE
			SET STORE-MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-STORE-MASTER
		END-IF.
		PERFORM LOAD-STORE-ENTRY UNTIL STORE-MASTER-EOF.
		IF WS-STORE-STATUS NOT = "35"
			CLOSE STORE-MASTER
		END-IF.

	READ-STORE-MASTER.
		READ STORE-MASTER
			AT END SET STORE-MASTER-EOF TO TRUE
		END-READ.

	LOAD-STORE-ENTRY.
		IF WS-ST-COUNT < 999
			ADD 1 TO WS-ST-COUNT
			INITIALIZE WS-ST-ENTRY(WS-ST-COUNT)
			MOVE STO-STORE TO ST-STORE(WS-ST-COUNT)
			MOVE STO-NAME TO ST-NAME(WS-ST-COUNT)
			MOVE STO-REGION TO ST-REGION(WS-ST-COUNT)
			PERFORM NOTE-REGION
		ELSE
			DISPLAY "Table des magasins saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-STORE-MASTER.

	NOTE-REGION.
		MOVE ZERO TO WS-RG-FOUND.
		PERFORM VARYING WS-RG-IDX FROM 1 BY 1
			UNTIL WS-RG-IDX > WS-RG-COUNT
			IF RG-REGION(WS-RG-IDX) = STO-REGION
				MOVE WS-RG-IDX TO WS-RG-FOUND
			END-IF
		END-PERFORM.
		IF WS-RG-FOUND = ZERO
			ADD 1 TO WS-RG-COUNT
			MOVE STO-REGION TO RG-REGION(WS-RG-COUNT)
		END-IF.

	FIND-STORE.
		MOVE ZERO TO WS-ST-FOUND.
		PERFORM VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT
			IF ST-STORE(WS-ST-IDX) = WS-KEY-STORE
				MOVE WS-ST-IDX TO WS-ST-FOUND
			END-IF
		END-PERFORM.

	LOAD-COST-TABLE.
		OPEN INPUT PRODUCT-MASTER.
		IF WS-MAST-STATUS NOT = "00"
			DISPLAY "Fichier PRODMAST absent - "
				"cout des ventes a zero"
			MOVE 8 TO WS-RETURN-CODE
			SET MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-MASTER
		END-IF.
		PERFORM LOAD-COST-ENTRY UNTIL MASTER-EOF.
		IF WS-MAST-STATUS NOT = "35"
			CLOSE PRODUCT-MASTER
		END-IF.

	READ-MASTER.
		READ PRODUCT-MASTER
			AT END SET MASTER-EOF TO TRUE
		END-READ.

	LOAD-BOM-TABLE.
		OPEN INPUT KIT-BOM-FILE.
		IF WS-BOM-STATUS NOT = "00"
			DISPLAY "Fichier KITBOM absent - "
				"kits au cout PRODMAST"
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
		IF BOM-KIT NUMERIC
			AND BOM-COMP NUMERIC
			AND BOM-QTY NUMERIC
			AND BOM-QTY > ZERO
			AND WS-BM-COUNT < 2000
			ADD 1 TO WS-BM-COUNT
			MOVE BOM-KIT TO BM-KIT(WS-BM-COUNT)
			MOVE BOM-COMP TO BM-COMP(WS-BM-COUNT)
			MOVE BOM-QTY TO BM-QTY(WS-BM-COUNT)
		END-IF.
		PERFORM READ-BOM.

	ROLL-UP-KIT-COSTS.
		PERFORM ROLL-UP-ONE-KIT
			VARYING WS-KC-IDX FROM 1 BY 1
			UNTIL WS-KC-IDX > WS-CS-COUNT.
		IF WS-KIT-ROLLED > 0
			DISPLAY "Couts de kits recalcules : "
				WS-KIT-ROLLED
		END-IF.

	ROLL-UP-ONE-KIT.
		MOVE ZERO TO WS-KIT-COMPS.
		MOVE ZERO TO WS-KIT-COST.
		PERFORM ADD-COMPONENT-COST
			VARYING WS-BM-IDX FROM 1 BY 1
			UNTIL WS-BM-IDX > WS-BM-COUNT.
		IF WS-KIT-COMPS > 0
			MOVE WS-KIT-COST TO CS-COST(WS-KC-IDX)
			ADD 1 TO WS-KIT-ROLLED
		END-IF.

	ADD-COMPONENT-COST.
		IF BM-KIT(WS-BM-IDX) = CS-PROD(WS-KC-IDX)
			ADD 1 TO WS-KIT-COMPS
			PERFORM FIND-COMPONENT-COST
			COMPUTE WS-COMP-VALUE =
				BM-QTY(WS-BM-IDX) * WS-COMP-COST
			ADD WS-COMP-VALUE TO WS-KIT-COST
		END-IF.

	FIND-COMPONENT-COST.
		MOVE ZERO TO WS-COMP-COST.
		PERFORM VARYING WS-CS-IDX FROM 1 BY 1
			UNTIL WS-CS-IDX > WS-CS-COUNT
			IF CS-STORE(WS-CS-IDX) = CS-STORE(WS-KC-IDX)
				AND CS-PROD(WS-CS-IDX)
					= BM-COMP(WS-BM-IDX)
				MOVE CS-COST(WS-CS-IDX) TO WS-COMP-COST
			END-IF
		END-PERFORM.

	LOAD-COST-ENTRY.
		IF WS-CS-COUNT < 9999
			ADD 1 TO WS-CS-COUNT
			MOVE MST-STORE TO CS-STORE(WS-CS-COUNT)
			MOVE MST-PRODUCT TO CS-PROD(WS-CS-COUNT)
			MOVE MST-UNIT-COST TO CS-COST(WS-CS-COUNT)
		ELSE
			DISPLAY "Table des couts saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-MASTER.

	FIND-COST.
		MOVE ZERO TO WS-CS-FOUND.
		MOVE ZERO TO WS-ITEM-COST.
		PERFORM VARYING WS-CS-IDX FROM 1 BY 1
			UNTIL WS-CS-IDX > WS-CS-COUNT
			OR WS-CS-FOUND > ZERO
			IF CS-STORE(WS-CS-IDX) = WS-KEY-STORE
				AND CS-PROD(WS-CS-IDX) = WS-KEY-PROD
				MOVE WS-CS-IDX TO WS-CS-FOUND
				MOVE CS-COST(WS-CS-IDX) TO WS-ITEM-COST
			END-IF
		END-PERFORM.
		IF WS-CS-FOUND = ZERO
			ADD 1 TO WS-NO-COST
		END-IF.

	TALLY-SALES.
		OPEN INPUT INV-HIST-FILE.
		IF WS-INVHST-STATUS NOT = "00"
			DISPLAY "Fichier INVHIST indisponible : "
				WS-INVHST-STATUS
			MOVE 8 TO WS-RETURN-CODE
			SET INV-HIST-EOF TO TRUE
		ELSE
			PERFORM READ-INV-HIST
		END-IF.
		PERFORM TALLY-ONE-SALE UNTIL INV-HIST-EOF.
		IF WS-INVHST-STATUS NOT = "35"
			CLOSE INV-HIST-FILE
		END-IF.

	READ-INV-HIST.
		READ INV-HIST-FILE NEXT
			AT END SET INV-HIST-EOF TO TRUE
		END-READ.

	TALLY-ONE-SALE.
		ADD 1 TO WS-STAT-READ.
		IF IVH-DATE(1:6) = WS-MONTH
			MOVE IVH-STORE TO WS-KEY-STORE
			PERFORM FIND-STORE
			IF WS-ST-FOUND = ZERO
				ADD 1 TO WS-NO-STORE
			ELSE
				PERFORM POST-SALE-LINE
			END-IF
		END-IF.
		PERFORM READ-INV-HIST.

	POST-SALE-LINE.
		ADD IVH-RPT-NET TO ST-AMOUNT(WS-ST-FOUND, 1, 1).
		ADD IVH-RPT-DISCOUNT TO ST-AMOUNT(WS-ST-FOUND, 1, 2).
		MOVE IVH-PRODUCT TO WS-KEY-PROD.
		PERFORM FIND-COST.
		IF IVH-IS-RETURN
			COMPUTE WS-LINE-COST =
				ZERO - IVH-QTY * WS-ITEM-COST
		ELSE
			COMPUTE WS-LINE-COST = IVH-QTY * WS-ITEM-COST
		END-IF.
		ADD WS-LINE-COST TO ST-AMOUNT(WS-ST-FOUND, 1, 3).

	TALLY-SHRINK.
		OPEN INPUT ARCHIVE-FILE.
		IF WS-ARCH-STATUS NOT = "00"
			DISPLAY "Fichier MOVARCHF absent - "
				"demarque a zero"
			SET ARCHIVE-EOF TO TRUE
		ELSE
			PERFORM READ-ARCHIVE
		END-IF.
		PERFORM TALLY-ONE-MOVEMENT UNTIL ARCHIVE-EOF.
		IF WS-ARCH-STATUS NOT = "35"
			CLOSE ARCHIVE-FILE
		END-IF.

	READ-ARCHIVE.
		READ ARCHIVE-FILE
			AT END SET ARCHIVE-EOF TO TRUE
		END-READ.

	TALLY-ONE-MOVEMENT.
		IF ARC-ADJ-MINUS
			AND ARC-DATE(1:6) = WS-MONTH
			MOVE ARC-STORE TO WS-KEY-STORE
			PERFORM FIND-STORE
			IF WS-ST-FOUND > ZERO
				MOVE ARC-PROD TO WS-KEY-PROD
				PERFORM FIND-COST
				COMPUTE WS-LINE-COST =
					ARC-QTY * WS-ITEM-COST
				ADD WS-LINE-COST
					TO ST-AMOUNT(WS-ST-FOUND, 1, 4)
			END-IF
		END-IF.
		PERFORM READ-ARCHIVE.

	TALLY-ALLOCATIONS.
		OPEN INPUT ALLOC-FILE.
		IF WS-ALLOC-STATUS NOT = "00"
			DISPLAY "Fichier PRORALLOC absent - "
				"frais repartis a zero"
			SET ALLOC-EOF TO TRUE
		ELSE
			PERFORM READ-ALLOC
		END-IF.
		PERFORM TALLY-ONE-ALLOC UNTIL ALLOC-EOF.
		IF WS-ALLOC-STATUS NOT = "35"
			CLOSE ALLOC-FILE
		END-IF.

	READ-ALLOC.
		READ ALLOC-FILE
			AT END SET ALLOC-EOF TO TRUE
		END-READ.

	TALLY-ONE-ALLOC.
		MOVE ALLOC-STORE TO WS-KEY-STORE.
		PERFORM FIND-STORE.
		IF WS-ST-FOUND = ZERO
			DISPLAY "Repartition sans magasin : "
				ALLOC-STORE
			ADD 1 TO WS-NO-STORE
		ELSE
			ADD ALLOC-AMOUNT TO ST-AMOUNT(WS-ST-FOUND, 1, 5)
		END-IF.
		PERFORM READ-ALLOC.

	LOAD-PRIOR-MONTH.
		OPEN INPUT PL-HIST-IN-FILE.
		IF WS-PLI-STATUS NOT = "00"
			DISPLAY "Pas d'historique - "
				"mois precedent a zero"
			SET PL-HIST-EOF TO TRUE
		ELSE
			PERFORM READ-PL-HIST
		END-IF.
		PERFORM LOAD-PRIOR-ENTRY UNTIL PL-HIST-EOF.
		IF WS-PLI-STATUS NOT = "35"
			CLOSE PL-HIST-IN-FILE
		END-IF.

	READ-PL-HIST.
		READ PL-HIST-IN-FILE
			AT END SET PL-HIST-EOF TO TRUE
		END-READ.

	LOAD-PRIOR-ENTRY.
		IF PLI-MONTH = WS-PRIOR
			MOVE PLI-STORE TO WS-KEY-STORE
			PERFORM FIND-STORE
			IF WS-ST-FOUND > ZERO
				ADD 1 TO WS-PRIOR-SEEN
				PERFORM LOAD-PRIOR-AMOUNT
					VARYING WS-ITM-IDX FROM 1 BY 1
					UNTIL WS-ITM-IDX > 5
			END-IF
		END-IF.
		PERFORM READ-PL-HIST.

	LOAD-PRIOR-AMOUNT.
		MOVE PLI-AMOUNT(WS-ITM-IDX)
			TO ST-AMOUNT(WS-ST-FOUND, 2, WS-ITM-IDX).

	PRINT-ONE-REGION.
		INITIALIZE WS-REGION-BLOCK.
		PERFORM PRINT-REGION-STORE
			VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT.
		SET BLOCK-REGION TO TRUE.
		MOVE "TOTAL" TO PH-LABEL.
		MOVE "REG. " TO PH-STORE.
		MOVE SPACES TO PH-NAME.
		MOVE RG-REGION(WS-RG-IDX) TO PH-REGION.
		MOVE WS-REGION-BLOCK TO WS-STORE-BLOCK.
		PERFORM PRINT-BLOCK.

	PRINT-REGION-STORE.
		IF ST-REGION(WS-ST-IDX) = RG-REGION(WS-RG-IDX)
			MOVE "N" TO WS-ACTIVE-FLAG
			PERFORM LOAD-STORE-BLOCK
				VARYING WS-COL-IDX FROM 1 BY 1
				UNTIL WS-COL-IDX > 2
			IF STORE-ACTIVE
				SET BLOCK-STORE TO TRUE
				MOVE "Magasin" TO PH-LABEL
				MOVE ST-STORE(WS-ST-IDX) TO PH-STORE
				MOVE ST-NAME(WS-ST-IDX) TO PH-NAME
				MOVE ST-REGION(WS-ST-IDX) TO PH-REGION
				PERFORM ADD-STORE-TO-TOTALS
					VARYING WS-COL-IDX FROM 1 BY 1
					UNTIL WS-COL-IDX > 2
				PERFORM PRINT-BLOCK
				ADD 1 TO WS-STAT-WRIT
			END-IF
		END-IF.

	LOAD-STORE-BLOCK.
		PERFORM LOAD-STORE-ITEM
			VARYING WS-ITM-IDX FROM 1 BY 1
			UNTIL WS-ITM-IDX > 5.

	LOAD-STORE-ITEM.
		MOVE ST-AMOUNT(WS-ST-IDX, WS-COL-IDX, WS-ITM-IDX)
			TO SB-AMOUNT(WS-COL-IDX, WS-ITM-IDX).
		IF SB-AMOUNT(WS-COL-IDX, WS-ITM-IDX) NOT = ZERO
			SET STORE-ACTIVE TO TRUE
		END-IF.

	ADD-STORE-TO-TOTALS.
		PERFORM ADD-STORE-ITEM
			VARYING WS-ITM-IDX FROM 1 BY 1
			UNTIL WS-ITM-IDX > 5.

	ADD-STORE-ITEM.
		ADD SB-AMOUNT(WS-COL-IDX, WS-ITM-IDX)
			TO RB-AMOUNT(WS-COL-IDX, WS-ITM-IDX).
		ADD SB-AMOUNT(WS-COL-IDX, WS-ITM-IDX)
			TO CB-AMOUNT(WS-COL-IDX, WS-ITM-IDX).

	PRINT-BLOCK.
		PERFORM DERIVE-RESULT
			VARYING WS-COL-IDX FROM 1 BY 1
			UNTIL WS-COL-IDX > 2.
		MOVE SPACES TO PL-LINE.
		WRITE PL-LINE.
		WRITE PL-LINE FROM WS-RPT-HEAD.
		MOVE "Ventes nettes" TO PA-LABEL.
		MOVE RS-SALES(1) TO WS-LINE-AMT(1).
		MOVE RS-SALES(2) TO WS-LINE-AMT(2).
		PERFORM WRITE-AMOUNT-LINE.
		MOVE "Remises accordees" TO PA-LABEL.
		MOVE RS-DISC(1) TO WS-LINE-AMT(1).
		MOVE RS-DISC(2) TO WS-LINE-AMT(2).
		PERFORM WRITE-AMOUNT-LINE.
		MOVE "Cout des ventes" TO PA-LABEL.
		MOVE RS-COGS(1) TO WS-LINE-AMT(1).
		MOVE RS-COGS(2) TO WS-LINE-AMT(2).
		PERFORM WRITE-AMOUNT-LINE.
		MOVE "Marge brute" TO PA-LABEL.
		MOVE RS-MARGIN(1) TO WS-LINE-AMT(1).
		MOVE RS-MARGIN(2) TO WS-LINE-AMT(2).
		PERFORM WRITE-AMOUNT-LINE.
		MOVE "Taux de marge %" TO PP-LABEL.
		MOVE RS-PCT(1) TO PP-CUR.
		MOVE RS-PCT(2) TO PP-PRIOR.
		COMPUTE PP-VAR = RS-PCT(1) - RS-PCT(2).
		WRITE PL-LINE FROM WS-RPT-PCT.
		MOVE "Demarque" TO PA-LABEL.
		MOVE RS-SHRINK(1) TO WS-LINE-AMT(1).
		MOVE RS-SHRINK(2) TO WS-LINE-AMT(2).
		PERFORM WRITE-AMOUNT-LINE.
		MOVE "Frais repartis" TO PA-LABEL.
		MOVE RS-ALLOC(1) TO WS-LINE-AMT(1).
		MOVE RS-ALLOC(2) TO WS-LINE-AMT(2).
		PERFORM WRITE-AMOUNT-LINE.
		MOVE "Contribution" TO PA-LABEL.
		MOVE RS-CONTRIB(1) TO WS-LINE-AMT(1).
		MOVE RS-CONTRIB(2) TO WS-LINE-AMT(2).
		PERFORM WRITE-AMOUNT-LINE.

	DERIVE-RESULT.
		MOVE SB-AMOUNT(WS-COL-IDX, 1) TO RS-SALES(WS-COL-IDX).
		MOVE SB-AMOUNT(WS-COL-IDX, 2) TO RS-DISC(WS-COL-IDX).
		MOVE SB-AMOUNT(WS-COL-IDX, 3) TO RS-COGS(WS-COL-IDX).
		MOVE SB-AMOUNT(WS-COL-IDX, 4) TO RS-SHRINK(WS-COL-IDX).
		MOVE SB-AMOUNT(WS-COL-IDX, 5) TO RS-ALLOC(WS-COL-IDX).
		COMPUTE RS-MARGIN(WS-COL-IDX) =
			RS-SALES(WS-COL-IDX) - RS-COGS(WS-COL-IDX).
		IF RS-SALES(WS-COL-IDX) NOT = ZERO
			COMPUTE RS-PCT(WS-COL-IDX) ROUNDED =
				RS-MARGIN(WS-COL-IDX) * 100
				/ RS-SALES(WS-COL-IDX)
				ON SIZE ERROR
				MOVE ZERO TO RS-PCT(WS-COL-IDX)
			END-COMPUTE
		ELSE
			MOVE ZERO TO RS-PCT(WS-COL-IDX)
		END-IF.
		COMPUTE RS-CONTRIB(WS-COL-IDX) =
			RS-MARGIN(WS-COL-IDX)
			- RS-SHRINK(WS-COL-IDX)
			- RS-ALLOC(WS-COL-IDX).

	WRITE-AMOUNT-LINE.
		MOVE WS-LINE-AMT(1) TO PA-CUR.
		MOVE WS-LINE-AMT(2) TO PA-PRIOR.
		COMPUTE WS-LINE-VAR = WS-LINE-AMT(1) - WS-LINE-AMT(2).
		MOVE WS-LINE-VAR TO PA-VAR.
		WRITE PL-LINE FROM WS-RPT-AMOUNT.

	WRITE-PL-HISTORY.
		OPEN OUTPUT PL-HIST-OUT-FILE.
		PERFORM WRITE-ONE-PL-HIST
			VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT.
		CLOSE PL-HIST-OUT-FILE.

	WRITE-ONE-PL-HIST.
		MOVE 1 TO WS-COL-IDX.
		MOVE WS-MONTH TO PLO-MONTH.
		PERFORM WRITE-PL-HIST-COLUMN.
		IF WS-PRIOR-SEEN > ZERO
			MOVE 2 TO WS-COL-IDX
			MOVE WS-PRIOR TO PLO-MONTH
			PERFORM WRITE-PL-HIST-COLUMN
		END-IF.

	WRITE-PL-HIST-COLUMN.
		MOVE ST-STORE(WS-ST-IDX) TO PLO-STORE.
		PERFORM MOVE-PL-HIST-AMOUNT
			VARYING WS-ITM-IDX FROM 1 BY 1
			UNTIL WS-ITM-IDX > 5.
		WRITE PL-HIST-OUT-REC.

	MOVE-PL-HIST-AMOUNT.
		MOVE ST-AMOUNT(WS-ST-IDX, WS-COL-IDX, WS-ITM-IDX)
			TO PLO-AMOUNT(WS-ITM-IDX).

	WRITE-SUMMARY.
		MOVE SPACES TO PL-LINE.
		WRITE PL-LINE.
		MOVE "Lignes sans cout PRODMAST" TO PY-LABEL.
		MOVE WS-NO-COST TO PY-COUNT.
		WRITE PL-LINE FROM WS-RPT-TALLY.
		MOVE "Kits valorises aux composants" TO PY-LABEL.
		MOVE WS-KIT-ROLLED TO PY-COUNT.
		WRITE PL-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes sans magasin STORMAST" TO PY-LABEL.
		MOVE WS-NO-STORE TO PY-COUNT.
		WRITE PL-LINE FROM WS-RPT-TALLY.
		MOVE "Magasins du mois precedent" TO PY-LABEL.
		MOVE WS-PRIOR-SEEN TO PY-COUNT.
		WRITE PL-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
