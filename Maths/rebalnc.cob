	IDENTIFICATION DIVISION.
	PROGRAM-ID. REBALNC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAM-FILE ASSIGN TO "REBPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARAM-STATUS.
		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STORE-STATUS.
		SELECT PROD-PARAM-FILE ASSIGN TO "PRODPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PRODPRM-STATUS.
		SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SMT-KEY
			FILE STATUS IS WS-STKMST-STATUS.
		SELECT WEEKLY-FILE ASSIGN TO "WEEKHIST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-WEEK-STATUS.
		SELECT CATALOG-FILE ASSIGN TO "VENDCAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CAT-STATUS.
		SELECT SUGGEST-IN-FILE ASSIGN TO "SUGGIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUGIN-STATUS.
		SELECT SUGGEST-OUT-FILE ASSIGN TO "SUGGOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT REBAL-TXN-FILE ASSIGN TO "REBALTXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REBTXN-STATUS.
		SELECT REBAL-RPT-FILE ASSIGN TO "REBALRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE.
	01  PARAM-REC.
		02 RBP-WOS   PIC 9(3).
		02 RBP-WEEKS PIC 9(2).

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-STORE  PIC 9(4).
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
			88 STO-DC VALUE "D".
		02 STO-CURRENCY PIC X(3).

	FD  PROD-PARAM-FILE.
	01  PROD-PARAM-REC.
		02 PRM-STORE       PIC 9(4).
		02 PRM-PROD        PIC 9(4).
		02 PRM-REORDER-PT  PIC 9(8).
		02 PRM-REORDER-QTY PIC 9(8).

	FD  STOCK-MASTER-FILE.
	01  STOCK-MST-REC.
		02 SMT-KEY.
			03 SMT-STORE PIC 9(4).
			03 SMT-PROD  PIC 9(4).
		02 SMT-QTY   PIC 9(8).

	FD  WEEKLY-FILE.
	01  WEEKLY-REC.
		02 WK-END-DATE PIC X(8).
		02 WK-STORE    PIC 9(4).
		02 WK-PROD     PIC 9(4).
		02 WK-OPEN     PIC 9(8).
		02 WK-CLOSE    PIC 9(8).
		02 WK-MIN      PIC 9(8).
		02 WK-MAX      PIC 9(8).
		02 WK-AVG      PIC 9(8).

	FD  CATALOG-FILE.
	01  CATALOG-REC.
		02 VCT-VENDOR    PIC 9(4).
		02 VCT-PROD      PIC 9(4).
		02 VCT-COST      PIC 9(5)V99.
		02 VCT-CASE-PACK PIC 9(4).
		02 VCT-MIN-QTY   PIC 9(8).
		02 VCT-LEAD-DAYS PIC 9(3).
		02 VCT-EFF-DATE  PIC X(8).

	FD  SUGGEST-IN-FILE.
	01  SUGGEST-IN-REC.
		02 SGI-STORE      PIC 9(4).
		02 SGI-PROD       PIC 9(4).
		02 SGI-ON-HAND    PIC 9(8).
		02 SGI-REORDER-PT PIC 9(8).
		02 SGI-QTY        PIC 9(8).

	FD  SUGGEST-OUT-FILE.
	01  SUGGEST-OUT-REC.
		02 SGO-STORE      PIC 9(4).
		02 SGO-PROD       PIC 9(4).
		02 SGO-ON-HAND    PIC 9(8).
		02 SGO-REORDER-PT PIC 9(8).
		02 SGO-QTY        PIC 9(8).

	FD  REBAL-TXN-FILE.
	01  RBT-DETAIL-REC.
		02 RBT-REC-TYPE  PIC X.
		02 RBT-MOVE-CODE PIC X.
		02 RBT-STORE     PIC 9(4).
		02 RBT-PROD      PIC 9(4).
		02 RBT-QTY       PIC 9(8).
	01  RBT-HEADER-REC.
		02 RBT-HDR-TYPE    PIC X.
		02 RBT-FILE-DATE   PIC X(8).
		02 RBT-FILE-SOURCE PIC X(8).
	01  RBT-TRAILER-REC.
		02 RBT-TRL-TYPE  PIC X.
		02 RBT-TRL-COUNT PIC 9(6).
		02 RBT-TRL-HASH  PIC 9(10)V99.

	FD  REBAL-RPT-FILE.
	01  REBAL-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARAM-STATUS   PIC XX.
	01 WS-STORE-STATUS   PIC XX.
	01 WS-PRODPRM-STATUS PIC XX.
	01 WS-STKMST-STATUS  PIC XX.
	01 WS-WEEK-STATUS    PIC XX.
	01 WS-CAT-STATUS     PIC XX.
	01 WS-SUGIN-STATUS   PIC XX.
	01 WS-REBTXN-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-STO-EOF PIC X VALUE "N".
			88 STORE-EOF VALUE "Y".
		02 WS-PRM-EOF PIC X VALUE "N".
			88 PROD-PARAM-EOF VALUE "Y".
		02 WS-STK-EOF PIC X VALUE "N".
			88 STOCK-MASTER-EOF VALUE "Y".
		02 WS-WEEK-EOF PIC X VALUE "N".
			88 WEEKLY-EOF VALUE "Y".
		02 WS-CAT-EOF PIC X VALUE "N".
			88 CATALOG-EOF VALUE "Y".
		02 WS-SUG-EOF PIC X VALUE "N".
			88 SUGGEST-EOF VALUE "Y".
		02 WS-RBT-EOF PIC X VALUE "N".
			88 REBAL-TXN-EOF VALUE "Y".
		02 WS-HOLD-FLAG PIC X VALUE "N".
			88 REBAL-HELD VALUE "Y".

	01 WS-PARAMETERS.
		02 WS-WOS-KEEP PIC 9(3) VALUE 12.
		02 WS-WEEKS    PIC 9(2) VALUE 8.

	01 WS-DATES.
		02 WS-TODAY      PIC X(8).
		02 WS-TODAY-INT  PIC 9(8).
		02 WS-WEEK-FROM  PIC X(8).
		02 WS-DATE-INT   PIC 9(8).

	01 WS-STORE-TAB-CTL.
		02 WS-SR-COUNT PIC 9(4) VALUE ZERO.
		02 WS-SR-IDX   PIC 9(4).
		02 WS-SR-FOUND PIC 9(4).

	01 WS-STORE-TAB.
		02 WS-SR-ENTRY OCCURS 999 TIMES.
			03 SR-STORE  PIC 9(4).
			03 SR-REGION PIC X(10).
			03 SR-DONOR  PIC X.

	01 WS-PARAM-TAB-CTL.
		02 WS-PR-COUNT PIC 9(4) VALUE ZERO.
		02 WS-PR-IDX   PIC 9(4).
		02 WS-PR-FOUND PIC 9(4).

	01 WS-PARAM-TAB.
		02 WS-PR-ENTRY OCCURS 9999 TIMES.
			03 PT-STORE      PIC 9(4).
			03 PT-PROD       PIC 9(4).
			03 PT-REORDER-PT PIC 9(8).

	01 WS-CELL-TAB-CTL.
		02 WS-CE-COUNT PIC 9(4) VALUE ZERO.
		02 WS-CE-IDX   PIC 9(4).
		02 WS-CE-FOUND PIC 9(4).

	01 WS-CELL-TAB.
		02 WS-CE-ENTRY OCCURS 9999 TIMES.
			03 CE-STORE    PIC 9(4).
			03 CE-PROD     PIC 9(4).
			03 CE-QTY      PIC 9(8).
			03 CE-REGION   PIC X(10).
			03 CE-DONOR    PIC X.
			03 CE-KEEP     PIC 9(8).
			03 CE-WK-DMD   PIC 9(8).
			03 CE-WK-COUNT PIC 9(4).

	01 WS-COST-TAB-CTL.
		02 WS-CT-COUNT PIC 9(4) VALUE ZERO.
		02 WS-CT-IDX   PIC 9(4).
		02 WS-CT-FOUND PIC 9(4).

	01 WS-COST-TAB.
		02 WS-CT-ENTRY OCCURS 9999 TIMES.
			03 CT-PROD PIC 9(4).
			03 CT-COST PIC 9(5)V99.

	01 WS-REBAL-WORK.
		02 WS-FIND-STORE  PIC 9(4).
		02 WS-FIND-PROD   PIC 9(4).
		02 WS-REGION      PIC X(10).
		02 WS-WK-RATE     PIC 9(7)V99.
		02 WS-WOS-QTY     PIC 9(8).
		02 WS-NEED        PIC 9(8).
		02 WS-DONOR       PIC 9(4).
		02 WS-SURPLUS     PIC 9(8).
		02 WS-BEST        PIC 9(8).
		02 WS-MOVE-QTY    PIC 9(8).
		02 WS-UNIT-COST   PIC 9(5)V99.
		02 WS-SPEND       PIC 9(9)V99.

	01 WS-TALLIES.
		02 WS-SUGG-READ   PIC 9(6) VALUE ZERO.
		02 WS-SUGG-FULL   PIC 9(6) VALUE ZERO.
		02 WS-SUGG-PART   PIC 9(6) VALUE ZERO.
		02 WS-TRANSFERS   PIC 9(6) VALUE ZERO.
		02 WS-NO-COST     PIC 9(6) VALUE ZERO.
		02 WS-UNITS-MOVED PIC 9(9) VALUE ZERO.
		02 WS-SPEND-SAVED PIC 9(11)V99 VALUE ZERO.
		02 WS-TXN-COUNT   PIC 9(6) VALUE ZERO.
		02 WS-TXN-HASH    PIC 9(10)V99 VALUE ZERO.
		02 WS-PENDING     PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(32) VALUE
			"Reequilibrage inter-magasins du ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(40) VALUE SPACES.

	01 WS-RPT-LIMITS.
		02 FILLER    PIC X(28) VALUE
			"  Le donneur garde au moins ".
		02 RL-WOS    PIC ZZ9.
		02 FILLER    PIC X(31) VALUE
			" semaines de stock et son seuil".
		02 FILLER    PIC X(18) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(9)  VALUE "  Prod".
		02 FILLER PIC X(9)  VALUE "De mag".
		02 FILLER PIC X(7)  VALUE "Vers".
		02 FILLER PIC X(12) VALUE "Region".
		02 FILLER PIC X(10) VALUE "Quantite".
		02 FILLER PIC X(10) VALUE "Cout".
		02 FILLER PIC X(12) VALUE "Achat evite".
		02 FILLER PIC X(11) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RD-PROD    PIC ZZZ9.
		02 FILLER     PIC X(3)  VALUE SPACES.
		02 RD-FROM    PIC ZZZ9.
		02 FILLER     PIC X(5)  VALUE SPACES.
		02 RD-TO      PIC ZZZ9.
		02 FILLER     PIC X(3)  VALUE SPACES.
		02 RD-REGION  PIC X(10).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RD-QTY     PIC ZZZZZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RD-COST    PIC ZZZZ9.99.
		02 RD-COST-X  REDEFINES RD-COST PIC X(8).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RD-SPEND   PIC ZZZZZZZZ9.99.
		02 FILLER     PIC X(11) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RY-LABEL  PIC X(34).
		02 RY-COUNT  PIC ZZZZZZZZ9.
		02 FILLER    PIC X(35) VALUE SPACES.

	01 WS-RPT-TOTAL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 FILLER    PIC X(34) VALUE
			"Achat fournisseur evite".
		02 RY-SPEND  PIC ZZZZZZZZZZ9.99.
		02 FILLER    PIC X(30) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "REBALNC" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		PERFORM CHECK-PENDING-TRANSFERS.
		PERFORM LOAD-STORE-TABLE.
		PERFORM LOAD-PARAM-TABLE.
		PERFORM LOAD-STOCK-MASTER.
		PERFORM SCAN-WEEKLY-HISTORY.
		PERFORM LOAD-CATALOG-COSTS.
		PERFORM PREPARE-ONE-DONOR
			VARYING WS-CE-IDX FROM 1 BY 1
			UNTIL WS-CE-IDX > WS-CE-COUNT.
		OPEN OUTPUT REBAL-RPT-FILE.
		MOVE WS-TODAY TO RT-DATE.
		WRITE REBAL-LINE FROM WS-RPT-TITLE.
		MOVE WS-WOS-KEEP TO RL-WOS.
		WRITE REBAL-LINE FROM WS-RPT-LIMITS.
		MOVE SPACES TO REBAL-LINE.
		WRITE REBAL-LINE.
		WRITE REBAL-LINE FROM WS-RPT-COLUMNS.
		OPEN OUTPUT SUGGEST-OUT-FILE.
		IF NOT REBAL-HELD
			OPEN OUTPUT REBAL-TXN-FILE
			PERFORM WRITE-REBAL-HEADER
		END-IF.
		PERFORM REBALANCE-SUGGESTIONS.
		IF NOT REBAL-HELD
			PERFORM WRITE-REBAL-TRAILER
			CLOSE REBAL-TXN-FILE
		END-IF.
		CLOSE SUGGEST-OUT-FILE.
		PERFORM WRITE-SUMMARY.
		CLOSE REBAL-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		OPEN INPUT PARAM-FILE.
		IF WS-PARAM-STATUS = "00"
			READ PARAM-FILE
				AT END MOVE "10" TO WS-PARAM-STATUS
			END-READ
			IF WS-PARAM-STATUS = "00"
				PERFORM TAKE-PARAMETERS
			END-IF
			CLOSE PARAM-FILE
		ELSE
			DISPLAY "Fichier REBPARM absent - "
				"seuils par defaut"
		END-IF.
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-TODAY)).
		COMPUTE WS-DATE-INT = WS-TODAY-INT - WS-WEEKS * 7.
		MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
			TO WS-WEEK-FROM.

	TAKE-PARAMETERS.
		IF RBP-WOS NUMERIC
			AND RBP-WOS > ZERO
			MOVE RBP-WOS TO WS-WOS-KEEP
		END-IF.
		IF RBP-WEEKS NUMERIC
			AND RBP-WEEKS > ZERO
			MOVE RBP-WEEKS TO WS-WEEKS
		END-IF.

	CHECK-PENDING-TRANSFERS.
		OPEN INPUT REBAL-TXN-FILE.
		IF WS-REBTXN-STATUS = "00"
			PERFORM READ-REBAL-TXN
			PERFORM COUNT-PENDING-TRANSFER
				UNTIL REBAL-TXN-EOF
			CLOSE REBAL-TXN-FILE
		END-IF.
		IF WS-PENDING > ZERO
			DISPLAY "REBALTXN non consomme (" WS-PENDING
				" mouvements) - reequilibrage suspendu"
			SET REBAL-HELD TO TRUE
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	READ-REBAL-TXN.
		READ REBAL-TXN-FILE
			AT END SET REBAL-TXN-EOF TO TRUE
		END-READ.

	COUNT-PENDING-TRANSFER.
		IF RBT-REC-TYPE = "D"
			ADD 1 TO WS-PENDING
		END-IF.
		PERFORM READ-REBAL-TXN.

	LOAD-STORE-TABLE.
		OPEN INPUT STORE-MASTER.
		IF WS-STORE-STATUS NOT = "00"
			DISPLAY "Fichier STORMAST absent - "
				"pas de regions"
			MOVE 8 TO WS-RETURN-CODE
			SET STORE-EOF TO TRUE
		ELSE
			PERFORM READ-STORE-MASTER
		END-IF.
		PERFORM LOAD-STORE-ENTRY UNTIL STORE-EOF.
		IF WS-STORE-STATUS NOT = "35"
			CLOSE STORE-MASTER
		END-IF.

	READ-STORE-MASTER.
		READ STORE-MASTER
			AT END SET STORE-EOF TO TRUE
		END-READ.

	LOAD-STORE-ENTRY.
		IF WS-SR-COUNT < 999
			ADD 1 TO WS-SR-COUNT
			MOVE STO-STORE TO SR-STORE(WS-SR-COUNT)
			MOVE STO-REGION TO SR-REGION(WS-SR-COUNT)
			IF STO-DC
				OR STO-STATUS = "C"
				MOVE "N" TO SR-DONOR(WS-SR-COUNT)
			ELSE
				MOVE "Y" TO SR-DONOR(WS-SR-COUNT)
			END-IF
		END-IF.
		PERFORM READ-STORE-MASTER.

	FIND-STORE-ENTRY.
		MOVE ZERO TO WS-SR-FOUND.
		PERFORM VARYING WS-SR-IDX FROM 1 BY 1
			UNTIL WS-SR-IDX > WS-SR-COUNT
			OR WS-SR-FOUND > ZERO
			IF SR-STORE(WS-SR-IDX) = WS-FIND-STORE
				MOVE WS-SR-IDX TO WS-SR-FOUND
			END-IF
		END-PERFORM.

	LOAD-PARAM-TABLE.
		OPEN INPUT PROD-PARAM-FILE.
		IF WS-PRODPRM-STATUS NOT = "00"
			DISPLAY "Fichier PRODPARM absent - "
				"seuils a zero"
			SET PROD-PARAM-EOF TO TRUE
		ELSE
			PERFORM READ-PROD-PARAM
		END-IF.
		PERFORM LOAD-PARAM-ENTRY UNTIL PROD-PARAM-EOF.
		IF WS-PRODPRM-STATUS NOT = "35"
			CLOSE PROD-PARAM-FILE
		END-IF.

	READ-PROD-PARAM.
		READ PROD-PARAM-FILE
			AT END SET PROD-PARAM-EOF TO TRUE
		END-READ.

	LOAD-PARAM-ENTRY.
		IF WS-PR-COUNT < 9999
			ADD 1 TO WS-PR-COUNT
			MOVE PRM-STORE TO PT-STORE(WS-PR-COUNT)
			MOVE PRM-PROD TO PT-PROD(WS-PR-COUNT)
			MOVE PRM-REORDER-PT
				TO PT-REORDER-PT(WS-PR-COUNT)
		END-IF.
		PERFORM READ-PROD-PARAM.

	FIND-PARAM-ENTRY.
		MOVE ZERO TO WS-PR-FOUND.
		PERFORM VARYING WS-PR-IDX FROM 1 BY 1
			UNTIL WS-PR-IDX > WS-PR-COUNT
			OR WS-PR-FOUND > ZERO
			IF PT-STORE(WS-PR-IDX) = WS-FIND-STORE
				AND PT-PROD(WS-PR-IDX) = WS-FIND-PROD
				MOVE WS-PR-IDX TO WS-PR-FOUND
			END-IF
		END-PERFORM.

	LOAD-STOCK-MASTER.
		OPEN INPUT STOCK-MASTER-FILE.
		IF WS-STKMST-STATUS NOT = "00"
			DISPLAY "Fichier STOCKMST indisponible : "
				WS-STKMST-STATUS
				" - aucun transfert propose"
			MOVE 8 TO WS-RETURN-CODE
			SET STOCK-MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-STOCK-MASTER
		END-IF.
		PERFORM LOAD-STOCK-ENTRY UNTIL STOCK-MASTER-EOF.
		IF WS-STKMST-STATUS NOT = "35"
			CLOSE STOCK-MASTER-FILE
		END-IF.

	READ-STOCK-MASTER.
		READ STOCK-MASTER-FILE NEXT
			AT END SET STOCK-MASTER-EOF TO TRUE
		END-READ.

	LOAD-STOCK-ENTRY.
		ADD 1 TO WS-STAT-READ.
		IF SMT-QTY > ZERO
			IF WS-CE-COUNT < 9999
				ADD 1 TO WS-CE-COUNT
				INITIALIZE WS-CE-ENTRY(WS-CE-COUNT)
				MOVE SMT-STORE TO CE-STORE(WS-CE-COUNT)
				MOVE SMT-PROD TO CE-PROD(WS-CE-COUNT)
				MOVE SMT-QTY TO CE-QTY(WS-CE-COUNT)
			ELSE
				DISPLAY "Table du stock saturee - "
					SMT-STORE "/" SMT-PROD
				ADD 1 TO WS-STAT-REJ
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-STOCK-MASTER.

	FIND-CELL-ENTRY.
		MOVE ZERO TO WS-CE-FOUND.
		PERFORM VARYING WS-CE-IDX FROM 1 BY 1
			UNTIL WS-CE-IDX > WS-CE-COUNT
			OR WS-CE-FOUND > ZERO
			IF CE-STORE(WS-CE-IDX) = WS-FIND-STORE
				AND CE-PROD(WS-CE-IDX) = WS-FIND-PROD
				MOVE WS-CE-IDX TO WS-CE-FOUND
			END-IF
		END-PERFORM.

	SCAN-WEEKLY-HISTORY.
		OPEN INPUT WEEKLY-FILE.
		IF WS-WEEK-STATUS NOT = "00"
			DISPLAY "Fichier WEEKHIST absent - "
				"stock donneur garde au seuil"
			SET WEEKLY-EOF TO TRUE
		ELSE
			PERFORM READ-WEEKLY
		END-IF.
		PERFORM SCAN-ONE-WEEK UNTIL WEEKLY-EOF.
		IF WS-WEEK-STATUS NOT = "35"
			CLOSE WEEKLY-FILE
		END-IF.

	READ-WEEKLY.
		READ WEEKLY-FILE
			AT END SET WEEKLY-EOF TO TRUE
		END-READ.

	SCAN-ONE-WEEK.
		ADD 1 TO WS-STAT-READ.
		IF WK-END-DATE > WS-WEEK-FROM
			MOVE WK-STORE TO WS-FIND-STORE
			MOVE WK-PROD TO WS-FIND-PROD
			PERFORM FIND-CELL-ENTRY
			IF WS-CE-FOUND > ZERO
				ADD 1 TO CE-WK-COUNT(WS-CE-FOUND)
				IF WK-OPEN > WK-CLOSE
					COMPUTE CE-WK-DMD(WS-CE-FOUND) =
						CE-WK-DMD(WS-CE-FOUND)
						+ WK-OPEN - WK-CLOSE
				END-IF
			END-IF
		END-IF.
		PERFORM READ-WEEKLY.

	LOAD-CATALOG-COSTS.
		OPEN INPUT CATALOG-FILE.
		IF WS-CAT-STATUS NOT = "00"
			DISPLAY "Fichier VENDCAT absent - "
				"achat evite non valorise"
			SET CATALOG-EOF TO TRUE
		ELSE
			PERFORM READ-CATALOG
		END-IF.
		PERFORM TAKE-CATALOG-COST UNTIL CATALOG-EOF.
		IF WS-CAT-STATUS NOT = "35"
			CLOSE CATALOG-FILE
		END-IF.

	READ-CATALOG.
		READ CATALOG-FILE
			AT END SET CATALOG-EOF TO TRUE
		END-READ.

	TAKE-CATALOG-COST.
		IF VCT-EFF-DATE NOT > WS-TODAY
			AND VCT-COST NUMERIC
			AND VCT-COST > ZERO
			MOVE VCT-PROD TO WS-FIND-PROD
			PERFORM FIND-COST-ENTRY
			IF WS-CT-FOUND = ZERO
				AND WS-CT-COUNT < 9999
				ADD 1 TO WS-CT-COUNT
				MOVE VCT-PROD TO CT-PROD(WS-CT-COUNT)
				MOVE VCT-COST TO CT-COST(WS-CT-COUNT)
			END-IF
			IF WS-CT-FOUND > ZERO
				AND VCT-COST < CT-COST(WS-CT-FOUND)
				MOVE VCT-COST TO CT-COST(WS-CT-FOUND)
			END-IF
		END-IF.
		PERFORM READ-CATALOG.

	FIND-COST-ENTRY.
		MOVE ZERO TO WS-CT-FOUND.
		PERFORM VARYING WS-CT-IDX FROM 1 BY 1
			UNTIL WS-CT-IDX > WS-CT-COUNT
			OR WS-CT-FOUND > ZERO
			IF CT-PROD(WS-CT-IDX) = WS-FIND-PROD
				MOVE WS-CT-IDX TO WS-CT-FOUND
			END-IF
		END-PERFORM.

	PREPARE-ONE-DONOR.
		MOVE CE-STORE(WS-CE-IDX) TO WS-FIND-STORE.
		MOVE CE-PROD(WS-CE-IDX) TO WS-FIND-PROD.
		PERFORM FIND-STORE-ENTRY.
		IF WS-SR-FOUND > ZERO
			MOVE SR-REGION(WS-SR-FOUND)
				TO CE-REGION(WS-CE-IDX)
			MOVE SR-DONOR(WS-SR-FOUND)
				TO CE-DONOR(WS-CE-IDX)
		ELSE
			MOVE "N" TO CE-DONOR(WS-CE-IDX)
		END-IF.
		PERFORM FIND-PARAM-ENTRY.
		IF WS-PR-FOUND > ZERO
			MOVE PT-REORDER-PT(WS-PR-FOUND)
				TO CE-KEEP(WS-CE-IDX)
		END-IF.
		IF CE-WK-COUNT(WS-CE-IDX) > ZERO
			COMPUTE WS-WK-RATE ROUNDED =
				CE-WK-DMD(WS-CE-IDX)
				/ CE-WK-COUNT(WS-CE-IDX)
		ELSE
			MOVE ZERO TO WS-WK-RATE
		END-IF.
		COMPUTE WS-WOS-QTY ROUNDED = WS-WK-RATE * WS-WOS-KEEP
			ON SIZE ERROR
			MOVE 99999999 TO WS-WOS-QTY
		END-COMPUTE.
		IF WS-WOS-QTY > CE-KEEP(WS-CE-IDX)
			MOVE WS-WOS-QTY TO CE-KEEP(WS-CE-IDX)
		END-IF.

	REBALANCE-SUGGESTIONS.
		OPEN INPUT SUGGEST-IN-FILE.
		IF WS-SUGIN-STATUS NOT = "00"
			DISPLAY "Pas de suggestions d'achat"
			SET SUGGEST-EOF TO TRUE
		ELSE
			PERFORM READ-SUGGESTION
		END-IF.
		PERFORM REBALANCE-ONE-SUGGESTION UNTIL SUGGEST-EOF.
		IF WS-SUGIN-STATUS NOT = "35"
			CLOSE SUGGEST-IN-FILE
		END-IF.

	READ-SUGGESTION.
		READ SUGGEST-IN-FILE
			AT END SET SUGGEST-EOF TO TRUE
		END-READ.

	REBALANCE-ONE-SUGGESTION.
		ADD 1 TO WS-STAT-READ.
		ADD 1 TO WS-SUGG-READ.
		MOVE SGI-QTY TO WS-NEED.
		MOVE SPACES TO WS-REGION.
		IF NOT REBAL-HELD
			MOVE SGI-STORE TO WS-FIND-STORE
			PERFORM FIND-STORE-ENTRY
			IF WS-SR-FOUND > ZERO
				MOVE SR-REGION(WS-SR-FOUND) TO WS-REGION
			END-IF
		END-IF.
		IF WS-REGION NOT = SPACES
			PERFORM FIND-BEST-DONOR
			PERFORM TRANSFER-FROM-DONOR
				UNTIL WS-NEED = ZERO
				OR WS-DONOR = ZERO
		END-IF.
		IF WS-NEED < SGI-QTY
			IF WS-NEED = ZERO
				ADD 1 TO WS-SUGG-FULL
			ELSE
				ADD 1 TO WS-SUGG-PART
			END-IF
		END-IF.
		IF WS-NEED > ZERO
			MOVE SUGGEST-IN-REC TO SUGGEST-OUT-REC
			MOVE WS-NEED TO SGO-QTY
			WRITE SUGGEST-OUT-REC
			ADD 1 TO WS-STAT-WRIT
		END-IF.
		PERFORM READ-SUGGESTION.

	FIND-BEST-DONOR.
		MOVE ZERO TO WS-DONOR.
		MOVE ZERO TO WS-BEST.
		PERFORM VARYING WS-CE-IDX FROM 1 BY 1
			UNTIL WS-CE-IDX > WS-CE-COUNT
			IF CE-PROD(WS-CE-IDX) = SGI-PROD
				AND CE-STORE(WS-CE-IDX) NOT = SGI-STORE
				AND CE-REGION(WS-CE-IDX) = WS-REGION
				AND CE-DONOR(WS-CE-IDX) = "Y"
				AND CE-QTY(WS-CE-IDX)
				> CE-KEEP(WS-CE-IDX)
				SUBTRACT CE-KEEP(WS-CE-IDX)
					FROM CE-QTY(WS-CE-IDX)
					GIVING WS-SURPLUS
				IF WS-SURPLUS > WS-BEST
					MOVE WS-SURPLUS TO WS-BEST
					MOVE WS-CE-IDX TO WS-DONOR
				END-IF
			END-IF
		END-PERFORM.

	TRANSFER-FROM-DONOR.
		IF WS-BEST < WS-NEED
			MOVE WS-BEST TO WS-MOVE-QTY
		ELSE
			MOVE WS-NEED TO WS-MOVE-QTY
		END-IF.
		SUBTRACT WS-MOVE-QTY FROM CE-QTY(WS-DONOR).
		SUBTRACT WS-MOVE-QTY FROM WS-NEED.
		MOVE "D" TO RBT-REC-TYPE.
		MOVE "O" TO RBT-MOVE-CODE.
		MOVE CE-STORE(WS-DONOR) TO RBT-STORE.
		MOVE SGI-PROD TO RBT-PROD.
		MOVE WS-MOVE-QTY TO RBT-QTY.
		WRITE RBT-DETAIL-REC.
		MOVE "D" TO RBT-REC-TYPE.
		MOVE "T" TO RBT-MOVE-CODE.
		MOVE SGI-STORE TO RBT-STORE.
		MOVE SGI-PROD TO RBT-PROD.
		MOVE WS-MOVE-QTY TO RBT-QTY.
		WRITE RBT-DETAIL-REC.
		ADD 2 TO WS-TXN-COUNT.
		ADD WS-MOVE-QTY TO WS-TXN-HASH.
		ADD WS-MOVE-QTY TO WS-TXN-HASH.
		ADD 1 TO WS-TRANSFERS.
		ADD WS-MOVE-QTY TO WS-UNITS-MOVED.
		MOVE SGI-PROD TO WS-FIND-PROD.
		PERFORM FIND-COST-ENTRY.
		IF WS-CT-FOUND > ZERO
			MOVE CT-COST(WS-CT-FOUND) TO WS-UNIT-COST
		ELSE
			MOVE ZERO TO WS-UNIT-COST
			ADD 1 TO WS-NO-COST
		END-IF.
		COMPUTE WS-SPEND ROUNDED = WS-MOVE-QTY * WS-UNIT-COST.
		ADD WS-SPEND TO WS-SPEND-SAVED.
		MOVE SGI-PROD TO RD-PROD.
		MOVE CE-STORE(WS-DONOR) TO RD-FROM.
		MOVE SGI-STORE TO RD-TO.
		MOVE WS-REGION TO RD-REGION.
		MOVE WS-MOVE-QTY TO RD-QTY.
		IF WS-CT-FOUND > ZERO
			MOVE WS-UNIT-COST TO RD-COST
		ELSE
			MOVE "  -     " TO RD-COST-X
		END-IF.
		MOVE WS-SPEND TO RD-SPEND.
		WRITE REBAL-LINE FROM WS-RPT-DETAIL.
		PERFORM FIND-BEST-DONOR.

	WRITE-REBAL-HEADER.
		MOVE "H" TO RBT-HDR-TYPE.
		MOVE WS-TODAY TO RBT-FILE-DATE.
		MOVE "REBALNC" TO RBT-FILE-SOURCE.
		WRITE RBT-HEADER-REC.

	WRITE-REBAL-TRAILER.
		MOVE "T" TO RBT-TRL-TYPE.
		MOVE WS-TXN-COUNT TO RBT-TRL-COUNT.
		MOVE WS-TXN-HASH TO RBT-TRL-HASH.
		WRITE RBT-TRAILER-REC.

	WRITE-SUMMARY.
		MOVE SPACES TO REBAL-LINE.
		WRITE REBAL-LINE.
		MOVE "Suggestions d'achat lues" TO RY-LABEL.
		MOVE WS-SUGG-READ TO RY-COUNT.
		WRITE REBAL-LINE FROM WS-RPT-TALLY.
		MOVE "Suggestions couvertes en totalite" TO RY-LABEL.
		MOVE WS-SUGG-FULL TO RY-COUNT.
		WRITE REBAL-LINE FROM WS-RPT-TALLY.
		MOVE "Suggestions couvertes en partie" TO RY-LABEL.
		MOVE WS-SUGG-PART TO RY-COUNT.
		WRITE REBAL-LINE FROM WS-RPT-TALLY.
		MOVE "Suggestions transmises a POGEN" TO RY-LABEL.
		MOVE WS-STAT-WRIT TO RY-COUNT.
		WRITE REBAL-LINE FROM WS-RPT-TALLY.
		MOVE "Transferts proposes" TO RY-LABEL.
		MOVE WS-TRANSFERS TO RY-COUNT.
		WRITE REBAL-LINE FROM WS-RPT-TALLY.
		MOVE "Unites transferees" TO RY-LABEL.
		MOVE WS-UNITS-MOVED TO RY-COUNT.
		WRITE REBAL-LINE FROM WS-RPT-TALLY.
		MOVE "Transferts sans tarif fournisseur" TO RY-LABEL.
		MOVE WS-NO-COST TO RY-COUNT.
		WRITE REBAL-LINE FROM WS-RPT-TALLY.
		MOVE WS-SPEND-SAVED TO RY-SPEND.
		WRITE REBAL-LINE FROM WS-RPT-TOTAL.
		IF REBAL-HELD
			MOVE "Reequilibrage suspendu - REBALTXN"
				TO RY-LABEL
			MOVE WS-PENDING TO RY-COUNT
			WRITE REBAL-LINE FROM WS-RPT-TALLY
		END-IF.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
