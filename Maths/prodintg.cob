	IDENTIFICATION DIVISION.
	PROGRAM-ID. PRODINTG.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SMT-KEY
			FILE STATUS IS WS-STKMST-STATUS.
		SELECT PRICE-MASTER ASSIGN TO "PRICEMST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PRICE-STATUS.
		SELECT CLASS-FILE ASSIGN TO "PRODCLS"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CLASS-STATUS.
		SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MAST-STATUS.
		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STORE-STATUS.
		SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VEND-STATUS.
		SELECT STOCK-SORT-FILE ASSIGN TO "SORTWK1".
		SELECT PRICE-SORT-FILE ASSIGN TO "SORTWK1".
		SELECT CLASS-SORT-FILE ASSIGN TO "SORTWK1".
		SELECT CELL-SORT-FILE ASSIGN TO "SORTWK1".
		SELECT EXCEPTION-SORT-FILE ASSIGN TO "SORTWK1".
		SELECT STOCK-SORTED-FILE ASSIGN TO "STKSRTD"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STSR-STATUS.
		SELECT PRICE-SORTED-FILE ASSIGN TO "PRCSRTD"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PRSR-STATUS.
		SELECT CLASS-SORTED-FILE ASSIGN TO "CLSSRTD"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CLSR-STATUS.
		SELECT CELL-SORTED-FILE ASSIGN TO "CELSRTD"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CESR-STATUS.
		SELECT WORK-FILE ASSIGN TO "INTGWORK"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT WORKSHEET-FILE ASSIGN TO "INTGWKS"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-WKS-STATUS.
		SELECT INTG-RPT-FILE ASSIGN TO "INTGRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  STOCK-MASTER-FILE.
	01  STOCK-MST-REC.
		02 SMT-KEY.
			03 SMT-STORE PIC 9(4).
			03 SMT-PROD  PIC 9(4).
		02 SMT-QTY PIC 9(8).

	FD  PRICE-MASTER.
	01  PRICE-REC.
		02 PRM-PRODUCT PIC 9(4).
		02 PRM-PRICE   PIC 9(3)V99.

	FD  CLASS-FILE.
	01  CLASS-REC.
		02 PCL-PRODUCT PIC 9(4).
		02 PCL-CLASS   PIC X(2).

	FD  PRODUCT-MASTER.
	01  MASTER-REC.
		02 MST-STORE     PIC 9(4).
		02 MST-PRODUCT   PIC 9(4).
		02 MST-QTY       PIC 9(08).
		02 MST-UNIT-COST PIC 9(5)V99.

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-STORE  PIC 9(4).
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  VENDOR-MASTER.
	01  VENDOR-REC.
		02 VND-VENDOR  PIC 9(4).
		02 VND-NAME    PIC X(20).
		02 VND-PROD-LO PIC 9(4).
		02 VND-PROD-HI PIC 9(4).
		02 VND-STATUS  PIC X.
			88 VND-ACTIVE VALUE "A".
		02 VND-TERMS-DAYS PIC 9(3).

	SD  STOCK-SORT-FILE.
	01  STOCK-SORT-REC.
		02 SRS-STORE PIC 9(4).
		02 SRS-PROD  PIC 9(4).
		02 SRS-QTY   PIC 9(8).

	SD  PRICE-SORT-FILE.
	01  PRICE-SORT-REC.
		02 SRP-PRODUCT PIC 9(4).
		02 SRP-PRICE   PIC 9(3)V99.

	SD  CLASS-SORT-FILE.
	01  CLASS-SORT-REC.
		02 SRC-PRODUCT PIC 9(4).
		02 SRC-CLASS   PIC X(2).

	SD  CELL-SORT-FILE.
	01  CELL-SORT-REC.
		02 SRM-STORE     PIC 9(4).
		02 SRM-PRODUCT   PIC 9(4).
		02 SRM-QTY       PIC 9(08).
		02 SRM-UNIT-COST PIC 9(5)V99.

	SD  EXCEPTION-SORT-FILE.
	01  EXCEPTION-SORT-REC.
		02 SRX-TYPE    PIC 9.
		02 SRX-PRODUCT PIC 9(4).
		02 SRX-STORE   PIC 9(4).
		02 SRX-QTY     PIC 9(9).
		02 SRX-PRICE   PIC 9(3)V99.
		02 SRX-MASTER  PIC X(8).
		02 SRX-ACTION  PIC X(30).
		02 SRX-DATE    PIC X(8).
		02 SRX-DONE    PIC X.

	FD  STOCK-SORTED-FILE.
	01  STOCK-SORTED-REC.
		02 SKS-STORE PIC 9(4).
		02 SKS-PROD  PIC 9(4).
		02 SKS-QTY   PIC 9(8).

	FD  PRICE-SORTED-FILE.
	01  PRICE-SORTED-REC.
		02 PRS-PRODUCT PIC 9(4).
		02 PRS-PRICE   PIC 9(3)V99.

	FD  CLASS-SORTED-FILE.
	01  CLASS-SORTED-REC.
		02 CLS-PRODUCT PIC 9(4).
		02 CLS-CLASS   PIC X(2).

	FD  CELL-SORTED-FILE.
	01  CELL-SORTED-REC.
		02 CES-STORE     PIC 9(4).
		02 CES-PRODUCT   PIC 9(4).
		02 CES-QTY       PIC 9(08).
		02 CES-UNIT-COST PIC 9(5)V99.

	FD  WORK-FILE.
	01  WORK-REC.
		02 WRK-TYPE    PIC 9.
		02 WRK-PRODUCT PIC 9(4).
		02 WRK-STORE   PIC 9(4).
		02 WRK-QTY     PIC 9(9).
		02 WRK-PRICE   PIC 9(3)V99.
		02 WRK-MASTER  PIC X(8).
		02 WRK-ACTION  PIC X(30).
		02 WRK-DATE    PIC X(8).
		02 WRK-DONE    PIC X.

	FD  WORKSHEET-FILE.
	01  WORKSHEET-REC.
		02 IWK-TYPE    PIC 9.
		02 IWK-PRODUCT PIC 9(4).
		02 IWK-STORE   PIC 9(4).
		02 IWK-QTY     PIC 9(9).
		02 IWK-PRICE   PIC 9(3)V99.
		02 IWK-MASTER  PIC X(8).
		02 IWK-ACTION  PIC X(30).
		02 IWK-DATE    PIC X(8).
		02 IWK-DONE    PIC X.

	FD  INTG-RPT-FILE.
	01  INTG-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-STKMST-STATUS PIC XX.
	01 WS-PRICE-STATUS  PIC XX.
	01 WS-CLASS-STATUS  PIC XX.
	01 WS-MAST-STATUS   PIC XX.
	01 WS-STORE-STATUS  PIC XX.
	01 WS-VEND-STATUS   PIC XX.
	01 WS-STSR-STATUS   PIC XX.
	01 WS-PRSR-STATUS   PIC XX.
	01 WS-CLSR-STATUS   PIC XX.
	01 WS-CESR-STATUS   PIC XX.
	01 WS-WKS-STATUS    PIC XX.

	01 WS-FLAGS.
		02 WS-STO-EOF PIC X VALUE "N".
			88 STORE-MASTER-EOF VALUE "Y".
		02 WS-VND-EOF PIC X VALUE "N".
			88 VENDOR-EOF VALUE "Y".
		02 WS-SKS-EOF PIC X VALUE "N".
			88 STOCK-EOF VALUE "Y".
		02 WS-PRS-EOF PIC X VALUE "N".
			88 PRICE-EOF VALUE "Y".
		02 WS-CLS-EOF PIC X VALUE "N".
			88 CLASS-EOF VALUE "Y".
		02 WS-CES-EOF PIC X VALUE "N".
			88 CELL-EOF VALUE "Y".
		02 WS-IWK-EOF PIC X VALUE "N".
			88 WORKSHEET-EOF VALUE "Y".
		02 WS-VND-LOADED PIC X VALUE "N".
			88 VENDORS-LOADED VALUE "Y".
		02 WS-PRICE-SW PIC X.
			88 PRICE-FOUND   VALUE "Y".
			88 PRICE-MISSING VALUE "N".
		02 WS-CLASS-SW PIC X.
			88 CLASS-FOUND   VALUE "Y".
			88 CLASS-MISSING VALUE "N".
		02 WS-KNOWN-SW PIC X.
			88 PRODUCT-KNOWN   VALUE "Y".
			88 PRODUCT-UNKNOWN VALUE "N".

	01 WS-TODAY PIC X(8).

	01 WS-STORE-TAB-CTL.
		02 WS-ST-COUNT PIC 9(3) VALUE ZERO.
		02 WS-ST-IDX   PIC 9(3).
		02 WS-ST-FOUND PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-ST-ENTRY OCCURS 999 TIMES.
			03 ST-STORE  PIC 9(4).
			03 ST-STATUS PIC X.

	01 WS-VEND-TAB-CTL.
		02 WS-VN-COUNT PIC 9(3) VALUE ZERO.
		02 WS-VN-IDX   PIC 9(3).
		02 WS-VN-FOUND PIC 9(3).

	01 WS-VEND-TAB.
		02 WS-VN-ENTRY OCCURS 999 TIMES.
			03 VT-VENDOR  PIC 9(4).
			03 VT-PROD-LO PIC 9(4).
			03 VT-PROD-HI PIC 9(4).
			03 VT-STATUS  PIC X.

	01 WS-PRODUCT-WORK.
		02 WS-CUR-PROD   PIC 9(5).
		02 WS-PROD-STOCK PIC 9(9).
		02 WS-PROD-PRICE PIC 9(3)V99.
		02 WS-FIND-STORE PIC 9(4).

	01 WS-EXCEPTION-WORK.
		02 WS-EXC-TYPE   PIC 9.
		02 WS-EXC-STORE  PIC 9(4).
		02 WS-EXC-QTY    PIC 9(9).
		02 WS-EXC-PRICE  PIC 9(3)V99.
		02 WS-EXC-LABEL  PIC X(32).
		02 WS-EXC-MASTER PIC X(8).
		02 WS-EXC-ACTION PIC X(30).
		02 WS-CUR-TYPE   PIC 9.
		02 WS-GROUP-COUNT PIC 9(6).

	01 WS-TALLIES.
		02 WS-PROD-COUNT PIC 9(6) VALUE ZERO.
		02 WS-CELL-COUNT PIC 9(6) VALUE ZERO.
		02 WS-EXC-TOTAL  PIC 9(6) VALUE ZERO.
		02 WS-EXC-COUNT  PIC 9(6) OCCURS 4 TIMES.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(38) VALUE
			"Coherence des referentiels produit au ".
		02 IT-DATE PIC X(8).
		02 FILLER PIC X(34) VALUE SPACES.

	01 WS-RPT-GROUP.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 IG-LABEL  PIC X(32).
		02 FILLER    PIC X(20) VALUE "Fichier a corriger :".
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 IG-MASTER PIC X(8).
		02 FILLER    PIC X(17) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(10) VALUE "  Produit".
		02 FILLER PIC X(7)  VALUE "Magasin".
		02 FILLER PIC X(12) VALUE " Quantite".
		02 FILLER PIC X(9)  VALUE "  Prix".
		02 FILLER PIC X(30) VALUE "Correction".
		02 FILLER PIC X(12) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 ID-PROD   PIC 9(4).
		02 FILLER    PIC X(4)  VALUE SPACES.
		02 ID-STORE  PIC ZZZ9 BLANK WHEN ZERO.
		02 FILLER    PIC X(3)  VALUE SPACES.
		02 ID-QTY    PIC ZZZZZZZZ9.
		02 FILLER    PIC X(3)  VALUE SPACES.
		02 ID-PRICE  PIC ZZ9.99 BLANK WHEN ZERO.
		02 FILLER    PIC X(3)  VALUE SPACES.
		02 ID-ACTION PIC X(30).
		02 FILLER    PIC X(12) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 IY-LABEL  PIC X(40).
		02 IY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(32) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "PRODINTG" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		MOVE ZERO TO WS-EXC-COUNT(1).
		MOVE ZERO TO WS-EXC-COUNT(2).
		MOVE ZERO TO WS-EXC-COUNT(3).
		MOVE ZERO TO WS-EXC-COUNT(4).
		PERFORM LOAD-STORE-TABLE.
		PERFORM LOAD-VENDOR-TABLE.
		PERFORM SORT-MASTER-FILES.
		OPEN OUTPUT WORK-FILE.
		PERFORM MATCH-SORTED-MASTERS.
		CLOSE WORK-FILE.
		PERFORM SORT-EXCEPTIONS.
		OPEN OUTPUT INTG-RPT-FILE.
		PERFORM PRINT-REPORT.
		CLOSE INTG-RPT-FILE.
		IF WS-EXC-TOTAL > ZERO
			AND WS-RETURN-CODE < 8
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-STORE-TABLE.
		OPEN INPUT STORE-MASTER.
		IF WS-STORE-STATUS NOT = "00"
			DISPLAY "Fichier STORMAST absent - "
				"magasins fermes non controles"
			MOVE 8 TO WS-RETURN-CODE
			SET STORE-MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-STORE-MASTER
		END-IF.
		PERFORM LOAD-STORE-ENTRY
			UNTIL STORE-MASTER-EOF.
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
			MOVE STO-STORE TO ST-STORE(WS-ST-COUNT)
			MOVE STO-STATUS TO ST-STATUS(WS-ST-COUNT)
		END-IF.
		PERFORM READ-STORE-MASTER.

	LOAD-VENDOR-TABLE.
		OPEN INPUT VENDOR-MASTER.
		IF WS-VEND-STATUS NOT = "00"
			DISPLAY "Fichier VENDMAST absent - "
				"plages fournisseur non controlees"
			MOVE 8 TO WS-RETURN-CODE
			SET VENDOR-EOF TO TRUE
		ELSE
			SET VENDORS-LOADED TO TRUE
			PERFORM READ-VENDOR
		END-IF.
		PERFORM LOAD-VENDOR-ENTRY UNTIL VENDOR-EOF.
		IF WS-VEND-STATUS NOT = "35"
			CLOSE VENDOR-MASTER
		END-IF.

	READ-VENDOR.
		READ VENDOR-MASTER
			AT END SET VENDOR-EOF TO TRUE
		END-READ.

	LOAD-VENDOR-ENTRY.
		IF WS-VN-COUNT < 999
			ADD 1 TO WS-VN-COUNT
			MOVE VND-VENDOR TO VT-VENDOR(WS-VN-COUNT)
			MOVE VND-PROD-LO
				TO VT-PROD-LO(WS-VN-COUNT)
			MOVE VND-PROD-HI
				TO VT-PROD-HI(WS-VN-COUNT)
			MOVE VND-STATUS TO VT-STATUS(WS-VN-COUNT)
		END-IF.
		PERFORM READ-VENDOR.

	SORT-MASTER-FILES.
		SORT STOCK-SORT-FILE
			ON ASCENDING KEY SRS-PROD
				SRS-STORE
			USING STOCK-MASTER-FILE
			GIVING STOCK-SORTED-FILE.
		SORT PRICE-SORT-FILE
			ON ASCENDING KEY SRP-PRODUCT
			USING PRICE-MASTER
			GIVING PRICE-SORTED-FILE.
		SORT CLASS-SORT-FILE
			ON ASCENDING KEY SRC-PRODUCT
			USING CLASS-FILE
			GIVING CLASS-SORTED-FILE.
		SORT CELL-SORT-FILE
			ON ASCENDING KEY SRM-PRODUCT
				SRM-STORE
			USING PRODUCT-MASTER
			GIVING CELL-SORTED-FILE.

	MATCH-SORTED-MASTERS.
		OPEN INPUT STOCK-SORTED-FILE.
		IF WS-STSR-STATUS NOT = "00"
			DISPLAY "Fichier STOCKMST trie absent"
			MOVE 8 TO WS-RETURN-CODE
			SET STOCK-EOF TO TRUE
		ELSE
			PERFORM READ-SORTED-STOCK
		END-IF.
		OPEN INPUT PRICE-SORTED-FILE.
		IF WS-PRSR-STATUS NOT = "00"
			DISPLAY "Fichier PRICEMST trie absent"
			MOVE 8 TO WS-RETURN-CODE
			SET PRICE-EOF TO TRUE
		ELSE
			PERFORM READ-SORTED-PRICE
		END-IF.
		OPEN INPUT CLASS-SORTED-FILE.
		IF WS-CLSR-STATUS NOT = "00"
			DISPLAY "Fichier PRODCLS trie absent"
			MOVE 8 TO WS-RETURN-CODE
			SET CLASS-EOF TO TRUE
		ELSE
			PERFORM READ-SORTED-CLASS
		END-IF.
		OPEN INPUT CELL-SORTED-FILE.
		IF WS-CESR-STATUS NOT = "00"
			DISPLAY "Fichier PRODMAST trie absent"
			MOVE 8 TO WS-RETURN-CODE
			SET CELL-EOF TO TRUE
		ELSE
			PERFORM READ-SORTED-CELL
		END-IF.
		PERFORM PROCESS-ONE-PRODUCT
			UNTIL STOCK-EOF AND PRICE-EOF
			AND CLASS-EOF AND CELL-EOF.
		IF WS-STSR-STATUS NOT = "35"
			CLOSE STOCK-SORTED-FILE
		END-IF.
		IF WS-PRSR-STATUS NOT = "35"
			CLOSE PRICE-SORTED-FILE
		END-IF.
		IF WS-CLSR-STATUS NOT = "35"
			CLOSE CLASS-SORTED-FILE
		END-IF.
		IF WS-CESR-STATUS NOT = "35"
			CLOSE CELL-SORTED-FILE
		END-IF.

	READ-SORTED-STOCK.
		READ STOCK-SORTED-FILE
			AT END SET STOCK-EOF TO TRUE
		END-READ.

	READ-SORTED-PRICE.
		READ PRICE-SORTED-FILE
			AT END SET PRICE-EOF TO TRUE
		END-READ.

	READ-SORTED-CLASS.
		READ CLASS-SORTED-FILE
			AT END SET CLASS-EOF TO TRUE
		END-READ.

	READ-SORTED-CELL.
		READ CELL-SORTED-FILE
			AT END SET CELL-EOF TO TRUE
		END-READ.

	PROCESS-ONE-PRODUCT.
		PERFORM PICK-CURRENT-PRODUCT.
		SET PRODUCT-UNKNOWN TO TRUE.
		PERFORM GATHER-PRODUCT-STOCK.
		PERFORM GATHER-PRODUCT-PRICE.
		PERFORM GATHER-PRODUCT-CLASS.
		PERFORM GATHER-PRODUCT-CELLS.
		IF PRODUCT-KNOWN
			ADD 1 TO WS-PROD-COUNT
			PERFORM CHECK-ONE-PRODUCT
		END-IF.

	PICK-CURRENT-PRODUCT.
		MOVE 99999 TO WS-CUR-PROD.
		IF NOT STOCK-EOF
			AND SKS-PROD < WS-CUR-PROD
			MOVE SKS-PROD TO WS-CUR-PROD
		END-IF.
		IF NOT PRICE-EOF
			AND PRS-PRODUCT < WS-CUR-PROD
			MOVE PRS-PRODUCT TO WS-CUR-PROD
		END-IF.
		IF NOT CLASS-EOF
			AND CLS-PRODUCT < WS-CUR-PROD
			MOVE CLS-PRODUCT TO WS-CUR-PROD
		END-IF.
		IF NOT CELL-EOF
			AND CES-PRODUCT < WS-CUR-PROD
			MOVE CES-PRODUCT TO WS-CUR-PROD
		END-IF.

	GATHER-PRODUCT-STOCK.
		MOVE ZERO TO WS-PROD-STOCK.
		PERFORM TAKE-ONE-STOCK-CELL
			UNTIL STOCK-EOF
			OR SKS-PROD NOT = WS-CUR-PROD.

	TAKE-ONE-STOCK-CELL.
		IF SKS-PROD = WS-CUR-PROD
			ADD 1 TO WS-STAT-READ
			SET PRODUCT-KNOWN TO TRUE
			ADD SKS-QTY TO WS-PROD-STOCK
			PERFORM READ-SORTED-STOCK
		END-IF.

	GATHER-PRODUCT-PRICE.
		SET PRICE-MISSING TO TRUE.
		MOVE ZERO TO WS-PROD-PRICE.
		PERFORM TAKE-ONE-PRICE
			UNTIL PRICE-EOF
			OR PRS-PRODUCT NOT = WS-CUR-PROD.

	TAKE-ONE-PRICE.
		IF PRS-PRODUCT = WS-CUR-PROD
			ADD 1 TO WS-STAT-READ
			SET PRODUCT-KNOWN TO TRUE
			IF PRICE-MISSING
				AND PRS-PRICE > ZERO
				SET PRICE-FOUND TO TRUE
				MOVE PRS-PRICE TO WS-PROD-PRICE
			END-IF
			PERFORM READ-SORTED-PRICE
		END-IF.

	GATHER-PRODUCT-CLASS.
		SET CLASS-MISSING TO TRUE.
		PERFORM TAKE-ONE-CLASS
			UNTIL CLASS-EOF
			OR CLS-PRODUCT NOT = WS-CUR-PROD.

	TAKE-ONE-CLASS.
		IF CLS-PRODUCT = WS-CUR-PROD
			ADD 1 TO WS-STAT-READ
			IF CLS-CLASS NOT = SPACES
				SET CLASS-FOUND TO TRUE
			END-IF
			PERFORM READ-SORTED-CLASS
		END-IF.

	GATHER-PRODUCT-CELLS.
		PERFORM TAKE-ONE-PRODUCT-CELL
			UNTIL CELL-EOF
			OR CES-PRODUCT NOT = WS-CUR-PROD.

	TAKE-ONE-PRODUCT-CELL.
		IF CES-PRODUCT = WS-CUR-PROD
			ADD 1 TO WS-STAT-READ
			ADD 1 TO WS-CELL-COUNT
			SET PRODUCT-KNOWN TO TRUE
			MOVE CES-STORE TO WS-FIND-STORE
			PERFORM FIND-STORE-STATUS
			IF WS-ST-FOUND > ZERO
				AND ST-STATUS(WS-ST-FOUND) = "C"
				MOVE 4 TO WS-EXC-TYPE
				MOVE CES-STORE TO WS-EXC-STORE
				MOVE CES-QTY TO WS-EXC-QTY
				MOVE ZERO TO WS-EXC-PRICE
				PERFORM WRITE-EXCEPTION
			END-IF
			PERFORM READ-SORTED-CELL
		END-IF.

	FIND-STORE-STATUS.
		MOVE ZERO TO WS-ST-FOUND.
		PERFORM VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT
			IF ST-STORE(WS-ST-IDX) = WS-FIND-STORE
				MOVE WS-ST-IDX TO WS-ST-FOUND
			END-IF
		END-PERFORM.

	CHECK-ONE-PRODUCT.
		IF WS-PROD-STOCK > ZERO
			AND PRICE-MISSING
			MOVE 1 TO WS-EXC-TYPE
			MOVE ZERO TO WS-EXC-STORE
			MOVE WS-PROD-STOCK TO WS-EXC-QTY
			MOVE ZERO TO WS-EXC-PRICE
			PERFORM WRITE-EXCEPTION
		END-IF.
		IF PRICE-FOUND
			AND CLASS-MISSING
			MOVE 2 TO WS-EXC-TYPE
			MOVE ZERO TO WS-EXC-STORE
			MOVE WS-PROD-STOCK TO WS-EXC-QTY
			MOVE WS-PROD-PRICE TO WS-EXC-PRICE
			PERFORM WRITE-EXCEPTION
		END-IF.
		IF VENDORS-LOADED
			PERFORM FIND-VENDOR-RANGE
			IF WS-VN-FOUND = ZERO
				MOVE 3 TO WS-EXC-TYPE
				MOVE ZERO TO WS-EXC-STORE
				MOVE WS-PROD-STOCK TO WS-EXC-QTY
				MOVE WS-PROD-PRICE TO WS-EXC-PRICE
				PERFORM WRITE-EXCEPTION
			END-IF
		END-IF.

	FIND-VENDOR-RANGE.
		MOVE ZERO TO WS-VN-FOUND.
		PERFORM VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT
			OR WS-VN-FOUND > ZERO
			IF VT-STATUS(WS-VN-IDX) = "A"
				AND WS-CUR-PROD >= VT-PROD-LO(WS-VN-IDX)
				AND WS-CUR-PROD <= VT-PROD-HI(WS-VN-IDX)
				MOVE WS-VN-IDX TO WS-VN-FOUND
			END-IF
		END-PERFORM.

	WRITE-EXCEPTION.
		PERFORM SET-EXCEPTION-TEXT.
		MOVE WS-EXC-TYPE TO WRK-TYPE.
		MOVE WS-CUR-PROD TO WRK-PRODUCT.
		MOVE WS-EXC-STORE TO WRK-STORE.
		MOVE WS-EXC-QTY TO WRK-QTY.
		MOVE WS-EXC-PRICE TO WRK-PRICE.
		MOVE WS-EXC-MASTER TO WRK-MASTER.
		MOVE WS-EXC-ACTION TO WRK-ACTION.
		MOVE WS-TODAY TO WRK-DATE.
		MOVE SPACE TO WRK-DONE.
		WRITE WORK-REC.
		ADD 1 TO WS-EXC-COUNT(WS-EXC-TYPE).
		ADD 1 TO WS-EXC-TOTAL.

	SET-EXCEPTION-TEXT.
		EVALUATE WS-EXC-TYPE
			WHEN 1
				MOVE "Stock sans prix de vente"
					TO WS-EXC-LABEL
				MOVE "PRICEMST" TO WS-EXC-MASTER
				MOVE "Saisir le prix de vente"
					TO WS-EXC-ACTION
			WHEN 2
				MOVE "Prix sans classe de taxe"
					TO WS-EXC-LABEL
				MOVE "PRODCLS" TO WS-EXC-MASTER
				MOVE "Affecter une classe de taxe"
					TO WS-EXC-ACTION
			WHEN 3
				MOVE "Produit sans fournisseur"
					TO WS-EXC-LABEL
				MOVE "VENDMAST" TO WS-EXC-MASTER
				MOVE "Etendre une plage fournisseur"
					TO WS-EXC-ACTION
			WHEN OTHER
				MOVE "Cellule d'un magasin ferme"
					TO WS-EXC-LABEL
				MOVE "PRODMAST" TO WS-EXC-MASTER
				MOVE "Transferer ou solder le stock"
					TO WS-EXC-ACTION
		END-EVALUATE.

	SORT-EXCEPTIONS.
		SORT EXCEPTION-SORT-FILE
			ON ASCENDING KEY SRX-TYPE
				SRX-PRODUCT
				SRX-STORE
			USING WORK-FILE
			GIVING WORKSHEET-FILE.

	PRINT-REPORT.
		MOVE WS-TODAY TO IT-DATE.
		WRITE INTG-LINE FROM WS-RPT-TITLE.
		MOVE SPACES TO INTG-LINE.
		WRITE INTG-LINE.
		OPEN INPUT WORKSHEET-FILE.
		IF WS-WKS-STATUS NOT = "00"
			DISPLAY "Fichier INTGWKS absent"
			MOVE 8 TO WS-RETURN-CODE
			SET WORKSHEET-EOF TO TRUE
		ELSE
			PERFORM READ-WORKSHEET
		END-IF.
		IF WORKSHEET-EOF
			MOVE "  Aucune anomalie entre les referentiels"
				TO INTG-LINE
			WRITE INTG-LINE
			MOVE SPACES TO INTG-LINE
			WRITE INTG-LINE
		END-IF.
		PERFORM PRINT-ONE-GROUP UNTIL WORKSHEET-EOF.
		IF WS-WKS-STATUS NOT = "35"
			CLOSE WORKSHEET-FILE
		END-IF.
		PERFORM PRINT-SUMMARY.

	READ-WORKSHEET.
		READ WORKSHEET-FILE
			AT END SET WORKSHEET-EOF TO TRUE
		END-READ.

	PRINT-ONE-GROUP.
		MOVE IWK-TYPE TO WS-CUR-TYPE.
		MOVE IWK-TYPE TO WS-EXC-TYPE.
		MOVE ZERO TO WS-GROUP-COUNT.
		PERFORM SET-EXCEPTION-TEXT.
		MOVE WS-EXC-LABEL TO IG-LABEL.
		MOVE WS-EXC-MASTER TO IG-MASTER.
		WRITE INTG-LINE FROM WS-RPT-GROUP.
		WRITE INTG-LINE FROM WS-RPT-COLUMNS.
		PERFORM PRINT-ONE-EXCEPTION
			UNTIL WORKSHEET-EOF
			OR IWK-TYPE NOT = WS-CUR-TYPE.
		MOVE "Anomalies du groupe" TO IY-LABEL.
		MOVE WS-GROUP-COUNT TO IY-COUNT.
		WRITE INTG-LINE FROM WS-RPT-TALLY.
		MOVE SPACES TO INTG-LINE.
		WRITE INTG-LINE.

	PRINT-ONE-EXCEPTION.
		ADD 1 TO WS-GROUP-COUNT.
		ADD 1 TO WS-STAT-WRIT.
		MOVE IWK-PRODUCT TO ID-PROD.
		MOVE IWK-STORE TO ID-STORE.
		MOVE IWK-QTY TO ID-QTY.
		MOVE IWK-PRICE TO ID-PRICE.
		MOVE IWK-ACTION TO ID-ACTION.
		WRITE INTG-LINE FROM WS-RPT-DETAIL.
		PERFORM READ-WORKSHEET.

	PRINT-SUMMARY.
		MOVE "Produits controles" TO IY-LABEL.
		MOVE WS-PROD-COUNT TO IY-COUNT.
		WRITE INTG-LINE FROM WS-RPT-TALLY.
		MOVE "Cellules PRODMAST controlees" TO IY-LABEL.
		MOVE WS-CELL-COUNT TO IY-COUNT.
		WRITE INTG-LINE FROM WS-RPT-TALLY.
		PERFORM PRINT-TYPE-TALLY
			VARYING WS-EXC-TYPE FROM 1 BY 1
			UNTIL WS-EXC-TYPE > 4.
		MOVE "Anomalies au total" TO IY-LABEL.
		MOVE WS-EXC-TOTAL TO IY-COUNT.
		WRITE INTG-LINE FROM WS-RPT-TALLY.

	PRINT-TYPE-TALLY.
		PERFORM SET-EXCEPTION-TEXT.
		MOVE WS-EXC-LABEL TO IY-LABEL.
		MOVE WS-EXC-COUNT(WS-EXC-TYPE) TO IY-COUNT.
		WRITE INTG-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
