		SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VEND-STATUS.
		SELECT CATALOG-FILE ASSIGN TO "VENDCAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CAT-STATUS.
		SELECT PO-IN-FILE ASSIGN TO "POORDIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-POIN-STATUS.
		02 VND-PROD-HI PIC 9(4).
		02 VND-STATUS  PIC X.
			88 VND-ACTIVE VALUE "A".
		02 VND-TERMS-DAYS PIC 9(3).

	FD  CATALOG-FILE.
	01  CATALOG-REC.
		02 VCT-VENDOR    PIC 9(4).
		02 VCT-PROD      PIC 9(4).
		02 VCT-COST      PIC 9(5)V99.
		02 VCT-CASE-PACK PIC 9(4).
		02 VCT-MIN-QTY   PIC 9(8).
		02 VCT-LEAD-DAYS PIC 9(3).
		02 VCT-EFF-DATE  PIC X(8).

	FD  PO-IN-FILE.
	01  PO-IN-REC.
			88 POI-OPEN     VALUE "O".
			88 POI-RECEIVED VALUE "R".
			88 POI-SHORT    VALUE "S".
		02 POI-UNIT-COST PIC 9(5)V99.
		02 POI-CASE-PACK PIC 9(4).
		02 POI-DUE-DATE  PIC X(8).
		02 POI-QTY-INV   PIC 9(8).

	FD  PO-NBR-FILE.
	01  PO-NBR-REC.
		02 POO-QTY-ORD PIC 9(8).
		02 POO-QTY-RCV PIC 9(8).
		02 POO-STATUS  PIC X.
		02 POO-UNIT-COST PIC 9(5)V99.
		02 POO-CASE-PACK PIC 9(4).
		02 POO-DUE-DATE  PIC X(8).
		02 POO-QTY-INV   PIC 9(8).

	FD  ORDER-RPT-FILE.
	01  ORDER-LINE PIC X(80).

	01 WS-SUGG-STATUS  PIC XX.
	01 WS-VEND-STATUS  PIC XX.
	01 WS-CAT-STATUS   PIC XX.
	01 WS-POIN-STATUS  PIC XX.
	01 WS-PONBR-STATUS PIC XX.

			88 VENDOR-EOF VALUE "Y".
		02 WS-POI-EOF PIC X VALUE "N".
			88 PO-IN-EOF VALUE "Y".
		02 WS-CAT-EOF PIC X VALUE "N".
			88 CATALOG-EOF VALUE "Y".

	01 WS-VEND-TAB-CTL.
		02 WS-VN-COUNT PIC 9(3) VALUE ZERO.
			03 VT-PROD-LO PIC 9(4).
			03 VT-PROD-HI PIC 9(4).
			03 VT-STATUS  PIC X.
			03 VT-VALUE   PIC 9(9)V99.

	01 WS-CAT-TAB-CTL.
		02 WS-CT-COUNT PIC 9(4) VALUE ZERO.
		02 WS-CT-IDX   PIC 9(4).
		02 WS-CT-FOUND PIC 9(4).

	01 WS-CAT-TAB.
		02 WS-CT-ENTRY OCCURS 9999 TIMES.
			03 CT-VENDOR    PIC 9(4).
			03 CT-PROD      PIC 9(4).
			03 CT-COST      PIC 9(5)V99.
			03 CT-CASE-PACK PIC 9(4).
			03 CT-MIN-QTY   PIC 9(8).
			03 CT-LEAD-DAYS PIC 9(3).
			03 CT-EFF-DATE  PIC X(8).

	01 WS-STORE-TAB-CTL.
		02 WS-SV-COUNT PIC 9(3) VALUE ZERO.
		02 WS-SV-IDX   PIC 9(3).
		02 WS-SV-FOUND PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-SV-ENTRY OCCURS 999 TIMES.
			03 SV-STORE PIC 9(4).
			03 SV-VALUE PIC 9(9)V99.

	01 WS-PO-TAB-CTL.
		02 WS-PO-COUNT PIC 9(4) VALUE ZERO.
			03 OT-QTY-ORD PIC 9(8).
			03 OT-QTY-RCV PIC 9(8).
			03 OT-STATUS  PIC X.
			03 OT-UNIT-COST PIC 9(5)V99.
			03 OT-CASE-PACK PIC 9(4).
			03 OT-DUE-DATE  PIC X(8).
			03 OT-QTY-INV   PIC 9(8).

	01 WS-PO-NUMBER PIC 9(6) VALUE ZERO.
	01 WS-TODAY     PIC X(8).

	01 WS-ORDER-WORK.
		02 WS-ORDER-QTY  PIC 9(8).
		02 WS-CASES      PIC 9(8).
		02 WS-CASE-REM   PIC 9(4).
		02 WS-LINE-VALUE PIC 9(9)V99.
		02 WS-TOTAL-VALUE PIC 9(11)V99 VALUE ZERO.
		02 WS-DUE-INT    PIC 9(8).

	01 WS-TALLIES.
		02 WS-CARRIED  PIC 9(6) VALUE ZERO.
		02 WS-PURGED   PIC 9(6) VALUE ZERO.
		02 WS-CREATED  PIC 9(6) VALUE ZERO.
		02 WS-COVERED  PIC 9(6) VALUE ZERO.
		02 WS-NOVENDOR PIC 9(6) VALUE ZERO.
		02 WS-NOCOST   PIC 9(6) VALUE ZERO.
		02 WS-ROUNDED  PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(33) VALUE
		02 GY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RPT-COST.
		02 FILLER     PIC X(12) VALUE SPACES.
		02 FILLER     PIC X(7)  VALUE "colis ".
		02 GC-PACK    PIC ZZZ9.
		02 FILLER     PIC X(12) VALUE "  prix unit ".
		02 GC-COST    PIC ZZZZ9.99.
		02 FILLER     PIC X(9)  VALUE "  valeur ".
		02 GC-VALUE   PIC ZZZZZZZZ9.99.
		02 FILLER     PIC X(8)  VALUE "  prevu ".
		02 GC-DUE     PIC X(8).

	01 WS-RPT-VALUE-HEAD.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 GH-TEXT    PIC X(40).
		02 FILLER     PIC X(38) VALUE SPACES.

	01 WS-RPT-VALUE.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 GV-LABEL   PIC X(10).
		02 GV-KEY     PIC ZZZ9.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 GV-VALUE   PIC ZZZZZZZZZZ9.99.
		02 FILLER     PIC X(44) VALUE SPACES.

	01 WS-RPT-VALUE-TOTAL.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 FILLER     PIC X(18) VALUE "Engagement total".
		02 GW-VALUE   PIC ZZZZZZZZZZ9.99.
		02 FILLER     PIC X(44) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
		MOVE WS-TODAY TO GT-DATE.
		WRITE ORDER-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-VENDOR-TABLE.
		PERFORM LOAD-CATALOG-TABLE.
		PERFORM LOAD-OPEN-PO-TABLE.
		PERFORM LOAD-PO-NUMBER.
		OPEN OUTPUT PO-OUT-FILE.
		CLOSE PO-OUT-FILE.
		PERFORM SAVE-PO-NUMBER.
		PERFORM WRITE-SUMMARY.
		PERFORM WRITE-VALUE-SUMMARY.
		CLOSE ORDER-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
			MOVE VND-PROD-HI
				TO VT-PROD-HI(WS-VN-COUNT)
			MOVE VND-STATUS TO VT-STATUS(WS-VN-COUNT)
			MOVE ZERO TO VT-VALUE(WS-VN-COUNT)
		END-IF.
		PERFORM READ-VENDOR.

	LOAD-CATALOG-TABLE.
		OPEN INPUT CATALOG-FILE.
		IF WS-CAT-STATUS NOT = "00"
			DISPLAY "Fichier VENDCAT absent - "
				"commandes non valorisees"
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
				MOVE VCT-CASE-PACK
					TO CT-CASE-PACK(WS-CT-COUNT)
				MOVE VCT-MIN-QTY
					TO CT-MIN-QTY(WS-CT-COUNT)
				MOVE VCT-LEAD-DAYS
					TO CT-LEAD-DAYS(WS-CT-COUNT)
				MOVE VCT-EFF-DATE
					TO CT-EFF-DATE(WS-CT-COUNT)
			ELSE
				DISPLAY "Table catalogue saturee"
					" - article perdu " VCT-VENDOR
					"/" VCT-PROD
				ADD 1 TO WS-STAT-REJ
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-CATALOG.

	LOAD-OPEN-PO-TABLE.
		OPEN INPUT PO-IN-FILE.
		IF WS-POIN-STATUS NOT = "00"
		CLOSE PO-NBR-FILE.

	CARRY-ONE-PO.
		IF OT-QTY-INV(WS-PO-IDX) NOT NUMERIC
			MOVE ZERO TO OT-QTY-INV(WS-PO-IDX)
		END-IF.
		IF OT-STATUS(WS-PO-IDX) = "R"
			AND OT-QTY-INV(WS-PO-IDX)
				>= OT-QTY-RCV(WS-PO-IDX)
			ADD 1 TO WS-PURGED
			MOVE OT-NUMBER(WS-PO-IDX) TO GD-NUMBER
			MOVE OT-STORE(WS-PO-IDX) TO GD-STORE
			MOVE OT-PROD(WS-PO-IDX) TO GD-PROD
			MOVE OT-QTY-ORD(WS-PO-IDX) TO GD-QTY
			MOVE "recue, facturee - purgee" TO GD-TEXT
			WRITE ORDER-LINE FROM WS-RPT-DETAIL
		ELSE
			ADD 1 TO WS-CARRIED
			END-IF
		END-PERFORM.

	FIND-CATALOG-ENTRY.
		MOVE ZERO TO WS-CT-FOUND.
		PERFORM VARYING WS-CT-IDX FROM 1 BY 1
			UNTIL WS-CT-IDX > WS-CT-COUNT
			IF CT-VENDOR(WS-CT-IDX)
				= VT-VENDOR(WS-VN-FOUND)
				AND CT-PROD(WS-CT-IDX) = SUG-PROD
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

	ROUND-TO-CASE-PACK.
		MOVE SUG-QTY TO WS-ORDER-QTY.
		IF WS-ORDER-QTY < CT-MIN-QTY(WS-CT-FOUND)
			MOVE CT-MIN-QTY(WS-CT-FOUND) TO WS-ORDER-QTY
		END-IF.
		IF CT-CASE-PACK(WS-CT-FOUND) > 1
			DIVIDE WS-ORDER-QTY BY CT-CASE-PACK(WS-CT-FOUND)
				GIVING WS-CASES
				REMAINDER WS-CASE-REM
			IF WS-CASE-REM > ZERO
				ADD 1 TO WS-CASES
			END-IF
			MULTIPLY WS-CASES BY CT-CASE-PACK(WS-CT-FOUND)
				GIVING WS-ORDER-QTY
		END-IF.
		IF WS-ORDER-QTY NOT = SUG-QTY
			ADD 1 TO WS-ROUNDED
		END-IF.

	PRICE-ORDER-LINE.
		MOVE CT-COST(WS-CT-FOUND) TO POO-UNIT-COST.
		MOVE CT-CASE-PACK(WS-CT-FOUND) TO POO-CASE-PACK.
		COMPUTE WS-DUE-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-TODAY))
			+ CT-LEAD-DAYS(WS-CT-FOUND).
		MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
			TO POO-DUE-DATE.
		COMPUTE WS-LINE-VALUE ROUNDED =
			WS-ORDER-QTY * CT-COST(WS-CT-FOUND).
		ADD WS-LINE-VALUE TO WS-TOTAL-VALUE.
		ADD WS-LINE-VALUE TO VT-VALUE(WS-VN-FOUND).
		PERFORM FIND-STORE-VALUE.
		IF WS-SV-FOUND > ZERO
			ADD WS-LINE-VALUE TO SV-VALUE(WS-SV-FOUND)
		END-IF.

	FIND-STORE-VALUE.
		MOVE ZERO TO WS-SV-FOUND.
		PERFORM VARYING WS-SV-IDX FROM 1 BY 1
			UNTIL WS-SV-IDX > WS-SV-COUNT
			IF SV-STORE(WS-SV-IDX) = SUG-STORE
				MOVE WS-SV-IDX TO WS-SV-FOUND
			END-IF
		END-PERFORM.
		IF WS-SV-FOUND = ZERO
			AND WS-SV-COUNT < 999
			ADD 1 TO WS-SV-COUNT
			MOVE SUG-STORE TO SV-STORE(WS-SV-COUNT)
			MOVE ZERO TO SV-VALUE(WS-SV-COUNT)
			MOVE WS-SV-COUNT TO WS-SV-FOUND
		END-IF.

	CREATE-PURCHASE-ORDER.
		ADD 1 TO WS-PO-NUMBER.
		ADD 1 TO WS-CREATED.
		ADD 1 TO WS-STAT-WRIT.
		PERFORM FIND-CATALOG-ENTRY.
		MOVE WS-PO-NUMBER TO POO-NUMBER.
		MOVE WS-TODAY TO POO-DATE.
		MOVE VT-VENDOR(WS-VN-FOUND) TO POO-VENDOR.
		MOVE SUG-STORE TO POO-STORE.
		MOVE SUG-PROD TO POO-PROD.
		MOVE ZERO TO POO-QTY-RCV.
		MOVE ZERO TO POO-QTY-INV.
		MOVE "O" TO POO-STATUS.
		IF WS-CT-FOUND = ZERO
			ADD 1 TO WS-NOCOST
			MOVE SUG-QTY TO WS-ORDER-QTY
			MOVE ZERO TO POO-UNIT-COST
			MOVE ZERO TO POO-CASE-PACK
			MOVE SPACES TO POO-DUE-DATE
			MOVE "creee - sans tarif" TO GD-TEXT
		ELSE
			PERFORM ROUND-TO-CASE-PACK
			PERFORM PRICE-ORDER-LINE
			MOVE "commande creee" TO GD-TEXT
		END-IF.
		MOVE WS-ORDER-QTY TO POO-QTY-ORD.
		WRITE PO-OUT-REC.
		MOVE WS-PO-NUMBER TO GD-NUMBER.
		MOVE SUG-STORE TO GD-STORE.
		MOVE SUG-PROD TO GD-PROD.
		MOVE WS-ORDER-QTY TO GD-QTY.
		WRITE ORDER-LINE FROM WS-RPT-DETAIL.
		IF WS-CT-FOUND > ZERO
			MOVE POO-CASE-PACK TO GC-PACK
			MOVE POO-UNIT-COST TO GC-COST
			MOVE WS-LINE-VALUE TO GC-VALUE
			MOVE POO-DUE-DATE TO GC-DUE
			WRITE ORDER-LINE FROM WS-RPT-COST
		END-IF.

	REPORT-NO-VENDOR.
		ADD 1 TO WS-NOVENDOR.
		MOVE "Suggestions sans fournisseur" TO GY-LABEL.
		MOVE WS-NOVENDOR TO GY-COUNT.
		WRITE ORDER-LINE FROM WS-RPT-TALLY.
		MOVE "Quantites arrondies au colis" TO GY-LABEL.
		MOVE WS-ROUNDED TO GY-COUNT.
		WRITE ORDER-LINE FROM WS-RPT-TALLY.
		MOVE "Commandes sans tarif catalogue" TO GY-LABEL.
		MOVE WS-NOCOST TO GY-COUNT.
		WRITE ORDER-LINE FROM WS-RPT-TALLY.

	WRITE-VALUE-SUMMARY.
		MOVE SPACES TO ORDER-LINE.
		WRITE ORDER-LINE.
		MOVE "Valeur des commandes par fournisseur"
			TO GH-TEXT.
		WRITE ORDER-LINE FROM WS-RPT-VALUE-HEAD.
		PERFORM WRITE-VENDOR-VALUE
			VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT.
		MOVE SPACES TO ORDER-LINE.
		WRITE ORDER-LINE.
		MOVE "Valeur des commandes par magasin"
			TO GH-TEXT.
		WRITE ORDER-LINE FROM WS-RPT-VALUE-HEAD.
		PERFORM WRITE-STORE-VALUE
			VARYING WS-SV-IDX FROM 1 BY 1
			UNTIL WS-SV-IDX > WS-SV-COUNT.
		MOVE SPACES TO ORDER-LINE.
		WRITE ORDER-LINE.
		MOVE WS-TOTAL-VALUE TO GW-VALUE.
		WRITE ORDER-LINE FROM WS-RPT-VALUE-TOTAL.

	WRITE-VENDOR-VALUE.
		IF VT-VALUE(WS-VN-IDX) > ZERO
			MOVE "Fourn." TO GV-LABEL
			MOVE VT-VENDOR(WS-VN-IDX) TO GV-KEY
			MOVE VT-VALUE(WS-VN-IDX) TO GV-VALUE
			WRITE ORDER-LINE FROM WS-RPT-VALUE
		END-IF.

	WRITE-STORE-VALUE.
		MOVE "Magasin" TO GV-LABEL.
		MOVE SV-STORE(WS-SV-IDX) TO GV-KEY.
		MOVE SV-VALUE(WS-SV-IDX) TO GV-VALUE.
		WRITE ORDER-LINE FROM WS-RPT-VALUE.


	WRITE-RUN-STATS.
