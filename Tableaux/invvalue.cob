		SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MAST-STATUS.
		SELECT KIT-BOM-FILE ASSIGN TO "KITBOM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-BOM-STATUS.
		SELECT CONSIGN-FILE ASSIGN TO "CONSIGN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CSG-STATUS.
		SELECT HISTORY-FILE ASSIGN TO "PRODHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
		02 MST-QTY       PIC 9(08).
		02 MST-UNIT-COST PIC 9(5)V99.

	FD  KIT-BOM-FILE.
	COPY KITBOM.

	FD  CONSIGN-FILE.
	COPY CSGREC.

	FD  HISTORY-FILE.
	01  HIST-REC.
		02 HIST-KEY.

	WORKING-STORAGE SECTION.
	01 WS-CTL-STATUS  PIC XX.
	01 WS-BOM-STATUS  PIC XX.
	01 WS-MAST-STATUS PIC XX.
	01 WS-HIST-STATUS PIC XX.
	01 WS-CSG-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-HIST-EOF PIC X VALUE "N".
			88 HISTORY-EOF VALUE "Y".
		02 WS-MAST-EOF PIC X VALUE "N".
			88 MASTER-EOF VALUE "Y".
		02 WS-BOM-EOF PIC X VALUE "N".
			88 BOM-EOF VALUE "Y".
		02 WS-CSG-EOF PIC X VALUE "N".
			88 CONSIGN-EOF VALUE "Y".
		02 WS-FIRST-FLAG PIC X VALUE "Y".
			88 FIRST-STORE VALUE "Y".

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

	01 WS-CSG-TAB-CTL.
		02 WS-CG-COUNT PIC 9(3) VALUE ZERO.
		02 WS-CG-IDX   PIC 9(3).
		02 WS-CG-FOUND PIC 9(3).

	01 WS-CSG-TAB.
		02 WS-CG-ENTRY OCCURS 999 TIMES.
			03 CG-STORE  PIC 9(4).
			03 CG-PROD   PIC 9(4).
			03 CG-VENDOR PIC 9(4).

	01 WS-KIT-WORK.
		02 WS-KC-IDX      PIC 9(4).
		02 WS-KIT-COMPS   PIC 9(4).
		02 WS-KIT-COST    PIC 9(7)V99.
		02 WS-COMP-COST   PIC 9(5)V99.
		02 WS-COMP-VALUE  PIC 9(7)V99.
		02 WS-KIT-ROLLED  PIC 9(6) VALUE ZERO.

	01 WS-VALUE-WORK.
		02 WS-CUR-STORE   PIC 9(4).
		02 WS-UNIT-COST   PIC 9(5)V99.
		02 WS-LINE-VALUE  PIC 9(11)V99.
		02 WS-STORE-VALUE PIC 9(11)V99 VALUE ZERO.
		02 WS-TOTAL-VALUE PIC 9(13)V99 VALUE ZERO.
		02 WS-CSG-UNITS   PIC 9(11) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(30) VALUE
		02 VD-COST   PIC ZZZZ9.99.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 VD-VALUE  PIC ZZZZZZZZZZ9.99.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 VD-CSG-TEXT PIC X(13).
		02 VD-CSG-VENDOR PIC ZZZZ BLANK WHEN ZERO.
		02 FILLER    PIC X(10) VALUE SPACES.

	01 WS-RPT-STORE-TOTAL.
		02 FILLER    PIC X(16) VALUE "  Total magasin ".
		02 GV-VALUE  PIC ZZZZZZZZZZZZ9.99.
		02 FILLER    PIC X(36) VALUE SPACES.

	01 WS-RPT-CONSIGN-TOTAL.
		02 FILLER    PIC X(40) VALUE
			"  Stock en depot non valorise (unites)".
		02 GC-UNITS  PIC ZZZZZZZZZZ9.
		02 FILLER    PIC X(29) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		PERFORM LOAD-CONTROL.
		PERFORM LOAD-COST-TABLE.
		PERFORM LOAD-BOM-TABLE.
		PERFORM ROLL-UP-KIT-COSTS.
		PERFORM LOAD-CONSIGN-TABLE.
		OPEN OUTPUT VALUE-RPT-FILE.
		ACCEPT VT-DATE FROM DATE YYYYMMDD.
		MOVE WS-DAY-SLOT TO VT-SLOT.
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
		END-IF.
		PERFORM READ-MASTER.

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
			AND CSG-VENDOR NUMERIC
			AND WS-CG-COUNT < 999
			ADD 1 TO WS-CG-COUNT
			MOVE CSG-STORE TO CG-STORE(WS-CG-COUNT)
			MOVE CSG-PRODUCT TO CG-PROD(WS-CG-COUNT)
			MOVE CSG-VENDOR TO CG-VENDOR(WS-CG-COUNT)
		END-IF.
		PERFORM READ-CONSIGN.

	FIND-CONSIGNMENT.
		MOVE ZERO TO WS-CG-FOUND.
		PERFORM VARYING WS-CG-IDX FROM 1 BY 1
			UNTIL WS-CG-IDX > WS-CG-COUNT
			IF CG-PROD(WS-CG-IDX) = HIST-PRODUCT-ID
				AND CG-STORE(WS-CG-IDX) = HIST-STORE-ID
				MOVE WS-CG-IDX TO WS-CG-FOUND
			END-IF
			IF CG-PROD(WS-CG-IDX) = HIST-PRODUCT-ID
				AND CG-STORE(WS-CG-IDX) = ZERO
				AND WS-CG-FOUND = ZERO
				MOVE WS-CG-IDX TO WS-CG-FOUND
			END-IF
		END-PERFORM.

	VALUE-HISTORY.
		OPEN INPUT HISTORY-FILE.
		IF WS-HIST-STATUS NOT = "00"
			MOVE HIST-STORE-ID TO WS-CUR-STORE
			MOVE ZERO TO WS-STORE-VALUE
		END-IF.
		PERFORM FIND-CONSIGNMENT.
		IF WS-CG-FOUND > 0
			MOVE ZERO TO WS-UNIT-COST
			MOVE "Depot fourn." TO VD-CSG-TEXT
			MOVE CG-VENDOR(WS-CG-FOUND) TO VD-CSG-VENDOR
			ADD HIST-QTY(WS-DAY-SLOT) TO WS-CSG-UNITS
		ELSE
			PERFORM FIND-UNIT-COST
			MOVE SPACES TO VD-CSG-TEXT
			MOVE ZERO TO VD-CSG-VENDOR
		END-IF.
		COMPUTE WS-LINE-VALUE ROUNDED =
			HIST-QTY(WS-DAY-SLOT) * WS-UNIT-COST.
		ADD WS-LINE-VALUE TO WS-STORE-VALUE.
		WRITE VALUE-LINE.
		MOVE WS-TOTAL-VALUE TO GV-VALUE.
		WRITE VALUE-LINE FROM WS-RPT-GRAND-TOTAL.
		IF WS-CSG-UNITS > 0
			MOVE WS-CSG-UNITS TO GC-UNITS
			WRITE VALUE-LINE FROM WS-RPT-CONSIGN-TOTAL
		END-IF.
