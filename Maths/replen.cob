		SELECT ORDER-FILE ASSIGN TO "PURORD"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ORDER-STATUS.
		SELECT KIT-BOM-FILE ASSIGN TO "KITBOM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-BOM-STATUS.
		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STORE-STATUS.
		SELECT DC-ORDER-FILE ASSIGN TO "DCORD"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DCORD-STATUS.
		SELECT SUGGEST-FILE ASSIGN TO "PURSUGG"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT DC-SUGGEST-FILE ASSIGN TO "DCSUGG"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT SHORTAGE-RPT-FILE ASSIGN TO "REPLNRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

		02 ORD-QTY-ORD PIC 9(8).
		02 ORD-QTY-RCV PIC 9(8).
		02 ORD-STATUS  PIC X.
		02 ORD-UNIT-COST PIC 9(5)V99.
		02 ORD-CASE-PACK PIC 9(4).
		02 ORD-DUE-DATE  PIC X(8).
		02 ORD-QTY-INV   PIC 9(8).

	FD  KIT-BOM-FILE.
	COPY KITBOM.

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-STORE  PIC 9(4).
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
			88 STO-DC VALUE "D".
		02 STO-CURRENCY PIC X(3).

	FD  DC-ORDER-FILE.
	01  DC-ORDER-REC.
		02 DOR-NUMBER    PIC 9(6).
		02 DOR-DATE      PIC X(8).
		02 DOR-DC        PIC 9(4).
		02 DOR-STORE     PIC 9(4).
		02 DOR-PROD      PIC 9(4).
		02 DOR-QTY-ORD   PIC 9(8).
		02 DOR-QTY-SHIP  PIC 9(8).
		02 DOR-QTY-RCV   PIC 9(8).
		02 DOR-SHIP-DATE PIC X(8).
		02 DOR-STATUS    PIC X.
			88 DOR-OPEN    VALUE "O".
			88 DOR-SHIPPED VALUE "S".

	FD  SUGGEST-FILE.
	01  SUGGEST-REC.
		02 SUG-REORDER-PT PIC 9(8).
		02 SUG-QTY        PIC 9(8).

	FD  DC-SUGGEST-FILE.
	01  DC-SUGGEST-REC.
		02 DCS-DC      PIC 9(4).
		02 DCS-STORE   PIC 9(4).
		02 DCS-PROD    PIC 9(4).
		02 DCS-ON-HAND PIC 9(8).
		02 DCS-QTY     PIC 9(8).

	FD  SHORTAGE-RPT-FILE.
	01  SHORTAGE-LINE PIC X(80).

	01 WS-STKMST-STATUS PIC XX.
	01 WS-PARAM-STATUS PIC XX.
	01 WS-ORDER-STATUS PIC XX.
	01 WS-BOM-STATUS PIC XX.
	01 WS-STORE-STATUS PIC XX.
	01 WS-DCORD-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-MST-OPEN PIC X VALUE "N".
			88 PARAM-EOF VALUE "Y".
		02 WS-ORD-EOF PIC X VALUE "N".
			88 ORDER-EOF VALUE "Y".
		02 WS-BOM-EOF PIC X VALUE "N".
			88 BOM-EOF VALUE "Y".
		02 WS-STO-EOF PIC X VALUE "N".
			88 STORE-EOF VALUE "Y".
		02 WS-DOR-EOF PIC X VALUE "N".
			88 DC-ORDER-EOF VALUE "Y".
		02 WS-DC-FLAG PIC X VALUE "N".
			88 DC-DEFINED VALUE "Y".
		02 WS-PASS-FLAG PIC X VALUE "S".
			88 STORE-PASS VALUE "S".
			88 DC-PASS    VALUE "D".

	01 WS-PARAM-TAB-CTL.
		02 WS-PR-COUNT PIC 9(4) VALUE ZERO.
		02 WS-PR-IDX   PIC 9(4).
		02 WS-PR-CURS  PIC 9(4).
		02 WS-PR-FOUND PIC 9(4).

	01 WS-PARAM-TAB.
		02 WS-PR-ENTRY OCCURS 9999 TIMES.
			03 OD-PROD  PIC 9(4).
			03 OD-QTY   PIC 9(8).

	01 WS-KIT-TAB-CTL.
		02 WS-KT-COUNT   PIC 9(4) VALUE ZERO.
		02 WS-KT-IDX     PIC 9(4).
		02 WS-KT-FOUND   PIC 9(4).
		02 WS-KT-SKIPPED PIC 9(6) VALUE ZERO.

	01 WS-KIT-TAB.
		02 WS-KT-ENTRY OCCURS 2000 TIMES.
			03 KT-PROD PIC 9(4).

	01 WS-DC-TAB-CTL.
		02 WS-DA-COUNT PIC 9(4) VALUE ZERO.
		02 WS-DA-IDX   PIC 9(4).
		02 WS-DA-FOUND PIC 9(4).

	01 WS-DC-TAB.
		02 WS-DA-ENTRY OCCURS 9999 TIMES.
			03 DA-PROD     PIC 9(4).
			03 DA-RESERVED PIC 9(9).

	01 WS-DC-WORK.
		02 WS-DC-STORE    PIC 9(4) VALUE ZERO.
		02 WS-DC-PROD     PIC 9(4).
		02 WS-DC-ON-HAND  PIC 9(8).
		02 WS-DC-AVAIL    PIC 9(9).
		02 WS-DC-ALLOC    PIC 9(8).
		02 WS-DC-SUGG     PIC 9(6) VALUE ZERO.
		02 WS-DC-SHORT    PIC 9(6) VALUE ZERO.

	01 WS-ON-HAND-QTY  PIC 9(8).
	01 WS-ON-ORDER-QTY PIC 9(8).
	01 WS-AVAIL-QTY    PIC 9(9).
			03 SG-ON-HAND    PIC 9(8).
			03 SG-REORDER-PT PIC 9(8).
			03 SG-QTY        PIC 9(8).
			03 SG-SOURCE     PIC X.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(33) VALUE
		02 FILLER PIC X(11) VALUE "En stock".
		02 FILLER PIC X(11) VALUE "Seuil".
		02 FILLER PIC X(11) VALUE "Suggere".
		02 FILLER PIC X(11) VALUE "Source".
		02 FILLER PIC X(17) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 RD-SEUIL   PIC ZZZZZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RD-QTY     PIC ZZZZZZZ9.
		02 FILLER     PIC X(6)  VALUE SPACES.
		02 RD-SOURCE  PIC X(11).
		02 FILLER     PIC X(17) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		OPEN OUTPUT SUGGEST-FILE.
		OPEN OUTPUT DC-SUGGEST-FILE.
		OPEN OUTPUT SHORTAGE-RPT-FILE.
		ACCEPT RT-DATE FROM DATE YYYYMMDD.
		WRITE SHORTAGE-LINE FROM WS-RPT-TITLE.
		WRITE SHORTAGE-LINE FROM WS-RPT-COLUMNS.
		PERFORM LOAD-PARAM-TABLE.
		PERFORM LOAD-ORDER-TABLE.
		PERFORM LOAD-KIT-TABLE.
		PERFORM LOAD-DC-LOCATION.
		PERFORM LOAD-DC-ORDERS.
		PERFORM SCAN-STOCK.
		PERFORM REPORT-ZERO-ITEMS.
		PERFORM REPORT-LOW-ITEMS.
		PERFORM WRITE-SUMMARY.
		CLOSE SUGGEST-FILE.
		CLOSE DC-SUGGEST-FILE.
		CLOSE SHORTAGE-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		END-IF.
		PERFORM READ-ORDER.

	LOAD-KIT-TABLE.
		OPEN INPUT KIT-BOM-FILE.
		IF WS-BOM-STATUS NOT = "00"
			DISPLAY "Fichier KITBOM absent - "
				"aucun kit exclu"
			SET BOM-EOF TO TRUE
		ELSE
			PERFORM READ-BOM
		END-IF.
		PERFORM LOAD-KIT-ENTRY UNTIL BOM-EOF.
		IF WS-BOM-STATUS NOT = "35"
			CLOSE KIT-BOM-FILE
		END-IF.

	READ-BOM.
		READ KIT-BOM-FILE
			AT END SET BOM-EOF TO TRUE
		END-READ.

	LOAD-KIT-ENTRY.
		MOVE ZERO TO WS-KT-FOUND.
		PERFORM VARYING WS-KT-IDX FROM 1 BY 1
			UNTIL WS-KT-IDX > WS-KT-COUNT
			IF KT-PROD(WS-KT-IDX) = BOM-KIT
				MOVE WS-KT-IDX TO WS-KT-FOUND
			END-IF
		END-PERFORM.
		IF WS-KT-FOUND = ZERO
			AND BOM-KIT NUMERIC
			AND WS-KT-COUNT < 2000
			ADD 1 TO WS-KT-COUNT
			MOVE BOM-KIT TO KT-PROD(WS-KT-COUNT)
		END-IF.
		PERFORM READ-BOM.

	LOAD-DC-LOCATION.
		OPEN INPUT STORE-MASTER.
		IF WS-STORE-STATUS NOT = "00"
			DISPLAY "Fichier STORMAST absent - "
				"pas d'entrepot"
			SET STORE-EOF TO TRUE
		ELSE
			PERFORM READ-STORE-MASTER
		END-IF.
		PERFORM CHECK-DC-LOCATION UNTIL STORE-EOF.
		IF WS-STORE-STATUS NOT = "35"
			CLOSE STORE-MASTER
		END-IF.

	READ-STORE-MASTER.
		READ STORE-MASTER
			AT END SET STORE-EOF TO TRUE
		END-READ.

	CHECK-DC-LOCATION.
		IF STO-DC
			AND STO-STATUS NOT = "C"
			AND NOT DC-DEFINED
			MOVE STO-STORE TO WS-DC-STORE
			SET DC-DEFINED TO TRUE
		END-IF.
		PERFORM READ-STORE-MASTER.

	LOAD-DC-ORDERS.
		OPEN INPUT DC-ORDER-FILE.
		IF WS-DCORD-STATUS NOT = "00"
			DISPLAY "Fichier DCORD absent - "
				"aucun ordre entrepot en cours"
			SET DC-ORDER-EOF TO TRUE
		ELSE
			PERFORM READ-DC-ORDER
		END-IF.
		PERFORM LOAD-DC-ORDER-ENTRY UNTIL DC-ORDER-EOF.
		IF WS-DCORD-STATUS NOT = "35"
			CLOSE DC-ORDER-FILE
		END-IF.

	READ-DC-ORDER.
		READ DC-ORDER-FILE
			AT END SET DC-ORDER-EOF TO TRUE
		END-READ.

	LOAD-DC-ORDER-ENTRY.
		IF DOR-OPEN
			AND WS-OD-COUNT < 9999
			ADD 1 TO WS-OD-COUNT
			MOVE DOR-STORE TO OD-STORE(WS-OD-COUNT)
			MOVE DOR-PROD TO OD-PROD(WS-OD-COUNT)
			MOVE DOR-QTY-ORD TO OD-QTY(WS-OD-COUNT)
			MOVE DOR-PROD TO WS-DC-PROD
			PERFORM FIND-DC-RESERVE
			IF WS-DA-FOUND NOT = ZERO
				ADD DOR-QTY-ORD
					TO DA-RESERVED(WS-DA-FOUND)
			END-IF
		END-IF.
		IF DOR-SHIPPED
			AND DOR-QTY-SHIP > DOR-QTY-RCV
			AND WS-OD-COUNT < 9999
			ADD 1 TO WS-OD-COUNT
			MOVE DOR-STORE TO OD-STORE(WS-OD-COUNT)
			MOVE DOR-PROD TO OD-PROD(WS-OD-COUNT)
			SUBTRACT DOR-QTY-RCV FROM DOR-QTY-SHIP
				GIVING OD-QTY(WS-OD-COUNT)
		END-IF.
		PERFORM READ-DC-ORDER.

	FIND-DC-RESERVE.
		MOVE ZERO TO WS-DA-FOUND.
		PERFORM VARYING WS-DA-IDX FROM 1 BY 1
			UNTIL WS-DA-IDX > WS-DA-COUNT
			IF DA-PROD(WS-DA-IDX) = WS-DC-PROD
				MOVE WS-DA-IDX TO WS-DA-FOUND
			END-IF
		END-PERFORM.
		IF WS-DA-FOUND = ZERO
			AND WS-DA-COUNT < 9999
			ADD 1 TO WS-DA-COUNT
			MOVE WS-DC-PROD TO DA-PROD(WS-DA-COUNT)
			MOVE ZERO TO DA-RESERVED(WS-DA-COUNT)
			MOVE WS-DA-COUNT TO WS-DA-FOUND
		END-IF.

	FIND-DC-PARAM.
		MOVE ZERO TO WS-PR-FOUND.
		PERFORM VARYING WS-PR-IDX FROM 1 BY 1
			UNTIL WS-PR-IDX > WS-PR-COUNT
			IF PT-STORE(WS-PR-IDX) = WS-DC-STORE
				AND PT-PROD(WS-PR-IDX)
				= PT-PROD(WS-PR-CURS)
				MOVE WS-PR-IDX TO WS-PR-FOUND
			END-IF
		END-PERFORM.

	FIND-KIT-ENTRY.
		MOVE ZERO TO WS-KT-FOUND.
		PERFORM VARYING WS-KT-IDX FROM 1 BY 1
			UNTIL WS-KT-IDX > WS-KT-COUNT
			IF KT-PROD(WS-KT-IDX) = PT-PROD(WS-PR-CURS)
				MOVE WS-KT-IDX TO WS-KT-FOUND
			END-IF
		END-PERFORM.

	FIND-ON-ORDER-QTY.
		MOVE ZERO TO WS-ON-ORDER-QTY.
		PERFORM VARYING WS-OD-IDX FROM 1 BY 1
			PERFORM CHECK-STOCK-LEVEL
				VARYING WS-PR-CURS FROM 1 BY 1
				UNTIL WS-PR-CURS > WS-PR-COUNT
			SET DC-PASS TO TRUE
			PERFORM CHECK-DC-LEVEL
				VARYING WS-PR-CURS FROM 1 BY 1
				UNTIL WS-PR-CURS > WS-PR-COUNT
			CLOSE STOCK-MASTER-FILE
		ELSE
			DISPLAY "Fichier STOCKMST indisponible : "
		END-IF.

	CHECK-STOCK-LEVEL.
		IF NOT DC-DEFINED
			OR PT-STORE(WS-PR-CURS) NOT = WS-DC-STORE
			PERFORM CHECK-ONE-LEVEL
		END-IF.

	CHECK-DC-LEVEL.
		IF DC-DEFINED
			AND PT-STORE(WS-PR-CURS) = WS-DC-STORE
			PERFORM CHECK-ONE-LEVEL
		END-IF.

	CHECK-ONE-LEVEL.
		ADD 1 TO WS-STAT-READ.
		PERFORM FIND-KIT-ENTRY.
		IF WS-KT-FOUND NOT = ZERO
			ADD 1 TO WS-KT-SKIPPED
		ELSE
			PERFORM PLAN-STOCK-LEVEL
		END-IF.

	PLAN-STOCK-LEVEL.
		PERFORM READ-STOCK-CELL.
		PERFORM FIND-ON-ORDER-QTY.
		IF DC-PASS
			PERFORM NET-DC-RESERVE
		END-IF.
		COMPUTE WS-AVAIL-QTY =
			WS-ON-HAND-QTY + WS-ON-ORDER-QTY.
		IF WS-AVAIL-QTY <=
			PT-REORDER-PT(WS-PR-CURS)
			PERFORM SOURCE-SUGGESTION
		END-IF.

	NET-DC-RESERVE.
		MOVE PT-PROD(WS-PR-CURS) TO WS-DC-PROD.
		PERFORM FIND-DC-RESERVE.
		IF WS-DA-FOUND NOT = ZERO
			IF DA-RESERVED(WS-DA-FOUND) < WS-ON-HAND-QTY
				SUBTRACT DA-RESERVED(WS-DA-FOUND)
					FROM WS-ON-HAND-QTY
			ELSE
				MOVE ZERO TO WS-ON-HAND-QTY
			END-IF
		END-IF.

	SOURCE-SUGGESTION.
		MOVE ZERO TO WS-PR-FOUND.
		IF STORE-PASS
			AND DC-DEFINED
			PERFORM FIND-DC-PARAM
		END-IF.
		IF WS-PR-FOUND = ZERO
			PERFORM ADD-SUGGESTION
		ELSE
			PERFORM ALLOCATE-FROM-DC
		END-IF.

	ALLOCATE-FROM-DC.
		MOVE WS-DC-STORE TO SMT-STORE.
		MOVE PT-PROD(WS-PR-CURS) TO SMT-PROD.
		READ STOCK-MASTER-FILE
			INVALID KEY MOVE ZERO TO SMT-QTY
		END-READ.
		MOVE SMT-QTY TO WS-DC-ON-HAND.
		MOVE PT-PROD(WS-PR-CURS) TO WS-DC-PROD.
		PERFORM FIND-DC-RESERVE.
		MOVE ZERO TO WS-DC-AVAIL.
		IF WS-DA-FOUND NOT = ZERO
			AND DA-RESERVED(WS-DA-FOUND) < WS-DC-ON-HAND
			SUBTRACT DA-RESERVED(WS-DA-FOUND)
				FROM WS-DC-ON-HAND GIVING WS-DC-AVAIL
		END-IF.
		IF WS-DC-AVAIL < PT-REORDER-QTY(WS-PR-CURS)
			ADD 1 TO WS-DC-SHORT
			MOVE WS-DC-AVAIL TO WS-DC-ALLOC
		ELSE
			MOVE PT-REORDER-QTY(WS-PR-CURS) TO WS-DC-ALLOC
		END-IF.
		IF WS-DC-ALLOC > ZERO
			ADD WS-DC-ALLOC TO DA-RESERVED(WS-DA-FOUND)
			PERFORM ADD-DC-SUGGESTION
		END-IF.

	ADD-DC-SUGGESTION.
		IF WS-SG-COUNT < 9999
			ADD 1 TO WS-SG-COUNT
			ADD 1 TO WS-DC-SUGG
			MOVE PT-STORE(WS-PR-CURS)
				TO SG-STORE(WS-SG-COUNT)
			MOVE PT-PROD(WS-PR-CURS)
				TO SG-PROD(WS-SG-COUNT)
			MOVE WS-ON-HAND-QTY
				TO SG-ON-HAND(WS-SG-COUNT)
			MOVE PT-REORDER-PT(WS-PR-CURS)
				TO SG-REORDER-PT(WS-SG-COUNT)
			MOVE WS-DC-ALLOC TO SG-QTY(WS-SG-COUNT)
			MOVE "E" TO SG-SOURCE(WS-SG-COUNT)
			MOVE WS-DC-STORE TO DCS-DC
			MOVE PT-STORE(WS-PR-CURS) TO DCS-STORE
			MOVE PT-PROD(WS-PR-CURS) TO DCS-PROD
			MOVE WS-ON-HAND-QTY TO DCS-ON-HAND
			MOVE WS-DC-ALLOC TO DCS-QTY
			WRITE DC-SUGGEST-REC
		END-IF.

	READ-STOCK-CELL.
				TO SG-REORDER-PT(WS-SG-COUNT)
			MOVE PT-REORDER-QTY(WS-PR-CURS)
				TO SG-QTY(WS-SG-COUNT)
			MOVE "F" TO SG-SOURCE(WS-SG-COUNT)
			PERFORM WRITE-SUGGESTION
		END-IF.

		MOVE SG-ON-HAND(WS-SG-IDX) TO RD-ON-HAND.
		MOVE SG-REORDER-PT(WS-SG-IDX) TO RD-SEUIL.
		MOVE SG-QTY(WS-SG-IDX) TO RD-QTY.
		IF SG-SOURCE(WS-SG-IDX) = "E"
			MOVE "entrepot" TO RD-SOURCE
		ELSE
			MOVE "fournisseur" TO RD-SOURCE
		END-IF.
		WRITE SHORTAGE-LINE FROM WS-RPT-DETAIL.

	WRITE-SUMMARY.
		MOVE "Suggestions emises" TO RY-LABEL.
		MOVE WS-SG-COUNT TO RY-COUNT.
		WRITE SHORTAGE-LINE FROM WS-RPT-TALLY.
		MOVE "Kits exclus (composants)" TO RY-LABEL.
		MOVE WS-KT-SKIPPED TO RY-COUNT.
		WRITE SHORTAGE-LINE FROM WS-RPT-TALLY.
		MOVE "Suggestions servies entrepot" TO RY-LABEL.
		MOVE WS-DC-SUGG TO RY-COUNT.
		WRITE SHORTAGE-LINE FROM WS-RPT-TALLY.
		MOVE "Manques stock entrepot" TO RY-LABEL.
		MOVE WS-DC-SHORT TO RY-COUNT.
		WRITE SHORTAGE-LINE FROM WS-RPT-TALLY.


	WRITE-DIAG-SNAPSHOT.
