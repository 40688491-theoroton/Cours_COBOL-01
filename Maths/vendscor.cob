	IDENTIFICATION DIVISION.
	PROGRAM-ID. VENDSCOR.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAM-FILE ASSIGN TO "VSCPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARAM-STATUS.
		SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VEND-STATUS.
		SELECT RECV-HIST-FILE ASSIGN TO "PORCVHST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RHST-STATUS.
		SELECT PO-IN-FILE ASSIGN TO "POORD"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-POIN-STATUS.
		SELECT SCORE-RPT-FILE ASSIGN TO "VSCRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE.
	01  PARAM-REC.
		02 VSP-MONTH PIC X(6).

	FD  VENDOR-MASTER.
	01  VENDOR-REC.
		02 VND-VENDOR  PIC 9(4).
		02 VND-NAME    PIC X(20).
		02 VND-PROD-LO PIC 9(4).
		02 VND-PROD-HI PIC 9(4).
		02 VND-STATUS  PIC X.
			88 VND-ACTIVE VALUE "A".
		02 VND-TERMS-DAYS PIC 9(3).

	FD  RECV-HIST-FILE.
	01  RECV-HIST-REC.
		02 PRH-DATE     PIC X(8).
		02 PRH-NUMBER   PIC 9(6).
		02 PRH-VENDOR   PIC 9(4).
		02 PRH-STORE    PIC 9(4).
		02 PRH-PROD     PIC 9(4).
		02 PRH-ORD-DATE PIC X(8).
		02 PRH-DUE-DATE PIC X(8).
		02 PRH-QTY-ORD  PIC 9(8).
		02 PRH-QTY      PIC 9(8).
		02 PRH-QTY-RCV  PIC 9(8).
		02 PRH-FIRST    PIC X.
			88 PRH-FIRST-RECEIPT VALUE "Y".
		02 PRH-STATUS   PIC X.

	FD  PO-IN-FILE.
	01  PO-IN-REC.
		02 POI-NUMBER  PIC 9(6).
		02 POI-DATE    PIC X(8).
		02 POI-VENDOR  PIC 9(4).
		02 POI-STORE   PIC 9(4).
		02 POI-PROD    PIC 9(4).
		02 POI-QTY-ORD PIC 9(8).
		02 POI-QTY-RCV PIC 9(8).
		02 POI-STATUS  PIC X.
			88 POI-OPEN     VALUE "O".
			88 POI-RECEIVED VALUE "R".
			88 POI-SHORT    VALUE "S".
		02 POI-UNIT-COST PIC 9(5)V99.
		02 POI-CASE-PACK PIC 9(4).
		02 POI-DUE-DATE  PIC X(8).
		02 POI-QTY-INV   PIC 9(8).

	FD  SCORE-RPT-FILE.
	01  SCORE-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARAM-STATUS PIC XX.
	01 WS-VEND-STATUS  PIC XX.
	01 WS-RHST-STATUS  PIC XX.
	01 WS-POIN-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-VND-EOF PIC X VALUE "N".
			88 VENDOR-EOF VALUE "Y".
		02 WS-RHS-EOF PIC X VALUE "N".
			88 RECV-HIST-EOF VALUE "Y".
		02 WS-POI-EOF PIC X VALUE "N".
			88 PO-IN-EOF VALUE "Y".

	01 WS-TODAY PIC X(8).
	01 WS-MONTH PIC X(6).
	01 WS-MONTH-NUM REDEFINES WS-MONTH.
		02 WS-MONTH-YY PIC 9(4).
		02 WS-MONTH-MM PIC 9(2).

	01 WS-STEP-MONTH PIC X(6).
	01 WS-STEP-NUM REDEFINES WS-STEP-MONTH.
		02 WS-STEP-YY PIC 9(4).
		02 WS-STEP-MM PIC 9(2).

	01 WS-PERIOD.
		02 WS-BUCKET-MONTH PIC X(6) OCCURS 3 TIMES.
		02 WS-BK-IDX      PIC 9.
		02 WS-BK-FOUND    PIC 9.
		02 WS-MONTH-END   PIC X(8).
		02 WS-NEXT-FIRST  PIC 9(8).
		02 WS-END-INT     PIC 9(8).

	01 WS-VEND-TAB-CTL.
		02 WS-VN-COUNT PIC 9(3) VALUE ZERO.
		02 WS-VN-IDX   PIC 9(3).
		02 WS-VN-FOUND PIC 9(3).
		02 WS-VN-BEST  PIC 9(3).

	01 WS-FIND-VENDOR PIC 9(4).

	01 WS-VEND-TAB.
		02 WS-VN-ENTRY OCCURS 999 TIMES.
			03 VT-VENDOR   PIC 9(4).
			03 VT-NAME     PIC X(20).
			03 VT-PAST-DUE PIC 9(5).
			03 VT-USED     PIC X.
			03 VT-ACTIVITY PIC X.
			03 VT-MONTH OCCURS 3 TIMES.
				04 VT-LINES      PIC 9(5).
				04 VT-LEAD-DAYS  PIC 9(7).
				04 VT-PROM-DAYS  PIC 9(7).
				04 VT-PROM-LINES PIC 9(5).
				04 VT-QTY-ORD    PIC 9(9).
				04 VT-QTY-FIRST  PIC 9(9).
				04 VT-COMPLETE   PIC 9(5).
				04 VT-SHORT      PIC 9(5).
				04 VT-ON-TIME    PIC 9(5).
				04 VT-FILL-PCT   PIC 9(3)V9.
				04 VT-COMP-PCT   PIC 9(3)V9.
				04 VT-TIME-PCT   PIC 9(3)V9.
				04 VT-SCORE      PIC 9(3)V9.

	01 WS-MONTH-STATS.
		02 MS-LINES      PIC 9(5).
		02 MS-LEAD-DAYS  PIC 9(7).
		02 MS-PROM-DAYS  PIC 9(7).
		02 MS-PROM-LINES PIC 9(5).
		02 MS-QTY-ORD    PIC 9(9).
		02 MS-QTY-FIRST  PIC 9(9).
		02 MS-COMPLETE   PIC 9(5).
		02 MS-SHORT      PIC 9(5).
		02 MS-ON-TIME    PIC 9(5).
		02 MS-FILL-PCT   PIC 9(3)V9.
		02 MS-COMP-PCT   PIC 9(3)V9.
		02 MS-TIME-PCT   PIC 9(3)V9.
		02 MS-SCORE      PIC 9(3)V9.

	01 WS-SCORE-WORK.
		02 WS-RCV-INT     PIC 9(8).
		02 WS-ORD-INT     PIC 9(8).
		02 WS-DUE-INT     PIC 9(8).
		02 WS-DAYS        PIC 9(5).
		02 WS-FIRST-QTY   PIC 9(8).
		02 WS-AVG-LEAD    PIC 9(4)V9.
		02 WS-AVG-PROM    PIC 9(4)V9.
		02 WS-BEST-SCORE  PIC 9(3)V9.
		02 WS-RANK        PIC 9(3) VALUE ZERO.
		02 WS-EDIT-PCT    PIC ZZ9.9.
		02 WS-BASE-BK     PIC 9.
		02 WS-SCORE-DIFF  PIC S9(3)V9.

	01 WS-TALLIES.
		02 WS-DELIVERIES  PIC 9(6) VALUE ZERO.
		02 WS-RATED       PIC 9(6) VALUE ZERO.
		02 WS-PAST-DUE    PIC 9(6) VALUE ZERO.
		02 WS-BAD-HIST    PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(26) VALUE
			"Fiche fournisseurs - mois ".
		02 VM-MONTH PIC X(6).
		02 FILLER PIC X(4) VALUE " du ".
		02 VM-DATE PIC X(8).
		02 FILLER PIC X(36) VALUE SPACES.

	01 WS-RPT-SECTION.
		02 FILLER   PIC X(2)  VALUE SPACES.
		02 VS-TEXT  PIC X(60).
		02 FILLER   PIC X(18) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(6)  VALUE "  Rg ".
		02 FILLER PIC X(5)  VALUE "Four".
		02 FILLER PIC X(14) VALUE "Nom".
		02 FILLER PIC X(5)  VALUE "  Lig".
		02 FILLER PIC X(6)  VALUE " Delai".
		02 FILLER PIC X(6)  VALUE " Promi".
		02 FILLER PIC X(6)  VALUE " Serv%".
		02 FILLER PIC X(6)  VALUE " Comp%".
		02 FILLER PIC X(5)  VALUE " Manq".
		02 FILLER PIC X(5)  VALUE " Retd".
		02 FILLER PIC X(6)  VALUE "  Note".
		02 FILLER PIC X(10) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 VD-RANK    PIC ZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VD-VENDOR  PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VD-NAME    PIC X(14).
		02 VD-LINES   PIC ZZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VD-LEAD    PIC ZZ9.9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VD-PROM    PIC ZZ9.9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VD-FILL    PIC ZZ9.9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VD-COMP    PIC ZZ9.9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VD-SHORT   PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VD-LATE    PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VD-SCORE   PIC ZZ9.9.
		02 FILLER     PIC X(10) VALUE SPACES.

	01 WS-RPT-IDLE.
		02 FILLER     PIC X(6)  VALUE SPACES.
		02 VI-VENDOR  PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VI-NAME    PIC X(14).
		02 FILLER     PIC X(38) VALUE
			" aucune livraison - cdes en retard ".
		02 VI-LATE    PIC ZZZ9.
		02 FILLER     PIC X(13) VALUE SPACES.

	01 WS-RPT-TREND-HEAD.
		02 FILLER PIC X(21) VALUE "  Four Nom".
		02 VH-MONTH-COL OCCURS 3 TIMES.
			03 FILLER     PIC X(4).
			03 VH-MONTH   PIC X(6).
			03 FILLER     PIC X(4).
		02 FILLER PIC X(2)  VALUE SPACES.
		02 FILLER PIC X(8)  VALUE "Tendance".
		02 FILLER PIC X(7)  VALUE SPACES.

	01 WS-RPT-TREND-COLS.
		02 FILLER PIC X(21) VALUE SPACES.
		02 FILLER PIC X(14) VALUE "   Note  Serv%".
		02 FILLER PIC X(14) VALUE "   Note  Serv%".
		02 FILLER PIC X(14) VALUE "   Note  Serv%".
		02 FILLER PIC X(17) VALUE SPACES.

	01 WS-RPT-TREND.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 VR-VENDOR  PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 VR-NAME    PIC X(14).
		02 VR-MONTH-COL OCCURS 3 TIMES.
			03 FILLER     PIC X(2).
			03 VR-SCORE   PIC X(5).
			03 FILLER     PIC X(2).
			03 VR-FILL    PIC X(5).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 VR-TREND   PIC X(8).
		02 FILLER     PIC X(7)  VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 VY-LABEL  PIC X(34).
		02 VY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "VENDSCOR" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		PERFORM SET-MONTH-BUCKETS.
		OPEN OUTPUT SCORE-RPT-FILE.
		MOVE WS-MONTH TO VM-MONTH.
		MOVE WS-TODAY TO VM-DATE.
		WRITE SCORE-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-VENDOR-TABLE.
		PERFORM SCAN-RECEIPT-HISTORY.
		PERFORM SCAN-OPEN-ORDERS.
		PERFORM SCORE-ONE-VENDOR
			VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT.
		PERFORM PRINT-RANKING.
		PERFORM PRINT-TREND.
		PERFORM WRITE-SUMMARY.
		CLOSE SCORE-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		MOVE WS-TODAY(1:6) TO WS-STEP-MONTH.
		PERFORM STEP-BACK-MONTH.
		MOVE WS-STEP-MONTH TO WS-MONTH.
		OPEN INPUT PARAM-FILE.
		IF WS-PARAM-STATUS = "00"
			READ PARAM-FILE
				AT END MOVE "10" TO WS-PARAM-STATUS
			END-READ
			IF WS-PARAM-STATUS = "00"
				AND VSP-MONTH NUMERIC
				MOVE VSP-MONTH TO WS-MONTH
			END-IF
			CLOSE PARAM-FILE
		ELSE
			DISPLAY "Fichier VSCPARM absent - "
				"fiche du mois precedent"
		END-IF.

	SET-MONTH-BUCKETS.
		MOVE WS-MONTH TO WS-STEP-MONTH.
		MOVE WS-STEP-MONTH TO WS-BUCKET-MONTH(3).
		PERFORM STEP-BACK-MONTH.
		MOVE WS-STEP-MONTH TO WS-BUCKET-MONTH(2).
		PERFORM STEP-BACK-MONTH.
		MOVE WS-STEP-MONTH TO WS-BUCKET-MONTH(1).
		IF WS-MONTH-MM = 12
			COMPUTE WS-NEXT-FIRST =
				(WS-MONTH-YY + 1) * 10000 + 101
		ELSE
			COMPUTE WS-NEXT-FIRST =
				WS-MONTH-YY * 10000
				+ (WS-MONTH-MM + 1) * 100 + 1
		END-IF.
		COMPUTE WS-END-INT =
			FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1.
		MOVE FUNCTION DATE-OF-INTEGER(WS-END-INT)
			TO WS-MONTH-END.

	STEP-BACK-MONTH.
		IF WS-STEP-MM = 1
			MOVE 12 TO WS-STEP-MM
			SUBTRACT 1 FROM WS-STEP-YY
		ELSE
			SUBTRACT 1 FROM WS-STEP-MM
		END-IF.

	LOAD-VENDOR-TABLE.
		OPEN INPUT VENDOR-MASTER.
		IF WS-VEND-STATUS NOT = "00"
			DISPLAY "Fichier VENDMAST absent - "
				"fournisseurs sans nom"
			SET VENDOR-EOF TO TRUE
		ELSE
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
		MOVE VND-VENDOR TO WS-FIND-VENDOR.
		PERFORM FIND-VENDOR-ENTRY.
		IF WS-VN-FOUND > ZERO
			MOVE VND-NAME TO VT-NAME(WS-VN-FOUND)
		END-IF.
		PERFORM READ-VENDOR.

	FIND-VENDOR-ENTRY.
		MOVE ZERO TO WS-VN-FOUND.
		PERFORM VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT
			OR WS-VN-FOUND > ZERO
			IF VT-VENDOR(WS-VN-IDX) = WS-FIND-VENDOR
				MOVE WS-VN-IDX TO WS-VN-FOUND
			END-IF
		END-PERFORM.
		IF WS-VN-FOUND = ZERO
			IF WS-VN-COUNT < 999
				ADD 1 TO WS-VN-COUNT
				INITIALIZE WS-VN-ENTRY(WS-VN-COUNT)
				MOVE WS-FIND-VENDOR
					TO VT-VENDOR(WS-VN-COUNT)
				MOVE "(inconnu)"
					TO VT-NAME(WS-VN-COUNT)
				MOVE "N" TO VT-USED(WS-VN-COUNT)
				MOVE "N" TO VT-ACTIVITY(WS-VN-COUNT)
				MOVE WS-VN-COUNT TO WS-VN-FOUND
			ELSE
				DISPLAY "Table des fournisseurs saturee"
					" - fournisseur perdu "
					WS-FIND-VENDOR
				ADD 1 TO WS-STAT-REJ
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.

	SCAN-RECEIPT-HISTORY.
		OPEN INPUT RECV-HIST-FILE.
		IF WS-RHST-STATUS NOT = "00"
			DISPLAY "Fichier PORCVHST absent"
			MOVE 8 TO WS-RETURN-CODE
			SET RECV-HIST-EOF TO TRUE
		ELSE
			PERFORM READ-RECV-HIST
		END-IF.
		PERFORM SCAN-ONE-RECEIPT UNTIL RECV-HIST-EOF.
		IF WS-RHST-STATUS NOT = "35"
			CLOSE RECV-HIST-FILE
		END-IF.

	READ-RECV-HIST.
		READ RECV-HIST-FILE
			AT END SET RECV-HIST-EOF TO TRUE
		END-READ.

	SCAN-ONE-RECEIPT.
		ADD 1 TO WS-STAT-READ.
		IF PRH-FIRST-RECEIPT
			PERFORM FIND-BUCKET
			IF WS-BK-FOUND > ZERO
				PERFORM POST-DELIVERY
			END-IF
		END-IF.
		PERFORM READ-RECV-HIST.

	FIND-BUCKET.
		MOVE ZERO TO WS-BK-FOUND.
		PERFORM VARYING WS-BK-IDX FROM 1 BY 1
			UNTIL WS-BK-IDX > 3
			IF PRH-DATE(1:6) = WS-BUCKET-MONTH(WS-BK-IDX)
				MOVE WS-BK-IDX TO WS-BK-FOUND
			END-IF
		END-PERFORM.

	POST-DELIVERY.
		IF PRH-DATE NOT NUMERIC
			OR PRH-ORD-DATE NOT NUMERIC
			OR PRH-ORD-DATE > PRH-DATE
			DISPLAY "Reception inexploitable - cde "
				PRH-NUMBER " du " PRH-DATE
			ADD 1 TO WS-BAD-HIST
			ADD 1 TO WS-STAT-REJ
		ELSE
			MOVE PRH-VENDOR TO WS-FIND-VENDOR
			PERFORM FIND-VENDOR-ENTRY
			IF WS-VN-FOUND > ZERO
				PERFORM ADD-DELIVERY
			END-IF
		END-IF.

	ADD-DELIVERY.
		IF WS-BK-FOUND = 3
			ADD 1 TO WS-DELIVERIES
		END-IF.
		MOVE "Y" TO VT-ACTIVITY(WS-VN-FOUND).
		MOVE VT-MONTH(WS-VN-FOUND, WS-BK-FOUND)
			TO WS-MONTH-STATS.
		ADD 1 TO MS-LINES.
		COMPUTE WS-RCV-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(PRH-DATE)).
		COMPUTE WS-ORD-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(PRH-ORD-DATE)).
		COMPUTE WS-DAYS = WS-RCV-INT - WS-ORD-INT.
		ADD WS-DAYS TO MS-LEAD-DAYS.
		IF PRH-DUE-DATE NUMERIC
			AND PRH-DUE-DATE >= PRH-ORD-DATE
			COMPUTE WS-DUE-INT =
				FUNCTION INTEGER-OF-DATE(
				FUNCTION NUMVAL(PRH-DUE-DATE))
			COMPUTE WS-DAYS = WS-DUE-INT - WS-ORD-INT
			ADD WS-DAYS TO MS-PROM-DAYS
			ADD 1 TO MS-PROM-LINES
			IF PRH-DATE <= PRH-DUE-DATE
				ADD 1 TO MS-ON-TIME
			END-IF
		END-IF.
		IF PRH-QTY < PRH-QTY-ORD
			MOVE PRH-QTY TO WS-FIRST-QTY
			ADD 1 TO MS-SHORT
		ELSE
			MOVE PRH-QTY-ORD TO WS-FIRST-QTY
			ADD 1 TO MS-COMPLETE
		END-IF.
		ADD PRH-QTY-ORD TO MS-QTY-ORD.
		ADD WS-FIRST-QTY TO MS-QTY-FIRST.
		MOVE WS-MONTH-STATS
			TO VT-MONTH(WS-VN-FOUND, WS-BK-FOUND).

	SCAN-OPEN-ORDERS.
		OPEN INPUT PO-IN-FILE.
		IF WS-POIN-STATUS NOT = "00"
			DISPLAY "Pas de commandes en cours"
			SET PO-IN-EOF TO TRUE
		ELSE
			PERFORM READ-PO-IN
		END-IF.
		PERFORM CHECK-ONE-ORDER UNTIL PO-IN-EOF.
		IF WS-POIN-STATUS NOT = "35"
			CLOSE PO-IN-FILE
		END-IF.

	READ-PO-IN.
		READ PO-IN-FILE
			AT END SET PO-IN-EOF TO TRUE
		END-READ.

	CHECK-ONE-ORDER.
		IF (POI-OPEN OR POI-SHORT)
			AND POI-DUE-DATE NUMERIC
			AND POI-DUE-DATE <= WS-MONTH-END
			MOVE POI-VENDOR TO WS-FIND-VENDOR
			PERFORM FIND-VENDOR-ENTRY
			IF WS-VN-FOUND > ZERO
				ADD 1 TO WS-PAST-DUE
				ADD 1 TO VT-PAST-DUE(WS-VN-FOUND)
			END-IF
		END-IF.
		PERFORM READ-PO-IN.

	SCORE-ONE-VENDOR.
		PERFORM SCORE-ONE-MONTH
			VARYING WS-BK-IDX FROM 1 BY 1
			UNTIL WS-BK-IDX > 3.

	SCORE-ONE-MONTH.
		MOVE VT-MONTH(WS-VN-IDX, WS-BK-IDX) TO WS-MONTH-STATS.
		IF MS-LINES > ZERO
			IF MS-QTY-ORD > ZERO
				COMPUTE MS-FILL-PCT ROUNDED =
					MS-QTY-FIRST * 100 / MS-QTY-ORD
			ELSE
				MOVE 100 TO MS-FILL-PCT
			END-IF
			COMPUTE MS-COMP-PCT ROUNDED =
				MS-COMPLETE * 100 / MS-LINES
			IF MS-PROM-LINES > ZERO
				COMPUTE MS-TIME-PCT ROUNDED =
					MS-ON-TIME * 100 / MS-PROM-LINES
			ELSE
				MOVE 100 TO MS-TIME-PCT
			END-IF
			COMPUTE MS-SCORE ROUNDED =
				(MS-FILL-PCT * 5 + MS-COMP-PCT * 3
				+ MS-TIME-PCT * 2) / 10
			MOVE WS-MONTH-STATS
				TO VT-MONTH(WS-VN-IDX, WS-BK-IDX)
		END-IF.

	PRINT-RANKING.
		MOVE SPACES TO SCORE-LINE.
		WRITE SCORE-LINE.
		MOVE "Classement du mois - note sur 100 (service 50, "
			TO VS-TEXT.
		WRITE SCORE-LINE FROM WS-RPT-SECTION.
		MOVE "  complet a la 1ere reception 30, a l'heure 20)"
			TO VS-TEXT.
		WRITE SCORE-LINE FROM WS-RPT-SECTION.
		WRITE SCORE-LINE FROM WS-RPT-COLUMNS.
		PERFORM PRINT-RANKED-VENDOR
			VARYING WS-RANK FROM 1 BY 1
			UNTIL WS-RANK > WS-VN-COUNT.
		PERFORM PRINT-IDLE-VENDOR
			VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT.

	PRINT-RANKED-VENDOR.
		MOVE ZERO TO WS-VN-BEST.
		MOVE ZERO TO WS-BEST-SCORE.
		PERFORM SCAN-BEST-VENDOR
			VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT.
		IF WS-VN-BEST > ZERO
			MOVE "Y" TO VT-USED(WS-VN-BEST)
			ADD 1 TO WS-RATED
			PERFORM PRINT-VENDOR-DETAIL
		END-IF.

	SCAN-BEST-VENDOR.
		IF VT-USED(WS-VN-IDX) = "N"
			AND VT-LINES(WS-VN-IDX, 3) > ZERO
			AND VT-SCORE(WS-VN-IDX, 3) >= WS-BEST-SCORE
			MOVE VT-SCORE(WS-VN-IDX, 3) TO WS-BEST-SCORE
			MOVE WS-VN-IDX TO WS-VN-BEST
		END-IF.

	PRINT-VENDOR-DETAIL.
		ADD 1 TO WS-STAT-WRIT.
		MOVE WS-RANK TO VD-RANK.
		MOVE VT-VENDOR(WS-VN-BEST) TO VD-VENDOR.
		MOVE VT-NAME(WS-VN-BEST) TO VD-NAME.
		MOVE VT-LINES(WS-VN-BEST, 3) TO VD-LINES.
		COMPUTE WS-AVG-LEAD ROUNDED =
			VT-LEAD-DAYS(WS-VN-BEST, 3)
			/ VT-LINES(WS-VN-BEST, 3).
		MOVE WS-AVG-LEAD TO VD-LEAD.
		IF VT-PROM-LINES(WS-VN-BEST, 3) > ZERO
			COMPUTE WS-AVG-PROM ROUNDED =
				VT-PROM-DAYS(WS-VN-BEST, 3)
				/ VT-PROM-LINES(WS-VN-BEST, 3)
		ELSE
			MOVE ZERO TO WS-AVG-PROM
		END-IF.
		MOVE WS-AVG-PROM TO VD-PROM.
		MOVE VT-FILL-PCT(WS-VN-BEST, 3) TO VD-FILL.
		MOVE VT-COMP-PCT(WS-VN-BEST, 3) TO VD-COMP.
		MOVE VT-SHORT(WS-VN-BEST, 3) TO VD-SHORT.
		MOVE VT-PAST-DUE(WS-VN-BEST) TO VD-LATE.
		MOVE VT-SCORE(WS-VN-BEST, 3) TO VD-SCORE.
		WRITE SCORE-LINE FROM WS-RPT-DETAIL.

	PRINT-IDLE-VENDOR.
		IF VT-LINES(WS-VN-IDX, 3) = ZERO
			AND VT-PAST-DUE(WS-VN-IDX) > ZERO
			ADD 1 TO WS-STAT-WRIT
			MOVE VT-VENDOR(WS-VN-IDX) TO VI-VENDOR
			MOVE VT-NAME(WS-VN-IDX) TO VI-NAME
			MOVE VT-PAST-DUE(WS-VN-IDX) TO VI-LATE
			WRITE SCORE-LINE FROM WS-RPT-IDLE
		END-IF.

	PRINT-TREND.
		MOVE SPACES TO SCORE-LINE.
		WRITE SCORE-LINE.
		MOVE "Tendance sur 3 mois" TO VS-TEXT.
		WRITE SCORE-LINE FROM WS-RPT-SECTION.
		PERFORM SET-TREND-MONTH
			VARYING WS-BK-IDX FROM 1 BY 1
			UNTIL WS-BK-IDX > 3.
		WRITE SCORE-LINE FROM WS-RPT-TREND-HEAD.
		WRITE SCORE-LINE FROM WS-RPT-TREND-COLS.
		PERFORM PRINT-VENDOR-TREND
			VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT.

	SET-TREND-MONTH.
		MOVE SPACES TO VH-MONTH-COL(WS-BK-IDX).
		MOVE WS-BUCKET-MONTH(WS-BK-IDX) TO VH-MONTH(WS-BK-IDX).

	PRINT-VENDOR-TREND.
		IF VT-ACTIVITY(WS-VN-IDX) = "Y"
			ADD 1 TO WS-STAT-WRIT
			MOVE VT-VENDOR(WS-VN-IDX) TO VR-VENDOR
			MOVE VT-NAME(WS-VN-IDX) TO VR-NAME
			MOVE ZERO TO WS-BASE-BK
			PERFORM SET-TREND-VALUES
				VARYING WS-BK-IDX FROM 1 BY 1
				UNTIL WS-BK-IDX > 3
			PERFORM SET-TREND-TEXT
			WRITE SCORE-LINE FROM WS-RPT-TREND
		END-IF.

	SET-TREND-VALUES.
		MOVE SPACES TO VR-MONTH-COL(WS-BK-IDX).
		IF VT-LINES(WS-VN-IDX, WS-BK-IDX) > ZERO
			MOVE VT-SCORE(WS-VN-IDX, WS-BK-IDX)
				TO WS-EDIT-PCT
			MOVE WS-EDIT-PCT TO VR-SCORE(WS-BK-IDX)
			MOVE VT-FILL-PCT(WS-VN-IDX, WS-BK-IDX)
				TO WS-EDIT-PCT
			MOVE WS-EDIT-PCT TO VR-FILL(WS-BK-IDX)
			IF WS-BASE-BK = ZERO
				AND WS-BK-IDX < 3
				MOVE WS-BK-IDX TO WS-BASE-BK
			END-IF
		ELSE
			MOVE "    -" TO VR-SCORE(WS-BK-IDX)
			MOVE "    -" TO VR-FILL(WS-BK-IDX)
		END-IF.

	SET-TREND-TEXT.
		IF VT-LINES(WS-VN-IDX, 3) = ZERO
			MOVE "inactif" TO VR-TREND
		ELSE
			IF WS-BASE-BK = ZERO
				MOVE "nouveau" TO VR-TREND
			ELSE
				COMPUTE WS-SCORE-DIFF =
					VT-SCORE(WS-VN-IDX, 3)
					- VT-SCORE(WS-VN-IDX,
					WS-BASE-BK)
				PERFORM SET-TREND-DIRECTION
			END-IF
		END-IF.

	SET-TREND-DIRECTION.
		IF WS-SCORE-DIFF > 2
			MOVE "hausse" TO VR-TREND
		ELSE
			IF WS-SCORE-DIFF < -2
				MOVE "baisse" TO VR-TREND
			ELSE
				MOVE "stable" TO VR-TREND
			END-IF
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO SCORE-LINE.
		WRITE SCORE-LINE.
		MOVE "Receptions historisees lues" TO VY-LABEL.
		MOVE WS-STAT-READ TO VY-COUNT.
		WRITE SCORE-LINE FROM WS-RPT-TALLY.
		MOVE "Livraisons du mois" TO VY-LABEL.
		MOVE WS-DELIVERIES TO VY-COUNT.
		WRITE SCORE-LINE FROM WS-RPT-TALLY.
		MOVE "Fournisseurs notes" TO VY-LABEL.
		MOVE WS-RATED TO VY-COUNT.
		WRITE SCORE-LINE FROM WS-RPT-TALLY.
		MOVE "Commandes ouvertes en retard" TO VY-LABEL.
		MOVE WS-PAST-DUE TO VY-COUNT.
		WRITE SCORE-LINE FROM WS-RPT-TALLY.
		MOVE "Receptions inexploitables" TO VY-LABEL.
		MOVE WS-BAD-HIST TO VY-COUNT.
		WRITE SCORE-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
