	IDENTIFICATION DIVISION.
	PROGRAM-ID. INVMATCH.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT VENDOR-INV-FILE ASSIGN TO "VENDINV"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VINV-STATUS.
		SELECT HOLD-IN-FILE ASSIGN TO "VINVHLDI"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-HLDI-STATUS.
		SELECT MATCH-PARM-FILE ASSIGN TO "MTCHPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT PO-IN-FILE ASSIGN TO "POORDIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-POIN-STATUS.
		SELECT PO-OUT-FILE ASSIGN TO "POORDOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT RELEASE-FILE ASSIGN TO "VINVREL"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT HOLD-OUT-FILE ASSIGN TO "VINVHLD"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT MATCH-RPT-FILE ASSIGN TO "MTCHRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  VENDOR-INV-FILE.
	01  VENDOR-INV-REC.
		02 VIN-VENDOR   PIC 9(4).
		02 VIN-INVOICE  PIC X(10).
		02 VIN-INV-DATE PIC X(8).
		02 VIN-PO       PIC 9(6).
		02 VIN-PROD     PIC 9(4).
		02 VIN-QTY      PIC 9(8).
		02 VIN-PRICE    PIC 9(5)V99.

	FD  HOLD-IN-FILE.
	01  HOLD-IN-REC.
		02 HLI-LINE      PIC X(47).
		02 HLI-REASON    PIC X(4).
		02 HLI-HOLD-DATE PIC X(8).

	FD  MATCH-PARM-FILE.
	01  MATCH-PARM-REC.
		02 MTP-QTY-TOL-PCT   PIC 9(3)V99.
		02 MTP-PRICE-TOL-PCT PIC 9(3)V99.

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
		02 POI-UNIT-COST PIC 9(5)V99.
		02 POI-CASE-PACK PIC 9(4).
		02 POI-DUE-DATE  PIC X(8).
		02 POI-QTY-INV   PIC 9(8).

	FD  PO-OUT-FILE.
	01  PO-OUT-REC.
		02 POO-NUMBER  PIC 9(6).
		02 POO-DATE    PIC X(8).
		02 POO-VENDOR  PIC 9(4).
		02 POO-STORE   PIC 9(4).
		02 POO-PROD    PIC 9(4).
		02 POO-QTY-ORD PIC 9(8).
		02 POO-QTY-RCV PIC 9(8).
		02 POO-STATUS  PIC X.
		02 POO-UNIT-COST PIC 9(5)V99.
		02 POO-CASE-PACK PIC 9(4).
		02 POO-DUE-DATE  PIC X(8).
		02 POO-QTY-INV   PIC 9(8).

	FD  RELEASE-FILE.
	01  RELEASE-REC.
		02 VRL-VENDOR   PIC 9(4).
		02 VRL-INVOICE  PIC X(10).
		02 VRL-INV-DATE PIC X(8).
		02 VRL-PO       PIC 9(6).
		02 VRL-STORE    PIC 9(4).
		02 VRL-PROD     PIC 9(4).
		02 VRL-QTY      PIC 9(8).
		02 VRL-PRICE    PIC 9(5)V99.
		02 VRL-AMOUNT   PIC 9(9)V99.

	FD  HOLD-OUT-FILE.
	01  HOLD-OUT-REC.
		02 HLO-LINE      PIC X(47).
		02 HLO-REASON    PIC X(4).
		02 HLO-HOLD-DATE PIC X(8).

	FD  MATCH-RPT-FILE.
	01  MATCH-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-VINV-STATUS  PIC XX.
	01 WS-HLDI-STATUS  PIC XX.
	01 WS-PARM-STATUS  PIC XX.
	01 WS-POIN-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-VIN-EOF PIC X VALUE "N".
			88 VENDOR-INV-EOF VALUE "Y".
		02 WS-HLI-EOF PIC X VALUE "N".
			88 HOLD-IN-EOF VALUE "Y".
		02 WS-POI-EOF PIC X VALUE "N".
			88 PO-IN-EOF VALUE "Y".
		02 WS-RETRY-FLAG PIC X VALUE "N".
			88 RETRY-LINE VALUE "Y".
			88 NEW-LINE   VALUE "N".

	01 WS-TOLERANCES.
		02 WS-QTY-TOL-PCT   PIC 9(3)V99 VALUE ZERO.
		02 WS-PRICE-TOL-PCT PIC 9(3)V99 VALUE ZERO.

	01 WS-PO-TAB-CTL.
		02 WS-PO-COUNT PIC 9(4) VALUE ZERO.
		02 WS-PO-IDX   PIC 9(4).
		02 WS-PO-FOUND PIC 9(4).

	01 WS-PO-TAB.
		02 WS-PO-ENTRY OCCURS 9999 TIMES.
			03 OT-NUMBER  PIC 9(6).
			03 OT-DATE    PIC X(8).
			03 OT-VENDOR  PIC 9(4).
			03 OT-STORE   PIC 9(4).
			03 OT-PROD    PIC 9(4).
			03 OT-QTY-ORD PIC 9(8).
			03 OT-QTY-RCV PIC 9(8).
			03 OT-STATUS  PIC X.
			03 OT-UNIT-COST PIC 9(5)V99.
			03 OT-CASE-PACK PIC 9(4).
			03 OT-DUE-DATE  PIC X(8).
			03 OT-QTY-INV   PIC 9(8).

	01 WS-INV-LINE.
		02 WL-VENDOR   PIC 9(4).
		02 WL-INVOICE  PIC X(10).
		02 WL-INV-DATE PIC X(8).
		02 WL-PO       PIC 9(6).
		02 WL-PROD     PIC 9(4).
		02 WL-QTY      PIC 9(8).
		02 WL-PRICE    PIC 9(5)V99.

	01 WS-MATCH-WORK.
		02 WS-REASON      PIC X(4).
		02 WS-REASON-TEXT PIC X(24).
		02 WS-HOLD-DATE   PIC X(8).
		02 WS-BILLED-QTY  PIC 9(9).
		02 WS-QTY-LIMIT   PIC 9(9)V99.
		02 WS-PRICE-DIFF  PIC S9(5)V99.
		02 WS-PRICE-LIMIT PIC 9(5)V99.
		02 WS-LINE-AMOUNT PIC 9(9)V99.
		02 WS-TODAY       PIC X(8).

	01 WS-TALLIES.
		02 WS-NEW-LINES  PIC 9(6) VALUE ZERO.
		02 WS-RETRIED    PIC 9(6) VALUE ZERO.
		02 WS-RELEASED   PIC 9(6) VALUE ZERO.
		02 WS-HELD       PIC 9(6) VALUE ZERO.
		02 WS-REL-AMOUNT PIC 9(11)V99 VALUE ZERO.

	01 WS-SUSPENSE-CALL.
		02 WS-SUS-PROGRAM PIC X(10) VALUE "INVMATCH".
		02 WS-SUS-REASON  PIC X(4).
		02 WS-SUS-DATA    PIC X(91).

	01 WS-RPT-TITLE.
		02 FILLER PIC X(35) VALUE
			"Controle factures fournisseurs du ".
		02 MT-DATE PIC X(8).
		02 FILLER PIC X(37) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 MD-VENDOR  PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 MD-INVOICE PIC X(10).
		02 FILLER     PIC X(5)  VALUE " cde ".
		02 MD-PO      PIC ZZZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 MD-PROD    PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 MD-QTY     PIC ZZZZZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 MD-REASON  PIC X(4).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 MD-TEXT    PIC X(24).
		02 FILLER     PIC X(8)  VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 MY-LABEL  PIC X(34).
		02 MY-COUNT  PIC ZZZZZZZZZ9.99.
		02 FILLER    PIC X(31) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "INVMATCH" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		OPEN OUTPUT MATCH-RPT-FILE.
		MOVE WS-TODAY TO MT-DATE.
		WRITE MATCH-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-TOLERANCES.
		PERFORM LOAD-PO-TABLE.
		OPEN OUTPUT RELEASE-FILE.
		OPEN OUTPUT HOLD-OUT-FILE.
		PERFORM RETRY-HELD-LINES.
		PERFORM MATCH-NEW-INVOICES.
		CLOSE RELEASE-FILE.
		CLOSE HOLD-OUT-FILE.
		PERFORM WRITE-PO-FILE.
		PERFORM WRITE-SUMMARY.
		CLOSE MATCH-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-TOLERANCES.
		OPEN INPUT MATCH-PARM-FILE.
		IF WS-PARM-STATUS = "00"
			READ MATCH-PARM-FILE
				AT END MOVE "10" TO WS-PARM-STATUS
			END-READ
			IF WS-PARM-STATUS = "00"
				AND MTP-QTY-TOL-PCT NUMERIC
				AND MTP-PRICE-TOL-PCT NUMERIC
				MOVE MTP-QTY-TOL-PCT TO WS-QTY-TOL-PCT
				MOVE MTP-PRICE-TOL-PCT
					TO WS-PRICE-TOL-PCT
			END-IF
			CLOSE MATCH-PARM-FILE
		ELSE
			DISPLAY "Fichier MTCHPARM absent - "
				"tolerance zero"
		END-IF.

	LOAD-PO-TABLE.
		OPEN INPUT PO-IN-FILE.
		IF WS-POIN-STATUS NOT = "00"
			DISPLAY "Pas de commandes en cours"
			SET PO-IN-EOF TO TRUE
		ELSE
			PERFORM READ-PO-IN
		END-IF.
		PERFORM LOAD-PO-ENTRY UNTIL PO-IN-EOF.
		IF WS-POIN-STATUS NOT = "35"
			CLOSE PO-IN-FILE
		END-IF.

	READ-PO-IN.
		READ PO-IN-FILE
			AT END SET PO-IN-EOF TO TRUE
		END-READ.

	LOAD-PO-ENTRY.
		IF WS-PO-COUNT < 9999
			ADD 1 TO WS-PO-COUNT
			MOVE PO-IN-REC
				TO WS-PO-ENTRY(WS-PO-COUNT)
			IF OT-QTY-INV(WS-PO-COUNT) NOT NUMERIC
				MOVE ZERO TO OT-QTY-INV(WS-PO-COUNT)
			END-IF
			IF OT-UNIT-COST(WS-PO-COUNT) NOT NUMERIC
				MOVE ZERO TO OT-UNIT-COST(WS-PO-COUNT)
			END-IF
		ELSE
			DISPLAY "Table des commandes saturee"
				" - commande perdue " POI-NUMBER
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-PO-IN.

	RETRY-HELD-LINES.
		SET RETRY-LINE TO TRUE.
		OPEN INPUT HOLD-IN-FILE.
		IF WS-HLDI-STATUS NOT = "00"
			DISPLAY "Pas de factures en attente"
			SET HOLD-IN-EOF TO TRUE
		ELSE
			PERFORM READ-HOLD-IN
		END-IF.
		PERFORM RETRY-ONE-LINE UNTIL HOLD-IN-EOF.
		IF WS-HLDI-STATUS NOT = "35"
			CLOSE HOLD-IN-FILE
		END-IF.

	READ-HOLD-IN.
		READ HOLD-IN-FILE
			AT END SET HOLD-IN-EOF TO TRUE
		END-READ.

	RETRY-ONE-LINE.
		ADD 1 TO WS-STAT-READ.
		ADD 1 TO WS-RETRIED.
		MOVE HLI-LINE TO WS-INV-LINE.
		MOVE HLI-HOLD-DATE TO WS-HOLD-DATE.
		PERFORM MATCH-ONE-LINE.
		PERFORM READ-HOLD-IN.

	MATCH-NEW-INVOICES.
		SET NEW-LINE TO TRUE.
		OPEN INPUT VENDOR-INV-FILE.
		IF WS-VINV-STATUS NOT = "00"
			DISPLAY "Pas de factures fournisseurs"
			SET VENDOR-INV-EOF TO TRUE
		ELSE
			PERFORM READ-VENDOR-INV
		END-IF.
		PERFORM MATCH-ONE-INVOICE UNTIL VENDOR-INV-EOF.
		IF WS-VINV-STATUS NOT = "35"
			CLOSE VENDOR-INV-FILE
		END-IF.

	READ-VENDOR-INV.
		READ VENDOR-INV-FILE
			AT END SET VENDOR-INV-EOF TO TRUE
		END-READ.

	MATCH-ONE-INVOICE.
		ADD 1 TO WS-STAT-READ.
		ADD 1 TO WS-NEW-LINES.
		MOVE VENDOR-INV-REC TO WS-INV-LINE.
		MOVE WS-TODAY TO WS-HOLD-DATE.
		PERFORM MATCH-ONE-LINE.
		PERFORM READ-VENDOR-INV.

	MATCH-ONE-LINE.
		MOVE SPACES TO WS-REASON.
		PERFORM FIND-PO-LINE.
		EVALUATE TRUE
			WHEN WS-PO-FOUND = ZERO
				MOVE "E025" TO WS-REASON
				MOVE "Commande inconnue"
					TO WS-REASON-TEXT
			WHEN OT-QTY-RCV(WS-PO-FOUND) = ZERO
				MOVE "E024" TO WS-REASON
				MOVE "Pas de reception"
					TO WS-REASON-TEXT
			WHEN OTHER
				PERFORM CHECK-LINE-TOLERANCES
		END-EVALUATE.
		IF WS-REASON = SPACES
			PERFORM RELEASE-LINE
		ELSE
			PERFORM HOLD-LINE
		END-IF.

	FIND-PO-LINE.
		MOVE ZERO TO WS-PO-FOUND.
		PERFORM VARYING WS-PO-IDX FROM 1 BY 1
			UNTIL WS-PO-IDX > WS-PO-COUNT
			IF OT-NUMBER(WS-PO-IDX) = WL-PO
				AND OT-VENDOR(WS-PO-IDX) = WL-VENDOR
				AND OT-PROD(WS-PO-IDX) = WL-PROD
				MOVE WS-PO-IDX TO WS-PO-FOUND
			END-IF
		END-PERFORM.

	CHECK-LINE-TOLERANCES.
		COMPUTE WS-BILLED-QTY =
			OT-QTY-INV(WS-PO-FOUND) + WL-QTY.
		COMPUTE WS-QTY-LIMIT =
			OT-QTY-RCV(WS-PO-FOUND)
			* (100 + WS-QTY-TOL-PCT) / 100.
		COMPUTE WS-PRICE-DIFF =
			WL-PRICE - OT-UNIT-COST(WS-PO-FOUND).
		IF WS-PRICE-DIFF < ZERO
			COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
		END-IF.
		COMPUTE WS-PRICE-LIMIT =
			OT-UNIT-COST(WS-PO-FOUND)
			* WS-PRICE-TOL-PCT / 100.
		EVALUATE TRUE
			WHEN WS-BILLED-QTY > WS-QTY-LIMIT
				MOVE "E022" TO WS-REASON
				MOVE "Quantite surfacturee"
					TO WS-REASON-TEXT
			WHEN WS-PRICE-DIFF > WS-PRICE-LIMIT
				MOVE "E023" TO WS-REASON
				MOVE "Ecart de prix"
					TO WS-REASON-TEXT
			WHEN OTHER
				CONTINUE
		END-EVALUATE.

	RELEASE-LINE.
		ADD 1 TO WS-RELEASED.
		ADD 1 TO WS-STAT-WRIT.
		ADD WL-QTY TO OT-QTY-INV(WS-PO-FOUND).
		COMPUTE WS-LINE-AMOUNT ROUNDED = WL-QTY * WL-PRICE.
		ADD WS-LINE-AMOUNT TO WS-REL-AMOUNT.
		MOVE WL-VENDOR TO VRL-VENDOR.
		MOVE WL-INVOICE TO VRL-INVOICE.
		MOVE WL-INV-DATE TO VRL-INV-DATE.
		MOVE WL-PO TO VRL-PO.
		MOVE OT-STORE(WS-PO-FOUND) TO VRL-STORE.
		MOVE WL-PROD TO VRL-PROD.
		MOVE WL-QTY TO VRL-QTY.
		MOVE WL-PRICE TO VRL-PRICE.
		MOVE WS-LINE-AMOUNT TO VRL-AMOUNT.
		WRITE RELEASE-REC.
		IF RETRY-LINE
			MOVE SPACES TO WS-REASON
			MOVE "liberee apres attente" TO WS-REASON-TEXT
			PERFORM WRITE-MATCH-DETAIL
		END-IF.

	HOLD-LINE.
		ADD 1 TO WS-HELD.
		MOVE WS-INV-LINE TO HLO-LINE.
		MOVE WS-REASON TO HLO-REASON.
		MOVE WS-HOLD-DATE TO HLO-HOLD-DATE.
		WRITE HOLD-OUT-REC.
		PERFORM WRITE-MATCH-DETAIL.
		IF NEW-LINE
			MOVE WS-REASON TO WS-SUS-REASON
			MOVE HOLD-OUT-REC TO WS-SUS-DATA
			PERFORM NOTIFY-SUSPENSE
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	WRITE-MATCH-DETAIL.
		MOVE WL-VENDOR TO MD-VENDOR.
		MOVE WL-INVOICE TO MD-INVOICE.
		MOVE WL-PO TO MD-PO.
		MOVE WL-PROD TO MD-PROD.
		MOVE WL-QTY TO MD-QTY.
		MOVE WS-REASON TO MD-REASON.
		MOVE WS-REASON-TEXT TO MD-TEXT.
		WRITE MATCH-LINE FROM WS-RPT-DETAIL.

	NOTIFY-SUSPENSE.
		ADD 1 TO WS-STAT-REJ.
		CALL "SUSPWRT" USING WS-SUS-PROGRAM
			WS-SUS-REASON WS-SUS-DATA.

	WRITE-PO-FILE.
		OPEN OUTPUT PO-OUT-FILE.
		PERFORM WRITE-ONE-PO
			VARYING WS-PO-IDX FROM 1 BY 1
			UNTIL WS-PO-IDX > WS-PO-COUNT.
		CLOSE PO-OUT-FILE.

	WRITE-ONE-PO.
		MOVE WS-PO-ENTRY(WS-PO-IDX) TO PO-OUT-REC.
		WRITE PO-OUT-REC.

	WRITE-SUMMARY.
		MOVE SPACES TO MATCH-LINE.
		WRITE MATCH-LINE.
		MOVE "Lignes facturees recues" TO MY-LABEL.
		MOVE WS-NEW-LINES TO MY-COUNT.
		WRITE MATCH-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes en attente reprises" TO MY-LABEL.
		MOVE WS-RETRIED TO MY-COUNT.
		WRITE MATCH-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes liberees pour paiement" TO MY-LABEL.
		MOVE WS-RELEASED TO MY-COUNT.
		WRITE MATCH-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes bloquees" TO MY-LABEL.
		MOVE WS-HELD TO MY-COUNT.
		WRITE MATCH-LINE FROM WS-RPT-TALLY.
		MOVE "Montant libere" TO MY-LABEL.
		MOVE WS-REL-AMOUNT TO MY-COUNT.
		WRITE MATCH-LINE FROM WS-RPT-TALLY.


	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
