	IDENTIFICATION DIVISION.
	PROGRAM-ID. DCRECV.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAM-FILE ASSIGN TO "DCPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARAM-STATUS.
		SELECT STOCK-JOURNAL-FILE ASSIGN TO "STOCKJRN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-JRN-STATUS.
		SELECT DC-ORDER-IN-FILE ASSIGN TO "DCORDIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DOI-STATUS.
		SELECT DC-ORDER-OUT-FILE ASSIGN TO "DCORDOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT TRANSIT-RPT-FILE ASSIGN TO "DCRCRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE.
	01  PARAM-REC.
		02 DCP-DAYS PIC 9(3).

	FD  STOCK-JOURNAL-FILE.
	01  JOURNAL-REC.
		02 JRN-DATE      PIC X(8).
		02 JRN-TIME      PIC X(6).
		02 JRN-STORE     PIC 9(4).
		02 JRN-PROD      PIC 9(4).
		02 JRN-MOVE-CODE PIC X.
			88 JRN-XFER-IN  VALUE "T".
		02 JRN-QTY       PIC 9(8).
		02 JRN-BEFORE    PIC 9(8).
		02 JRN-AFTER     PIC 9(8).
		02 JRN-KIT       PIC 9(4).
		02 JRN-LOT       PIC X(10).
		02 JRN-EXPIRY    PIC X(8).

	FD  DC-ORDER-IN-FILE.
	01  DC-ORDER-IN-REC.
		02 DOI-NUMBER    PIC 9(6).
		02 DOI-DATE      PIC X(8).
		02 DOI-DC        PIC 9(4).
		02 DOI-STORE     PIC 9(4).
		02 DOI-PROD      PIC 9(4).
		02 DOI-QTY-ORD   PIC 9(8).
		02 DOI-QTY-SHIP  PIC 9(8).
		02 DOI-QTY-RCV   PIC 9(8).
		02 DOI-SHIP-DATE PIC X(8).
		02 DOI-STATUS    PIC X.

	FD  DC-ORDER-OUT-FILE.
	01  DC-ORDER-OUT-REC.
		02 DOO-NUMBER    PIC 9(6).
		02 DOO-DATE      PIC X(8).
		02 DOO-DC        PIC 9(4).
		02 DOO-STORE     PIC 9(4).
		02 DOO-PROD      PIC 9(4).
		02 DOO-QTY-ORD   PIC 9(8).
		02 DOO-QTY-SHIP  PIC 9(8).
		02 DOO-QTY-RCV   PIC 9(8).
		02 DOO-SHIP-DATE PIC X(8).
		02 DOO-STATUS    PIC X.

	FD  TRANSIT-RPT-FILE.
	01  TRANSIT-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARAM-STATUS PIC XX.
	01 WS-JRN-STATUS   PIC XX.
	01 WS-DOI-STATUS   PIC XX.

	01 WS-FLAGS.
		02 WS-JRN-EOF PIC X VALUE "N".
			88 JOURNAL-EOF VALUE "Y".
		02 WS-DOI-EOF PIC X VALUE "N".
			88 DC-ORDER-EOF VALUE "Y".

	01 WS-ORDER-TAB-CTL.
		02 WS-DO-COUNT PIC 9(4) VALUE ZERO.
		02 WS-DO-IDX   PIC 9(4).
		02 WS-DO-FOUND PIC 9(4).

	01 WS-ORDER-TAB.
		02 WS-DO-ENTRY OCCURS 9999 TIMES.
			03 DT-NUMBER    PIC 9(6).
			03 DT-DATE      PIC X(8).
			03 DT-DC        PIC 9(4).
			03 DT-STORE     PIC 9(4).
			03 DT-PROD      PIC 9(4).
			03 DT-QTY-ORD   PIC 9(8).
			03 DT-QTY-SHIP  PIC 9(8).
			03 DT-QTY-RCV   PIC 9(8).
			03 DT-SHIP-DATE PIC X(8).
			03 DT-STATUS    PIC X.

	01 WS-RECEIPT-WORK.
		02 WS-RCV-LEFT  PIC 9(8).
		02 WS-RCV-OPEN  PIC 9(8).
		02 WS-RCV-TAKE  PIC 9(8).

	01 WS-AGE-WORK.
		02 WS-DAYS      PIC 9(3) VALUE 7.
		02 WS-TODAY     PIC X(8).
		02 WS-TODAY-INT PIC 9(8).
		02 WS-SHIP-INT  PIC 9(8).
		02 WS-AGE-DAYS  PIC 9(8).

	01 WS-TALLIES.
		02 WS-RECEIPTS   PIC 9(6) VALUE ZERO.
		02 WS-CLOSED     PIC 9(6) VALUE ZERO.
		02 WS-OTHER-IN   PIC 9(6) VALUE ZERO.
		02 WS-EXCESS     PIC 9(6) VALUE ZERO.
		02 WS-IN-TRANSIT PIC 9(6) VALUE ZERO.
		02 WS-LATE       PIC 9(6) VALUE ZERO.
		02 WS-TRANSIT-QTY PIC 9(10) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(38) VALUE
			"Expeditions entrepot non recues apres ".
		02 RT-DAYS PIC ZZ9.
		02 FILLER PIC X(12) VALUE " jours - le ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(19) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER       PIC X(2)  VALUE SPACES.
		02 RD-NUMBER    PIC ZZZZZ9.
		02 FILLER       PIC X(6)  VALUE " exp. ".
		02 RD-SHIP-DATE PIC X(8).
		02 FILLER       PIC X(9)  VALUE " magasin ".
		02 RD-STORE     PIC ZZZ9.
		02 FILLER       PIC X(9)  VALUE " produit ".
		02 RD-PROD      PIC ZZZ9.
		02 FILLER       PIC X(5)  VALUE " qte ".
		02 RD-QTY       PIC ZZZZZZZ9.
		02 FILLER       PIC X(5)  VALUE " age ".
		02 RD-AGE       PIC ZZZZ9.
		02 FILLER       PIC X(9)  VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RY-LABEL  PIC X(34).
		02 RY-COUNT  PIC ZZZZZZZZZ9.
		02 FILLER    PIC X(34) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "DCRECV" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-TODAY)).
		PERFORM LOAD-PARAMETERS.
		OPEN OUTPUT TRANSIT-RPT-FILE.
		MOVE WS-DAYS TO RT-DAYS.
		MOVE WS-TODAY TO RT-DATE.
		WRITE TRANSIT-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-DC-ORDERS.
		PERFORM MATCH-STORE-RECEIPTS.
		PERFORM WRITE-DC-ORDERS.
		PERFORM WRITE-SUMMARY.
		CLOSE TRANSIT-RPT-FILE.
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
				AND DCP-DAYS NUMERIC
				MOVE DCP-DAYS TO WS-DAYS
			END-IF
			CLOSE PARAM-FILE
		ELSE
			DISPLAY "Fichier DCPARM absent - "
				"delai de 7 jours"
		END-IF.

	LOAD-DC-ORDERS.
		OPEN INPUT DC-ORDER-IN-FILE.
		IF WS-DOI-STATUS NOT = "00"
			DISPLAY "Pas d'ordres entrepot en cours"
			SET DC-ORDER-EOF TO TRUE
		ELSE
			PERFORM READ-DC-ORDER
		END-IF.
		PERFORM LOAD-DC-ORDER-ENTRY UNTIL DC-ORDER-EOF.
		IF WS-DOI-STATUS NOT = "35"
			CLOSE DC-ORDER-IN-FILE
		END-IF.

	READ-DC-ORDER.
		READ DC-ORDER-IN-FILE
			AT END SET DC-ORDER-EOF TO TRUE
		END-READ.

	LOAD-DC-ORDER-ENTRY.
		IF WS-DO-COUNT < 9999
			ADD 1 TO WS-DO-COUNT
			MOVE DC-ORDER-IN-REC
				TO WS-DO-ENTRY(WS-DO-COUNT)
		ELSE
			DISPLAY "Table des ordres entrepot saturee"
				" - ordre perdu " DOI-NUMBER
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-DC-ORDER.

	MATCH-STORE-RECEIPTS.
		OPEN INPUT STOCK-JOURNAL-FILE.
		IF WS-JRN-STATUS NOT = "00"
			DISPLAY "Fichier STOCKJRN absent"
			MOVE 8 TO WS-RETURN-CODE
			SET JOURNAL-EOF TO TRUE
		ELSE
			PERFORM READ-JOURNAL
		END-IF.
		PERFORM MATCH-ONE-ENTRY UNTIL JOURNAL-EOF.
		IF WS-JRN-STATUS NOT = "35"
			CLOSE STOCK-JOURNAL-FILE
		END-IF.

	READ-JOURNAL.
		READ STOCK-JOURNAL-FILE
			AT END SET JOURNAL-EOF TO TRUE
		END-READ.

	MATCH-ONE-ENTRY.
		ADD 1 TO WS-STAT-READ.
		IF JRN-XFER-IN
			PERFORM APPLY-STORE-RECEIPT
		END-IF.
		PERFORM READ-JOURNAL.

	APPLY-STORE-RECEIPT.
		MOVE JRN-QTY TO WS-RCV-LEFT.
		PERFORM FIND-SHIPMENT.
		IF WS-DO-FOUND = ZERO
			ADD 1 TO WS-OTHER-IN
		ELSE
			ADD 1 TO WS-RECEIPTS
			PERFORM RECEIVE-SHIPMENT
				UNTIL WS-RCV-LEFT = ZERO
				OR WS-DO-FOUND = ZERO
			IF WS-RCV-LEFT > ZERO
				ADD 1 TO WS-EXCESS
				ADD 1 TO WS-STAT-REJ
				DISPLAY "Reception excedentaire"
					" magasin " JRN-STORE
					" produit " JRN-PROD
					" qte " WS-RCV-LEFT
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.

	FIND-SHIPMENT.
		MOVE ZERO TO WS-DO-FOUND.
		PERFORM VARYING WS-DO-IDX FROM 1 BY 1
			UNTIL WS-DO-IDX > WS-DO-COUNT
			OR WS-DO-FOUND > ZERO
			IF DT-STATUS(WS-DO-IDX) = "S"
				AND DT-STORE(WS-DO-IDX) = JRN-STORE
				AND DT-PROD(WS-DO-IDX) = JRN-PROD
				MOVE WS-DO-IDX TO WS-DO-FOUND
			END-IF
		END-PERFORM.

	RECEIVE-SHIPMENT.
		SUBTRACT DT-QTY-RCV(WS-DO-FOUND)
			FROM DT-QTY-SHIP(WS-DO-FOUND)
			GIVING WS-RCV-OPEN.
		IF WS-RCV-LEFT < WS-RCV-OPEN
			MOVE WS-RCV-LEFT TO WS-RCV-TAKE
		ELSE
			MOVE WS-RCV-OPEN TO WS-RCV-TAKE
		END-IF.
		ADD WS-RCV-TAKE TO DT-QTY-RCV(WS-DO-FOUND).
		SUBTRACT WS-RCV-TAKE FROM WS-RCV-LEFT.
		IF DT-QTY-RCV(WS-DO-FOUND)
			>= DT-QTY-SHIP(WS-DO-FOUND)
			ADD 1 TO WS-CLOSED
			MOVE "R" TO DT-STATUS(WS-DO-FOUND)
		END-IF.
		PERFORM FIND-SHIPMENT.

	WRITE-DC-ORDERS.
		OPEN OUTPUT DC-ORDER-OUT-FILE.
		PERFORM WRITE-ONE-DC-ORDER
			VARYING WS-DO-IDX FROM 1 BY 1
			UNTIL WS-DO-IDX > WS-DO-COUNT.
		CLOSE DC-ORDER-OUT-FILE.

	WRITE-ONE-DC-ORDER.
		MOVE WS-DO-ENTRY(WS-DO-IDX) TO DC-ORDER-OUT-REC.
		WRITE DC-ORDER-OUT-REC.
		ADD 1 TO WS-STAT-WRIT.
		IF DT-STATUS(WS-DO-IDX) = "S"
			PERFORM CHECK-SHIPMENT-AGE
		END-IF.

	CHECK-SHIPMENT-AGE.
		ADD 1 TO WS-IN-TRANSIT.
		COMPUTE WS-TRANSIT-QTY = WS-TRANSIT-QTY
			+ DT-QTY-SHIP(WS-DO-IDX)
			- DT-QTY-RCV(WS-DO-IDX).
		MOVE ZERO TO WS-AGE-DAYS.
		IF DT-SHIP-DATE(WS-DO-IDX) NUMERIC
			COMPUTE WS-SHIP-INT =
				FUNCTION INTEGER-OF-DATE(
				FUNCTION NUMVAL(
				DT-SHIP-DATE(WS-DO-IDX)))
			IF WS-SHIP-INT < WS-TODAY-INT
				SUBTRACT WS-SHIP-INT FROM WS-TODAY-INT
					GIVING WS-AGE-DAYS
			END-IF
		END-IF.
		IF WS-AGE-DAYS > WS-DAYS
			ADD 1 TO WS-LATE
			MOVE DT-NUMBER(WS-DO-IDX) TO RD-NUMBER
			MOVE DT-SHIP-DATE(WS-DO-IDX) TO RD-SHIP-DATE
			MOVE DT-STORE(WS-DO-IDX) TO RD-STORE
			MOVE DT-PROD(WS-DO-IDX) TO RD-PROD
			SUBTRACT DT-QTY-RCV(WS-DO-IDX)
				FROM DT-QTY-SHIP(WS-DO-IDX)
				GIVING RD-QTY
			MOVE WS-AGE-DAYS TO RD-AGE
			WRITE TRANSIT-LINE FROM WS-RPT-DETAIL
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO TRANSIT-LINE.
		WRITE TRANSIT-LINE.
		MOVE "Receptions magasin sur expedition" TO RY-LABEL.
		MOVE WS-RECEIPTS TO RY-COUNT.
		WRITE TRANSIT-LINE FROM WS-RPT-TALLY.
		MOVE "Expeditions soldees" TO RY-LABEL.
		MOVE WS-CLOSED TO RY-COUNT.
		WRITE TRANSIT-LINE FROM WS-RPT-TALLY.
		MOVE "Entrees hors entrepot" TO RY-LABEL.
		MOVE WS-OTHER-IN TO RY-COUNT.
		WRITE TRANSIT-LINE FROM WS-RPT-TALLY.
		MOVE "Receptions excedentaires" TO RY-LABEL.
		MOVE WS-EXCESS TO RY-COUNT.
		WRITE TRANSIT-LINE FROM WS-RPT-TALLY.
		MOVE "Expeditions en transit" TO RY-LABEL.
		MOVE WS-IN-TRANSIT TO RY-COUNT.
		WRITE TRANSIT-LINE FROM WS-RPT-TALLY.
		MOVE "Expeditions en retard" TO RY-LABEL.
		MOVE WS-LATE TO RY-COUNT.
		WRITE TRANSIT-LINE FROM WS-RPT-TALLY.
		MOVE "Quantite en transit" TO RY-LABEL.
		MOVE WS-TRANSIT-QTY TO RY-COUNT.
		WRITE TRANSIT-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
