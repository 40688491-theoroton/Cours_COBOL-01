	IDENTIFICATION DIVISION.
	PROGRAM-ID. DCSHIP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SHIP-CONF-FILE ASSIGN TO "DCCONF"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CONF-STATUS.
		SELECT DC-ORDER-IN-FILE ASSIGN TO "DCORDIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DOI-STATUS.
		SELECT DC-ORDER-OUT-FILE ASSIGN TO "DCORDOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT SHIP-TXN-FILE ASSIGN TO "DCSHTXN"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT SHIP-RPT-FILE ASSIGN TO "DCSHRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  SHIP-CONF-FILE.
	01  SHIP-CONF-REC.
		02 DCC-NUMBER PIC 9(6).
		02 DCC-QTY    PIC 9(8).
		02 DCC-DATE   PIC X(8).

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

	FD  SHIP-TXN-FILE.
	01  SHP-DETAIL-REC.
		02 SHP-REC-TYPE  PIC X.
		02 SHP-MOVE-CODE PIC X.
		02 SHP-STORE     PIC 9(4).
		02 SHP-PROD      PIC 9(4).
		02 SHP-QTY       PIC 9(8).
	01  SHP-HEADER-REC.
		02 SHP-HDR-TYPE    PIC X.
		02 SHP-FILE-DATE   PIC X(8).
		02 SHP-FILE-SOURCE PIC X(8).
	01  SHP-TRAILER-REC.
		02 SHP-TRL-TYPE  PIC X.
		02 SHP-TRL-COUNT PIC 9(6).
		02 SHP-TRL-HASH  PIC 9(10)V99.

	FD  SHIP-RPT-FILE.
	01  SHIP-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-CONF-STATUS PIC XX.
	01 WS-DOI-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-CONF-EOF PIC X VALUE "N".
			88 CONF-EOF VALUE "Y".
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

	01 WS-TODAY PIC X(8).

	01 WS-TALLIES.
		02 WS-SHIPPED   PIC 9(6) VALUE ZERO.
		02 WS-PARTIAL   PIC 9(6) VALUE ZERO.
		02 WS-CANCELLED PIC 9(6) VALUE ZERO.
		02 WS-SHIP-HASH PIC 9(10)V99 VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(30) VALUE
			"Expeditions entrepot - lot du ".
		02 ST-DATE PIC X(8).
		02 FILLER PIC X(42) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(6)  VALUE "  Ord ".
		02 SD-NUMBER  PIC ZZZZZ9.
		02 FILLER     PIC X(10) VALUE " magasin ".
		02 SD-STORE   PIC ZZZ9.
		02 FILLER     PIC X(9)  VALUE " produit ".
		02 SD-PROD    PIC ZZZ9.
		02 FILLER     PIC X(5)  VALUE " qte ".
		02 SD-QTY     PIC ZZZZZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 SD-TEXT    PIC X(22).
		02 FILLER     PIC X(4)  VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 SY-LABEL  PIC X(34).
		02 SY-COUNT  PIC ZZZZZZZZZ9.
		02 FILLER    PIC X(34) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "DCSHIP" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		OPEN OUTPUT SHIP-RPT-FILE.
		MOVE WS-TODAY TO ST-DATE.
		WRITE SHIP-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-DC-ORDERS.
		OPEN OUTPUT SHIP-TXN-FILE.
		PERFORM WRITE-SHIP-HEADER.
		PERFORM APPLY-CONFIRMATIONS.
		PERFORM WRITE-SHIP-TRAILER.
		CLOSE SHIP-TXN-FILE.
		PERFORM WRITE-DC-ORDERS.
		PERFORM WRITE-SUMMARY.
		CLOSE SHIP-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

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

	APPLY-CONFIRMATIONS.
		OPEN INPUT SHIP-CONF-FILE.
		IF WS-CONF-STATUS NOT = "00"
			DISPLAY "Pas de confirmations d'expedition"
			SET CONF-EOF TO TRUE
		ELSE
			PERFORM READ-CONFIRMATION
		END-IF.
		PERFORM APPLY-ONE-CONFIRMATION UNTIL CONF-EOF.
		IF WS-CONF-STATUS NOT = "35"
			CLOSE SHIP-CONF-FILE
		END-IF.

	READ-CONFIRMATION.
		READ SHIP-CONF-FILE
			AT END SET CONF-EOF TO TRUE
		END-READ.

	APPLY-ONE-CONFIRMATION.
		ADD 1 TO WS-STAT-READ.
		PERFORM FIND-DC-ORDER.
		EVALUATE TRUE
			WHEN WS-DO-FOUND = ZERO
				MOVE ZERO TO SD-STORE
				MOVE ZERO TO SD-PROD
				MOVE "ordre inconnu" TO SD-TEXT
				PERFORM REJECT-CONFIRMATION
			WHEN DT-STATUS(WS-DO-FOUND) NOT = "O"
				PERFORM MOVE-ORDER-TO-DETAIL
				MOVE "ordre deja traite" TO SD-TEXT
				PERFORM REJECT-CONFIRMATION
			WHEN DCC-QTY NOT NUMERIC
				OR DCC-QTY > DT-QTY-ORD(WS-DO-FOUND)
				PERFORM MOVE-ORDER-TO-DETAIL
				MOVE "quantite superieure" TO SD-TEXT
				PERFORM REJECT-CONFIRMATION
			WHEN DCC-QTY = ZERO
				PERFORM CANCEL-DC-ORDER
			WHEN OTHER
				PERFORM SHIP-DC-ORDER
		END-EVALUATE.
		PERFORM READ-CONFIRMATION.

	FIND-DC-ORDER.
		MOVE ZERO TO WS-DO-FOUND.
		IF DCC-NUMBER NUMERIC
			PERFORM VARYING WS-DO-IDX FROM 1 BY 1
				UNTIL WS-DO-IDX > WS-DO-COUNT
				IF DT-NUMBER(WS-DO-IDX) = DCC-NUMBER
					MOVE WS-DO-IDX TO WS-DO-FOUND
				END-IF
			END-PERFORM
		END-IF.

	MOVE-ORDER-TO-DETAIL.
		MOVE DT-STORE(WS-DO-FOUND) TO SD-STORE.
		MOVE DT-PROD(WS-DO-FOUND) TO SD-PROD.

	REJECT-CONFIRMATION.
		ADD 1 TO WS-STAT-REJ.
		MOVE DCC-NUMBER TO SD-NUMBER.
		IF DCC-QTY NUMERIC
			MOVE DCC-QTY TO SD-QTY
		ELSE
			MOVE ZERO TO SD-QTY
		END-IF.
		WRITE SHIP-LINE FROM WS-RPT-DETAIL.
		MOVE 8 TO WS-RETURN-CODE.

	CANCEL-DC-ORDER.
		ADD 1 TO WS-CANCELLED.
		MOVE "C" TO DT-STATUS(WS-DO-FOUND).
		MOVE DCC-NUMBER TO SD-NUMBER.
		PERFORM MOVE-ORDER-TO-DETAIL.
		MOVE DT-QTY-ORD(WS-DO-FOUND) TO SD-QTY.
		MOVE "ordre annule" TO SD-TEXT.
		WRITE SHIP-LINE FROM WS-RPT-DETAIL.

	SHIP-DC-ORDER.
		ADD 1 TO WS-SHIPPED.
		ADD 1 TO WS-STAT-WRIT.
		MOVE DCC-QTY TO DT-QTY-SHIP(WS-DO-FOUND).
		IF DCC-DATE NUMERIC
			MOVE DCC-DATE TO DT-SHIP-DATE(WS-DO-FOUND)
		ELSE
			MOVE WS-TODAY TO DT-SHIP-DATE(WS-DO-FOUND)
		END-IF.
		MOVE "S" TO DT-STATUS(WS-DO-FOUND).
		MOVE "D" TO SHP-REC-TYPE.
		MOVE "O" TO SHP-MOVE-CODE.
		MOVE DT-DC(WS-DO-FOUND) TO SHP-STORE.
		MOVE DT-PROD(WS-DO-FOUND) TO SHP-PROD.
		MOVE DCC-QTY TO SHP-QTY.
		ADD DCC-QTY TO WS-SHIP-HASH.
		WRITE SHP-DETAIL-REC.
		MOVE DCC-NUMBER TO SD-NUMBER.
		PERFORM MOVE-ORDER-TO-DETAIL.
		MOVE DCC-QTY TO SD-QTY.
		IF DCC-QTY < DT-QTY-ORD(WS-DO-FOUND)
			ADD 1 TO WS-PARTIAL
			MOVE "expedition partielle" TO SD-TEXT
		ELSE
			MOVE "expedie" TO SD-TEXT
		END-IF.
		WRITE SHIP-LINE FROM WS-RPT-DETAIL.

	WRITE-SHIP-HEADER.
		MOVE "H" TO SHP-HDR-TYPE.
		MOVE WS-TODAY TO SHP-FILE-DATE.
		MOVE "DCSHIP" TO SHP-FILE-SOURCE.
		WRITE SHP-HEADER-REC.

	WRITE-SHIP-TRAILER.
		MOVE "T" TO SHP-TRL-TYPE.
		MOVE WS-SHIPPED TO SHP-TRL-COUNT.
		MOVE WS-SHIP-HASH TO SHP-TRL-HASH.
		WRITE SHP-TRAILER-REC.

	WRITE-DC-ORDERS.
		OPEN OUTPUT DC-ORDER-OUT-FILE.
		PERFORM WRITE-ONE-DC-ORDER
			VARYING WS-DO-IDX FROM 1 BY 1
			UNTIL WS-DO-IDX > WS-DO-COUNT.
		CLOSE DC-ORDER-OUT-FILE.

	WRITE-ONE-DC-ORDER.
		MOVE WS-DO-ENTRY(WS-DO-IDX) TO DC-ORDER-OUT-REC.
		WRITE DC-ORDER-OUT-REC.

	WRITE-SUMMARY.
		MOVE SPACES TO SHIP-LINE.
		WRITE SHIP-LINE.
		MOVE "Confirmations lues" TO SY-LABEL.
		MOVE WS-STAT-READ TO SY-COUNT.
		WRITE SHIP-LINE FROM WS-RPT-TALLY.
		MOVE "Ordres expedies" TO SY-LABEL.
		MOVE WS-SHIPPED TO SY-COUNT.
		WRITE SHIP-LINE FROM WS-RPT-TALLY.
		MOVE "dont expeditions partielles" TO SY-LABEL.
		MOVE WS-PARTIAL TO SY-COUNT.
		WRITE SHIP-LINE FROM WS-RPT-TALLY.
		MOVE "Ordres annules" TO SY-LABEL.
		MOVE WS-CANCELLED TO SY-COUNT.
		WRITE SHIP-LINE FROM WS-RPT-TALLY.
		MOVE "Confirmations rejetees" TO SY-LABEL.
		MOVE WS-STAT-REJ TO SY-COUNT.
		WRITE SHIP-LINE FROM WS-RPT-TALLY.
		MOVE "Quantite mise en transit" TO SY-LABEL.
		MOVE WS-SHIP-HASH TO SY-COUNT.
		WRITE SHIP-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
