			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT CASH-RPT-FILE ASSIGN TO "ARCSHRPT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT UNAPPLIED-IN-FILE ASSIGN TO "ARUNPIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNI-STATUS.
		SELECT UNAPPLIED-OUT-FILE ASSIGN TO "ARUNAPP"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT UNAPPLIED-RPT-FILE ASSIGN TO "ARUNARPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
		02 ARI-AMOUNT  PIC S9(7)V99.
		02 ARI-PAID    PIC S9(7)V99.
		02 ARI-STATUS  PIC X.
		02 ARI-CURRENCY  PIC X(3).
		02 ARI-BOOK-RATE PIC 9(3)V9(6).

	FD  AR-OPEN-OUT-FILE.
	01  AR-OPEN-OUT-REC.
		02 ARO-AMOUNT  PIC S9(7)V99.
		02 ARO-PAID    PIC S9(7)V99.
		02 ARO-STATUS  PIC X.
		02 ARO-CURRENCY  PIC X(3).
		02 ARO-BOOK-RATE PIC 9(3)V9(6).

	FD  CASH-RPT-FILE.
	01  CASH-LINE PIC X(80).

	FD  UNAPPLIED-IN-FILE.
	COPY UNAPREC.

	FD  UNAPPLIED-OUT-FILE.
	01  UNAPPLIED-OUT-REC PIC X(37).

	FD  UNAPPLIED-RPT-FILE.
	01  UNAPPLIED-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.


	01 WS-REMIT-STATUS PIC XX.
	01 WS-ARI-STATUS   PIC XX.
	01 WS-UNI-STATUS   PIC XX.

	01 WS-FLAGS.
		02 WS-RMT-EOF PIC X VALUE "N".
			88 REMIT-EOF VALUE "Y".
		02 WS-ARI-EOF PIC X VALUE "N".
			88 AR-IN-EOF VALUE "Y".
		02 WS-UNI-EOF PIC X VALUE "N".
			88 UNAPPLIED-EOF VALUE "Y".

	01 WS-AR-TAB-CTL.
		02 WS-AR-COUNT PIC 9(4) VALUE ZERO.
			03 AT-AMOUNT  PIC S9(7)V99.
			03 AT-PAID    PIC S9(7)V99.
			03 AT-STATUS  PIC X.
			03 AT-CURRENCY  PIC X(3).
			03 AT-BOOK-RATE PIC 9(3)V9(6).

	01 WS-UN-TAB-CTL.
		02 WS-UN-COUNT PIC 9(4) VALUE ZERO.
		02 WS-UN-IDX   PIC 9(4).

	01 WS-UN-TAB.
		02 WS-UN-ENTRY OCCURS 9999 TIMES.
			03 UT-STORE   PIC 9(4).
			03 UT-DATE    PIC X(8).
			03 UT-INVOICE PIC 9(6).
			03 UT-KIND    PIC X.
			03 UT-AMOUNT  PIC S9(7)V99.
			03 UT-REMAIN  PIC S9(7)V99.

	01 WS-CASH-WORK.
		02 WS-REMAIN PIC S9(8)V99.
		02 WS-EXCESS PIC S9(7)V99.
		02 WS-NEW-KIND PIC X.

	01 WS-AGE-WORK.
		02 WS-TODAY     PIC X(8).
		02 WS-TODAY-INT PIC 9(8).
		02 WS-ITEM-DATE PIC X(8).
		02 WS-ITEM-INT  PIC 9(8).
		02 WS-DAYS-OLD  PIC S9(5).

	01 WS-TALLIES.
		02 WS-APPLIED   PIC 9(6) VALUE ZERO.
		02 WS-SETTLED   PIC 9(6) VALUE ZERO.
		02 WS-SHORT     PIC 9(6) VALUE ZERO.
		02 WS-ORPHANS   PIC 9(6) VALUE ZERO.
		02 WS-OVERPAID  PIC 9(6) VALUE ZERO.
		02 WS-CASH-SUM  PIC S9(9)V99 VALUE ZERO.
		02 WS-UNAP-SUM  PIC S9(9)V99 VALUE ZERO.
		02 WS-CREDIT-SUM PIC S9(9)V99 VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(37) VALUE
		02 CY-COUNT  PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(31) VALUE SPACES.

	01 WS-UNAP-TITLE.
		02 FILLER PIC X(36) VALUE
			"Encaissements non affectes au ".
		02 UT-TITLE-DATE PIC X(8).
		02 FILLER PIC X(36) VALUE SPACES.

	01 WS-UNAP-COLUMNS.
		02 FILLER PIC X(10) VALUE "  Magasin".
		02 FILLER PIC X(10) VALUE "Recu le".
		02 FILLER PIC X(8)  VALUE "Piece".
		02 FILLER PIC X(12) VALUE "Nature".
		02 FILLER PIC X(12) VALUE "    Montant".
		02 FILLER PIC X(12) VALUE "      Reste".
		02 FILLER PIC X(8)  VALUE "   Age".
		02 FILLER PIC X(8)  VALUE SPACES.

	01 WS-UNAP-DETAIL.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 UD-STORE   PIC ZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 UD-DATE    PIC X(8).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 UD-INVOICE PIC ZZZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 UD-KIND    PIC X(12).
		02 UD-AMOUNT  PIC -ZZZZZZ9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 UD-REMAIN  PIC -ZZZZZZ9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 UD-DAYS    PIC ZZZZ9.
		02 FILLER     PIC X(2)  VALUE " j".
		02 FILLER     PIC X(9)  VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
		ACCEPT CT-DATE FROM DATE YYYYMMDD.
		WRITE CASH-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-AR-TABLE.
		PERFORM LOAD-UNAPPLIED-TABLE.
		PERFORM APPLY-REMITTANCES.
		PERFORM WRITE-AR-FILE.
		PERFORM WRITE-UNAPPLIED-FILE.
		PERFORM PRINT-UNAPPLIED-REPORT.
		PERFORM WRITE-SUMMARY.
		CLOSE CASH-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
			MOVE RMT-AMOUNT TO CD-AMOUNT
			MOVE "reglement sans piece" TO CD-TEXT
			WRITE CASH-LINE FROM WS-RPT-DETAIL
			MOVE RMT-AMOUNT TO WS-EXCESS
			MOVE "U" TO WS-NEW-KIND
			PERFORM KEEP-UNAPPLIED
			MOVE 8 TO WS-RETURN-CODE
		ELSE
			PERFORM POST-REMIT-TO-ITEM
		MOVE RMT-STORE TO CD-STORE.
		MOVE RMT-INVOICE TO CD-INVOICE.
		MOVE RMT-AMOUNT TO CD-AMOUNT.
		EVALUATE TRUE
			WHEN WS-REMAIN < ZERO
				COMPUTE WS-EXCESS = ZERO - WS-REMAIN
				MOVE AT-AMOUNT(WS-AR-FOUND)
					TO AT-PAID(WS-AR-FOUND)
				MOVE "C" TO WS-NEW-KIND
				PERFORM KEEP-UNAPPLIED
				ADD 1 TO WS-OVERPAID
				MOVE "P" TO AT-STATUS(WS-AR-FOUND)
				ADD 1 TO WS-SETTLED
				MOVE "trop-percu en avoir" TO CD-TEXT
			WHEN WS-REMAIN = ZERO
				MOVE "P" TO AT-STATUS(WS-AR-FOUND)
				ADD 1 TO WS-SETTLED
				MOVE "piece soldee" TO CD-TEXT
			WHEN OTHER
				ADD 1 TO WS-SHORT
				MOVE "reglement partiel" TO CD-TEXT
		END-EVALUATE.
		WRITE CASH-LINE FROM WS-RPT-DETAIL.

	KEEP-UNAPPLIED.
		IF WS-UN-COUNT < 9999
			ADD 1 TO WS-UN-COUNT
			MOVE RMT-STORE TO UT-STORE(WS-UN-COUNT)
			MOVE RMT-DATE TO UT-DATE(WS-UN-COUNT)
			MOVE RMT-INVOICE TO UT-INVOICE(WS-UN-COUNT)
			MOVE WS-NEW-KIND TO UT-KIND(WS-UN-COUNT)
			MOVE WS-EXCESS TO UT-AMOUNT(WS-UN-COUNT)
			MOVE WS-EXCESS TO UT-REMAIN(WS-UN-COUNT)
		ELSE
			DISPLAY "Table des non affectes saturee"
				" - montant perdu magasin "
				RMT-STORE " facture " RMT-INVOICE
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	WRITE-AR-FILE.
		OPEN OUTPUT AR-OPEN-OUT-FILE.
		MOVE WS-AR-ENTRY(WS-AR-IDX) TO AR-OPEN-OUT-REC.
		WRITE AR-OPEN-OUT-REC.

	LOAD-UNAPPLIED-TABLE.
		OPEN INPUT UNAPPLIED-IN-FILE.
		IF WS-UNI-STATUS NOT = "00"
			DISPLAY "Pas de non affectes anterieurs"
			SET UNAPPLIED-EOF TO TRUE
		ELSE
			PERFORM READ-UNAPPLIED
		END-IF.
		PERFORM LOAD-UNAPPLIED-ENTRY UNTIL UNAPPLIED-EOF.
		IF WS-UNI-STATUS NOT = "35"
			CLOSE UNAPPLIED-IN-FILE
		END-IF.

	READ-UNAPPLIED.
		READ UNAPPLIED-IN-FILE
			AT END SET UNAPPLIED-EOF TO TRUE
		END-READ.

	LOAD-UNAPPLIED-ENTRY.
		IF WS-UN-COUNT < 9999
			ADD 1 TO WS-UN-COUNT
			MOVE UNAPPLIED-REC
				TO WS-UN-ENTRY(WS-UN-COUNT)
		ELSE
			DISPLAY "Table des non affectes saturee"
				" - piece perdue magasin "
				UNA-STORE " facture " UNA-INVOICE
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-UNAPPLIED.

	WRITE-UNAPPLIED-FILE.
		OPEN OUTPUT UNAPPLIED-OUT-FILE.
		PERFORM WRITE-ONE-UNAPPLIED
			VARYING WS-UN-IDX FROM 1 BY 1
			UNTIL WS-UN-IDX > WS-UN-COUNT.
		CLOSE UNAPPLIED-OUT-FILE.

	WRITE-ONE-UNAPPLIED.
		IF UT-REMAIN(WS-UN-IDX) NOT = ZERO
			MOVE WS-UN-ENTRY(WS-UN-IDX)
				TO UNAPPLIED-OUT-REC
			WRITE UNAPPLIED-OUT-REC
			IF UT-KIND(WS-UN-IDX) = "C"
				ADD UT-REMAIN(WS-UN-IDX)
					TO WS-CREDIT-SUM
			ELSE
				ADD UT-REMAIN(WS-UN-IDX)
					TO WS-UNAP-SUM
			END-IF
		END-IF.

	PRINT-UNAPPLIED-REPORT.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-TODAY)).
		OPEN OUTPUT UNAPPLIED-RPT-FILE.
		MOVE WS-TODAY TO UT-TITLE-DATE.
		WRITE UNAPPLIED-LINE FROM WS-UNAP-TITLE.
		WRITE UNAPPLIED-LINE FROM WS-UNAP-COLUMNS.
		PERFORM PRINT-ONE-UNAPPLIED
			VARYING WS-UN-IDX FROM 1 BY 1
			UNTIL WS-UN-IDX > WS-UN-COUNT.
		MOVE SPACES TO UNAPPLIED-LINE.
		WRITE UNAPPLIED-LINE.
		MOVE "Reglements non affectes" TO CY-LABEL.
		MOVE WS-UNAP-SUM TO CY-COUNT.
		WRITE UNAPPLIED-LINE FROM WS-RPT-TALLY.
		MOVE "Avoirs en compte" TO CY-LABEL.
		MOVE WS-CREDIT-SUM TO CY-COUNT.
		WRITE UNAPPLIED-LINE FROM WS-RPT-TALLY.
		CLOSE UNAPPLIED-RPT-FILE.

	PRINT-ONE-UNAPPLIED.
		IF UT-REMAIN(WS-UN-IDX) NOT = ZERO
			MOVE UT-DATE(WS-UN-IDX) TO WS-ITEM-DATE
			IF WS-ITEM-DATE NUMERIC
				COMPUTE WS-ITEM-INT =
					FUNCTION INTEGER-OF-DATE(
					FUNCTION NUMVAL(WS-ITEM-DATE))
				COMPUTE WS-DAYS-OLD =
					WS-TODAY-INT - WS-ITEM-INT
			ELSE
				MOVE ZERO TO WS-DAYS-OLD
			END-IF
			IF WS-DAYS-OLD < ZERO
				MOVE ZERO TO WS-DAYS-OLD
			END-IF
			MOVE UT-STORE(WS-UN-IDX) TO UD-STORE
			MOVE UT-DATE(WS-UN-IDX) TO UD-DATE
			MOVE UT-INVOICE(WS-UN-IDX) TO UD-INVOICE
			IF UT-KIND(WS-UN-IDX) = "C"
				MOVE "Avoir compte" TO UD-KIND
			ELSE
				MOVE "Non affecte" TO UD-KIND
			END-IF
			MOVE UT-AMOUNT(WS-UN-IDX) TO UD-AMOUNT
			MOVE UT-REMAIN(WS-UN-IDX) TO UD-REMAIN
			MOVE WS-DAYS-OLD TO UD-DAYS
			WRITE UNAPPLIED-LINE FROM WS-UNAP-DETAIL
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO CASH-LINE.
		WRITE CASH-LINE.
		MOVE "Reglements sans piece" TO CY-LABEL.
		MOVE WS-ORPHANS TO CY-COUNT.
		WRITE CASH-LINE FROM WS-RPT-TALLY.
		MOVE "Trop-percus mis en avoir" TO CY-LABEL.
		MOVE WS-OVERPAID TO CY-COUNT.
		WRITE CASH-LINE FROM WS-RPT-TALLY.
		MOVE "Encaisse du jour" TO CY-LABEL.
		MOVE WS-CASH-SUM TO CY-COUNT.
		WRITE CASH-LINE FROM WS-RPT-TALLY.
