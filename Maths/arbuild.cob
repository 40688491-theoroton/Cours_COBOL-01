			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT BUILD-RPT-FILE ASSIGN TO "ARBLDRPT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT UNAPPLIED-IN-FILE ASSIGN TO "ARUNPIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNI-STATUS.
		SELECT UNAPPLIED-OUT-FILE ASSIGN TO "ARUNAPP"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
		02 INV-DISCOUNT PIC S9(6)V99.
		02 INV-NET      PIC S9(6)V99.
		02 INV-TAX      PIC S9(6)V99.
		02 INV-CURRENCY PIC X(3).
		02 INV-FX-RATE  PIC 9(3)V9(6).
		02 INV-RPT-GROSS    PIC S9(6)V99.
		02 INV-RPT-DISCOUNT PIC S9(6)V99.
		02 INV-RPT-NET      PIC S9(6)V99.
		02 INV-RPT-TAX      PIC S9(6)V99.

	FD  AR-OPEN-IN-FILE.
	01  AR-OPEN-IN-REC.
		02 ARI-STATUS  PIC X.
			88 ARI-OPEN    VALUE "O".
			88 ARI-SETTLED VALUE "P".
		02 ARI-CURRENCY  PIC X(3).
		02 ARI-BOOK-RATE PIC 9(3)V9(6).

	FD  AR-OPEN-OUT-FILE.
	01  AR-OPEN-OUT-REC.
		02 ARO-AMOUNT  PIC S9(7)V99.
		02 ARO-PAID    PIC S9(7)V99.
		02 ARO-STATUS  PIC X.
		02 ARO-CURRENCY  PIC X(3).
		02 ARO-BOOK-RATE PIC 9(3)V9(6).

	FD  BUILD-RPT-FILE.
	01  BUILD-LINE PIC X(80).

	FD  UNAPPLIED-IN-FILE.
	COPY UNAPREC.

	FD  UNAPPLIED-OUT-FILE.
	01  UNAPPLIED-OUT-REC PIC X(37).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.


	01 WS-INVDTL-STATUS PIC XX.
	01 WS-ARI-STATUS    PIC XX.
	01 WS-UNI-STATUS    PIC XX.

	01 WS-FLAGS.
		02 WS-INV-EOF PIC X VALUE "N".
			88 AR-IN-EOF VALUE "Y".
		02 WS-FIRST-FLAG PIC X VALUE "Y".
			88 FIRST-INVOICE VALUE "Y".
		02 WS-UNI-EOF PIC X VALUE "N".
			88 UNAPPLIED-EOF VALUE "Y".

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

	01 WS-CURRENT-KEY.
		02 WS-CUR-INVOICE PIC 9(6).
		02 WS-CUR-STORE PIC 9(4).
		02 WS-CUR-DATE  PIC X(8).
		02 WS-CUR-CURRENCY PIC X(3).
		02 WS-CUR-RATE     PIC 9(3)V9(6).

	01 WS-DOC-WORK.
		02 WS-DOC-NET     PIC S9(7)V99 VALUE ZERO.
		02 WS-DOC-PAID    PIC S9(7)V99 VALUE ZERO.
		02 WS-APPLY-AMT   PIC S9(7)V99.

	01 WS-TALLIES.
		02 WS-CARRIED   PIC 9(6) VALUE ZERO.
		02 WS-SETTLED   PIC 9(6) VALUE ZERO.
		02 WS-NEW-ITEMS PIC 9(6) VALUE ZERO.
		02 WS-TOTAL-DUE PIC S9(9)V99 VALUE ZERO.
		02 WS-CREDITS-USED PIC S9(9)V99 VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(34) VALUE
		OPEN OUTPUT BUILD-RPT-FILE.
		ACCEPT BT-DATE FROM DATE YYYYMMDD.
		WRITE BUILD-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-UNAPPLIED-TABLE.
		OPEN OUTPUT AR-OPEN-OUT-FILE.
		PERFORM CARRY-OPEN-ITEMS.
		PERFORM BUILD-NEW-ITEMS.
		CLOSE AR-OPEN-OUT-FILE.
		PERFORM WRITE-UNAPPLIED-FILE.
		PERFORM WRITE-SUMMARY.
		CLOSE BUILD-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		ELSE
			ADD 1 TO WS-CARRIED
			MOVE AR-OPEN-IN-REC TO AR-OPEN-OUT-REC
			IF ARI-BOOK-RATE NOT NUMERIC
				OR ARI-BOOK-RATE = ZERO
				MOVE 1 TO ARO-BOOK-RATE
			END-IF
			COMPUTE WS-TOTAL-DUE ROUNDED = WS-TOTAL-DUE
				+ (ARI-AMOUNT - ARI-PAID)
				* ARO-BOOK-RATE
			WRITE AR-OPEN-OUT-REC
		END-IF.
		PERFORM READ-AR-IN.

		MOVE INV-INVOICE TO WS-CUR-INVOICE.
		MOVE INV-STORE TO WS-CUR-STORE.
		MOVE INV-DATE TO WS-CUR-DATE.
		MOVE INV-CURRENCY TO WS-CUR-CURRENCY.
		MOVE INV-FX-RATE TO WS-CUR-RATE.
		IF WS-CUR-RATE NOT NUMERIC
			OR WS-CUR-RATE = ZERO
			MOVE 1 TO WS-CUR-RATE
		END-IF.
		MOVE ZERO TO WS-DOC-NET.

	WRITE-OPEN-ITEM.
		ADD 1 TO WS-NEW-ITEMS.
		ADD 1 TO WS-STAT-WRIT.
		MOVE ZERO TO WS-DOC-PAID.
		MOVE WS-CUR-STORE TO BD-STORE.
		MOVE WS-CUR-INVOICE TO BD-INVOICE.
		MOVE WS-DOC-NET TO BD-AMOUNT.
		MOVE "nouvelle facture" TO BD-TEXT.
		WRITE BUILD-LINE FROM WS-RPT-DETAIL.
		IF WS-DOC-NET > ZERO
			PERFORM APPLY-UNAPPLIED-CASH
				VARYING WS-UN-IDX FROM 1 BY 1
				UNTIL WS-UN-IDX > WS-UN-COUNT
		END-IF.
		MOVE WS-CUR-STORE TO ARO-STORE.
		MOVE WS-CUR-INVOICE TO ARO-INVOICE.
		MOVE WS-CUR-DATE TO ARO-DATE.
		MOVE WS-DOC-NET TO ARO-AMOUNT.
		MOVE WS-DOC-PAID TO ARO-PAID.
		MOVE WS-CUR-CURRENCY TO ARO-CURRENCY.
		MOVE WS-CUR-RATE TO ARO-BOOK-RATE.
		IF WS-DOC-PAID > ZERO
			AND WS-DOC-PAID = WS-DOC-NET
			MOVE "P" TO ARO-STATUS
		ELSE
			MOVE "O" TO ARO-STATUS
		END-IF.
		WRITE AR-OPEN-OUT-REC.
		COMPUTE WS-TOTAL-DUE ROUNDED = WS-TOTAL-DUE
			+ (WS-DOC-NET - WS-DOC-PAID) * WS-CUR-RATE.

	APPLY-UNAPPLIED-CASH.
		IF UT-STORE(WS-UN-IDX) = WS-CUR-STORE
			AND UT-REMAIN(WS-UN-IDX) > ZERO
			AND WS-DOC-PAID < WS-DOC-NET
			COMPUTE WS-APPLY-AMT =
				WS-DOC-NET - WS-DOC-PAID
			IF UT-REMAIN(WS-UN-IDX) < WS-APPLY-AMT
				MOVE UT-REMAIN(WS-UN-IDX)
					TO WS-APPLY-AMT
			END-IF
			ADD WS-APPLY-AMT TO WS-DOC-PAID
			SUBTRACT WS-APPLY-AMT
				FROM UT-REMAIN(WS-UN-IDX)
			COMPUTE WS-CREDITS-USED ROUNDED =
				WS-CREDITS-USED
				+ WS-APPLY-AMT * WS-CUR-RATE
			MOVE WS-CUR-STORE TO BD-STORE
			MOVE WS-CUR-INVOICE TO BD-INVOICE
			MOVE WS-APPLY-AMT TO BD-AMOUNT
			IF UT-KIND(WS-UN-IDX) = "C"
				MOVE "avoir impute" TO BD-TEXT
			ELSE
				MOVE "reglement impute" TO BD-TEXT
			END-IF
			WRITE BUILD-LINE FROM WS-RPT-DETAIL
		END-IF.

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
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO BUILD-LINE.
		MOVE "Encours soldes purges" TO BY-LABEL.
		MOVE WS-SETTLED TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.
		MOVE "Non affectes / avoirs imputes" TO BY-LABEL.
		MOVE WS-CREDITS-USED TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.
		MOVE "Solde du a l'encours" TO BY-LABEL.
		MOVE WS-TOTAL-DUE TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.
