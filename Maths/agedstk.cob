	IDENTIFICATION DIVISION.
	PROGRAM-ID. AGEDSTK.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAM-FILE ASSIGN TO "STKAGEPM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARAM-STATUS.
		SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SMT-KEY
			FILE STATUS IS WS-STKMST-STATUS.
		SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MAST-STATUS.
		SELECT ARCHIVE-FILE ASSIGN TO "MOVARCHF"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ARCH-STATUS.
		SELECT WEEKLY-FILE ASSIGN TO "WEEKHIST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-WEEK-STATUS.
		SELECT PRICE-MASTER ASSIGN TO "PRICEMST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PRICE-STATUS.
		SELECT PENDING-FILE ASSIGN TO "PRICPND"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PEND-STATUS.
		SELECT QUEUE-FILE ASSIGN TO "MNTPEND"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-QUEUE-STATUS.
		SELECT SUBMIT-FILE ASSIGN TO "MNTSUBM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUBM-STATUS.
		SELECT AGED-RPT-FILE ASSIGN TO "AGERPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE.
	01  PARAM-REC.
		02 AGP-AGE-DAYS PIC 9(3).
		02 AGP-WOS      PIC 9(3).
		02 AGP-MD-PCT   PIC 9(2).
		02 AGP-LEAD     PIC 9(2).
		02 AGP-WEEKS    PIC 9(2).

	FD  STOCK-MASTER-FILE.
	01  STOCK-MST-REC.
		02 SMT-KEY.
			03 SMT-STORE PIC 9(4).
			03 SMT-PROD  PIC 9(4).
		02 SMT-QTY   PIC 9(8).

	FD  PRODUCT-MASTER.
	01  MASTER-REC.
		02 MST-STORE     PIC 9(4).
		02 MST-PRODUCT   PIC 9(4).
		02 MST-QTY       PIC 9(08).
		02 MST-UNIT-COST PIC 9(5)V99.

	FD  ARCHIVE-FILE.
	01  ARCHIVE-REC.
		02 ARC-DATE      PIC X(8).
		02 ARC-TIME      PIC X(6).
		02 ARC-STORE     PIC 9(4).
		02 ARC-PROD      PIC 9(4).
		02 ARC-MOVE-CODE PIC X.
			88 ARC-ISSUE VALUE "I".
		02 ARC-QTY       PIC 9(8).
		02 ARC-BEFORE    PIC 9(8).
		02 ARC-AFTER     PIC 9(8).
		02 ARC-KIT       PIC 9(4).
		02 ARC-LOT       PIC X(10).
		02 ARC-EXPIRY    PIC X(8).

	FD  WEEKLY-FILE.
	01  WEEKLY-REC.
		02 WK-END-DATE PIC X(8).
		02 WK-STORE    PIC 9(4).
		02 WK-PROD     PIC 9(4).
		02 WK-OPEN     PIC 9(8).
		02 WK-CLOSE    PIC 9(8).
		02 WK-MIN      PIC 9(8).
		02 WK-MAX      PIC 9(8).
		02 WK-AVG      PIC 9(8).

	FD  PRICE-MASTER.
	01  PRICE-REC.
		02 PRM-PRODUCT PIC 9(4).
		02 PRM-PRICE   PIC 9(3)V99.

	FD  PENDING-FILE.
	01  PENDING-REC.
		02 PND-PRODUCT   PIC 9(4).
		02 PND-NEW-PRICE PIC 9(3)V99.
		02 PND-EFF-DATE  PIC X(8).

	FD  QUEUE-FILE.
	COPY MNTPREC.

	FD  SUBMIT-FILE.
	COPY MNTSREC.

	FD  AGED-RPT-FILE.
	01  AGED-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARAM-STATUS  PIC XX.
	01 WS-STKMST-STATUS PIC XX.
	01 WS-MAST-STATUS   PIC XX.
	01 WS-ARCH-STATUS   PIC XX.
	01 WS-WEEK-STATUS   PIC XX.
	01 WS-PRICE-STATUS  PIC XX.
	01 WS-PEND-STATUS   PIC XX.
	01 WS-QUEUE-STATUS  PIC XX.
	01 WS-SUBM-STATUS   PIC XX.

	01 WS-FLAGS.
		02 WS-STK-EOF PIC X VALUE "N".
			88 STOCK-MASTER-EOF VALUE "Y".
		02 WS-MAST-EOF PIC X VALUE "N".
			88 MASTER-EOF VALUE "Y".
		02 WS-ARC-EOF PIC X VALUE "N".
			88 ARCHIVE-EOF VALUE "Y".
		02 WS-WEEK-EOF PIC X VALUE "N".
			88 WEEKLY-EOF VALUE "Y".
		02 WS-PRICE-EOF PIC X VALUE "N".
			88 PRICE-EOF VALUE "Y".
		02 WS-PEND-EOF PIC X VALUE "N".
			88 PENDING-EOF VALUE "Y".
		02 WS-QUEUE-EOF PIC X VALUE "N".
			88 QUEUE-EOF VALUE "Y".

	01 WS-PARAMETERS.
		02 WS-AGE-DAYS PIC 9(3) VALUE 90.
		02 WS-WOS-MAX  PIC 9(3) VALUE 26.
		02 WS-MD-PCT   PIC 9(2) VALUE 30.
		02 WS-LEAD     PIC 9(2) VALUE 14.
		02 WS-WEEKS    PIC 9(2) VALUE 13.

	01 WS-DATES.
		02 WS-TODAY      PIC X(8).
		02 WS-TODAY-INT  PIC 9(8).
		02 WS-WEEK-FROM  PIC X(8).
		02 WS-EFF-DATE   PIC X(8).
		02 WS-DATE-INT   PIC 9(8).

	01 WS-CELL-TAB-CTL.
		02 WS-CE-COUNT PIC 9(4) VALUE ZERO.
		02 WS-CE-IDX   PIC 9(4).
		02 WS-CE-FOUND PIC 9(4).

	01 WS-CELL-TAB.
		02 WS-CE-ENTRY OCCURS 9999 TIMES.
			03 CE-STORE      PIC 9(4).
			03 CE-PROD       PIC 9(4).
			03 CE-QTY        PIC 9(8).
			03 CE-COST       PIC 9(5)V99.
			03 CE-LAST-ISSUE PIC X(8).
			03 CE-WK-DMD     PIC 9(8).
			03 CE-WK-COUNT   PIC 9(4).

	01 WS-PROD-TAB-CTL.
		02 WS-PD-COUNT PIC 9(4) VALUE ZERO.
		02 WS-PD-IDX   PIC 9(4).
		02 WS-PD-FOUND PIC 9(4).

	01 WS-PROD-TAB.
		02 WS-PD-ENTRY OCCURS 9999 TIMES.
			03 PD-PROD       PIC 9(4).
			03 PD-QTY        PIC 9(9).
			03 PD-WK-RATE    PIC 9(7)V99.
			03 PD-LAST-ISSUE PIC X(8).
			03 PD-PRICE      PIC 9(3)V99.
			03 PD-PENDING    PIC X.

	01 WS-BAND-TAB.
		02 WS-BAND-ENTRY OCCURS 5 TIMES.
			03 BD-LIMIT PIC 9(4).
			03 BD-LABEL PIC X(10).
			03 BD-ITEMS PIC 9(6).
			03 BD-QTY   PIC 9(9).
			03 BD-VALUE PIC 9(11)V99.
	01 WS-BAND-IDX PIC 9.

	01 WS-AGE-WORK.
		02 WS-FIND-STORE PIC 9(4).
		02 WS-FIND-PROD  PIC 9(4).
		02 WS-ISSUE-DATE PIC X(8).
		02 WS-AGE        PIC 9(4).
		02 WS-WK-RATE    PIC 9(7)V99.
		02 WS-WOS        PIC 9(3)V9.
		02 WS-VALUE      PIC 9(11)V99.
		02 WS-KEEP-PCT   PIC 9(3).
		02 WS-NEW-PRICE  PIC 9(3)V99.

	01 WS-PROPOSAL.
		02 WS-PRP-PRODUCT   PIC 9(4).
		02 WS-PRP-NEW-PRICE PIC 9(3)V99.
		02 WS-PRP-EFF-DATE  PIC X(8).
		02 FILLER           PIC X(23) VALUE SPACES.

	01 WS-TALLIES.
		02 WS-ITEMS       PIC 9(6) VALUE ZERO.
		02 WS-TOTAL-VALUE PIC 9(11)V99 VALUE ZERO.
		02 WS-PROPOSED    PIC 9(6) VALUE ZERO.
		02 WS-ALREADY     PIC 9(6) VALUE ZERO.
		02 WS-NO-PRICE    PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(31) VALUE
			"Stock vieilli et lent - calcul ".
		02 FILLER PIC X(3)  VALUE "du ".
		02 AT-DATE PIC X(8).
		02 FILLER PIC X(38) VALUE SPACES.

	01 WS-RPT-LIMITS.
		02 FILLER    PIC X(20) VALUE "  Demarque si plus ".
		02 FILLER    PIC X(3)  VALUE "de ".
		02 AL-DAYS   PIC ZZ9.
		02 FILLER    PIC X(22) VALUE " jours sans vente ou ".
		02 AL-WOS    PIC ZZ9.
		02 FILLER    PIC X(18) VALUE " semaines de stock".
		02 FILLER    PIC X(11) VALUE SPACES.

	01 WS-RPT-SECTION.
		02 FILLER   PIC X(2)  VALUE SPACES.
		02 AS-TEXT  PIC X(60).
		02 FILLER   PIC X(18) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(14) VALUE "   Mag  Prod".
		02 FILLER PIC X(10) VALUE "En stock".
		02 FILLER PIC X(12) VALUE "Valeur".
		02 FILLER PIC X(8)  VALUE "Jours".
		02 FILLER PIC X(9)  VALUE "Sem.stk".
		02 FILLER PIC X(10) VALUE "Tranche".
		02 FILLER PIC X(17) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AD-STORE   PIC ZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AD-PROD    PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 AD-QTY     PIC ZZZZZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 AD-VALUE   PIC ZZZZZZZ9.99.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AD-DAYS    PIC ZZZZZ9.
		02 AD-DAYS-X  REDEFINES AD-DAYS PIC X(6).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AD-WOS     PIC ZZ9.9.
		02 AD-WOS-X   REDEFINES AD-WOS PIC X(5).
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 AD-BAND    PIC X(10).
		02 FILLER     PIC X(18) VALUE SPACES.

	01 WS-RPT-BAND.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 AB-LABEL   PIC X(10).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AB-ITEMS   PIC ZZZZZ9.
		02 FILLER     PIC X(9)  VALUE " articles".
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AB-QTY     PIC ZZZZZZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AB-VALUE   PIC ZZZZZZZZZZ9.99.
		02 FILLER     PIC X(22) VALUE SPACES.

	01 WS-RPT-MARKDOWN.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 AM-PROD    PIC ZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AM-QTY     PIC ZZZZZZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AM-DAYS    PIC ZZZZZ9.
		02 AM-DAYS-X  REDEFINES AM-DAYS PIC X(6).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AM-WOS     PIC ZZ9.9.
		02 AM-WOS-X   REDEFINES AM-WOS PIC X(5).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AM-OLD     PIC ZZ9.99.
		02 FILLER     PIC X(4)  VALUE " -> ".
		02 AM-NEW     PIC ZZ9.99.
		02 FILLER     PIC X(4)  VALUE " le ".
		02 AM-EFF     PIC X(8).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AM-NOTE    PIC X(12).

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 AY-LABEL  PIC X(34).
		02 AY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RPT-TOTAL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 FILLER    PIC X(28) VALUE "Valeur du stock au cout".
		02 AT-VALUE  PIC ZZZZZZZZZZ9.99.
		02 FILLER    PIC X(36) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "AGEDSTK" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		PERFORM SET-AGE-BANDS.
		PERFORM LOAD-STOCK-MASTER.
		PERFORM LOAD-UNIT-COSTS.
		PERFORM SCAN-ARCHIVE.
		PERFORM SCAN-WEEKLY-HISTORY.
		OPEN OUTPUT AGED-RPT-FILE.
		MOVE WS-TODAY TO AT-DATE.
		WRITE AGED-LINE FROM WS-RPT-TITLE.
		MOVE WS-AGE-DAYS TO AL-DAYS.
		MOVE WS-WOS-MAX TO AL-WOS.
		WRITE AGED-LINE FROM WS-RPT-LIMITS.
		PERFORM PRINT-AGED-SECTION.
		PERFORM PRINT-BAND-SECTION.
		PERFORM LOAD-PRICES.
		PERFORM LOAD-PENDING-PRICES.
		PERFORM LOAD-QUEUED-PRICES.
		PERFORM PROPOSE-MARKDOWNS.
		PERFORM WRITE-SUMMARY.
		CLOSE AGED-RPT-FILE.
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
				PERFORM TAKE-PARAMETERS
			END-IF
			CLOSE PARAM-FILE
		ELSE
			DISPLAY "Fichier STKAGEPM absent - "
				"seuils par defaut"
		END-IF.
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-TODAY)).
		COMPUTE WS-DATE-INT = WS-TODAY-INT - WS-WEEKS * 7.
		MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
			TO WS-WEEK-FROM.
		COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-LEAD.
		MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
			TO WS-EFF-DATE.

	TAKE-PARAMETERS.
		IF AGP-AGE-DAYS NUMERIC
			AND AGP-AGE-DAYS > ZERO
			MOVE AGP-AGE-DAYS TO WS-AGE-DAYS
		END-IF.
		IF AGP-WOS NUMERIC
			AND AGP-WOS > ZERO
			MOVE AGP-WOS TO WS-WOS-MAX
		END-IF.
		IF AGP-MD-PCT NUMERIC
			AND AGP-MD-PCT > ZERO
			MOVE AGP-MD-PCT TO WS-MD-PCT
		END-IF.
		IF AGP-LEAD NUMERIC
			AND AGP-LEAD > ZERO
			MOVE AGP-LEAD TO WS-LEAD
		END-IF.
		IF AGP-WEEKS NUMERIC
			AND AGP-WEEKS > ZERO
			MOVE AGP-WEEKS TO WS-WEEKS
		END-IF.

	SET-AGE-BANDS.
		INITIALIZE WS-BAND-TAB.
		MOVE 30 TO BD-LIMIT(1).
		MOVE "0-30 j" TO BD-LABEL(1).
		MOVE 60 TO BD-LIMIT(2).
		MOVE "31-60 j" TO BD-LABEL(2).
		MOVE 90 TO BD-LIMIT(3).
		MOVE "61-90 j" TO BD-LABEL(3).
		MOVE 180 TO BD-LIMIT(4).
		MOVE "91-180 j" TO BD-LABEL(4).
		MOVE 9999 TO BD-LIMIT(5).
		MOVE "> 180 j" TO BD-LABEL(5).

	LOAD-STOCK-MASTER.
		OPEN INPUT STOCK-MASTER-FILE.
		IF WS-STKMST-STATUS NOT = "00"
			DISPLAY "Fichier STOCKMST indisponible : "
				WS-STKMST-STATUS
			MOVE 12 TO WS-RETURN-CODE
			SET STOCK-MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-STOCK-MASTER
		END-IF.
		PERFORM LOAD-STOCK-ENTRY UNTIL STOCK-MASTER-EOF.
		IF WS-STKMST-STATUS NOT = "35"
			CLOSE STOCK-MASTER-FILE
		END-IF.

	READ-STOCK-MASTER.
		READ STOCK-MASTER-FILE NEXT
			AT END SET STOCK-MASTER-EOF TO TRUE
		END-READ.

	LOAD-STOCK-ENTRY.
		ADD 1 TO WS-STAT-READ.
		IF SMT-QTY > ZERO
			IF WS-CE-COUNT < 9999
				ADD 1 TO WS-CE-COUNT
				INITIALIZE WS-CE-ENTRY(WS-CE-COUNT)
				MOVE SMT-STORE TO CE-STORE(WS-CE-COUNT)
				MOVE SMT-PROD TO CE-PROD(WS-CE-COUNT)
				MOVE SMT-QTY TO CE-QTY(WS-CE-COUNT)
			ELSE
				DISPLAY "Table du stock saturee - "
					SMT-STORE "/" SMT-PROD
				ADD 1 TO WS-STAT-REJ
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-STOCK-MASTER.

	LOAD-UNIT-COSTS.
		OPEN INPUT PRODUCT-MASTER.
		IF WS-MAST-STATUS NOT = "00"
			DISPLAY "Fichier PRODMAST absent"
			MOVE 8 TO WS-RETURN-CODE
			SET MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-MASTER
		END-IF.
		PERFORM TAKE-UNIT-COST UNTIL MASTER-EOF.
		IF WS-MAST-STATUS NOT = "35"
			CLOSE PRODUCT-MASTER
		END-IF.

	READ-MASTER.
		READ PRODUCT-MASTER
			AT END SET MASTER-EOF TO TRUE
		END-READ.

	TAKE-UNIT-COST.
		MOVE MST-STORE TO WS-FIND-STORE.
		MOVE MST-PRODUCT TO WS-FIND-PROD.
		PERFORM FIND-CELL-ENTRY.
		IF WS-CE-FOUND > ZERO
			MOVE MST-UNIT-COST TO CE-COST(WS-CE-FOUND)
		END-IF.
		PERFORM READ-MASTER.

	FIND-CELL-ENTRY.
		MOVE ZERO TO WS-CE-FOUND.
		PERFORM VARYING WS-CE-IDX FROM 1 BY 1
			UNTIL WS-CE-IDX > WS-CE-COUNT
			OR WS-CE-FOUND > ZERO
			IF CE-STORE(WS-CE-IDX) = WS-FIND-STORE
				AND CE-PROD(WS-CE-IDX) = WS-FIND-PROD
				MOVE WS-CE-IDX TO WS-CE-FOUND
			END-IF
		END-PERFORM.

	SCAN-ARCHIVE.
		OPEN INPUT ARCHIVE-FILE.
		IF WS-ARCH-STATUS NOT = "00"
			DISPLAY "Fichier MOVARCHF absent"
			MOVE 8 TO WS-RETURN-CODE
			SET ARCHIVE-EOF TO TRUE
		ELSE
			PERFORM READ-ARCHIVE
		END-IF.
		PERFORM SCAN-ONE-MOVE UNTIL ARCHIVE-EOF.
		IF WS-ARCH-STATUS NOT = "35"
			CLOSE ARCHIVE-FILE
		END-IF.

	READ-ARCHIVE.
		READ ARCHIVE-FILE
			AT END SET ARCHIVE-EOF TO TRUE
		END-READ.

	SCAN-ONE-MOVE.
		ADD 1 TO WS-STAT-READ.
		IF ARC-ISSUE
			MOVE ARC-STORE TO WS-FIND-STORE
			MOVE ARC-PROD TO WS-FIND-PROD
			PERFORM FIND-CELL-ENTRY
			IF WS-CE-FOUND > ZERO
				AND ARC-DATE
					> CE-LAST-ISSUE(WS-CE-FOUND)
				MOVE ARC-DATE
					TO CE-LAST-ISSUE(WS-CE-FOUND)
			END-IF
		END-IF.
		PERFORM READ-ARCHIVE.

	SCAN-WEEKLY-HISTORY.
		OPEN INPUT WEEKLY-FILE.
		IF WS-WEEK-STATUS NOT = "00"
			DISPLAY "Fichier WEEKHIST absent"
			SET WEEKLY-EOF TO TRUE
		ELSE
			PERFORM READ-WEEKLY
		END-IF.
		PERFORM SCAN-ONE-WEEK UNTIL WEEKLY-EOF.
		IF WS-WEEK-STATUS NOT = "35"
			CLOSE WEEKLY-FILE
		END-IF.

	READ-WEEKLY.
		READ WEEKLY-FILE
			AT END SET WEEKLY-EOF TO TRUE
		END-READ.

	SCAN-ONE-WEEK.
		ADD 1 TO WS-STAT-READ.
		IF WK-END-DATE > WS-WEEK-FROM
			MOVE WK-STORE TO WS-FIND-STORE
			MOVE WK-PROD TO WS-FIND-PROD
			PERFORM FIND-CELL-ENTRY
			IF WS-CE-FOUND > ZERO
				ADD 1 TO CE-WK-COUNT(WS-CE-FOUND)
				IF WK-OPEN > WK-CLOSE
					COMPUTE CE-WK-DMD(WS-CE-FOUND) =
						CE-WK-DMD(WS-CE-FOUND)
						+ WK-OPEN - WK-CLOSE
				END-IF
			END-IF
		END-IF.
		PERFORM READ-WEEKLY.

	PRINT-AGED-SECTION.
		MOVE SPACES TO AGED-LINE.
		WRITE AGED-LINE.
		MOVE "Stock par magasin et produit" TO AS-TEXT.
		WRITE AGED-LINE FROM WS-RPT-SECTION.
		WRITE AGED-LINE FROM WS-RPT-COLUMNS.
		PERFORM AGE-ONE-CELL
			VARYING WS-CE-IDX FROM 1 BY 1
			UNTIL WS-CE-IDX > WS-CE-COUNT.

	AGE-ONE-CELL.
		ADD 1 TO WS-ITEMS.
		MOVE CE-LAST-ISSUE(WS-CE-IDX) TO WS-ISSUE-DATE.
		PERFORM SET-ISSUE-AGE.
		IF CE-WK-COUNT(WS-CE-IDX) > ZERO
			COMPUTE WS-WK-RATE ROUNDED =
				CE-WK-DMD(WS-CE-IDX)
				/ CE-WK-COUNT(WS-CE-IDX)
		ELSE
			MOVE ZERO TO WS-WK-RATE
		END-IF.
		PERFORM SET-WEEKS-OF-SUPPLY.
		COMPUTE WS-VALUE ROUNDED =
			CE-QTY(WS-CE-IDX) * CE-COST(WS-CE-IDX).
		ADD WS-VALUE TO WS-TOTAL-VALUE.
		MOVE 1 TO WS-BAND-IDX.
		PERFORM NEXT-AGE-BAND
			UNTIL WS-AGE <= BD-LIMIT(WS-BAND-IDX).
		ADD 1 TO BD-ITEMS(WS-BAND-IDX).
		ADD CE-QTY(WS-CE-IDX) TO BD-QTY(WS-BAND-IDX).
		ADD WS-VALUE TO BD-VALUE(WS-BAND-IDX).
		MOVE CE-STORE(WS-CE-IDX) TO AD-STORE.
		MOVE CE-PROD(WS-CE-IDX) TO AD-PROD.
		MOVE CE-QTY(WS-CE-IDX) TO AD-QTY.
		MOVE WS-VALUE TO AD-VALUE.
		IF WS-AGE = 9999
			MOVE "jamais" TO AD-DAYS-X
		ELSE
			MOVE WS-AGE TO AD-DAYS
		END-IF.
		IF WS-WK-RATE = ZERO
			MOVE "  -  " TO AD-WOS-X
		ELSE
			MOVE WS-WOS TO AD-WOS
		END-IF.
		MOVE BD-LABEL(WS-BAND-IDX) TO AD-BAND.
		WRITE AGED-LINE FROM WS-RPT-DETAIL.
		PERFORM POST-PRODUCT-TOTALS.

	SET-ISSUE-AGE.
		IF WS-ISSUE-DATE NUMERIC
			COMPUTE WS-AGE = WS-TODAY-INT -
				FUNCTION INTEGER-OF-DATE(
				FUNCTION NUMVAL(WS-ISSUE-DATE))
		ELSE
			MOVE 9999 TO WS-AGE
		END-IF.

	NEXT-AGE-BAND.
		ADD 1 TO WS-BAND-IDX.

	SET-WEEKS-OF-SUPPLY.
		IF WS-WK-RATE = ZERO
			MOVE 999.9 TO WS-WOS
		ELSE
			COMPUTE WS-WOS ROUNDED =
				CE-QTY(WS-CE-IDX) / WS-WK-RATE
				ON SIZE ERROR
				MOVE 999.9 TO WS-WOS
			END-COMPUTE
		END-IF.

	POST-PRODUCT-TOTALS.
		MOVE CE-PROD(WS-CE-IDX) TO WS-FIND-PROD.
		PERFORM FIND-PRODUCT-ENTRY.
		IF WS-PD-FOUND = ZERO
			AND WS-PD-COUNT < 9999
			ADD 1 TO WS-PD-COUNT
			INITIALIZE WS-PD-ENTRY(WS-PD-COUNT)
			MOVE WS-FIND-PROD TO PD-PROD(WS-PD-COUNT)
			MOVE WS-PD-COUNT TO WS-PD-FOUND
		END-IF.
		IF WS-PD-FOUND > ZERO
			ADD CE-QTY(WS-CE-IDX) TO PD-QTY(WS-PD-FOUND)
			ADD WS-WK-RATE TO PD-WK-RATE(WS-PD-FOUND)
			IF CE-LAST-ISSUE(WS-CE-IDX)
				> PD-LAST-ISSUE(WS-PD-FOUND)
				MOVE CE-LAST-ISSUE(WS-CE-IDX)
					TO PD-LAST-ISSUE(WS-PD-FOUND)
			END-IF
		END-IF.

	FIND-PRODUCT-ENTRY.
		MOVE ZERO TO WS-PD-FOUND.
		PERFORM VARYING WS-PD-IDX FROM 1 BY 1
			UNTIL WS-PD-IDX > WS-PD-COUNT
			OR WS-PD-FOUND > ZERO
			IF PD-PROD(WS-PD-IDX) = WS-FIND-PROD
				MOVE WS-PD-IDX TO WS-PD-FOUND
			END-IF
		END-PERFORM.

	PRINT-BAND-SECTION.
		MOVE SPACES TO AGED-LINE.
		WRITE AGED-LINE.
		MOVE "Stock par anciennete de la derniere vente"
			TO AS-TEXT.
		WRITE AGED-LINE FROM WS-RPT-SECTION.
		PERFORM PRINT-ONE-BAND
			VARYING WS-BAND-IDX FROM 1 BY 1
			UNTIL WS-BAND-IDX > 5.
		MOVE WS-TOTAL-VALUE TO AT-VALUE.
		WRITE AGED-LINE FROM WS-RPT-TOTAL.

	PRINT-ONE-BAND.
		MOVE BD-LABEL(WS-BAND-IDX) TO AB-LABEL.
		MOVE BD-ITEMS(WS-BAND-IDX) TO AB-ITEMS.
		MOVE BD-QTY(WS-BAND-IDX) TO AB-QTY.
		MOVE BD-VALUE(WS-BAND-IDX) TO AB-VALUE.
		WRITE AGED-LINE FROM WS-RPT-BAND.

	LOAD-PRICES.
		OPEN INPUT PRICE-MASTER.
		IF WS-PRICE-STATUS NOT = "00"
			DISPLAY "Fichier PRICEMST absent"
			MOVE 8 TO WS-RETURN-CODE
			SET PRICE-EOF TO TRUE
		ELSE
			PERFORM READ-PRICE
		END-IF.
		PERFORM TAKE-PRICE UNTIL PRICE-EOF.
		IF WS-PRICE-STATUS NOT = "35"
			CLOSE PRICE-MASTER
		END-IF.

	READ-PRICE.
		READ PRICE-MASTER
			AT END SET PRICE-EOF TO TRUE
		END-READ.

	TAKE-PRICE.
		MOVE PRM-PRODUCT TO WS-FIND-PROD.
		PERFORM FIND-PRODUCT-ENTRY.
		IF WS-PD-FOUND > ZERO
			MOVE PRM-PRICE TO PD-PRICE(WS-PD-FOUND)
		END-IF.
		PERFORM READ-PRICE.

	LOAD-PENDING-PRICES.
		OPEN INPUT PENDING-FILE.
		IF WS-PEND-STATUS NOT = "00"
			SET PENDING-EOF TO TRUE
		ELSE
			PERFORM READ-PENDING
		END-IF.
		PERFORM TAKE-PENDING UNTIL PENDING-EOF.
		IF WS-PEND-STATUS NOT = "35"
			CLOSE PENDING-FILE
		END-IF.

	READ-PENDING.
		READ PENDING-FILE
			AT END SET PENDING-EOF TO TRUE
		END-READ.

	TAKE-PENDING.
		MOVE PND-PRODUCT TO WS-FIND-PROD.
		PERFORM FIND-PRODUCT-ENTRY.
		IF WS-PD-FOUND > ZERO
			MOVE "Y" TO PD-PENDING(WS-PD-FOUND)
		END-IF.
		PERFORM READ-PENDING.

	LOAD-QUEUED-PRICES.
		OPEN INPUT QUEUE-FILE.
		IF WS-QUEUE-STATUS NOT = "00"
			SET QUEUE-EOF TO TRUE
		ELSE
			PERFORM READ-QUEUE
		END-IF.
		PERFORM TAKE-QUEUED UNTIL QUEUE-EOF.
		IF WS-QUEUE-STATUS NOT = "35"
			CLOSE QUEUE-FILE
		END-IF.

	READ-QUEUE.
		READ QUEUE-FILE
			AT END SET QUEUE-EOF TO TRUE
		END-READ.

	TAKE-QUEUED.
		IF MPD-PRICE
			MOVE MPD-TXN TO WS-PROPOSAL
			MOVE WS-PRP-PRODUCT TO WS-FIND-PROD
			PERFORM FIND-PRODUCT-ENTRY
			IF WS-PD-FOUND > ZERO
				MOVE "Y" TO PD-PENDING(WS-PD-FOUND)
			END-IF
		END-IF.
		PERFORM READ-QUEUE.

	PROPOSE-MARKDOWNS.
		MOVE SPACES TO AGED-LINE.
		WRITE AGED-LINE.
		MOVE "Demarques proposees (tous magasins)"
			TO AS-TEXT.
		WRITE AGED-LINE FROM WS-RPT-SECTION.
		OPEN EXTEND SUBMIT-FILE.
		IF WS-SUBM-STATUS = "35"
			OPEN OUTPUT SUBMIT-FILE
		END-IF.
		IF WS-SUBM-STATUS NOT = "00"
			DISPLAY "Fichier MNTSUBM indisponible : "
				WS-SUBM-STATUS
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM CHECK-ONE-PRODUCT
			VARYING WS-PD-IDX FROM 1 BY 1
			UNTIL WS-PD-IDX > WS-PD-COUNT.
		IF WS-SUBM-STATUS = "00"
			CLOSE SUBMIT-FILE
		END-IF.

	CHECK-ONE-PRODUCT.
		MOVE PD-LAST-ISSUE(WS-PD-IDX) TO WS-ISSUE-DATE.
		PERFORM SET-ISSUE-AGE.
		IF PD-WK-RATE(WS-PD-IDX) = ZERO
			MOVE 999.9 TO WS-WOS
		ELSE
			COMPUTE WS-WOS ROUNDED =
				PD-QTY(WS-PD-IDX)
				/ PD-WK-RATE(WS-PD-IDX)
				ON SIZE ERROR
				MOVE 999.9 TO WS-WOS
			END-COMPUTE
		END-IF.
		IF WS-AGE > WS-AGE-DAYS
			OR WS-WOS > WS-WOS-MAX
			PERFORM PROPOSE-ONE-MARKDOWN
		END-IF.

	PROPOSE-ONE-MARKDOWN.
		MOVE PD-PROD(WS-PD-IDX) TO AM-PROD.
		MOVE PD-QTY(WS-PD-IDX) TO AM-QTY.
		IF WS-AGE = 9999
			MOVE "jamais" TO AM-DAYS-X
		ELSE
			MOVE WS-AGE TO AM-DAYS
		END-IF.
		IF PD-WK-RATE(WS-PD-IDX) = ZERO
			MOVE "  -  " TO AM-WOS-X
		ELSE
			MOVE WS-WOS TO AM-WOS
		END-IF.
		MOVE PD-PRICE(WS-PD-IDX) TO AM-OLD.
		COMPUTE WS-KEEP-PCT = 100 - WS-MD-PCT.
		COMPUTE WS-NEW-PRICE ROUNDED =
			PD-PRICE(WS-PD-IDX) * WS-KEEP-PCT / 100.
		MOVE WS-NEW-PRICE TO AM-NEW.
		MOVE WS-EFF-DATE TO AM-EFF.
		IF PD-PENDING(WS-PD-IDX) = "Y"
			ADD 1 TO WS-ALREADY
			MOVE "deja prevu" TO AM-NOTE
		ELSE
			IF PD-PRICE(WS-PD-IDX) = ZERO
				ADD 1 TO WS-NO-PRICE
				ADD 1 TO WS-STAT-REJ
				MOVE "sans prix" TO AM-NOTE
			ELSE
				MOVE "propose" TO AM-NOTE
				PERFORM WRITE-PROPOSAL
			END-IF
		END-IF.
		WRITE AGED-LINE FROM WS-RPT-MARKDOWN.

	WRITE-PROPOSAL.
		IF WS-SUBM-STATUS = "00"
			ADD 1 TO WS-PROPOSED
			ADD 1 TO WS-STAT-WRIT
			MOVE PD-PROD(WS-PD-IDX) TO WS-PRP-PRODUCT
			MOVE WS-NEW-PRICE TO WS-PRP-NEW-PRICE
			MOVE WS-EFF-DATE TO WS-PRP-EFF-DATE
			SET MSB-PRICE TO TRUE
			MOVE "AGEDSTK" TO MSB-MAKER
			MOVE WS-TODAY TO MSB-DATE
			ACCEPT MSB-TIME FROM TIME
			MOVE WS-PROPOSAL TO MSB-TXN
			WRITE MAINT-SUBM-REC
		ELSE
			MOVE "non ecrit" TO AM-NOTE
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO AGED-LINE.
		WRITE AGED-LINE.
		MOVE "Articles en stock analyses" TO AY-LABEL.
		MOVE WS-ITEMS TO AY-COUNT.
		WRITE AGED-LINE FROM WS-RPT-TALLY.
		MOVE "Demarques soumises a approbation" TO AY-LABEL.
		MOVE WS-PROPOSED TO AY-COUNT.
		WRITE AGED-LINE FROM WS-RPT-TALLY.
		MOVE "Produits deja en attente de prix" TO AY-LABEL.
		MOVE WS-ALREADY TO AY-COUNT.
		WRITE AGED-LINE FROM WS-RPT-TALLY.
		MOVE "Produits sans prix de vente" TO AY-LABEL.
		MOVE WS-NO-PRICE TO AY-COUNT.
		WRITE AGED-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
