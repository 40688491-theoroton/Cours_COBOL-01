	IDENTIFICATION DIVISION.
	PROGRAM-ID. ARAGE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "AGEPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT AR-OPEN-FILE ASSIGN TO "AROPEN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ARO-STATUS.
		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STORE-STATUS.
		SELECT AGE-RPT-FILE ASSIGN TO "ARAGERPT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT DUNNING-FILE ASSIGN TO "ARDUNN"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT CREDIT-HOLD-FILE ASSIGN TO "CRHOLD"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 AGP-BUS-DATE    PIC X(8).
		02 AGP-HOLD-DAYS   PIC 9(3).
		02 AGP-HOLD-AMOUNT PIC 9(7)V99.

	FD  AR-OPEN-FILE.
	01  AR-OPEN-REC.
		02 ARO-STORE   PIC 9(4).
		02 ARO-INVOICE PIC 9(6).
		02 ARO-DATE    PIC X(8).
		02 ARO-AMOUNT  PIC S9(7)V99.
		02 ARO-PAID    PIC S9(7)V99.
		02 ARO-STATUS  PIC X.
		02 ARO-CURRENCY  PIC X(3).
		02 ARO-BOOK-RATE PIC 9(3)V9(6).

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-STORE  PIC 9(4).
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  AGE-RPT-FILE.
	01  AGE-LINE PIC X(80).

	FD  DUNNING-FILE.
	01  DUNNING-LINE PIC X(80).

	FD  CREDIT-HOLD-FILE.
	01  CREDIT-HOLD-REC.
		02 CRH-STORE   PIC 9(4).
		02 CRH-FLAG    PIC X.
			88 CRH-ON-HOLD VALUE "H".
		02 CRH-DATE    PIC X(8).
		02 CRH-OVERDUE PIC S9(9)V99.
		02 CRH-LEVEL   PIC 9.

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS  PIC XX.
	01 WS-ARO-STATUS   PIC XX.
	01 WS-STORE-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-ARO-EOF PIC X VALUE "N".
			88 AR-EOF VALUE "Y".
		02 WS-STO-EOF PIC X VALUE "N".
			88 STORE-MASTER-EOF VALUE "Y".

	01 WS-AGE-PARMS.
		02 WS-BUS-DATE    PIC X(8).
		02 WS-HOLD-DAYS   PIC 9(3) VALUE 90.
		02 WS-HOLD-AMOUNT PIC 9(7)V99 VALUE ZERO.

	01 WS-STORE-TAB-CTL.
		02 WS-ST-COUNT PIC 9(3) VALUE ZERO.
		02 WS-ST-IDX   PIC 9(3).
		02 WS-ST-FOUND PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-ST-ENTRY OCCURS 999 TIMES.
			03 ST-STORE    PIC 9(4).
			03 ST-NAME     PIC X(20).
			03 ST-REGION   PIC X(10).
			03 ST-BUCKET   PIC S9(9)V99 OCCURS 4 TIMES.
			03 ST-TOTAL    PIC S9(9)V99.
			03 ST-HOLD-AMT PIC S9(9)V99.
			03 ST-LEVEL    PIC 9.

	01 WS-REGION-TAB-CTL.
		02 WS-RG-COUNT PIC 9(3) VALUE ZERO.
		02 WS-RG-IDX   PIC 9(3).
		02 WS-RG-FOUND PIC 9(3).

	01 WS-REGION-TAB.
		02 WS-RG-ENTRY OCCURS 999 TIMES.
			03 RG-REGION PIC X(10).

	01 WS-AR-TAB-CTL.
		02 WS-AR-COUNT PIC 9(4) VALUE ZERO.
		02 WS-AR-IDX   PIC 9(4).

	01 WS-AR-TAB.
		02 WS-AR-ENTRY OCCURS 9999 TIMES.
			03 AT-STORE   PIC 9(4).
			03 AT-INVOICE PIC 9(6).
			03 AT-DATE    PIC X(8).
			03 AT-REMAIN  PIC S9(8)V99.
			03 AT-DAYS    PIC 9(5).

	01 WS-AGE-WORK.
		02 WS-BUS-INT     PIC 9(8).
		02 WS-ITEM-INT    PIC 9(8).
		02 WS-DAYS-OLD    PIC S9(5).
		02 WS-BUCKET      PIC 9.
		02 WS-ITEM-REMAIN PIC S9(8)V99.
		02 WS-ITEM-RPT    PIC S9(8)V99.
		02 WS-ITEM-RATE   PIC 9(3)V9(6).
		02 WS-BK-IDX      PIC 9.

	01 WS-TOTALS.
		02 WS-RG-BUCKET  PIC S9(9)V99 OCCURS 4 TIMES.
		02 WS-RG-TOTAL   PIC S9(9)V99.
		02 WS-ALL-BUCKET PIC S9(9)V99 OCCURS 4 TIMES.
		02 WS-ALL-TOTAL  PIC S9(9)V99.

	01 WS-TALLIES.
		02 WS-LETTERS PIC 9(4) VALUE ZERO.
		02 WS-HELD    PIC 9(4) VALUE ZERO.
		02 WS-ORPHANS PIC 9(4) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(40) VALUE
			"Balance agee clients magasins au ".
		02 AG-DATE PIC X(8).
		02 FILLER PIC X(32) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(20) VALUE "  Magasin".
		02 FILLER PIC X(11) VALUE "    Courant".
		02 FILLER PIC X(11) VALUE "    31-60 j".
		02 FILLER PIC X(11) VALUE "    61-90 j".
		02 FILLER PIC X(11) VALUE "      +90 j".
		02 FILLER PIC X(13) VALUE "        Total".
		02 FILLER PIC X(3)  VALUE SPACES.

	01 WS-RPT-REGION.
		02 FILLER    PIC X(9)  VALUE " Region ".
		02 AR-REGION PIC X(10).
		02 FILLER    PIC X(61) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 AD-STORE  PIC ZZZ9.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 AD-NAME   PIC X(12).
		02 AD-HOLD   PIC X(1).
		02 AD-BUCKET PIC -ZZZZZZ9.99 OCCURS 4 TIMES.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 AD-TOTAL  PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(3)  VALUE SPACES.

	01 WS-RPT-SUBTOTAL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 AS-LABEL  PIC X(18).
		02 AS-BUCKET PIC -ZZZZZZ9.99 OCCURS 4 TIMES.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 AS-TOTAL  PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(3)  VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 AY-LABEL  PIC X(34).
		02 AY-COUNT  PIC ZZZZ9.
		02 FILLER    PIC X(39) VALUE SPACES.

	01 WS-LETTER-HEAD.
		02 FILLER    PIC X(21) VALUE "RELANCE - Magasin ".
		02 LH-STORE  PIC ZZZ9.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 LH-NAME   PIC X(20).
		02 FILLER    PIC X(4)  VALUE " au ".
		02 LH-DATE   PIC X(8).
		02 FILLER    PIC X(9)  VALUE " niveau ".
		02 LH-LEVEL  PIC 9.
		02 FILLER    PIC X(11) VALUE SPACES.

	01 WS-DUNNING-TEXTS.
		02 FILLER PIC X(44) VALUE
			"Sauf erreur de notre part, les factures".
		02 FILLER PIC X(44) VALUE
			"ci-dessous restent impayees. Merci d'en".
		02 FILLER PIC X(44) VALUE
			"regulariser le reglement.".
		02 FILLER PIC X(44) VALUE
			"Malgre notre precedent rappel, les factures".
		02 FILLER PIC X(44) VALUE
			"ci-dessous sont echues depuis plus de 60".
		02 FILLER PIC X(44) VALUE
			"jours. Merci de les regler sous huitaine.".
		02 FILLER PIC X(44) VALUE
			"DERNIER RAPPEL : les factures ci-dessous".
		02 FILLER PIC X(44) VALUE
			"sont echues depuis plus de 90 jours. Sans".
		02 FILLER PIC X(44) VALUE
			"reglement immediat, livraisons suspendues.".
	01 WS-DUNNING-TAB REDEFINES WS-DUNNING-TEXTS.
		02 DT-LINE PIC X(44) OCCURS 9 TIMES.

	01 WS-TEXT-CTL.
		02 WS-TX-FIRST PIC 9(2).
		02 WS-TX-IDX   PIC 9(2).

	01 WS-LETTER-TEXT.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 LT-TEXT   PIC X(76).
		02 FILLER    PIC X(2)  VALUE SPACES.

	01 WS-LETTER-ITEM.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 FILLER     PIC X(8)  VALUE "Facture ".
		02 LI-INVOICE PIC ZZZZZ9.
		02 FILLER     PIC X(5)  VALUE " du ".
		02 LI-DATE    PIC X(8).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 LI-DAYS    PIC ZZZZ9.
		02 FILLER     PIC X(9)  VALUE " jours - ".
		02 LI-REMAIN  PIC -ZZZZZZ9.99.
		02 FILLER     PIC X(22) VALUE SPACES.

	01 WS-LETTER-TOTAL.
		02 FILLER    PIC X(4)  VALUE SPACES.
		02 FILLER    PIC X(25) VALUE "Montant echu a regler : ".
		02 LX-DUE    PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(39) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "ARAGE" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-STORE-TABLE.
		PERFORM LOAD-AR-TABLE.
		OPEN OUTPUT AGE-RPT-FILE.
		MOVE WS-BUS-DATE TO AG-DATE.
		WRITE AGE-LINE FROM WS-RPT-TITLE.
		WRITE AGE-LINE FROM WS-RPT-COLUMNS.
		MOVE ZERO TO WS-ALL-TOTAL.
		PERFORM CLEAR-ALL-BUCKET
			VARYING WS-BK-IDX FROM 1 BY 1
			UNTIL WS-BK-IDX > 4.
		PERFORM PRINT-ONE-REGION
			VARYING WS-RG-IDX FROM 1 BY 1
			UNTIL WS-RG-IDX > WS-RG-COUNT.
		MOVE "TOTAL GENERAL" TO AS-LABEL.
		PERFORM EDIT-ALL-BUCKET
			VARYING WS-BK-IDX FROM 1 BY 1
			UNTIL WS-BK-IDX > 4.
		MOVE WS-ALL-TOTAL TO AS-TOTAL.
		MOVE SPACES TO AGE-LINE.
		WRITE AGE-LINE.
		WRITE AGE-LINE FROM WS-RPT-SUBTOTAL.
		OPEN OUTPUT DUNNING-FILE.
		OPEN OUTPUT CREDIT-HOLD-FILE.
		PERFORM SETTLE-ONE-STORE
			VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT.
		CLOSE CREDIT-HOLD-FILE.
		CLOSE DUNNING-FILE.
		PERFORM WRITE-SUMMARY.
		CLOSE AGE-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
		OPEN INPUT PARM-FILE.
		IF WS-PARM-STATUS = "00"
			READ PARM-FILE
				AT END MOVE "10" TO WS-PARM-STATUS
			END-READ
			IF WS-PARM-STATUS = "00"
				PERFORM APPLY-PARAMETERS
			END-IF
			CLOSE PARM-FILE
		END-IF.
		COMPUTE WS-BUS-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-BUS-DATE)).
		DISPLAY "Date de gestion : " WS-BUS-DATE
			" - blocage au-dela de " WS-HOLD-DAYS
			" jours et " WS-HOLD-AMOUNT.

	APPLY-PARAMETERS.
		IF AGP-BUS-DATE NUMERIC
			MOVE AGP-BUS-DATE TO WS-BUS-DATE
		END-IF.
		IF AGP-HOLD-DAYS NUMERIC
			MOVE AGP-HOLD-DAYS TO WS-HOLD-DAYS
		END-IF.
		IF AGP-HOLD-AMOUNT NUMERIC
			MOVE AGP-HOLD-AMOUNT TO WS-HOLD-AMOUNT
		END-IF.

	LOAD-STORE-TABLE.
		OPEN INPUT STORE-MASTER.
		IF WS-STORE-STATUS NOT = "00"
			DISPLAY "Fichier STORMAST absent"
			MOVE 8 TO WS-RETURN-CODE
			SET STORE-MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-STORE-MASTER
		END-IF.
		PERFORM LOAD-STORE-ENTRY UNTIL STORE-MASTER-EOF.
		IF WS-STORE-STATUS NOT = "35"
			CLOSE STORE-MASTER
		END-IF.

	READ-STORE-MASTER.
		READ STORE-MASTER
			AT END SET STORE-MASTER-EOF TO TRUE
		END-READ.

	LOAD-STORE-ENTRY.
		IF WS-ST-COUNT < 999
			ADD 1 TO WS-ST-COUNT
			MOVE STO-STORE TO ST-STORE(WS-ST-COUNT)
			MOVE STO-NAME TO ST-NAME(WS-ST-COUNT)
			MOVE STO-REGION TO ST-REGION(WS-ST-COUNT)
			PERFORM CLEAR-STORE-BUCKET
				VARYING WS-BK-IDX FROM 1 BY 1
				UNTIL WS-BK-IDX > 4
			MOVE ZERO TO ST-TOTAL(WS-ST-COUNT)
			MOVE ZERO TO ST-HOLD-AMT(WS-ST-COUNT)
			MOVE ZERO TO ST-LEVEL(WS-ST-COUNT)
			PERFORM NOTE-REGION
		ELSE
			DISPLAY "Table des magasins saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-STORE-MASTER.

	CLEAR-STORE-BUCKET.
		MOVE ZERO TO ST-BUCKET(WS-ST-COUNT, WS-BK-IDX).

	NOTE-REGION.
		MOVE ZERO TO WS-RG-FOUND.
		PERFORM VARYING WS-RG-IDX FROM 1 BY 1
			UNTIL WS-RG-IDX > WS-RG-COUNT
			IF RG-REGION(WS-RG-IDX) = STO-REGION
				MOVE WS-RG-IDX TO WS-RG-FOUND
			END-IF
		END-PERFORM.
		IF WS-RG-FOUND = ZERO
			ADD 1 TO WS-RG-COUNT
			MOVE STO-REGION TO RG-REGION(WS-RG-COUNT)
		END-IF.

	LOAD-AR-TABLE.
		OPEN INPUT AR-OPEN-FILE.
		IF WS-ARO-STATUS NOT = "00"
			DISPLAY "Fichier AROPEN absent"
			MOVE 8 TO WS-RETURN-CODE
			SET AR-EOF TO TRUE
		ELSE
			PERFORM READ-AR
		END-IF.
		PERFORM AGE-ONE-ITEM UNTIL AR-EOF.
		IF WS-ARO-STATUS NOT = "35"
			CLOSE AR-OPEN-FILE
		END-IF.

	READ-AR.
		READ AR-OPEN-FILE
			AT END SET AR-EOF TO TRUE
		END-READ.

	AGE-ONE-ITEM.
		ADD 1 TO WS-STAT-READ.
		IF ARO-STATUS NOT = "P"
			COMPUTE WS-ITEM-REMAIN = ARO-AMOUNT - ARO-PAID
			MOVE ARO-BOOK-RATE TO WS-ITEM-RATE
			IF ARO-BOOK-RATE NOT NUMERIC
				OR ARO-BOOK-RATE = ZERO
				MOVE 1 TO WS-ITEM-RATE
			END-IF
			COMPUTE WS-ITEM-RPT ROUNDED =
				WS-ITEM-REMAIN * WS-ITEM-RATE
			IF WS-ITEM-REMAIN NOT = ZERO
				PERFORM COMPUTE-ITEM-AGE
				PERFORM POST-ITEM-TO-STORE
			END-IF
		END-IF.
		PERFORM READ-AR.

	COMPUTE-ITEM-AGE.
		IF ARO-DATE NUMERIC
			COMPUTE WS-ITEM-INT =
				FUNCTION INTEGER-OF-DATE(
				FUNCTION NUMVAL(ARO-DATE))
			COMPUTE WS-DAYS-OLD =
				WS-BUS-INT - WS-ITEM-INT
		ELSE
			MOVE ZERO TO WS-DAYS-OLD
		END-IF.
		IF WS-DAYS-OLD < ZERO
			MOVE ZERO TO WS-DAYS-OLD
		END-IF.
		EVALUATE TRUE
			WHEN WS-DAYS-OLD <= 30
				MOVE 1 TO WS-BUCKET
			WHEN WS-DAYS-OLD <= 60
				MOVE 2 TO WS-BUCKET
			WHEN WS-DAYS-OLD <= 90
				MOVE 3 TO WS-BUCKET
			WHEN OTHER
				MOVE 4 TO WS-BUCKET
		END-EVALUATE.

	POST-ITEM-TO-STORE.
		MOVE ZERO TO WS-ST-FOUND.
		PERFORM VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT
			IF ST-STORE(WS-ST-IDX) = ARO-STORE
				MOVE WS-ST-IDX TO WS-ST-FOUND
			END-IF
		END-PERFORM.
		IF WS-ST-FOUND = ZERO
			DISPLAY "Piece sans magasin au STORMAST : "
				ARO-STORE " facture " ARO-INVOICE
			ADD 1 TO WS-ORPHANS
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		ELSE
			ADD WS-ITEM-RPT
				TO ST-BUCKET(WS-ST-FOUND, WS-BUCKET)
			ADD WS-ITEM-RPT TO ST-TOTAL(WS-ST-FOUND)
			IF WS-DAYS-OLD > WS-HOLD-DAYS
				ADD WS-ITEM-RPT
					TO ST-HOLD-AMT(WS-ST-FOUND)
			END-IF
			IF WS-BUCKET > 1
				AND WS-ITEM-REMAIN > ZERO
				AND WS-BUCKET - 1
					> ST-LEVEL(WS-ST-FOUND)
				COMPUTE ST-LEVEL(WS-ST-FOUND) =
					WS-BUCKET - 1
			END-IF
			PERFORM KEEP-AR-ITEM
		END-IF.

	KEEP-AR-ITEM.
		IF WS-AR-COUNT < 9999
			ADD 1 TO WS-AR-COUNT
			MOVE ARO-STORE TO AT-STORE(WS-AR-COUNT)
			MOVE ARO-INVOICE TO AT-INVOICE(WS-AR-COUNT)
			MOVE ARO-DATE TO AT-DATE(WS-AR-COUNT)
			MOVE WS-ITEM-REMAIN TO AT-REMAIN(WS-AR-COUNT)
			MOVE WS-DAYS-OLD TO AT-DAYS(WS-AR-COUNT)
		ELSE
			DISPLAY "Table encours clients saturee"
				" - piece omise des relances magasin "
				ARO-STORE " facture " ARO-INVOICE
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	PRINT-ONE-REGION.
		MOVE RG-REGION(WS-RG-IDX) TO AR-REGION.
		MOVE SPACES TO AGE-LINE.
		WRITE AGE-LINE.
		WRITE AGE-LINE FROM WS-RPT-REGION.
		MOVE ZERO TO WS-RG-TOTAL.
		PERFORM CLEAR-REGION-BUCKET
			VARYING WS-BK-IDX FROM 1 BY 1
			UNTIL WS-BK-IDX > 4.
		PERFORM PRINT-REGION-STORE
			VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT.
		MOVE "Total region" TO AS-LABEL.
		PERFORM EDIT-REGION-BUCKET
			VARYING WS-BK-IDX FROM 1 BY 1
			UNTIL WS-BK-IDX > 4.
		MOVE WS-RG-TOTAL TO AS-TOTAL.
		WRITE AGE-LINE FROM WS-RPT-SUBTOTAL.
		ADD WS-RG-TOTAL TO WS-ALL-TOTAL.

	CLEAR-REGION-BUCKET.
		MOVE ZERO TO WS-RG-BUCKET(WS-BK-IDX).

	CLEAR-ALL-BUCKET.
		MOVE ZERO TO WS-ALL-BUCKET(WS-BK-IDX).

	EDIT-REGION-BUCKET.
		MOVE WS-RG-BUCKET(WS-BK-IDX) TO AS-BUCKET(WS-BK-IDX).
		ADD WS-RG-BUCKET(WS-BK-IDX)
			TO WS-ALL-BUCKET(WS-BK-IDX).

	EDIT-ALL-BUCKET.
		MOVE WS-ALL-BUCKET(WS-BK-IDX) TO AS-BUCKET(WS-BK-IDX).

	PRINT-REGION-STORE.
		IF ST-REGION(WS-ST-IDX) = RG-REGION(WS-RG-IDX)
			AND ST-TOTAL(WS-ST-IDX) NOT = ZERO
			MOVE ST-STORE(WS-ST-IDX) TO AD-STORE
			MOVE ST-NAME(WS-ST-IDX) TO AD-NAME
			IF ST-HOLD-AMT(WS-ST-IDX) > WS-HOLD-AMOUNT
				MOVE "*" TO AD-HOLD
			ELSE
				MOVE SPACE TO AD-HOLD
			END-IF
			PERFORM EDIT-STORE-BUCKET
				VARYING WS-BK-IDX FROM 1 BY 1
				UNTIL WS-BK-IDX > 4
			MOVE ST-TOTAL(WS-ST-IDX) TO AD-TOTAL
			ADD ST-TOTAL(WS-ST-IDX) TO WS-RG-TOTAL
			WRITE AGE-LINE FROM WS-RPT-DETAIL
			ADD 1 TO WS-STAT-WRIT
		END-IF.

	EDIT-STORE-BUCKET.
		MOVE ST-BUCKET(WS-ST-IDX, WS-BK-IDX)
			TO AD-BUCKET(WS-BK-IDX).
		ADD ST-BUCKET(WS-ST-IDX, WS-BK-IDX)
			TO WS-RG-BUCKET(WS-BK-IDX).

	SETTLE-ONE-STORE.
		MOVE ST-STORE(WS-ST-IDX) TO CRH-STORE.
		MOVE WS-BUS-DATE TO CRH-DATE.
		COMPUTE CRH-OVERDUE = ST-TOTAL(WS-ST-IDX)
			- ST-BUCKET(WS-ST-IDX, 1).
		MOVE ST-LEVEL(WS-ST-IDX) TO CRH-LEVEL.
		IF ST-HOLD-AMT(WS-ST-IDX) > WS-HOLD-AMOUNT
			MOVE "H" TO CRH-FLAG
			ADD 1 TO WS-HELD
			DISPLAY "Blocage credit magasin "
				ST-STORE(WS-ST-IDX)
		ELSE
			MOVE "N" TO CRH-FLAG
		END-IF.
		WRITE CREDIT-HOLD-REC.
		IF ST-LEVEL(WS-ST-IDX) > ZERO
			AND CRH-OVERDUE > ZERO
			PERFORM WRITE-DUNNING-LETTER
		END-IF.

	WRITE-DUNNING-LETTER.
		ADD 1 TO WS-LETTERS.
		MOVE ST-STORE(WS-ST-IDX) TO LH-STORE.
		MOVE ST-NAME(WS-ST-IDX) TO LH-NAME.
		MOVE WS-BUS-DATE TO LH-DATE.
		MOVE ST-LEVEL(WS-ST-IDX) TO LH-LEVEL.
		WRITE DUNNING-LINE FROM WS-LETTER-HEAD.
		MOVE SPACES TO DUNNING-LINE.
		WRITE DUNNING-LINE.
		COMPUTE WS-TX-FIRST = ST-LEVEL(WS-ST-IDX) * 3 - 2.
		IF WS-TX-FIRST > 7
			MOVE 7 TO WS-TX-FIRST
		END-IF.
		PERFORM WRITE-LETTER-TEXT
			VARYING WS-TX-IDX FROM WS-TX-FIRST BY 1
			UNTIL WS-TX-IDX > WS-TX-FIRST + 2.
		MOVE SPACES TO DUNNING-LINE.
		WRITE DUNNING-LINE.
		PERFORM WRITE-LETTER-ITEM
			VARYING WS-AR-IDX FROM 1 BY 1
			UNTIL WS-AR-IDX > WS-AR-COUNT.
		MOVE CRH-OVERDUE TO LX-DUE.
		MOVE SPACES TO DUNNING-LINE.
		WRITE DUNNING-LINE.
		WRITE DUNNING-LINE FROM WS-LETTER-TOTAL.
		IF CRH-ON-HOLD
			MOVE "Compte bloque : aucune vente ne sera"
				TO LT-TEXT
			WRITE DUNNING-LINE FROM WS-LETTER-TEXT
			MOVE "facturee avant reglement." TO LT-TEXT
			WRITE DUNNING-LINE FROM WS-LETTER-TEXT
		END-IF.
		MOVE SPACES TO DUNNING-LINE.
		WRITE DUNNING-LINE.
		WRITE DUNNING-LINE.

	WRITE-LETTER-TEXT.
		MOVE DT-LINE(WS-TX-IDX) TO LT-TEXT.
		WRITE DUNNING-LINE FROM WS-LETTER-TEXT.

	WRITE-LETTER-ITEM.
		IF AT-STORE(WS-AR-IDX) = ST-STORE(WS-ST-IDX)
			AND AT-DAYS(WS-AR-IDX) > 30
			MOVE AT-INVOICE(WS-AR-IDX) TO LI-INVOICE
			MOVE AT-DATE(WS-AR-IDX) TO LI-DATE
			MOVE AT-DAYS(WS-AR-IDX) TO LI-DAYS
			MOVE AT-REMAIN(WS-AR-IDX) TO LI-REMAIN
			WRITE DUNNING-LINE FROM WS-LETTER-ITEM
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO AGE-LINE.
		WRITE AGE-LINE.
		MOVE "Lettres de relance emises" TO AY-LABEL.
		MOVE WS-LETTERS TO AY-COUNT.
		WRITE AGE-LINE FROM WS-RPT-TALLY.
		MOVE "Magasins bloques (*)" TO AY-LABEL.
		MOVE WS-HELD TO AY-COUNT.
		WRITE AGE-LINE FROM WS-RPT-TALLY.
		MOVE "Pieces sans magasin" TO AY-LABEL.
		MOVE WS-ORPHANS TO AY-COUNT.
		WRITE AGE-LINE FROM WS-RPT-TALLY.


	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
