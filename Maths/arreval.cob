	IDENTIFICATION DIVISION.
	PROGRAM-ID. ARREVAL.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "FXRPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-FXR-STATUS.
		SELECT AR-OPEN-IN-FILE ASSIGN TO "AROPNIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ARI-STATUS.
		SELECT AR-OPEN-OUT-FILE ASSIGN TO "AROPEN"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT SUBLEDGER-FILE ASSIGN TO "LEDGSUB"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUB-STATUS.
		SELECT REVAL-RPT-FILE ASSIGN TO "ARREVRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 FRP-BUS-DATE     PIC X(8).
		02 FRP-AR-ACCOUNT   PIC 9(4).
		02 FRP-GAIN-ACCOUNT PIC 9(4).
		02 FRP-LOSS-ACCOUNT PIC 9(4).

	FD  FX-RATE-FILE.
	COPY FXRREC.

	FD  AR-OPEN-IN-FILE.
	01  AR-OPEN-IN-REC.
		02 ARI-STORE   PIC 9(4).
		02 ARI-INVOICE PIC 9(6).
		02 ARI-DATE    PIC X(8).
		02 ARI-AMOUNT  PIC S9(7)V99.
		02 ARI-PAID    PIC S9(7)V99.
		02 ARI-STATUS  PIC X.
			88 ARI-SETTLED VALUE "P".
		02 ARI-CURRENCY  PIC X(3).
		02 ARI-BOOK-RATE PIC 9(3)V9(6).

	FD  AR-OPEN-OUT-FILE.
	01  AR-OPEN-OUT-REC.
		02 ARO-STORE   PIC 9(4).
		02 ARO-INVOICE PIC 9(6).
		02 ARO-DATE    PIC X(8).
		02 ARO-AMOUNT  PIC S9(7)V99.
		02 ARO-PAID    PIC S9(7)V99.
		02 ARO-STATUS  PIC X.
		02 ARO-CURRENCY  PIC X(3).
		02 ARO-BOOK-RATE PIC 9(3)V9(6).

	FD  SUBLEDGER-FILE.
	01  LEDGER-OUT-REC.
		02 LDO-REC-TYPE PIC X.
		02 LDO-ACCOUNT  PIC 9(4).
		02 LDO-DC       PIC X.
		02 LDO-AMOUNT   PIC 9(6)V99.
		02 LDO-CENTER   PIC 9(4).
	01  LEDGER-HDR-REC.
		02 LDH-TYPE   PIC X.
		02 LDH-DATE   PIC X(8).
		02 LDH-SOURCE PIC X(8).
	01  LEDGER-TRL-REC.
		02 LDT-TYPE  PIC X.
		02 LDT-COUNT PIC 9(6).
		02 LDT-HASH  PIC 9(10)V99.

	FD  REVAL-RPT-FILE.
	01  REVAL-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS PIC XX.
	01 WS-FXR-STATUS  PIC XX.
	01 WS-ARI-STATUS  PIC XX.
	01 WS-SUB-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-ARI-EOF PIC X VALUE "N".
			88 AR-IN-EOF VALUE "Y".
		02 WS-FXR-EOF PIC X VALUE "N".
			88 FX-RATE-EOF VALUE "Y".
		02 WS-FX-CELL PIC X VALUE "Y".
			88 FX-RATE-FOUND   VALUE "Y".
			88 FX-RATE-MISSING VALUE "N".
		02 WS-PARM-FLAG PIC X VALUE "N".
			88 PARMS-LOADED VALUE "Y".

	01 WS-PARMS.
		02 WS-BUS-DATE     PIC X(8).
		02 WS-AR-ACCOUNT   PIC 9(4) VALUE ZERO.
		02 WS-GAIN-ACCOUNT PIC 9(4) VALUE ZERO.
		02 WS-LOSS-ACCOUNT PIC 9(4) VALUE ZERO.

	01 WS-FX-TAB-CTL.
		02 WS-FX-COUNT PIC 9(3) VALUE ZERO.
		02 WS-FX-IDX   PIC 9(3).

	01 WS-FX-TAB.
		02 WS-FX-ENTRY OCCURS 999 TIMES.
			03 FX-CURRENCY PIC X(3).
			03 FX-DATE     PIC X(8).
			03 FX-RATE     PIC 9(3)V9(6).

	01 WS-REVAL-WORK.
		02 WS-FX-RATE      PIC 9(3)V9(6).
		02 WS-FX-BEST-DATE PIC X(8).
		02 WS-BOOK-RATE    PIC 9(3)V9(6).
		02 WS-REMAIN       PIC S9(8)V99.
		02 WS-REVAL-AMT    PIC S9(9)V99.
		02 WS-ABS-AMOUNT   PIC 9(9)V99.
		02 WS-PIECE-AMT    PIC 9(6)V99.
		02 WS-AMOUNT-CAP   PIC 9(6)V99 VALUE 999999.99.
		02 WS-DR-ACCT      PIC 9(4).
		02 WS-CR-ACCT      PIC 9(4).
		02 WS-LED-COUNT    PIC 9(6) VALUE ZERO.
		02 WS-LED-HASH     PIC 9(10)V99 VALUE ZERO.

	01 WS-TALLIES.
		02 WS-FOREIGN    PIC 9(6) VALUE ZERO.
		02 WS-REVALUED   PIC 9(6) VALUE ZERO.
		02 WS-NO-RATE    PIC 9(6) VALUE ZERO.
		02 WS-TOTAL-GAIN PIC S9(11)V99 VALUE ZERO.
		02 WS-TOTAL-LOSS PIC S9(11)V99 VALUE ZERO.
		02 WS-TOTAL-NET  PIC S9(11)V99 VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(40) VALUE
			"Reevaluation des creances en devises au ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(32) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(6)  VALUE "  Mag.".
		02 FILLER PIC X(8)  VALUE " Facture".
		02 FILLER PIC X(5)  VALUE "  Dev".
		02 FILLER PIC X(13) VALUE "      Restant".
		02 FILLER PIC X(12) VALUE "  Taux livre".
		02 FILLER PIC X(12) VALUE "   Taux mois".
		02 FILLER PIC X(15) VALUE "          Ecart".
		02 FILLER PIC X(9)  VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RD-STORE    PIC ZZZ9.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RD-INVOICE  PIC ZZZZZ9.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RD-CURRENCY PIC X(3).
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RD-REMAIN   PIC -ZZZZZZ9.99.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RD-OLD-RATE PIC ZZ9.999999.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RD-NEW-RATE PIC ZZ9.999999.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RD-DIFF     PIC -ZZZZZZZZ9.99.
		02 FILLER      PIC X(9)  VALUE SPACES.

	01 WS-RPT-NOTE.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RN-STORE    PIC ZZZ9.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RN-INVOICE  PIC ZZZZZ9.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RN-CURRENCY PIC X(3).
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RN-TEXT     PIC X(40).
		02 FILLER      PIC X(19) VALUE SPACES.

	01 WS-RPT-COUNT.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RC-LABEL  PIC X(34).
		02 RC-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RPT-AMOUNT.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RA-LABEL  PIC X(34).
		02 RA-AMOUNT PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(31) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "ARREVAL" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-FX-RATES.
		OPEN OUTPUT REVAL-RPT-FILE.
		MOVE WS-BUS-DATE TO RT-DATE.
		WRITE REVAL-LINE FROM WS-RPT-TITLE.
		WRITE REVAL-LINE FROM WS-RPT-COLUMNS.
		IF PARMS-LOADED
			PERFORM OPEN-SUBLEDGER
		END-IF.
		PERFORM REVALUE-OPEN-ITEMS.
		IF PARMS-LOADED
			PERFORM CLOSE-SUBLEDGER
		END-IF.
		PERFORM WRITE-SUMMARY.
		CLOSE REVAL-RPT-FILE.
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
				AND FRP-AR-ACCOUNT NUMERIC
				AND FRP-GAIN-ACCOUNT NUMERIC
				AND FRP-LOSS-ACCOUNT NUMERIC
				SET PARMS-LOADED TO TRUE
				MOVE FRP-AR-ACCOUNT TO WS-AR-ACCOUNT
				MOVE FRP-GAIN-ACCOUNT TO WS-GAIN-ACCOUNT
				MOVE FRP-LOSS-ACCOUNT TO WS-LOSS-ACCOUNT
				IF FRP-BUS-DATE NUMERIC
					MOVE FRP-BUS-DATE TO WS-BUS-DATE
				END-IF
			END-IF
			CLOSE PARM-FILE
		END-IF.
		IF NOT PARMS-LOADED
			DISPLAY "Fichier FXRPARM absent ou invalide - "
				"encours recopie sans reevaluation"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	LOAD-FX-RATES.
		OPEN INPUT FX-RATE-FILE.
		IF WS-FXR-STATUS NOT = "00"
			DISPLAY "Fichier FXRATE absent - "
				"aucune reevaluation"
			MOVE 8 TO WS-RETURN-CODE
			SET FX-RATE-EOF TO TRUE
		ELSE
			PERFORM READ-FX-RATE
		END-IF.
		PERFORM LOAD-FX-RATE-ENTRY UNTIL FX-RATE-EOF.
		IF WS-FXR-STATUS NOT = "35"
			CLOSE FX-RATE-FILE
		END-IF.

	READ-FX-RATE.
		READ FX-RATE-FILE
			AT END SET FX-RATE-EOF TO TRUE
		END-READ.

	LOAD-FX-RATE-ENTRY.
		IF FXR-RATE NUMERIC
			AND FXR-RATE > ZERO
			IF WS-FX-COUNT < 999
				ADD 1 TO WS-FX-COUNT
				MOVE FXR-CURRENCY
					TO FX-CURRENCY(WS-FX-COUNT)
				MOVE FXR-DATE TO FX-DATE(WS-FX-COUNT)
				MOVE FXR-RATE TO FX-RATE(WS-FX-COUNT)
			ELSE
				DISPLAY "Table des taux de change "
					"saturee"
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-FX-RATE.

	FIND-FX-RATE.
		SET FX-RATE-MISSING TO TRUE.
		MOVE LOW-VALUES TO WS-FX-BEST-DATE.
		PERFORM VARYING WS-FX-IDX FROM 1 BY 1
			UNTIL WS-FX-IDX > WS-FX-COUNT
			IF FX-CURRENCY(WS-FX-IDX) = ARI-CURRENCY
				AND FX-DATE(WS-FX-IDX) <= WS-BUS-DATE
				AND FX-DATE(WS-FX-IDX)
					>= WS-FX-BEST-DATE
				MOVE FX-DATE(WS-FX-IDX)
					TO WS-FX-BEST-DATE
				MOVE FX-RATE(WS-FX-IDX) TO WS-FX-RATE
				SET FX-RATE-FOUND TO TRUE
			END-IF
		END-PERFORM.

	REVALUE-OPEN-ITEMS.
		OPEN OUTPUT AR-OPEN-OUT-FILE.
		OPEN INPUT AR-OPEN-IN-FILE.
		IF WS-ARI-STATUS NOT = "00"
			DISPLAY "Fichier AROPEN absent"
			MOVE 8 TO WS-RETURN-CODE
			SET AR-IN-EOF TO TRUE
		ELSE
			PERFORM READ-AR-IN
		END-IF.
		PERFORM REVALUE-ONE-ITEM UNTIL AR-IN-EOF.
		IF WS-ARI-STATUS NOT = "35"
			CLOSE AR-OPEN-IN-FILE
		END-IF.
		CLOSE AR-OPEN-OUT-FILE.

	READ-AR-IN.
		READ AR-OPEN-IN-FILE
			AT END SET AR-IN-EOF TO TRUE
		END-READ.

	REVALUE-ONE-ITEM.
		ADD 1 TO WS-STAT-READ.
		MOVE AR-OPEN-IN-REC TO AR-OPEN-OUT-REC.
		IF ARI-BOOK-RATE NOT NUMERIC
			OR ARI-BOOK-RATE = ZERO
			MOVE 1 TO ARO-BOOK-RATE
		END-IF.
		IF NOT ARI-SETTLED
			AND ARI-CURRENCY NOT = SPACES
			ADD 1 TO WS-FOREIGN
			PERFORM FIND-FX-RATE
			IF FX-RATE-FOUND
				PERFORM REVALUE-FOREIGN-ITEM
			ELSE
				PERFORM NOTE-MISSING-RATE
			END-IF
		END-IF.
		WRITE AR-OPEN-OUT-REC.
		ADD 1 TO WS-STAT-WRIT.
		PERFORM READ-AR-IN.

	REVALUE-FOREIGN-ITEM.
		MOVE ARO-BOOK-RATE TO WS-BOOK-RATE.
		COMPUTE WS-REMAIN = ARI-AMOUNT - ARI-PAID.
		COMPUTE WS-REVAL-AMT ROUNDED =
			WS-REMAIN * (WS-FX-RATE - WS-BOOK-RATE).
		IF WS-FX-RATE NOT = WS-BOOK-RATE
			AND PARMS-LOADED
			MOVE WS-FX-RATE TO ARO-BOOK-RATE
			ADD 1 TO WS-REVALUED
			MOVE ARI-STORE TO RD-STORE
			MOVE ARI-INVOICE TO RD-INVOICE
			MOVE ARI-CURRENCY TO RD-CURRENCY
			MOVE WS-REMAIN TO RD-REMAIN
			MOVE WS-BOOK-RATE TO RD-OLD-RATE
			MOVE WS-FX-RATE TO RD-NEW-RATE
			MOVE WS-REVAL-AMT TO RD-DIFF
			WRITE REVAL-LINE FROM WS-RPT-DETAIL
			PERFORM POST-REVALUATION
		END-IF.

	NOTE-MISSING-RATE.
		ADD 1 TO WS-NO-RATE.
		ADD 1 TO WS-STAT-REJ.
		MOVE 8 TO WS-RETURN-CODE.
		MOVE ARI-STORE TO RN-STORE.
		MOVE ARI-INVOICE TO RN-INVOICE.
		MOVE ARI-CURRENCY TO RN-CURRENCY.
		MOVE "Taux de change absent - non reevaluee"
			TO RN-TEXT.
		WRITE REVAL-LINE FROM WS-RPT-NOTE.

	POST-REVALUATION.
		ADD WS-REVAL-AMT TO WS-TOTAL-NET.
		IF WS-REVAL-AMT > ZERO
			ADD WS-REVAL-AMT TO WS-TOTAL-GAIN
			MOVE WS-REVAL-AMT TO WS-ABS-AMOUNT
			MOVE WS-AR-ACCOUNT TO WS-DR-ACCT
			MOVE WS-GAIN-ACCOUNT TO WS-CR-ACCT
			PERFORM WRITE-ENTRY-PIECE
				UNTIL WS-ABS-AMOUNT = ZERO
		END-IF.
		IF WS-REVAL-AMT < ZERO
			SUBTRACT WS-REVAL-AMT FROM WS-TOTAL-LOSS
			COMPUTE WS-ABS-AMOUNT = ZERO - WS-REVAL-AMT
			MOVE WS-LOSS-ACCOUNT TO WS-DR-ACCT
			MOVE WS-AR-ACCOUNT TO WS-CR-ACCT
			PERFORM WRITE-ENTRY-PIECE
				UNTIL WS-ABS-AMOUNT = ZERO
		END-IF.

	OPEN-SUBLEDGER.
		OPEN EXTEND SUBLEDGER-FILE.
		IF WS-SUB-STATUS = "35"
			OPEN OUTPUT SUBLEDGER-FILE
		END-IF.
		MOVE "H" TO LDH-TYPE.
		MOVE WS-BUS-DATE TO LDH-DATE.
		MOVE "ARREVAL" TO LDH-SOURCE.
		WRITE LEDGER-HDR-REC.

	CLOSE-SUBLEDGER.
		MOVE "T" TO LDT-TYPE.
		MOVE WS-LED-COUNT TO LDT-COUNT.
		MOVE WS-LED-HASH TO LDT-HASH.
		WRITE LEDGER-TRL-REC.
		CLOSE SUBLEDGER-FILE.

	WRITE-ENTRY-PIECE.
		IF WS-ABS-AMOUNT > WS-AMOUNT-CAP
			MOVE WS-AMOUNT-CAP TO WS-PIECE-AMT
		ELSE
			MOVE WS-ABS-AMOUNT TO WS-PIECE-AMT
		END-IF.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE WS-DR-ACCT TO LDO-ACCOUNT.
		MOVE "D" TO LDO-DC.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE WS-CR-ACCT TO LDO-ACCOUNT.
		MOVE "C" TO LDO-DC.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		PERFORM WRITE-LEDGER-ENTRY.
		SUBTRACT WS-PIECE-AMT FROM WS-ABS-AMOUNT.

	WRITE-LEDGER-ENTRY.
		MOVE ARI-STORE TO LDO-CENTER.
		WRITE LEDGER-OUT-REC.
		ADD 1 TO WS-LED-COUNT.
		ADD LDO-AMOUNT TO WS-LED-HASH.

	WRITE-SUMMARY.
		MOVE SPACES TO REVAL-LINE.
		WRITE REVAL-LINE.
		MOVE "Pieces d'encours lues" TO RC-LABEL.
		MOVE WS-STAT-READ TO RC-COUNT.
		WRITE REVAL-LINE FROM WS-RPT-COUNT.
		MOVE "Pieces ouvertes en devises" TO RC-LABEL.
		MOVE WS-FOREIGN TO RC-COUNT.
		WRITE REVAL-LINE FROM WS-RPT-COUNT.
		MOVE "Pieces reevaluees" TO RC-LABEL.
		MOVE WS-REVALUED TO RC-COUNT.
		WRITE REVAL-LINE FROM WS-RPT-COUNT.
		MOVE "Pieces sans taux de change" TO RC-LABEL.
		MOVE WS-NO-RATE TO RC-COUNT.
		WRITE REVAL-LINE FROM WS-RPT-COUNT.
		MOVE "Gains de change latents" TO RA-LABEL.
		MOVE WS-TOTAL-GAIN TO RA-AMOUNT.
		WRITE REVAL-LINE FROM WS-RPT-AMOUNT.
		MOVE "Pertes de change latentes" TO RA-LABEL.
		MOVE WS-TOTAL-LOSS TO RA-AMOUNT.
		WRITE REVAL-LINE FROM WS-RPT-AMOUNT.
		MOVE "Ecart net de reevaluation" TO RA-LABEL.
		MOVE WS-TOTAL-NET TO RA-AMOUNT.
		WRITE REVAL-LINE FROM WS-RPT-AMOUNT.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
