		02 WS-PREREQ-FLAG PIC X.
			88 PREREQ-SEEN VALUE "Y".
		02 WS-NEED-LEG PIC X.
		02 WS-NEED-STEP PIC X(12).

	01 WS-STEP-NAME PIC X(12).
	01 WS-TODAY     PIC X(8).
		02 WS-SKIP-FLAG    PIC X     VALUE "N".
			88 SKIPPING-STEPS VALUE "Y".

	01 WS-STEP-COUNT PIC 9(2) VALUE 47.
	01 WS-STEP-IDX   PIC 9(2).
	01 WS-STEP-TABLE.
		02 FILLER PIC X(14) VALUE "NGTSNAP     V0".
		02 FILLER PIC X(14) VALUE "SALESGTW    V0".
		02 FILLER PIC X(14) VALUE "SALESMRG    V0".
		02 FILLER PIC X(14) VALUE "MSTIDX      V0".
		02 FILLER PIC X(14) VALUE "ADD         V0".
		02 FILLER PIC X(14) VALUE "SUBTRACT    V0".
		02 FILLER PIC X(14) VALUE "SALESEDT    V0".
		02 FILLER PIC X(14) VALUE "PRICEMNT    V0".
		02 FILLER PIC X(14) VALUE "MSTIDX      V0".
		02 FILLER PIC X(14) VALUE "LABELGEN    V0".
		02 FILLER PIC X(14) VALUE "MULTIPLY    V0".
		02 FILLER PIC X(14) VALUE "ALERTCHK    V0".
		02 FILLER PIC X(14) VALUE "INVPRINT    V0".
		02 FILLER PIC X(14) VALUE "ARBUILD     V0".
		02 FILLER PIC X(14) VALUE "ARCASH      V0".
		02 FILLER PIC X(14) VALUE "INVGAP      V0".
		02 FILLER PIC X(14) VALUE "INVHLOAD    V0".
		02 FILLER PIC X(14) VALUE "DIVIDE      V0".
		02 FILLER PIC X(14) VALUE "COMPUTE     V0".
		02 FILLER PIC X(14) VALUE "PRODSEQ     S0".
		02 FILLER PIC X(14) VALUE "HISTUNLD    S0".
		02 FILLER PIC X(14) VALUE "2DARRAYS    S0".
		02 FILLER PIC X(14) VALUE "DCSHIP      S8".
		02 FILLER PIC X(14) VALUE "STOCKDEC    S0".
		02 FILLER PIC X(14) VALUE "MOVARCH     S0".
		02 FILLER PIC X(14) VALUE "PORECV      S8".
		02 FILLER PIC X(14) VALUE "LOTEXP      S0".
		02 FILLER PIC X(14) VALUE "DCRECV      S0".
		02 FILLER PIC X(14) VALUE "ALERTCHK    S0".
		02 FILLER PIC X(14) VALUE "STOCKRCN    S0".
		02 FILLER PIC X(14) VALUE "REPLEN      S0".
		02 FILLER PIC X(14) VALUE "REBALNC     S8".
		02 FILLER PIC X(14) VALUE "POGEN       S0".
		02 FILLER PIC X(14) VALUE "DCPICK      S0".
		02 FILLER PIC X(14) VALUE "XFERRECN    S0".
		02 FILLER PIC X(14) VALUE "PRORATE     S0".
		02 FILLER PIC X(14) VALUE "AMORTIZE    S0".
		02 FILLER PIC X(14) VALUE "GLFEED      F0".
		02 FILLER PIC X(14) VALUE "MONTHEND    F0".
		02 FILLER PIC X(14) VALUE "TAXRPT      F0".
		02 FILLER PIC X(14) VALUE "FLASHRPT    F0".
		02 FILLER PIC X(14) VALUE "STORPACK    F0".
		02 FILLER PIC X(14) VALUE "CNTSCHED    F0".
		02 FILLER PIC X(14) VALUE "DWEXTRCT    F0".
		02 FILLER PIC X(14) VALUE "PIPEBAL     F0".
		02 FILLER PIC X(14) VALUE "DIAGRPT     F0".
		02 FILLER PIC X(14) VALUE "BATCHRPT    F0".
	01 WS-STEP-LIST REDEFINES WS-STEP-TABLE.
		02 WS-STEP-DEF OCCURS 47 TIMES.
			03 WS-STEP-ENTRY  PIC X(12).
			03 WS-STEP-LEG    PIC X.
			03 WS-STEP-MAX-RC PIC 9.

	PROCEDURE DIVISION.
	MAIN-PARA.
		IF LEG-FINAL
			PERFORM CHECK-PREREQ-LEGS
		END-IF.
		IF LEG-STOCK
			PERFORM CHECK-PREREQ-SNAPSHOT
		END-IF.
		PERFORM RUN-ONE-STEP
			VARYING WS-STEP-IDX FROM 1 BY 1
			UNTIL WS-STEP-IDX > WS-STEP-COUNT.
		END-IF.

	CHECK-PREREQ-LEGS.
		MOVE "*FIN*" TO WS-NEED-STEP.
		MOVE "V" TO WS-NEED-LEG.
		PERFORM CHECK-ONE-PREREQ.
		MOVE "S" TO WS-NEED-LEG.
		PERFORM CHECK-ONE-PREREQ.

	CHECK-PREREQ-SNAPSHOT.
		MOVE "NGTSNAP" TO WS-NEED-STEP.
		MOVE "V" TO WS-NEED-LEG.
		PERFORM CHECK-ONE-PREREQ.

	CHECK-ONE-PREREQ.
		MOVE "N" TO WS-PREREQ-FLAG.
		MOVE "N" TO WS-EVT-EOF.
		END-IF.
		IF NOT PREREQ-SEEN
			DISPLAY "Branche " WS-NEED-LEG
				" etape " WS-NEED-STEP
				" non terminee pour " WS-TODAY
				" - resoumettre plus tard"
			MOVE 8 TO RETURN-CODE
	SCAN-ONE-EVENT.
		IF EVT-DATE = WS-TODAY
			AND EVT-LEG = WS-NEED-LEG
			AND EVT-STEP = WS-NEED-STEP
			SET PREREQ-SEEN TO TRUE
		END-IF.
		PERFORM READ-EVENT.
		END-EVALUATE.

	CHECK-RETURN-CODE.
		IF RETURN-CODE > WS-STEP-MAX-RC(WS-STEP-IDX)
			DISPLAY "Echec de l'etape " WS-STEP-NAME
				" - code retour " RETURN-CODE
			DISPLAY "Cloture nocturne interrompue"
