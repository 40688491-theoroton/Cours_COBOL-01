	IDENTIFICATION DIVISION.
	PROGRAM-ID. MNTAPPR.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-OPER-STATUS.
		SELECT MNT-NBR-FILE ASSIGN TO "MNTNBCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MNTNBR-STATUS.
		SELECT DECISION-FILE ASSIGN TO "MNTDECN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DECN-STATUS.
		SELECT QUEUE-IN-FILE ASSIGN TO "MNTPEND"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PEND-STATUS.
		SELECT SUBMIT-FILE ASSIGN TO "MNTSUBM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUBM-STATUS.
		SELECT QUEUE-OUT-FILE ASSIGN TO "MNTPNDO"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PNDO-STATUS.
		SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PMAST-STATUS.
		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SMAST-STATUS.
		SELECT PRICE-MASTER ASSIGN TO "PRICEMST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RMAST-STATUS.
		SELECT PROD-TXN-FILE ASSIGN TO "PRODMTXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PTXN-STATUS.
		SELECT STORE-TXN-FILE ASSIGN TO "STORETXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STXN-STATUS.
		SELECT PRICE-PEND-FILE ASSIGN TO "PRICPND"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PPND-STATUS.
		SELECT APPROVAL-LOG-FILE ASSIGN TO "MNTALOG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ALOG-STATUS.
		SELECT APPROVAL-RPT-FILE ASSIGN TO "MNTARPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  OPERATOR-FILE.
	01  OPERATOR-REC.
		02 OPR-ID       PIC X(8).
		02 OPR-PASSWORD PIC X(8).
		02 OPR-LEVEL    PIC 9(1).

	FD  MNT-NBR-FILE.
	01  MNT-NBR-REC.
		02 MNN-LAST-NUMBER PIC 9(6).

	FD  DECISION-FILE.
	COPY MNTDREC.

	FD  QUEUE-IN-FILE.
	01  QUEUE-IN-REC PIC X(69).

	FD  SUBMIT-FILE.
	COPY MNTSREC.

	FD  QUEUE-OUT-FILE.
	01  QUEUE-OUT-REC PIC X(69).

	FD  PRODUCT-MASTER.
	01  PROD-MAST-REC.
		02 PMS-STORE   PIC 9(4).
		02 PMS-PRODUCT PIC 9(4).
		02 FILLER      PIC X(15).

	FD  STORE-MASTER.
	01  STORE-MAST-REC.
		02 SMS-STORE PIC 9(4).
		02 FILLER    PIC X(35).

	FD  PRICE-MASTER.
	01  PRICE-MAST-REC.
		02 RMS-PRODUCT PIC 9(4).
		02 FILLER      PIC X(5).

	FD  PROD-TXN-FILE.
	01  PROD-TXN-REC PIC X(24).

	FD  STORE-TXN-FILE.
	01  STORE-TXN-REC PIC X(39).

	FD  PRICE-PEND-FILE.
	01  PRICE-PEND-REC PIC X(17).

	FD  APPROVAL-LOG-FILE.
	01  APPROVAL-LOG-REC.
		02 MAL-NUMBER     PIC 9(6).
		02 MAL-TARGET     PIC X.
		02 MAL-DECISION   PIC X.
		02 MAL-MAKER      PIC X(8).
		02 MAL-ENTRY-DATE PIC X(8).
		02 MAL-ENTRY-TIME PIC X(6).
		02 MAL-CHECKER    PIC X(8).
		02 MAL-CHECK-DATE PIC X(8).
		02 MAL-CHECK-TIME PIC X(6).
		02 MAL-BEFORE     PIC X(40).
		02 MAL-AFTER      PIC X(40).
		02 MAL-REASON     PIC X(30).

	FD  APPROVAL-RPT-FILE.
	01  APPROVAL-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-OPER-STATUS   PIC XX.
	01 WS-MNTNBR-STATUS PIC XX.
	01 WS-DECN-STATUS   PIC XX.
	01 WS-PEND-STATUS   PIC XX.
	01 WS-SUBM-STATUS   PIC XX.
	01 WS-PNDO-STATUS   PIC XX.
	01 WS-PMAST-STATUS  PIC XX.
	01 WS-SMAST-STATUS  PIC XX.
	01 WS-RMAST-STATUS  PIC XX.
	01 WS-PTXN-STATUS   PIC XX.
	01 WS-STXN-STATUS   PIC XX.
	01 WS-PPND-STATUS   PIC XX.
	01 WS-ALOG-STATUS   PIC XX.

	01 WS-FLAGS.
		02 WS-OPER-EOF PIC X VALUE "N".
			88 OPERATOR-EOF VALUE "Y".
		02 WS-DECN-EOF PIC X VALUE "N".
			88 DECISION-EOF VALUE "Y".
		02 WS-PEND-EOF PIC X VALUE "N".
			88 QUEUE-IN-EOF VALUE "Y".
		02 WS-SUBM-EOF PIC X VALUE "N".
			88 SUBMIT-EOF VALUE "Y".
		02 WS-PNDO-EOF PIC X VALUE "N".
			88 QUEUE-OUT-EOF VALUE "Y".
		02 WS-MAST-EOF PIC X VALUE "N".
			88 MASTER-EOF VALUE "Y".
		02 WS-TARGET-FLAG PIC X VALUE "N".
			88 TARGETS-OPEN VALUE "Y".
		02 WS-DECN-FLAG PIC X VALUE "N".
			88 DECISIONS-READ VALUE "Y".
		02 WS-DECN-FULL PIC X VALUE "N".
			88 DECISION-OVERFLOW VALUE "Y".
		02 WS-SUBM-FLAG PIC X VALUE "N".
			88 SUBMISSIONS-READ VALUE "Y".
		02 WS-SUBM-CELL PIC X VALUE "Y".
			88 SUBMISSION-VALID   VALUE "Y".
			88 SUBMISSION-INVALID VALUE "N".

	01 WS-TODAY    PIC X(8).
	01 WS-RUN-TIME PIC X(6).
	01 WS-MNT-NUMBER PIC 9(6) VALUE ZERO.

	01 WS-OPER-TAB-CTL.
		02 WS-OP-COUNT PIC 9(3) VALUE ZERO.
		02 WS-OP-IDX   PIC 9(3).
		02 WS-OP-FOUND PIC 9(3).

	01 WS-OPER-TAB.
		02 WS-OP-ENTRY OCCURS 999 TIMES.
			03 OP-ID    PIC X(8).
			03 OP-LEVEL PIC 9(1).
				88 OP-APPROVER VALUE 3.

	01 WS-DECN-TAB-CTL.
		02 WS-DC-COUNT PIC 9(3) VALUE ZERO.
		02 WS-DC-IDX   PIC 9(3).
		02 WS-DC-FOUND PIC 9(3).

	01 WS-DECN-TAB.
		02 WS-DC-ENTRY OCCURS 999 TIMES.
			03 DC-NUMBER   PIC 9(6).
			03 DC-DECISION PIC X.
				88 DC-APPROVE VALUE "A".
			03 DC-CHECKER  PIC X(8).
			03 DC-DATE     PIC X(8).
			03 DC-TIME     PIC X(6).
			03 DC-REASON   PIC X(30).
			03 DC-STATE    PIC X.
				88 DC-OPEN    VALUE "O".
				88 DC-DONE    VALUE "D".
				88 DC-REFUSED VALUE "R".

	01 WS-PROD-TAB-CTL.
		02 WS-PM-COUNT PIC 9(4) VALUE ZERO.
		02 WS-PM-IDX   PIC 9(4).

	01 WS-PROD-TAB.
		02 WS-PM-ENTRY OCCURS 9999 TIMES.
			03 PM-STORE PIC 9(4).
			03 PM-PROD  PIC 9(4).
			03 PM-IMAGE PIC X(23).

	01 WS-STORE-TAB-CTL.
		02 WS-SM-COUNT PIC 9(3) VALUE ZERO.
		02 WS-SM-IDX   PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-SM-ENTRY OCCURS 999 TIMES.
			03 SM-STORE PIC 9(4).
			03 SM-IMAGE PIC X(39).

	01 WS-PRICE-TAB-CTL.
		02 WS-RM-COUNT PIC 9(4) VALUE ZERO.
		02 WS-RM-IDX   PIC 9(4).

	01 WS-PRICE-TAB.
		02 WS-RM-ENTRY OCCURS 9999 TIMES.
			03 RM-PRODUCT PIC 9(4).
			03 RM-IMAGE   PIC X(9).

	COPY MNTPREC.

	01 WS-TXN-IMAGE PIC X(40).
	01 WS-TXN-PRODUCT REDEFINES WS-TXN-IMAGE.
		02 TXP-ACTION PIC X.
		02 TXP-STORE  PIC 9(4).
		02 TXP-PROD   PIC 9(4).
		02 FILLER     PIC X(31).
	01 WS-TXN-STORE REDEFINES WS-TXN-IMAGE.
		02 TXS-ACTION PIC X.
		02 TXS-STORE  PIC 9(4).
		02 FILLER     PIC X(35).
	01 WS-TXN-PRICE REDEFINES WS-TXN-IMAGE.
		02 TXR-PRODUCT PIC 9(4).
		02 FILLER      PIC X(36).

	01 WS-BEFORE-IMAGE PIC X(40).

	01 WS-TALLIES.
		02 WS-SUBMITTED PIC 9(6) VALUE ZERO.
		02 WS-BAD-SUBM  PIC 9(6) VALUE ZERO.
		02 WS-APPROVED  PIC 9(6) VALUE ZERO.
		02 WS-REJECTED  PIC 9(6) VALUE ZERO.
		02 WS-REFUSED   PIC 9(6) VALUE ZERO.
		02 WS-WAITING   PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(34) VALUE
			"Approbation des maintenances - du ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(38) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(8)  VALUE "  Numero".
		02 FILLER PIC X(10) VALUE "  Objet   ".
		02 FILLER PIC X(10) VALUE "  Saisie  ".
		02 FILLER PIC X(10) VALUE "  Controle".
		02 FILLER PIC X(42) VALUE "  Resultat".

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RD-NUMBER  PIC ZZZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RD-TARGET  PIC X(8).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RD-MAKER   PIC X(8).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RD-CHECKER PIC X(8).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RD-RESULT  PIC X(36).
		02 FILLER     PIC X(4)  VALUE SPACES.

	01 WS-RPT-SECTION.
		02 FILLER  PIC X(2)  VALUE SPACES.
		02 RS-TEXT PIC X(40).
		02 FILLER  PIC X(38) VALUE SPACES.

	01 WS-RPT-PENDING.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RP-NUMBER PIC ZZZZZ9.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RP-TARGET PIC X(8).
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RP-MAKER  PIC X(8).
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RP-DATE   PIC X(8).
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RP-TXN    PIC X(40).

	01 WS-RPT-TALLY.
		02 FILLER   PIC X(2)  VALUE SPACES.
		02 RY-LABEL PIC X(34).
		02 RY-COUNT PIC ZZZZZ9.
		02 FILLER   PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "MNTAPPR" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		ACCEPT WS-RUN-TIME FROM TIME.
		OPEN OUTPUT APPROVAL-RPT-FILE.
		MOVE WS-TODAY TO RT-DATE.
		WRITE APPROVAL-LINE FROM WS-RPT-TITLE.
		WRITE APPROVAL-LINE FROM WS-RPT-COLUMNS.
		PERFORM LOAD-OPERATORS.
		PERFORM LOAD-MAINT-NUMBER.
		PERFORM LOAD-PRODUCT-IMAGES.
		PERFORM LOAD-STORE-IMAGES.
		PERFORM LOAD-PRICE-IMAGES.
		PERFORM OPEN-TARGET-FILES.
		IF TARGETS-OPEN
			PERFORM LOAD-DECISIONS
		ELSE
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		OPEN OUTPUT QUEUE-OUT-FILE.
		PERFORM APPLY-DECISIONS.
		IF TARGETS-OPEN
			PERFORM TAKE-SUBMISSIONS
		END-IF.
		CLOSE QUEUE-OUT-FILE.
		IF TARGETS-OPEN
			PERFORM CLOSE-TARGET-FILES
		END-IF.
		PERFORM REPORT-UNUSED-DECISION
			VARYING WS-DC-IDX FROM 1 BY 1
			UNTIL WS-DC-IDX > WS-DC-COUNT.
		IF TARGETS-OPEN
			PERFORM SAVE-MAINT-NUMBER
		END-IF.
		PERFORM CLEAR-INPUT-FILES.
		PERFORM LIST-PENDING.
		PERFORM WRITE-SUMMARY.
		CLOSE APPROVAL-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-OPERATORS.
		OPEN INPUT OPERATOR-FILE.
		IF WS-OPER-STATUS NOT = "00"
			DISPLAY "Fichier OPERMAST absent - "
				"aucun approbateur"
			MOVE 8 TO WS-RETURN-CODE
			SET OPERATOR-EOF TO TRUE
		ELSE
			PERFORM READ-OPERATOR
		END-IF.
		PERFORM LOAD-OPERATOR-ENTRY UNTIL OPERATOR-EOF.
		IF WS-OPER-STATUS NOT = "35"
			CLOSE OPERATOR-FILE
		END-IF.

	READ-OPERATOR.
		READ OPERATOR-FILE
			AT END SET OPERATOR-EOF TO TRUE
		END-READ.

	LOAD-OPERATOR-ENTRY.
		IF WS-OP-COUNT < 999
			ADD 1 TO WS-OP-COUNT
			MOVE OPR-ID TO OP-ID(WS-OP-COUNT)
			IF OPR-LEVEL NUMERIC
				MOVE OPR-LEVEL TO OP-LEVEL(WS-OP-COUNT)
			ELSE
				MOVE 1 TO OP-LEVEL(WS-OP-COUNT)
			END-IF
		END-IF.
		PERFORM READ-OPERATOR.

	LOAD-MAINT-NUMBER.
		OPEN INPUT MNT-NBR-FILE.
		IF WS-MNTNBR-STATUS = "00"
			READ MNT-NBR-FILE
				AT END MOVE "10" TO WS-MNTNBR-STATUS
			END-READ
			IF WS-MNTNBR-STATUS = "00"
				AND MNN-LAST-NUMBER NUMERIC
				MOVE MNN-LAST-NUMBER TO WS-MNT-NUMBER
			END-IF
			CLOSE MNT-NBR-FILE
		ELSE
			DISPLAY "Fichier MNTNBCTL absent - "
				"numerotation a partir de 1"
		END-IF.

	SAVE-MAINT-NUMBER.
		OPEN OUTPUT MNT-NBR-FILE.
		MOVE WS-MNT-NUMBER TO MNN-LAST-NUMBER.
		WRITE MNT-NBR-REC.
		CLOSE MNT-NBR-FILE.

	LOAD-PRODUCT-IMAGES.
		MOVE "N" TO WS-MAST-EOF.
		OPEN INPUT PRODUCT-MASTER.
		IF WS-PMAST-STATUS NOT = "00"
			DISPLAY "Fichier PRODMAST absent - "
				"images avant non renseignees"
			SET MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-PRODUCT-MASTER
		END-IF.
		PERFORM TAKE-PRODUCT-IMAGE UNTIL MASTER-EOF.
		IF WS-PMAST-STATUS NOT = "35"
			CLOSE PRODUCT-MASTER
		END-IF.

	READ-PRODUCT-MASTER.
		READ PRODUCT-MASTER
			AT END SET MASTER-EOF TO TRUE
		END-READ.

	TAKE-PRODUCT-IMAGE.
		IF WS-PM-COUNT < 9999
			ADD 1 TO WS-PM-COUNT
			MOVE PMS-STORE TO PM-STORE(WS-PM-COUNT)
			MOVE PMS-PRODUCT TO PM-PROD(WS-PM-COUNT)
			MOVE PROD-MAST-REC TO PM-IMAGE(WS-PM-COUNT)
		END-IF.
		PERFORM READ-PRODUCT-MASTER.

	LOAD-STORE-IMAGES.
		MOVE "N" TO WS-MAST-EOF.
		OPEN INPUT STORE-MASTER.
		IF WS-SMAST-STATUS NOT = "00"
			DISPLAY "Fichier STORMAST absent - "
				"images avant non renseignees"
			SET MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-STORE-MASTER
		END-IF.
		PERFORM TAKE-STORE-IMAGE UNTIL MASTER-EOF.
		IF WS-SMAST-STATUS NOT = "35"
			CLOSE STORE-MASTER
		END-IF.

	READ-STORE-MASTER.
		READ STORE-MASTER
			AT END SET MASTER-EOF TO TRUE
		END-READ.

	TAKE-STORE-IMAGE.
		IF WS-SM-COUNT < 999
			ADD 1 TO WS-SM-COUNT
			MOVE SMS-STORE TO SM-STORE(WS-SM-COUNT)
			MOVE STORE-MAST-REC TO SM-IMAGE(WS-SM-COUNT)
		END-IF.
		PERFORM READ-STORE-MASTER.

	LOAD-PRICE-IMAGES.
		MOVE "N" TO WS-MAST-EOF.
		OPEN INPUT PRICE-MASTER.
		IF WS-RMAST-STATUS NOT = "00"
			DISPLAY "Fichier PRICEMST absent - "
				"images avant non renseignees"
			SET MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-PRICE-MASTER
		END-IF.
		PERFORM TAKE-PRICE-IMAGE UNTIL MASTER-EOF.
		IF WS-RMAST-STATUS NOT = "35"
			CLOSE PRICE-MASTER
		END-IF.

	READ-PRICE-MASTER.
		READ PRICE-MASTER
			AT END SET MASTER-EOF TO TRUE
		END-READ.

	TAKE-PRICE-IMAGE.
		IF WS-RM-COUNT < 9999
			ADD 1 TO WS-RM-COUNT
			MOVE RMS-PRODUCT TO RM-PRODUCT(WS-RM-COUNT)
			MOVE PRICE-MAST-REC TO RM-IMAGE(WS-RM-COUNT)
		END-IF.
		PERFORM READ-PRICE-MASTER.

	OPEN-TARGET-FILES.
		OPEN EXTEND PROD-TXN-FILE.
		IF WS-PTXN-STATUS = "35"
			OPEN OUTPUT PROD-TXN-FILE
		END-IF.
		OPEN EXTEND STORE-TXN-FILE.
		IF WS-STXN-STATUS = "35"
			OPEN OUTPUT STORE-TXN-FILE
		END-IF.
		OPEN EXTEND PRICE-PEND-FILE.
		IF WS-PPND-STATUS = "35"
			OPEN OUTPUT PRICE-PEND-FILE
		END-IF.
		OPEN EXTEND APPROVAL-LOG-FILE.
		IF WS-ALOG-STATUS = "35"
			OPEN OUTPUT APPROVAL-LOG-FILE
		END-IF.
		IF WS-PTXN-STATUS = "00"
			AND WS-STXN-STATUS = "00"
			AND WS-PPND-STATUS = "00"
			AND WS-ALOG-STATUS = "00"
			SET TARGETS-OPEN TO TRUE
		ELSE
			DISPLAY "Fichiers de maintenance indisponibles "
				"- aucune decision appliquee"
			PERFORM CLOSE-TARGET-FILES
		END-IF.

	CLOSE-TARGET-FILES.
		IF WS-PTXN-STATUS = "00"
			CLOSE PROD-TXN-FILE
		END-IF.
		IF WS-STXN-STATUS = "00"
			CLOSE STORE-TXN-FILE
		END-IF.
		IF WS-PPND-STATUS = "00"
			CLOSE PRICE-PEND-FILE
		END-IF.
		IF WS-ALOG-STATUS = "00"
			CLOSE APPROVAL-LOG-FILE
		END-IF.

	LOAD-DECISIONS.
		OPEN INPUT DECISION-FILE.
		IF WS-DECN-STATUS NOT = "00"
			SET DECISION-EOF TO TRUE
		ELSE
			SET DECISIONS-READ TO TRUE
			PERFORM READ-DECISION
		END-IF.
		PERFORM LOAD-DECISION-ENTRY UNTIL DECISION-EOF.
		IF WS-DECN-STATUS NOT = "35"
			CLOSE DECISION-FILE
		END-IF.

	READ-DECISION.
		READ DECISION-FILE
			AT END SET DECISION-EOF TO TRUE
		END-READ.

	LOAD-DECISION-ENTRY.
		ADD 1 TO WS-STAT-READ.
		MOVE MDC-NUMBER TO RD-NUMBER.
		MOVE SPACES TO RD-TARGET.
		MOVE SPACES TO RD-MAKER.
		MOVE MDC-CHECKER TO RD-CHECKER.
		MOVE ZERO TO WS-OP-FOUND.
		PERFORM VARYING WS-OP-IDX FROM 1 BY 1
			UNTIL WS-OP-IDX > WS-OP-COUNT
			IF OP-ID(WS-OP-IDX) = MDC-CHECKER
				MOVE WS-OP-IDX TO WS-OP-FOUND
			END-IF
		END-PERFORM.
		MOVE ZERO TO WS-DC-FOUND.
		IF MDC-NUMBER NUMERIC
			PERFORM VARYING WS-DC-IDX FROM 1 BY 1
				UNTIL WS-DC-IDX > WS-DC-COUNT
				IF DC-NUMBER(WS-DC-IDX) = MDC-NUMBER
					AND DC-OPEN(WS-DC-IDX)
					MOVE WS-DC-IDX TO WS-DC-FOUND
				END-IF
			END-PERFORM
		END-IF.
		EVALUATE TRUE
			WHEN MDC-NUMBER NOT NUMERIC
				OR MDC-NUMBER = ZERO
				OR NOT (MDC-APPROVE OR MDC-REJECT)
				MOVE "Decision invalide" TO RD-RESULT
				PERFORM REFUSE-DECISION
			WHEN WS-OP-FOUND = ZERO
				MOVE "Refusee - controleur inconnu"
					TO RD-RESULT
				PERFORM REFUSE-DECISION
			WHEN NOT OP-APPROVER(WS-OP-FOUND)
				MOVE "Refusee - controleur non habilite"
					TO RD-RESULT
				PERFORM REFUSE-DECISION
			WHEN WS-DC-FOUND > ZERO
				MOVE "Refusee - demande deja decidee"
					TO RD-RESULT
				PERFORM REFUSE-DECISION
			WHEN WS-DC-COUNT NOT < 999
				DISPLAY "Table des decisions saturee - "
					MDC-NUMBER " reportee"
				SET DECISION-OVERFLOW TO TRUE
				MOVE 8 TO WS-RETURN-CODE
			WHEN OTHER
				PERFORM STORE-DECISION
		END-EVALUATE.
		PERFORM READ-DECISION.

	STORE-DECISION.
		ADD 1 TO WS-DC-COUNT.
		MOVE MDC-NUMBER TO DC-NUMBER(WS-DC-COUNT).
		MOVE MDC-DECISION TO DC-DECISION(WS-DC-COUNT).
		MOVE MDC-CHECKER TO DC-CHECKER(WS-DC-COUNT).
		MOVE MDC-REASON TO DC-REASON(WS-DC-COUNT).
		IF MDC-DATE = SPACES
			MOVE WS-TODAY TO DC-DATE(WS-DC-COUNT)
			MOVE WS-RUN-TIME TO DC-TIME(WS-DC-COUNT)
		ELSE
			MOVE MDC-DATE TO DC-DATE(WS-DC-COUNT)
			MOVE MDC-TIME TO DC-TIME(WS-DC-COUNT)
		END-IF.
		SET DC-OPEN(WS-DC-COUNT) TO TRUE.

	REFUSE-DECISION.
		WRITE APPROVAL-LINE FROM WS-RPT-DETAIL.
		ADD 1 TO WS-REFUSED.
		ADD 1 TO WS-STAT-REJ.
		MOVE 8 TO WS-RETURN-CODE.

	APPLY-DECISIONS.
		OPEN INPUT QUEUE-IN-FILE.
		IF WS-PEND-STATUS NOT = "00"
			DISPLAY "Fichier MNTPEND absent - "
				"aucune demande en attente"
			SET QUEUE-IN-EOF TO TRUE
		ELSE
			PERFORM READ-QUEUE-IN
		END-IF.
		PERFORM APPLY-ONE-QUEUE-ENTRY UNTIL QUEUE-IN-EOF.
		IF WS-PEND-STATUS NOT = "35"
			CLOSE QUEUE-IN-FILE
		END-IF.

	READ-QUEUE-IN.
		READ QUEUE-IN-FILE INTO MAINT-PEND-REC
			AT END SET QUEUE-IN-EOF TO TRUE
		END-READ.

	APPLY-ONE-QUEUE-ENTRY.
		ADD 1 TO WS-STAT-READ.
		MOVE ZERO TO WS-DC-FOUND.
		PERFORM VARYING WS-DC-IDX FROM 1 BY 1
			UNTIL WS-DC-IDX > WS-DC-COUNT
			OR WS-DC-FOUND > ZERO
			IF DC-NUMBER(WS-DC-IDX) = MPD-NUMBER
				AND DC-OPEN(WS-DC-IDX)
				MOVE WS-DC-IDX TO WS-DC-FOUND
			END-IF
		END-PERFORM.
		IF WS-DC-FOUND = ZERO
			WRITE QUEUE-OUT-REC FROM MAINT-PEND-REC
		ELSE
			PERFORM DECIDE-QUEUE-ENTRY
		END-IF.
		PERFORM READ-QUEUE-IN.

	DECIDE-QUEUE-ENTRY.
		MOVE MPD-NUMBER TO RD-NUMBER.
		PERFORM SET-TARGET-NAME.
		MOVE RP-TARGET TO RD-TARGET.
		MOVE MPD-MAKER TO RD-MAKER.
		MOVE DC-CHECKER(WS-DC-FOUND) TO RD-CHECKER.
		EVALUATE TRUE
			WHEN DC-CHECKER(WS-DC-FOUND) = MPD-MAKER
				SET DC-REFUSED(WS-DC-FOUND) TO TRUE
				MOVE "Refusee - controleur = saisisseur"
					TO RD-RESULT
				PERFORM REFUSE-DECISION
				WRITE QUEUE-OUT-REC FROM MAINT-PEND-REC
			WHEN DC-APPROVE(WS-DC-FOUND)
				SET DC-DONE(WS-DC-FOUND) TO TRUE
				PERFORM TRANSMIT-APPROVED-TXN
				MOVE "Approuvee - transmise"
					TO RD-RESULT
				WRITE APPROVAL-LINE FROM WS-RPT-DETAIL
				ADD 1 TO WS-APPROVED
				ADD 1 TO WS-STAT-WRIT
			WHEN OTHER
				SET DC-DONE(WS-DC-FOUND) TO TRUE
				PERFORM LOG-DECISION
				MOVE "Rejetee" TO RD-RESULT
				WRITE APPROVAL-LINE FROM WS-RPT-DETAIL
				ADD 1 TO WS-REJECTED
		END-EVALUATE.

	TRANSMIT-APPROVED-TXN.
		EVALUATE TRUE
			WHEN MPD-PRODUCT
				MOVE MPD-TXN TO PROD-TXN-REC
				WRITE PROD-TXN-REC
			WHEN MPD-STORE
				MOVE MPD-TXN TO STORE-TXN-REC
				WRITE STORE-TXN-REC
			WHEN MPD-PRICE
				MOVE MPD-TXN TO PRICE-PEND-REC
				WRITE PRICE-PEND-REC
		END-EVALUATE.
		PERFORM LOG-DECISION.

	LOG-DECISION.
		PERFORM FIND-BEFORE-IMAGE.
		MOVE MPD-NUMBER TO MAL-NUMBER.
		MOVE MPD-TARGET TO MAL-TARGET.
		MOVE DC-DECISION(WS-DC-FOUND) TO MAL-DECISION.
		MOVE MPD-MAKER TO MAL-MAKER.
		MOVE MPD-ENTRY-DATE TO MAL-ENTRY-DATE.
		MOVE MPD-ENTRY-TIME TO MAL-ENTRY-TIME.
		MOVE DC-CHECKER(WS-DC-FOUND) TO MAL-CHECKER.
		MOVE DC-DATE(WS-DC-FOUND) TO MAL-CHECK-DATE.
		MOVE DC-TIME(WS-DC-FOUND) TO MAL-CHECK-TIME.
		MOVE WS-BEFORE-IMAGE TO MAL-BEFORE.
		MOVE MPD-TXN TO MAL-AFTER.
		MOVE DC-REASON(WS-DC-FOUND) TO MAL-REASON.
		WRITE APPROVAL-LOG-REC.

	FIND-BEFORE-IMAGE.
		MOVE SPACES TO WS-BEFORE-IMAGE.
		MOVE MPD-TXN TO WS-TXN-IMAGE.
		EVALUATE TRUE
			WHEN MPD-PRODUCT
				PERFORM FIND-PRODUCT-IMAGE
			WHEN MPD-STORE
				PERFORM FIND-STORE-IMAGE
			WHEN MPD-PRICE
				PERFORM FIND-PRICE-IMAGE
		END-EVALUATE.

	FIND-PRODUCT-IMAGE.
		PERFORM VARYING WS-PM-IDX FROM 1 BY 1
			UNTIL WS-PM-IDX > WS-PM-COUNT
			IF PM-STORE(WS-PM-IDX) = TXP-STORE
				AND PM-PROD(WS-PM-IDX) = TXP-PROD
				MOVE PM-IMAGE(WS-PM-IDX)
					TO WS-BEFORE-IMAGE
			END-IF
		END-PERFORM.

	FIND-STORE-IMAGE.
		PERFORM VARYING WS-SM-IDX FROM 1 BY 1
			UNTIL WS-SM-IDX > WS-SM-COUNT
			IF SM-STORE(WS-SM-IDX) = TXS-STORE
				MOVE SM-IMAGE(WS-SM-IDX)
					TO WS-BEFORE-IMAGE
			END-IF
		END-PERFORM.

	FIND-PRICE-IMAGE.
		PERFORM VARYING WS-RM-IDX FROM 1 BY 1
			UNTIL WS-RM-IDX > WS-RM-COUNT
			IF RM-PRODUCT(WS-RM-IDX) = TXR-PRODUCT
				MOVE RM-IMAGE(WS-RM-IDX)
					TO WS-BEFORE-IMAGE
			END-IF
		END-PERFORM.

	SET-TARGET-NAME.
		EVALUATE TRUE
			WHEN MPD-PRODUCT
				MOVE "PRODUIT" TO RP-TARGET
			WHEN MPD-STORE
				MOVE "MAGASIN" TO RP-TARGET
			WHEN MPD-PRICE
				MOVE "PRIX" TO RP-TARGET
			WHEN OTHER
				MOVE "INCONNU" TO RP-TARGET
		END-EVALUATE.

	TAKE-SUBMISSIONS.
		OPEN INPUT SUBMIT-FILE.
		IF WS-SUBM-STATUS NOT = "00"
			SET SUBMIT-EOF TO TRUE
		ELSE
			SET SUBMISSIONS-READ TO TRUE
			PERFORM READ-SUBMISSION
		END-IF.
		PERFORM TAKE-ONE-SUBMISSION UNTIL SUBMIT-EOF.
		IF WS-SUBM-STATUS NOT = "35"
			CLOSE SUBMIT-FILE
		END-IF.

	READ-SUBMISSION.
		READ SUBMIT-FILE
			AT END SET SUBMIT-EOF TO TRUE
		END-READ.

	TAKE-ONE-SUBMISSION.
		ADD 1 TO WS-STAT-READ.
		MOVE ZERO TO RD-NUMBER.
		MOVE MSB-TARGET TO MPD-TARGET.
		PERFORM SET-TARGET-NAME.
		MOVE RP-TARGET TO RD-TARGET.
		MOVE MSB-MAKER TO RD-MAKER.
		MOVE SPACES TO RD-CHECKER.
		PERFORM CHECK-SUBMISSION.
		IF SUBMISSION-VALID
			ADD 1 TO WS-MNT-NUMBER
			MOVE WS-MNT-NUMBER TO MPD-NUMBER
			MOVE MSB-MAKER TO MPD-MAKER
			IF MSB-DATE = SPACES
				MOVE WS-TODAY TO MPD-ENTRY-DATE
				MOVE WS-RUN-TIME TO MPD-ENTRY-TIME
			ELSE
				MOVE MSB-DATE TO MPD-ENTRY-DATE
				MOVE MSB-TIME TO MPD-ENTRY-TIME
			END-IF
			MOVE MSB-TXN TO MPD-TXN
			WRITE QUEUE-OUT-REC FROM MAINT-PEND-REC
			MOVE WS-MNT-NUMBER TO RD-NUMBER
			MOVE "Saisie mise en attente" TO RD-RESULT
			ADD 1 TO WS-SUBMITTED
		ELSE
			ADD 1 TO WS-BAD-SUBM
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		WRITE APPROVAL-LINE FROM WS-RPT-DETAIL.
		PERFORM READ-SUBMISSION.

	CHECK-SUBMISSION.
		SET SUBMISSION-VALID TO TRUE.
		MOVE MSB-TXN TO WS-TXN-IMAGE.
		EVALUATE TRUE
			WHEN MSB-MAKER = SPACES
				MOVE "Refusee - saisisseur absent"
					TO RD-RESULT
				SET SUBMISSION-INVALID TO TRUE
			WHEN NOT (MSB-PRODUCT OR MSB-STORE OR MSB-PRICE)
				MOVE "Refusee - objet inconnu"
					TO RD-RESULT
				SET SUBMISSION-INVALID TO TRUE
			WHEN MSB-PRODUCT
				AND (TXP-STORE NOT NUMERIC
				OR TXP-PROD NOT NUMERIC)
				MOVE "Refusee - cle invalide"
					TO RD-RESULT
				SET SUBMISSION-INVALID TO TRUE
			WHEN MSB-STORE
				AND TXS-STORE NOT NUMERIC
				MOVE "Refusee - cle invalide"
					TO RD-RESULT
				SET SUBMISSION-INVALID TO TRUE
			WHEN MSB-PRICE
				AND TXR-PRODUCT NOT NUMERIC
				MOVE "Refusee - cle invalide"
					TO RD-RESULT
				SET SUBMISSION-INVALID TO TRUE
		END-EVALUATE.

	REPORT-UNUSED-DECISION.
		IF DC-OPEN(WS-DC-IDX)
			MOVE DC-NUMBER(WS-DC-IDX) TO RD-NUMBER
			MOVE SPACES TO RD-TARGET
			MOVE SPACES TO RD-MAKER
			MOVE DC-CHECKER(WS-DC-IDX) TO RD-CHECKER
			MOVE "Refusee - aucune demande en attente"
				TO RD-RESULT
			PERFORM REFUSE-DECISION
		END-IF.

	CLEAR-INPUT-FILES.
		IF SUBMISSIONS-READ
			AND TARGETS-OPEN
			OPEN OUTPUT SUBMIT-FILE
			CLOSE SUBMIT-FILE
		END-IF.
		IF DECISIONS-READ
			AND NOT DECISION-OVERFLOW
			OPEN OUTPUT DECISION-FILE
			CLOSE DECISION-FILE
		END-IF.

	LIST-PENDING.
		MOVE SPACES TO APPROVAL-LINE.
		WRITE APPROVAL-LINE.
		MOVE "Demandes en attente d'approbation"
			TO RS-TEXT.
		WRITE APPROVAL-LINE FROM WS-RPT-SECTION.
		OPEN INPUT QUEUE-OUT-FILE.
		IF WS-PNDO-STATUS NOT = "00"
			SET QUEUE-OUT-EOF TO TRUE
		ELSE
			PERFORM READ-QUEUE-OUT
		END-IF.
		PERFORM LIST-ONE-PENDING UNTIL QUEUE-OUT-EOF.
		IF WS-PNDO-STATUS NOT = "35"
			CLOSE QUEUE-OUT-FILE
		END-IF.

	READ-QUEUE-OUT.
		READ QUEUE-OUT-FILE INTO MAINT-PEND-REC
			AT END SET QUEUE-OUT-EOF TO TRUE
		END-READ.

	LIST-ONE-PENDING.
		ADD 1 TO WS-WAITING.
		MOVE MPD-NUMBER TO RP-NUMBER.
		PERFORM SET-TARGET-NAME.
		MOVE MPD-MAKER TO RP-MAKER.
		MOVE MPD-ENTRY-DATE TO RP-DATE.
		MOVE MPD-TXN TO RP-TXN.
		WRITE APPROVAL-LINE FROM WS-RPT-PENDING.
		PERFORM READ-QUEUE-OUT.

	WRITE-SUMMARY.
		MOVE SPACES TO APPROVAL-LINE.
		WRITE APPROVAL-LINE.
		MOVE "Saisies mises en attente" TO RY-LABEL.
		MOVE WS-SUBMITTED TO RY-COUNT.
		WRITE APPROVAL-LINE FROM WS-RPT-TALLY.
		MOVE "Saisies refusees" TO RY-LABEL.
		MOVE WS-BAD-SUBM TO RY-COUNT.
		WRITE APPROVAL-LINE FROM WS-RPT-TALLY.
		MOVE "Demandes approuvees et transmises" TO RY-LABEL.
		MOVE WS-APPROVED TO RY-COUNT.
		WRITE APPROVAL-LINE FROM WS-RPT-TALLY.
		MOVE "Demandes rejetees" TO RY-LABEL.
		MOVE WS-REJECTED TO RY-COUNT.
		WRITE APPROVAL-LINE FROM WS-RPT-TALLY.
		MOVE "Decisions refusees" TO RY-LABEL.
		MOVE WS-REFUSED TO RY-COUNT.
		WRITE APPROVAL-LINE FROM WS-RPT-TALLY.
		MOVE "Demandes toujours en attente" TO RY-LABEL.
		MOVE WS-WAITING TO RY-COUNT.
		WRITE APPROVAL-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
