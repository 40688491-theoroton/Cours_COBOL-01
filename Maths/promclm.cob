	IDENTIFICATION DIVISION.
	PROGRAM-ID. PROMCLM.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAM-FILE ASSIGN TO "CLMPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARAM-STATUS.
		SELECT PROMO-FILE ASSIGN TO "PROMOTAB"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PROMO-STATUS.
		SELECT INV-HIST-FILE ASSIGN TO "INVHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS IVH-KEY
			FILE STATUS IS WS-INVHST-STATUS.
		SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VEND-STATUS.
		SELECT CLAIM-IN-FILE ASSIGN TO "CLAIMIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CLMIN-STATUS.
		SELECT ACTION-FILE ASSIGN TO "CLMACT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ACT-STATUS.
		SELECT CLM-NBR-FILE ASSIGN TO "CLMNBCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CLMNBR-STATUS.
		SELECT CLAIM-OUT-FILE ASSIGN TO "CLAIMS"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT CLAIM-DOC-FILE ASSIGN TO "CLMDOC"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT CLAIM-RPT-FILE ASSIGN TO "CLMRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE.
	01  PARAM-REC.
		02 CLP-BUS-DATE PIC X(8).

	FD  PROMO-FILE.
	01  PROMO-REC.
		02 PRO-PRODUCT     PIC 9(4).
		02 PRO-START-DATE  PIC X(8).
		02 PRO-END-DATE    PIC X(8).
		02 PRO-MODE        PIC X.
		02 PRO-DISC-PCT    PIC 9(2)V99.
		02 PRO-PROMO-PRICE PIC 9(3)V99.
		02 PRO-VENDOR      PIC 9(4).
		02 PRO-FUND-TYPE   PIC X.
			88 PRO-FUND-PCT  VALUE "P".
			88 PRO-FUND-UNIT VALUE "U".
		02 PRO-FUND-RATE   PIC 9(3)V99.

	FD  INV-HIST-FILE.
	01  INV-HIST-REC.
		02 IVH-KEY.
			03 IVH-INVOICE PIC 9(6).
			03 IVH-LINE    PIC 9(3).
		02 IVH-STORE    PIC 9(4).
		02 IVH-PRODUCT  PIC 9(4).
		02 IVH-DATE     PIC X(8).
		02 IVH-TXN-CODE PIC X.
		02 IVH-QTY      PIC 9(3).
		02 IVH-PRICE    PIC 9(3)V99.
		02 IVH-GROSS    PIC S9(6)V99.
		02 IVH-DISCOUNT PIC S9(6)V99.
		02 IVH-NET      PIC S9(6)V99.
		02 IVH-TAX      PIC S9(6)V99.
		02 IVH-CURRENCY PIC X(3).
		02 IVH-FX-RATE  PIC 9(3)V9(6).
		02 IVH-RPT-GROSS    PIC S9(6)V99.
		02 IVH-RPT-DISCOUNT PIC S9(6)V99.
		02 IVH-RPT-NET      PIC S9(6)V99.
		02 IVH-RPT-TAX      PIC S9(6)V99.

	FD  VENDOR-MASTER.
	01  VENDOR-REC.
		02 VND-VENDOR  PIC 9(4).
		02 VND-NAME    PIC X(20).
		02 VND-PROD-LO PIC 9(4).
		02 VND-PROD-HI PIC 9(4).
		02 VND-STATUS  PIC X.
		02 VND-TERMS-DAYS PIC 9(3).

	FD  CLAIM-IN-FILE.
	01  CLAIM-IN-REC PIC X(114).

	FD  ACTION-FILE.
	01  ACTION-REC.
		02 CLA-NUMBER PIC 9(6).
		02 CLA-ACTION PIC X.
			88 CLA-COLLECT VALUE "C".
			88 CLA-DISPUTE VALUE "D".
			88 CLA-REBILL  VALUE "B".
		02 CLA-DATE   PIC X(8).
		02 CLA-AMOUNT PIC 9(9)V99.
		02 CLA-REASON PIC X(20).

	FD  CLM-NBR-FILE.
	01  CLM-NBR-REC.
		02 CLN-LAST-NUMBER PIC 9(6).

	FD  CLAIM-OUT-FILE.
	01  CLAIM-OUT-REC PIC X(114).

	FD  CLAIM-DOC-FILE.
	01  CLAIM-DOC-LINE PIC X(80).

	FD  CLAIM-RPT-FILE.
	01  CLAIM-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.
	COPY CLMREC.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARAM-STATUS  PIC XX.
	01 WS-PROMO-STATUS  PIC XX.
	01 WS-INVHST-STATUS PIC XX.
	01 WS-VEND-STATUS   PIC XX.
	01 WS-CLMIN-STATUS  PIC XX.
	01 WS-ACT-STATUS    PIC XX.
	01 WS-CLMNBR-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-PRO-EOF PIC X VALUE "N".
			88 PROMO-EOF VALUE "Y".
		02 WS-INV-EOF PIC X VALUE "N".
			88 INV-HIST-EOF VALUE "Y".
		02 WS-VND-EOF PIC X VALUE "N".
			88 VENDOR-EOF VALUE "Y".
		02 WS-CLM-EOF PIC X VALUE "N".
			88 CLAIM-IN-EOF VALUE "Y".
		02 WS-ACT-EOF PIC X VALUE "N".
			88 ACTION-EOF VALUE "Y".

	01 WS-BUS-DATE   PIC X(8).
	01 WS-CLM-NUMBER PIC 9(6) VALUE ZERO.

	01 WS-CLAIM-TAB-CTL.
		02 WS-CL-COUNT PIC 9(4) VALUE ZERO.
		02 WS-CL-IDX   PIC 9(4).
		02 WS-CL-FOUND PIC 9(4).

	01 WS-CLAIM-TAB.
		02 WS-CL-ENTRY OCCURS 9999 TIMES.
			03 CT-REC.
				04 CT-NUMBER  PIC 9(6).
				04 CT-VENDOR  PIC 9(4).
				04 CT-PRODUCT PIC 9(4).
				04 CT-START   PIC X(8).
				04 FILLER     PIC X(92).
			03 CT-NEW PIC X.

	01 WS-VEND-TAB-CTL.
		02 WS-VN-COUNT PIC 9(3) VALUE ZERO.
		02 WS-VN-IDX   PIC 9(3).
		02 WS-VN-FOUND PIC 9(3).

	01 WS-VEND-TAB.
		02 WS-VN-ENTRY OCCURS 999 TIMES.
			03 VT-VENDOR  PIC 9(4).
			03 VT-NAME    PIC X(20).
			03 VT-CLAIMED PIC X.

	01 WS-PROMO-TAB-CTL.
		02 WS-PE-COUNT PIC 9(3) VALUE ZERO.
		02 WS-PE-IDX   PIC 9(3).

	01 WS-PROMO-TAB.
		02 WS-PE-ENTRY OCCURS 999 TIMES.
			03 PE-VENDOR  PIC 9(4).
			03 PE-PRODUCT PIC 9(4).
			03 PE-START   PIC X(8).
			03 PE-END     PIC X(8).
			03 PE-TYPE    PIC X.
			03 PE-RATE    PIC 9(3)V99.
			03 PE-QTY     PIC S9(8).
			03 PE-DISC    PIC S9(9)V99.

	01 WS-CLAIM-WORK.
		02 WS-FIND-NUMBER  PIC 9(6).
		02 WS-FIND-VENDOR  PIC 9(4).
		02 WS-FIND-PRODUCT PIC 9(4).
		02 WS-FIND-START   PIC X(8).
		02 WS-DOC-VEND-NO  PIC 9(4).
		02 WS-DOC-TOTAL    PIC S9(9)V99.

	01 WS-TALLIES.
		02 WS-NEW-CLAIMS   PIC 9(6) VALUE ZERO.
		02 WS-NIL-CLAIMS   PIC 9(6) VALUE ZERO.
		02 WS-NEW-AMOUNT   PIC S9(11)V99 VALUE ZERO.
		02 WS-ACT-APPLIED  PIC 9(6) VALUE ZERO.
		02 WS-ACT-REJECTED PIC 9(6) VALUE ZERO.
		02 WS-NO-VENDOR    PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(40) VALUE
			"Reclamations promotions fournisseurs - ".
		02 FILLER PIC X(7)  VALUE "date : ".
		02 CR-DATE PIC X(8).
		02 FILLER PIC X(25) VALUE SPACES.

	01 WS-RPT-SECTION.
		02 FILLER   PIC X(2)  VALUE SPACES.
		02 CS-TEXT  PIC X(60).
		02 FILLER   PIC X(18) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RR-NUMBER  PIC ZZZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RR-VENDOR  PIC ZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RR-PRODUCT PIC ZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RR-AMOUNT  PIC -ZZZZZZ9.99.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RR-TEXT    PIC X(40).
		02 FILLER     PIC X(5)  VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 CY-LABEL  PIC X(34).
		02 CY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RPT-TOTAL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 FILLER    PIC X(34) VALUE
			"Montant des nouvelles reclamations".
		02 CY-AMOUNT PIC -ZZZZZZZZZ9.99.
		02 FILLER    PIC X(30) VALUE SPACES.

	01 WS-DOC-TITLE.
		02 FILLER PIC X(44) VALUE
			"DEMANDE DE PARTICIPATION PROMOTIONNELLE".
		02 FILLER PIC X(36) VALUE SPACES.

	01 WS-DOC-VENDOR.
		02 FILLER    PIC X(12) VALUE "Fournisseur ".
		02 DV-VENDOR PIC 9(4).
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 DV-NAME   PIC X(20).
		02 FILLER    PIC X(14) VALUE " - demande du ".
		02 DV-DATE   PIC X(8).
		02 FILLER    PIC X(20) VALUE SPACES.

	01 WS-DOC-TEXTS.
		02 FILLER PIC X(60) VALUE
			"Conformement aux accords de financement".
		02 FILLER PIC X(60) VALUE
			"des promotions ci-dessous, merci de regler".
		02 FILLER PIC X(60) VALUE
			"ou de nous adresser un avoir du montant".
		02 FILLER PIC X(60) VALUE
			"indique, en rappelant le numero de demande.".
	01 WS-DOC-TEXT-TAB REDEFINES WS-DOC-TEXTS.
		02 DX-LINE PIC X(60) OCCURS 4 TIMES.
	01 WS-DX-IDX PIC 9.

	01 WS-DOC-TEXT.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 DT-TEXT   PIC X(60).
		02 FILLER    PIC X(18) VALUE SPACES.

	01 WS-DOC-COLUMNS.
		02 FILLER PIC X(10) VALUE "  Numero".
		02 FILLER PIC X(6)  VALUE "Prod".
		02 FILLER PIC X(18) VALUE "Periode".
		02 FILLER PIC X(9)  VALUE "  Unites".
		02 FILLER PIC X(12) VALUE "     Remise".
		02 FILLER PIC X(11) VALUE "Condition".
		02 FILLER PIC X(11) VALUE "    Montant".
		02 FILLER PIC X(3)  VALUE SPACES.

	01 WS-DOC-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 CD-NUMBER  PIC 9(6).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 CD-PRODUCT PIC ZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 CD-START   PIC X(8).
		02 FILLER     PIC X(1)  VALUE "-".
		02 CD-END     PIC X(8).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 CD-QTY     PIC -ZZZZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 CD-DISC    PIC -ZZZZZZ9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 CD-RATE    PIC ZZ9.99.
		02 CD-BASIS   PIC X(4).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 CD-AMOUNT  PIC -ZZZZZZ9.99.
		02 FILLER     PIC X(3)  VALUE SPACES.

	01 WS-DOC-TOTAL-LINE.
		02 FILLER     PIC X(44) VALUE SPACES.
		02 FILLER     PIC X(22) VALUE "Total a regler :".
		02 DL-TOTAL   PIC -ZZZZZZ9.99.
		02 FILLER     PIC X(3)  VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "PROMCLM" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-CLAIM-TABLE.
		PERFORM LOAD-VENDOR-TABLE.
		OPEN OUTPUT CLAIM-RPT-FILE.
		MOVE WS-BUS-DATE TO CR-DATE.
		WRITE CLAIM-LINE FROM WS-RPT-TITLE.
		MOVE SPACES TO CLAIM-LINE.
		WRITE CLAIM-LINE.
		MOVE "Suivi des reclamations (CLMACT)" TO CS-TEXT.
		WRITE CLAIM-LINE FROM WS-RPT-SECTION.
		PERFORM APPLY-CLAIM-ACTIONS.
		PERFORM LOAD-CLOSED-PROMOS.
		PERFORM TALLY-PROMO-SALES.
		MOVE SPACES TO CLAIM-LINE.
		WRITE CLAIM-LINE.
		MOVE "Nouvelles reclamations (promotions closes)"
			TO CS-TEXT.
		WRITE CLAIM-LINE FROM WS-RPT-SECTION.
		PERFORM LOAD-CLAIM-NUMBER.
		PERFORM RAISE-ONE-CLAIM
			VARYING WS-PE-IDX FROM 1 BY 1
			UNTIL WS-PE-IDX > WS-PE-COUNT.
		PERFORM SAVE-CLAIM-NUMBER.
		PERFORM WRITE-CLAIM-TABLE.
		PERFORM WRITE-CLAIM-DOCUMENTS.
		PERFORM WRITE-SUMMARY.
		CLOSE CLAIM-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
		OPEN INPUT PARAM-FILE.
		IF WS-PARAM-STATUS = "00"
			READ PARAM-FILE
				AT END MOVE "10" TO WS-PARAM-STATUS
			END-READ
			IF WS-PARAM-STATUS = "00"
				AND CLP-BUS-DATE NUMERIC
				MOVE CLP-BUS-DATE TO WS-BUS-DATE
			END-IF
			CLOSE PARAM-FILE
		END-IF.
		DISPLAY "Date de gestion : " WS-BUS-DATE.

	LOAD-CLAIM-TABLE.
		OPEN INPUT CLAIM-IN-FILE.
		IF WS-CLMIN-STATUS NOT = "00"
			DISPLAY "Fichier CLAIMIN absent - "
				"aucune reclamation anterieure"
			SET CLAIM-IN-EOF TO TRUE
		ELSE
			PERFORM READ-CLAIM-IN
		END-IF.
		PERFORM LOAD-CLAIM-ENTRY UNTIL CLAIM-IN-EOF.
		IF WS-CLMIN-STATUS NOT = "35"
			CLOSE CLAIM-IN-FILE
		END-IF.

	READ-CLAIM-IN.
		READ CLAIM-IN-FILE
			AT END SET CLAIM-IN-EOF TO TRUE
		END-READ.

	LOAD-CLAIM-ENTRY.
		ADD 1 TO WS-STAT-READ.
		IF WS-CL-COUNT < 9999
			ADD 1 TO WS-CL-COUNT
			MOVE CLAIM-IN-REC TO CT-REC(WS-CL-COUNT)
			MOVE "N" TO CT-NEW(WS-CL-COUNT)
		ELSE
			DISPLAY "Table des reclamations saturee"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-CLAIM-IN.

	FIND-CLAIM-BY-NUMBER.
		MOVE ZERO TO WS-CL-FOUND.
		PERFORM VARYING WS-CL-IDX FROM 1 BY 1
			UNTIL WS-CL-IDX > WS-CL-COUNT
			OR WS-CL-FOUND > ZERO
			IF CT-NUMBER(WS-CL-IDX) = WS-FIND-NUMBER
				MOVE WS-CL-IDX TO WS-CL-FOUND
			END-IF
		END-PERFORM.

	FIND-CLAIM-BY-PROMO.
		MOVE ZERO TO WS-CL-FOUND.
		PERFORM VARYING WS-CL-IDX FROM 1 BY 1
			UNTIL WS-CL-IDX > WS-CL-COUNT
			OR WS-CL-FOUND > ZERO
			IF CT-VENDOR(WS-CL-IDX) = WS-FIND-VENDOR
				AND CT-PRODUCT(WS-CL-IDX)
					= WS-FIND-PRODUCT
				AND CT-START(WS-CL-IDX) = WS-FIND-START
				MOVE WS-CL-IDX TO WS-CL-FOUND
			END-IF
		END-PERFORM.

	LOAD-VENDOR-TABLE.
		OPEN INPUT VENDOR-MASTER.
		IF WS-VEND-STATUS NOT = "00"
			DISPLAY "Fichier VENDMAST absent"
			MOVE 8 TO WS-RETURN-CODE
			SET VENDOR-EOF TO TRUE
		ELSE
			PERFORM READ-VENDOR
		END-IF.
		PERFORM LOAD-VENDOR-ENTRY UNTIL VENDOR-EOF.
		IF WS-VEND-STATUS NOT = "35"
			CLOSE VENDOR-MASTER
		END-IF.

	READ-VENDOR.
		READ VENDOR-MASTER
			AT END SET VENDOR-EOF TO TRUE
		END-READ.

	LOAD-VENDOR-ENTRY.
		IF WS-VN-COUNT < 999
			ADD 1 TO WS-VN-COUNT
			MOVE VND-VENDOR TO VT-VENDOR(WS-VN-COUNT)
			MOVE VND-NAME TO VT-NAME(WS-VN-COUNT)
			MOVE "N" TO VT-CLAIMED(WS-VN-COUNT)
		END-IF.
		PERFORM READ-VENDOR.

	FIND-VENDOR-ENTRY.
		MOVE ZERO TO WS-VN-FOUND.
		PERFORM VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT
			OR WS-VN-FOUND > ZERO
			IF VT-VENDOR(WS-VN-IDX) = WS-FIND-VENDOR
				MOVE WS-VN-IDX TO WS-VN-FOUND
			END-IF
		END-PERFORM.

	APPLY-CLAIM-ACTIONS.
		OPEN INPUT ACTION-FILE.
		IF WS-ACT-STATUS NOT = "00"
			DISPLAY "Pas de mouvements de reclamation"
			SET ACTION-EOF TO TRUE
		ELSE
			PERFORM READ-ACTION
		END-IF.
		PERFORM APPLY-ONE-ACTION UNTIL ACTION-EOF.
		IF WS-ACT-STATUS NOT = "35"
			CLOSE ACTION-FILE
		END-IF.

	READ-ACTION.
		READ ACTION-FILE
			AT END SET ACTION-EOF TO TRUE
		END-READ.

	APPLY-ONE-ACTION.
		ADD 1 TO WS-STAT-READ.
		MOVE CLA-NUMBER TO WS-FIND-NUMBER.
		PERFORM FIND-CLAIM-BY-NUMBER.
		MOVE CLA-NUMBER TO RR-NUMBER.
		MOVE ZERO TO RR-VENDOR.
		MOVE ZERO TO RR-PRODUCT.
		MOVE ZERO TO RR-AMOUNT.
		IF WS-CL-FOUND = ZERO
			MOVE "reclamation inconnue" TO RR-TEXT
			PERFORM REJECT-ACTION
		ELSE
			MOVE CT-REC(WS-CL-FOUND) TO PROMO-CLAIM-REC
			MOVE CLM-VENDOR TO RR-VENDOR
			MOVE CLM-PRODUCT TO RR-PRODUCT
			MOVE CLM-AMOUNT TO RR-AMOUNT
			EVALUATE TRUE
				WHEN CLA-COLLECT
					AND (CLM-BILLED OR CLM-DISPUTED)
					PERFORM COLLECT-CLAIM
				WHEN CLA-DISPUTE
					AND CLM-BILLED
					PERFORM DISPUTE-CLAIM
				WHEN CLA-REBILL
					AND CLM-DISPUTED
					PERFORM REBILL-CLAIM
				WHEN OTHER
					MOVE "refuse pour ce statut"
						TO RR-TEXT
					PERFORM REJECT-ACTION
			END-EVALUATE
		END-IF.
		PERFORM READ-ACTION.

	REJECT-ACTION.
		ADD 1 TO WS-ACT-REJECTED.
		ADD 1 TO WS-STAT-REJ.
		MOVE 8 TO WS-RETURN-CODE.
		WRITE CLAIM-LINE FROM WS-RPT-DETAIL.

	COLLECT-CLAIM.
		IF CLA-AMOUNT NUMERIC
			AND CLA-AMOUNT > ZERO
			MOVE CLA-AMOUNT TO CLM-COLLECTED-AMT
		ELSE
			MOVE CLM-AMOUNT TO CLM-COLLECTED-AMT
		END-IF.
		SET CLM-COLLECTED TO TRUE.
		MOVE CLM-COLLECTED-AMT TO RR-AMOUNT.
		IF CLM-COLLECTED-AMT < CLM-AMOUNT
			MOVE "encaissee - ecart conserve" TO RR-TEXT
		ELSE
			MOVE "encaissee" TO RR-TEXT
		END-IF.
		PERFORM STORE-CLAIM-ACTION.

	DISPUTE-CLAIM.
		SET CLM-DISPUTED TO TRUE.
		MOVE CLA-REASON TO CLM-REASON.
		MOVE "contestee par le fournisseur" TO RR-TEXT.
		PERFORM STORE-CLAIM-ACTION.

	REBILL-CLAIM.
		IF CLA-AMOUNT NUMERIC
			AND CLA-AMOUNT > ZERO
			MOVE CLA-AMOUNT TO CLM-AMOUNT
			MOVE CLM-AMOUNT TO RR-AMOUNT
		END-IF.
		SET CLM-BILLED TO TRUE.
		MOVE CLA-REASON TO CLM-REASON.
		MOVE "refacturee apres contestation" TO RR-TEXT.
		PERFORM STORE-CLAIM-ACTION.

	STORE-CLAIM-ACTION.
		IF CLA-DATE NUMERIC
			MOVE CLA-DATE TO CLM-STATUS-DATE
		ELSE
			MOVE WS-BUS-DATE TO CLM-STATUS-DATE
		END-IF.
		MOVE PROMO-CLAIM-REC TO CT-REC(WS-CL-FOUND).
		ADD 1 TO WS-ACT-APPLIED.
		WRITE CLAIM-LINE FROM WS-RPT-DETAIL.

	LOAD-CLOSED-PROMOS.
		OPEN INPUT PROMO-FILE.
		IF WS-PROMO-STATUS NOT = "00"
			DISPLAY "Fichier PROMOTAB absent"
			MOVE 8 TO WS-RETURN-CODE
			SET PROMO-EOF TO TRUE
		ELSE
			PERFORM READ-PROMO
		END-IF.
		PERFORM LOAD-PROMO-ENTRY UNTIL PROMO-EOF.
		IF WS-PROMO-STATUS NOT = "35"
			CLOSE PROMO-FILE
		END-IF.

	READ-PROMO.
		READ PROMO-FILE
			AT END SET PROMO-EOF TO TRUE
		END-READ.

	LOAD-PROMO-ENTRY.
		IF PRO-VENDOR NUMERIC
			AND PRO-VENDOR > ZERO
			AND (PRO-FUND-PCT OR PRO-FUND-UNIT)
			AND PRO-FUND-RATE NUMERIC
			AND PRO-FUND-RATE > ZERO
			AND PRO-END-DATE < WS-BUS-DATE
			MOVE PRO-VENDOR TO WS-FIND-VENDOR
			MOVE PRO-PRODUCT TO WS-FIND-PRODUCT
			MOVE PRO-START-DATE TO WS-FIND-START
			PERFORM FIND-CLAIM-BY-PROMO
			IF WS-CL-FOUND = ZERO
				PERFORM ADD-PROMO-ENTRY
			END-IF
		END-IF.
		PERFORM READ-PROMO.

	ADD-PROMO-ENTRY.
		IF WS-PE-COUNT < 999
			ADD 1 TO WS-PE-COUNT
			MOVE PRO-VENDOR TO PE-VENDOR(WS-PE-COUNT)
			MOVE PRO-PRODUCT TO PE-PRODUCT(WS-PE-COUNT)
			MOVE PRO-START-DATE TO PE-START(WS-PE-COUNT)
			MOVE PRO-END-DATE TO PE-END(WS-PE-COUNT)
			MOVE PRO-FUND-TYPE TO PE-TYPE(WS-PE-COUNT)
			MOVE PRO-FUND-RATE TO PE-RATE(WS-PE-COUNT)
			MOVE ZERO TO PE-QTY(WS-PE-COUNT)
			MOVE ZERO TO PE-DISC(WS-PE-COUNT)
		ELSE
			DISPLAY "Table des promotions saturee - "
				PRO-PRODUCT " " PRO-START-DATE
				" reportee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	TALLY-PROMO-SALES.
		IF WS-PE-COUNT = ZERO
			SET INV-HIST-EOF TO TRUE
		ELSE
			OPEN INPUT INV-HIST-FILE
			IF WS-INVHST-STATUS NOT = "00"
				DISPLAY "INVHIST indisponible : "
					WS-INVHST-STATUS
				MOVE 12 TO WS-RETURN-CODE
				SET INV-HIST-EOF TO TRUE
			ELSE
				PERFORM READ-INV-HIST
			END-IF
		END-IF.
		PERFORM TALLY-ONE-INVOICE UNTIL INV-HIST-EOF.
		IF WS-PE-COUNT > ZERO
			AND WS-INVHST-STATUS NOT = "35"
			CLOSE INV-HIST-FILE
		END-IF.

	READ-INV-HIST.
		READ INV-HIST-FILE NEXT
			AT END SET INV-HIST-EOF TO TRUE
		END-READ.

	TALLY-ONE-INVOICE.
		ADD 1 TO WS-STAT-READ.
		IF IVH-RPT-DISCOUNT NOT = ZERO
			PERFORM TALLY-INVOICE-TO-PROMO
				VARYING WS-PE-IDX FROM 1 BY 1
				UNTIL WS-PE-IDX > WS-PE-COUNT
		END-IF.
		PERFORM READ-INV-HIST.

	TALLY-INVOICE-TO-PROMO.
		IF PE-PRODUCT(WS-PE-IDX) = IVH-PRODUCT
			AND IVH-DATE >= PE-START(WS-PE-IDX)
			AND IVH-DATE <= PE-END(WS-PE-IDX)
			IF IVH-TXN-CODE = "R"
				SUBTRACT IVH-QTY FROM PE-QTY(WS-PE-IDX)
			ELSE
				ADD IVH-QTY TO PE-QTY(WS-PE-IDX)
			END-IF
			ADD IVH-RPT-DISCOUNT TO PE-DISC(WS-PE-IDX)
		END-IF.

	LOAD-CLAIM-NUMBER.
		OPEN INPUT CLM-NBR-FILE.
		IF WS-CLMNBR-STATUS = "00"
			READ CLM-NBR-FILE
				AT END MOVE "10" TO WS-CLMNBR-STATUS
			END-READ
			IF WS-CLMNBR-STATUS = "00"
				AND CLN-LAST-NUMBER NUMERIC
				MOVE CLN-LAST-NUMBER TO WS-CLM-NUMBER
			END-IF
			CLOSE CLM-NBR-FILE
		ELSE
			DISPLAY "Fichier CLMNBCTL absent - "
				"numerotation a partir de 1"
		END-IF.

	SAVE-CLAIM-NUMBER.
		OPEN OUTPUT CLM-NBR-FILE.
		MOVE WS-CLM-NUMBER TO CLN-LAST-NUMBER.
		WRITE CLM-NBR-REC.
		CLOSE CLM-NBR-FILE.

	RAISE-ONE-CLAIM.
		IF WS-CL-COUNT < 9999
			PERFORM BUILD-CLAIM
		ELSE
			DISPLAY "Table des reclamations saturee - "
				PE-PRODUCT(WS-PE-IDX) " reportee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	BUILD-CLAIM.
		ADD 1 TO WS-CLM-NUMBER.
		INITIALIZE PROMO-CLAIM-REC.
		MOVE WS-CLM-NUMBER TO CLM-NUMBER.
		MOVE PE-VENDOR(WS-PE-IDX) TO CLM-VENDOR.
		MOVE PE-PRODUCT(WS-PE-IDX) TO CLM-PRODUCT.
		MOVE PE-START(WS-PE-IDX) TO CLM-START-DATE.
		MOVE PE-END(WS-PE-IDX) TO CLM-END-DATE.
		MOVE PE-TYPE(WS-PE-IDX) TO CLM-FUND-TYPE.
		MOVE PE-RATE(WS-PE-IDX) TO CLM-FUND-RATE.
		MOVE PE-QTY(WS-PE-IDX) TO CLM-QTY.
		MOVE PE-DISC(WS-PE-IDX) TO CLM-DISCOUNT.
		IF CLM-FUND-TYPE = "P"
			COMPUTE CLM-AMOUNT ROUNDED =
				CLM-DISCOUNT * CLM-FUND-RATE / 100
		ELSE
			COMPUTE CLM-AMOUNT ROUNDED =
				CLM-QTY * CLM-FUND-RATE
		END-IF.
		MOVE WS-BUS-DATE TO CLM-BILL-DATE.
		MOVE WS-BUS-DATE TO CLM-STATUS-DATE.
		MOVE ZERO TO CLM-COLLECTED-AMT.
		MOVE CLM-NUMBER TO RR-NUMBER.
		MOVE CLM-VENDOR TO RR-VENDOR.
		MOVE CLM-PRODUCT TO RR-PRODUCT.
		IF CLM-AMOUNT > ZERO
			SET CLM-BILLED TO TRUE
			ADD 1 TO WS-NEW-CLAIMS
			ADD CLM-AMOUNT TO WS-NEW-AMOUNT
			MOVE CLM-AMOUNT TO RR-AMOUNT
			MOVE "facturee au fournisseur" TO RR-TEXT
		ELSE
			MOVE ZERO TO CLM-AMOUNT
			SET CLM-NIL TO TRUE
			ADD 1 TO WS-NIL-CLAIMS
			MOVE ZERO TO RR-AMOUNT
			MOVE "neant - aucune vente remisee" TO RR-TEXT
		END-IF.
		WRITE CLAIM-LINE FROM WS-RPT-DETAIL.
		ADD 1 TO WS-CL-COUNT.
		MOVE PROMO-CLAIM-REC TO CT-REC(WS-CL-COUNT).
		MOVE "Y" TO CT-NEW(WS-CL-COUNT).

	WRITE-CLAIM-TABLE.
		OPEN OUTPUT CLAIM-OUT-FILE.
		PERFORM WRITE-ONE-CLAIM
			VARYING WS-CL-IDX FROM 1 BY 1
			UNTIL WS-CL-IDX > WS-CL-COUNT.
		CLOSE CLAIM-OUT-FILE.

	WRITE-ONE-CLAIM.
		MOVE CT-REC(WS-CL-IDX) TO CLAIM-OUT-REC.
		WRITE CLAIM-OUT-REC.
		ADD 1 TO WS-STAT-WRIT.

	WRITE-CLAIM-DOCUMENTS.
		OPEN OUTPUT CLAIM-DOC-FILE.
		PERFORM DOCUMENT-ONE-CLAIM-VENDOR
			VARYING WS-CL-IDX FROM 1 BY 1
			UNTIL WS-CL-IDX > WS-CL-COUNT.
		CLOSE CLAIM-DOC-FILE.

	DOCUMENT-ONE-CLAIM-VENDOR.
		MOVE CT-REC(WS-CL-IDX) TO PROMO-CLAIM-REC.
		IF CT-NEW(WS-CL-IDX) = "Y"
			AND CLM-BILLED
			MOVE CLM-VENDOR TO WS-FIND-VENDOR
			PERFORM FIND-VENDOR-ENTRY
			IF WS-VN-FOUND = ZERO
				AND WS-VN-COUNT < 999
				ADD 1 TO WS-NO-VENDOR
				MOVE 8 TO WS-RETURN-CODE
				ADD 1 TO WS-VN-COUNT
				MOVE WS-VN-COUNT TO WS-VN-FOUND
				MOVE CLM-VENDOR
					TO VT-VENDOR(WS-VN-FOUND)
				MOVE "** inconnu **"
					TO VT-NAME(WS-VN-FOUND)
				MOVE "N" TO VT-CLAIMED(WS-VN-FOUND)
			END-IF
			IF WS-VN-FOUND > ZERO
				AND VT-CLAIMED(WS-VN-FOUND) = "N"
				MOVE "Y" TO VT-CLAIMED(WS-VN-FOUND)
				PERFORM WRITE-VENDOR-DOCUMENT
			END-IF
		END-IF.

	WRITE-VENDOR-DOCUMENT.
		MOVE CLM-VENDOR TO WS-DOC-VEND-NO.
		MOVE ZERO TO WS-DOC-TOTAL.
		WRITE CLAIM-DOC-LINE FROM WS-DOC-TITLE.
		MOVE WS-DOC-VEND-NO TO DV-VENDOR.
		MOVE VT-NAME(WS-VN-FOUND) TO DV-NAME.
		MOVE WS-BUS-DATE TO DV-DATE.
		WRITE CLAIM-DOC-LINE FROM WS-DOC-VENDOR.
		MOVE SPACES TO CLAIM-DOC-LINE.
		WRITE CLAIM-DOC-LINE.
		PERFORM WRITE-DOC-TEXT
			VARYING WS-DX-IDX FROM 1 BY 1
			UNTIL WS-DX-IDX > 4.
		MOVE SPACES TO CLAIM-DOC-LINE.
		WRITE CLAIM-DOC-LINE.
		WRITE CLAIM-DOC-LINE FROM WS-DOC-COLUMNS.
		PERFORM WRITE-DOC-DETAIL
			VARYING WS-CL-FOUND FROM WS-CL-IDX BY 1
			UNTIL WS-CL-FOUND > WS-CL-COUNT.
		MOVE WS-DOC-TOTAL TO DL-TOTAL.
		WRITE CLAIM-DOC-LINE FROM WS-DOC-TOTAL-LINE.
		MOVE SPACES TO CLAIM-DOC-LINE.
		WRITE CLAIM-DOC-LINE.
		WRITE CLAIM-DOC-LINE.

	WRITE-DOC-TEXT.
		MOVE DX-LINE(WS-DX-IDX) TO DT-TEXT.
		WRITE CLAIM-DOC-LINE FROM WS-DOC-TEXT.

	WRITE-DOC-DETAIL.
		MOVE CT-REC(WS-CL-FOUND) TO PROMO-CLAIM-REC.
		IF CT-NEW(WS-CL-FOUND) = "Y"
			AND CLM-BILLED
			AND CLM-VENDOR = WS-DOC-VEND-NO
			MOVE CLM-NUMBER TO CD-NUMBER
			MOVE CLM-PRODUCT TO CD-PRODUCT
			MOVE CLM-START-DATE TO CD-START
			MOVE CLM-END-DATE TO CD-END
			MOVE CLM-QTY TO CD-QTY
			MOVE CLM-DISCOUNT TO CD-DISC
			MOVE CLM-FUND-RATE TO CD-RATE
			IF CLM-FUND-TYPE = "P"
				MOVE " %" TO CD-BASIS
			ELSE
				MOVE " /u" TO CD-BASIS
			END-IF
			MOVE CLM-AMOUNT TO CD-AMOUNT
			ADD CLM-AMOUNT TO WS-DOC-TOTAL
			WRITE CLAIM-DOC-LINE FROM WS-DOC-DETAIL
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO CLAIM-LINE.
		WRITE CLAIM-LINE.
		MOVE "Mouvements appliques" TO CY-LABEL.
		MOVE WS-ACT-APPLIED TO CY-COUNT.
		WRITE CLAIM-LINE FROM WS-RPT-TALLY.
		MOVE "Mouvements rejetes" TO CY-LABEL.
		MOVE WS-ACT-REJECTED TO CY-COUNT.
		WRITE CLAIM-LINE FROM WS-RPT-TALLY.
		MOVE "Reclamations emises" TO CY-LABEL.
		MOVE WS-NEW-CLAIMS TO CY-COUNT.
		WRITE CLAIM-LINE FROM WS-RPT-TALLY.
		MOVE "Promotions closes sans montant" TO CY-LABEL.
		MOVE WS-NIL-CLAIMS TO CY-COUNT.
		WRITE CLAIM-LINE FROM WS-RPT-TALLY.
		MOVE "Fournisseurs absents de VENDMAST" TO CY-LABEL.
		MOVE WS-NO-VENDOR TO CY-COUNT.
		WRITE CLAIM-LINE FROM WS-RPT-TALLY.
		MOVE WS-NEW-AMOUNT TO CY-AMOUNT.
		WRITE CLAIM-LINE FROM WS-RPT-TOTAL.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
