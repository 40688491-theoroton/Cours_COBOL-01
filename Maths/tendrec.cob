	IDENTIFICATION DIVISION.
	PROGRAM-ID. TENDREC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "TNDPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT TENDER-FILE ASSIGN TO "TENDVAL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-TND-STATUS.
		SELECT INVOICE-FILE ASSIGN TO "INVDTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-INV-STATUS.
		SELECT REMIT-FILE ASSIGN TO "REMITIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RMT-STATUS.
		SELECT MTD-IN-FILE ASSIGN TO "TNDMTDI"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MTI-STATUS.
		SELECT MTD-OUT-FILE ASSIGN TO "TNDMTD"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT SUBLEDGER-FILE ASSIGN TO "LEDGSUB"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUB-STATUS.
		SELECT REPORT-FILE ASSIGN TO "TNDRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 TDP-OS-ACCT   PIC 9(4).
		02 TDP-CASH-ACCT PIC 9(4).

	FD  TENDER-FILE.
	01  TENDER-REC.
		02 TND-REC-TYPE PIC X.
			88 TND-IS-HEADER  VALUE "H".
			88 TND-IS-TENDER  VALUE "P".
			88 TND-IS-TRAILER VALUE "T".
		02 TND-STORE    PIC 9(4).
		02 TND-TILL     PIC 9(4).
		02 TND-DATE     PIC X(8).
		02 TND-TENDER   PIC X.
			88 TND-IS-CASH    VALUE "E".
			88 TND-IS-CARD    VALUE "C".
			88 TND-IS-CHEQUE  VALUE "Q".
			88 TND-IS-VOUCHER VALUE "B".
		02 TND-AMOUNT   PIC 9(6)V99.
	01  TND-HEADER-REC.
		02 TNH-TYPE   PIC X.
		02 TNH-DATE   PIC X(8).
		02 TNH-SOURCE PIC X(8).
	01  TND-TRAILER-REC.
		02 TNT-TYPE  PIC X.
		02 TNT-COUNT PIC 9(6).
		02 TNT-HASH  PIC 9(10)V99.

	FD  INVOICE-FILE.
	01  INVOICE-REC.
		02 INV-INVOICE  PIC 9(6).
		02 INV-STORE    PIC 9(4).
		02 INV-PRODUCT  PIC 9(4).
		02 INV-DATE     PIC X(8).
		02 INV-TXN-CODE PIC X.
		02 INV-QTY      PIC 9(3).
		02 INV-PRICE    PIC 9(3)V99.
		02 INV-GROSS    PIC S9(6)V99.
		02 INV-DISCOUNT PIC S9(6)V99.
		02 INV-NET      PIC S9(6)V99.
		02 INV-TAX      PIC S9(6)V99.
		02 INV-CURRENCY PIC X(3).
		02 INV-FX-RATE  PIC 9(3)V9(6).
		02 INV-RPT-GROSS    PIC S9(6)V99.
		02 INV-RPT-DISCOUNT PIC S9(6)V99.
		02 INV-RPT-NET      PIC S9(6)V99.
		02 INV-RPT-TAX      PIC S9(6)V99.

	FD  REMIT-FILE.
	01  REMIT-REC.
		02 RMT-STORE   PIC 9(4).
		02 RMT-INVOICE PIC 9(6).
		02 RMT-DATE    PIC X(8).
		02 RMT-AMOUNT  PIC 9(7)V99.

	FD  MTD-IN-FILE.
	01  MTD-IN-REC.
		02 MTI-STORE     PIC 9(4).
		02 MTI-MONTH     PIC X(6).
		02 MTI-LAST-DATE PIC X(8).
		02 MTI-AMOUNT    PIC S9(9)V99.

	FD  MTD-OUT-FILE.
	01  MTD-OUT-REC PIC X(29).

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

	FD  REPORT-FILE.
	01  REPORT-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS PIC XX.
	01 WS-TND-STATUS  PIC XX.
	01 WS-INV-STATUS  PIC XX.
	01 WS-RMT-STATUS  PIC XX.
	01 WS-MTI-STATUS  PIC XX.
	01 WS-SUB-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-TND-EOF PIC X VALUE "N".
			88 TENDER-EOF VALUE "Y".
		02 WS-INV-EOF PIC X VALUE "N".
			88 INVOICE-EOF VALUE "Y".
		02 WS-RMT-EOF PIC X VALUE "N".
			88 REMIT-EOF VALUE "Y".
		02 WS-MTI-EOF PIC X VALUE "N".
			88 MTD-EOF VALUE "Y".
		02 WS-PARM-FLAG PIC X VALUE "N".
			88 PARMS-LOADED VALUE "Y".
		02 WS-HDR-FLAG PIC X VALUE "N".
			88 HEADER-SEEN VALUE "Y".
		02 WS-TRL-FLAG PIC X VALUE "N".
			88 TRAILER-SEEN VALUE "Y".
		02 WS-FIRST-FLAG PIC X VALUE "Y".
			88 FIRST-STORE VALUE "Y".
		02 WS-ADD-FLAG PIC X VALUE "N".
			88 ADD-IF-MISSING VALUE "Y".

	01 WS-TODAY    PIC X(8).
	01 WS-BUS-DATE PIC X(8).

	01 WS-ACCOUNTS.
		02 WS-OS-ACCT   PIC 9(4).
		02 WS-CASH-ACCT PIC 9(4).

	01 WS-FILE-CONTROLS.
		02 WS-CTL-COUNT PIC 9(6)  VALUE ZERO.
		02 WS-CTL-HASH  PIC 9(10)V99 VALUE ZERO.
		02 WS-TRL-COUNT PIC 9(6)  VALUE ZERO.
		02 WS-TRL-HASH  PIC 9(10)V99 VALUE ZERO.

	01 WS-DAY-TAB-CTL.
		02 WS-DY-COUNT PIC 9(4) VALUE ZERO.
		02 WS-DY-IDX   PIC 9(4).
		02 WS-DY-FOUND PIC 9(4).
		02 WS-DY-INS   PIC 9(4).
		02 WS-DY-SHIFT PIC 9(4).

	01 WS-DAY-TAB.
		02 WS-DY-ENTRY OCCURS 3000 TIMES.
			03 DY-KEY.
				04 DY-STORE PIC 9(4).
				04 DY-DATE  PIC X(8).
			03 DY-CASH       PIC 9(9)V99.
			03 DY-CARD       PIC 9(9)V99.
			03 DY-CHEQUE     PIC 9(9)V99.
			03 DY-VOUCHER    PIC 9(9)V99.
			03 DY-SALES      PIC S9(9)V99.
			03 DY-DEPOSIT    PIC 9(9)V99.
			03 DY-HAS-TENDER PIC X.
			03 DY-FX-RATE    PIC 9(3)V9(6).

	01 WS-FIND-KEY.
		02 WS-FIND-STORE PIC 9(4).
		02 WS-FIND-DATE  PIC X(8).

	01 WS-MTD-TAB-CTL.
		02 WS-MT-COUNT PIC 9(3) VALUE ZERO.
		02 WS-MT-IDX   PIC 9(3).
		02 WS-MT-FOUND PIC 9(3).
		02 WS-MT-INS   PIC 9(3).
		02 WS-MT-SHIFT PIC 9(3).

	01 WS-MTD-TAB.
		02 WS-MT-ENTRY OCCURS 999 TIMES.
			03 MT-STORE     PIC 9(4).
			03 MT-MONTH     PIC X(6).
			03 MT-LAST-DATE PIC X(8).
			03 MT-AMOUNT    PIC S9(9)V99.

	01 WS-MTD-STORE PIC 9(4).

	01 WS-DAY-WORK.
		02 WS-TND-TOTAL PIC 9(9)V99.
		02 WS-REG-VAR   PIC S9(9)V99.
		02 WS-DEP-VAR   PIC S9(9)V99.
		02 WS-DAY-OS    PIC S9(9)V99.

	01 WS-STORE-TOTALS.
		02 WS-CUR-STORE   PIC 9(4).
		02 WS-STO-DAYS    PIC 9(4).
		02 WS-STO-TENDER  PIC 9(9)V99.
		02 WS-STO-SALES   PIC S9(9)V99.
		02 WS-STO-REG     PIC S9(9)V99.
		02 WS-STO-DEPOSIT PIC 9(9)V99.
		02 WS-STO-DEP     PIC S9(9)V99.
		02 WS-STO-OS      PIC S9(9)V99.
		02 WS-STO-RPT-OS  PIC S9(9)V99.

	01 WS-GRAND-TOTALS.
		02 WS-GRD-TENDER  PIC 9(9)V99 VALUE ZERO.
		02 WS-GRD-SALES   PIC S9(9)V99 VALUE ZERO.
		02 WS-GRD-REG     PIC S9(9)V99 VALUE ZERO.
		02 WS-GRD-DEPOSIT PIC 9(9)V99 VALUE ZERO.
		02 WS-GRD-DEP     PIC S9(9)V99 VALUE ZERO.
		02 WS-GRD-OS      PIC S9(9)V99 VALUE ZERO.

	01 WS-ENTRY-WORK.
		02 WS-ENT-ACCOUNT PIC 9(4).
		02 WS-ENT-DC      PIC X.
		02 WS-ENT-CENTER  PIC 9(4).
		02 WS-ABS-AMOUNT  PIC 9(9)V99.
		02 WS-PIECE-AMT   PIC 9(6)V99.
		02 WS-AMOUNT-CAP  PIC 9(6)V99 VALUE 999999.99.
		02 WS-LED-COUNT   PIC 9(6) VALUE ZERO.
		02 WS-LED-HASH    PIC 9(10)V99 VALUE ZERO.

	01 WS-TALLIES.
		02 WS-DAYS-DONE    PIC 9(6) VALUE ZERO.
		02 WS-DAYS-SKIPPED PIC 9(6) VALUE ZERO.
		02 WS-DAYS-NO-TND  PIC 9(6) VALUE ZERO.
		02 WS-DEP-ORPHAN   PIC 9(6) VALUE ZERO.
		02 WS-STORES-OS    PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(43) VALUE
			"Ecarts de caisse des magasins - journee du ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(29) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(14) VALUE " Mag  Date".
		02 FILLER PIC X(11) VALUE " Reglements".
		02 FILLER PIC X(11) VALUE " Ventes TTC".
		02 FILLER PIC X(11) VALUE " Ecart vtes".
		02 FILLER PIC X(11) VALUE "  Versement".
		02 FILLER PIC X(11) VALUE " Ecart vers".
		02 FILLER PIC X(11) VALUE " Ecart jour".

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RD-STORE   PIC 9(4).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RD-DATE    PIC X(8).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RD-TENDER  PIC Z(6)9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RD-SALES   PIC -(6)9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RD-REG     PIC -(6)9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RD-DEPOSIT PIC Z(6)9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RD-DEP     PIC -(6)9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RD-OS      PIC -(6)9.99.

	01 WS-RPT-NOTE.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RN-STORE   PIC 9(4).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RN-DATE    PIC X(8).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RN-TEXT    PIC X(40).
		02 RN-AMOUNT  PIC -(8)9.99.
		02 FILLER     PIC X(12) VALUE SPACES.

	01 WS-RPT-TOTAL.
		02 RO-LABEL   PIC X(14).
		02 RO-STORE-VIEW REDEFINES RO-LABEL.
			03 FILLER   PIC X(8).
			03 RO-STORE PIC 9(4).
			03 FILLER   PIC X(2).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RO-TENDER  PIC Z(6)9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RO-SALES   PIC -(6)9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RO-REG     PIC -(6)9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RO-DEPOSIT PIC Z(6)9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RO-DEP     PIC -(6)9.99.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RO-OS      PIC -(6)9.99.

	01 WS-RPT-MTD.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 FILLER     PIC X(14) VALUE "Cumul du mois ".
		02 RM-MONTH   PIC X(6).
		02 FILLER     PIC X(3)  VALUE " : ".
		02 RM-AMOUNT  PIC -(8)9.99.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 RM-STATE   PIC X(10).
		02 FILLER     PIC X(31) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RY-LABEL  PIC X(34).
		02 RY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "TENDREC" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		MOVE WS-TODAY TO WS-BUS-DATE.
		PERFORM LOAD-MTD-HISTORY.
		PERFORM LOAD-PARAMETERS.
		IF PARMS-LOADED
			PERFORM LOAD-TENDERS
			IF WS-RETURN-CODE < 12
				PERFORM LOAD-INVOICES
				PERFORM LOAD-REMITTANCES
			END-IF
			IF WS-RETURN-CODE < 12
				PERFORM RECONCILE-STORE-DAYS
			ELSE
				DISPLAY "Etape TENDREC abandonnee - "
					"aucun ecart comptabilise"
			END-IF
		ELSE
			DISPLAY "Fichier TNDPARM absent ou invalide - "
				"aucun ecart comptabilise"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		PERFORM WRITE-NEW-MTD.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		OPEN INPUT PARM-FILE.
		IF WS-PARM-STATUS = "00"
			READ PARM-FILE
				AT END MOVE "10" TO WS-PARM-STATUS
			END-READ
			IF WS-PARM-STATUS = "00"
				AND TDP-OS-ACCT NUMERIC
				AND TDP-CASH-ACCT NUMERIC
				SET PARMS-LOADED TO TRUE
				MOVE TDP-OS-ACCT TO WS-OS-ACCT
				MOVE TDP-CASH-ACCT TO WS-CASH-ACCT
			END-IF
			CLOSE PARM-FILE
		END-IF.

	LOAD-MTD-HISTORY.
		OPEN INPUT MTD-IN-FILE.
		IF WS-MTI-STATUS NOT = "00"
			DISPLAY "Fichier TNDMTDI absent - cumuls "
				"mensuels repartent a zero"
			SET MTD-EOF TO TRUE
		ELSE
			PERFORM READ-MTD-IN
		END-IF.
		PERFORM LOAD-MTD-ENTRY UNTIL MTD-EOF.
		IF WS-MTI-STATUS NOT = "35"
			CLOSE MTD-IN-FILE
		END-IF.

	READ-MTD-IN.
		READ MTD-IN-FILE
			AT END SET MTD-EOF TO TRUE
		END-READ.

	LOAD-MTD-ENTRY.
		MOVE MTI-STORE TO WS-MTD-STORE.
		PERFORM FIND-MTD-ENTRY.
		IF WS-MT-FOUND > ZERO
			MOVE MTI-MONTH TO MT-MONTH(WS-MT-FOUND)
			MOVE MTI-LAST-DATE TO MT-LAST-DATE(WS-MT-FOUND)
			MOVE MTI-AMOUNT TO MT-AMOUNT(WS-MT-FOUND)
		END-IF.
		PERFORM READ-MTD-IN.

	FIND-MTD-ENTRY.
		MOVE ZERO TO WS-MT-FOUND.
		MOVE ZERO TO WS-MT-INS.
		PERFORM VARYING WS-MT-IDX FROM 1 BY 1
			UNTIL WS-MT-IDX > WS-MT-COUNT
			OR WS-MT-FOUND > ZERO
			OR WS-MT-INS > ZERO
			IF MT-STORE(WS-MT-IDX) = WS-MTD-STORE
				MOVE WS-MT-IDX TO WS-MT-FOUND
			END-IF
			IF MT-STORE(WS-MT-IDX) > WS-MTD-STORE
				MOVE WS-MT-IDX TO WS-MT-INS
			END-IF
		END-PERFORM.
		IF WS-MT-FOUND = ZERO
			IF WS-MT-COUNT < 999
				PERFORM INSERT-MTD-ENTRY
			ELSE
				DISPLAY "Table des cumuls saturee"
				MOVE 12 TO WS-RETURN-CODE
			END-IF
		END-IF.

	INSERT-MTD-ENTRY.
		IF WS-MT-INS = ZERO
			COMPUTE WS-MT-INS = WS-MT-COUNT + 1
		END-IF.
		ADD 1 TO WS-MT-COUNT.
		PERFORM VARYING WS-MT-SHIFT FROM WS-MT-COUNT
			BY -1 UNTIL WS-MT-SHIFT <= WS-MT-INS
			MOVE WS-MT-ENTRY(WS-MT-SHIFT - 1)
				TO WS-MT-ENTRY(WS-MT-SHIFT)
		END-PERFORM.
		MOVE WS-MTD-STORE TO MT-STORE(WS-MT-INS).
		MOVE SPACES TO MT-MONTH(WS-MT-INS).
		MOVE SPACES TO MT-LAST-DATE(WS-MT-INS).
		MOVE ZERO TO MT-AMOUNT(WS-MT-INS).
		MOVE WS-MT-INS TO WS-MT-FOUND.

	LOAD-TENDERS.
		OPEN INPUT TENDER-FILE.
		IF WS-TND-STATUS NOT = "00"
			DISPLAY "Fichier TENDVAL absent"
			MOVE 12 TO WS-RETURN-CODE
			SET TENDER-EOF TO TRUE
		ELSE
			PERFORM READ-TENDER
		END-IF.
		PERFORM LOAD-ONE-TENDER UNTIL TENDER-EOF.
		IF WS-TND-STATUS NOT = "35"
			CLOSE TENDER-FILE
			PERFORM VERIFY-TENDER-CONTROLS
		END-IF.

	READ-TENDER.
		READ TENDER-FILE
			AT END SET TENDER-EOF TO TRUE
		END-READ.

	LOAD-ONE-TENDER.
		EVALUATE TRUE
			WHEN TND-IS-HEADER
				SET HEADER-SEEN TO TRUE
				MOVE TNH-DATE TO WS-BUS-DATE
			WHEN TND-IS-TRAILER
				SET TRAILER-SEEN TO TRUE
				MOVE TNT-COUNT TO WS-TRL-COUNT
				MOVE TNT-HASH TO WS-TRL-HASH
			WHEN TND-IS-TENDER
				ADD 1 TO WS-STAT-READ
				ADD 1 TO WS-CTL-COUNT
				ADD TND-AMOUNT TO WS-CTL-HASH
				PERFORM ADD-TENDER-TO-DAY
		END-EVALUATE.
		PERFORM READ-TENDER.

	ADD-TENDER-TO-DAY.
		MOVE TND-STORE TO WS-FIND-STORE.
		MOVE TND-DATE TO WS-FIND-DATE.
		SET ADD-IF-MISSING TO TRUE.
		PERFORM FIND-DAY-ENTRY.
		IF WS-DY-FOUND > ZERO
			MOVE "Y" TO DY-HAS-TENDER(WS-DY-FOUND)
			PERFORM ADD-TENDER-AMOUNT
		END-IF.

	ADD-TENDER-AMOUNT.
		EVALUATE TRUE
			WHEN TND-IS-CASH
				ADD TND-AMOUNT TO DY-CASH(WS-DY-FOUND)
			WHEN TND-IS-CARD
				ADD TND-AMOUNT TO DY-CARD(WS-DY-FOUND)
			WHEN TND-IS-CHEQUE
				ADD TND-AMOUNT TO DY-CHEQUE(WS-DY-FOUND)
			WHEN TND-IS-VOUCHER
				ADD TND-AMOUNT
					TO DY-VOUCHER(WS-DY-FOUND)
		END-EVALUATE.

	VERIFY-TENDER-CONTROLS.
		IF NOT HEADER-SEEN
			OR NOT TRAILER-SEEN
			DISPLAY "Controle TENDVAL : entete ou fin de "
				"fichier absente"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		IF TRAILER-SEEN
			AND (WS-CTL-COUNT NOT = WS-TRL-COUNT
			OR WS-CTL-HASH NOT = WS-TRL-HASH)
			DISPLAY "Controle TENDVAL : nombre lu "
				WS-CTL-COUNT " attendu " WS-TRL-COUNT
			DISPLAY "Controle TENDVAL : hash lu "
				WS-CTL-HASH " attendu " WS-TRL-HASH
			MOVE 12 TO WS-RETURN-CODE
		END-IF.

	FIND-DAY-ENTRY.
		MOVE ZERO TO WS-DY-FOUND.
		MOVE ZERO TO WS-DY-INS.
		PERFORM VARYING WS-DY-IDX FROM 1 BY 1
			UNTIL WS-DY-IDX > WS-DY-COUNT
			OR WS-DY-FOUND > ZERO
			OR WS-DY-INS > ZERO
			IF DY-KEY(WS-DY-IDX) = WS-FIND-KEY
				MOVE WS-DY-IDX TO WS-DY-FOUND
			END-IF
			IF DY-KEY(WS-DY-IDX) > WS-FIND-KEY
				MOVE WS-DY-IDX TO WS-DY-INS
			END-IF
		END-PERFORM.
		IF WS-DY-FOUND = ZERO
			AND ADD-IF-MISSING
			IF WS-DY-COUNT < 3000
				PERFORM INSERT-DAY-ENTRY
			ELSE
				DISPLAY "Table des journees saturee"
				MOVE 12 TO WS-RETURN-CODE
			END-IF
		END-IF.
		MOVE "N" TO WS-ADD-FLAG.

	INSERT-DAY-ENTRY.
		IF WS-DY-INS = ZERO
			COMPUTE WS-DY-INS = WS-DY-COUNT + 1
		END-IF.
		ADD 1 TO WS-DY-COUNT.
		PERFORM VARYING WS-DY-SHIFT FROM WS-DY-COUNT
			BY -1 UNTIL WS-DY-SHIFT <= WS-DY-INS
			MOVE WS-DY-ENTRY(WS-DY-SHIFT - 1)
				TO WS-DY-ENTRY(WS-DY-SHIFT)
		END-PERFORM.
		MOVE WS-FIND-KEY TO DY-KEY(WS-DY-INS).
		MOVE ZERO TO DY-CASH(WS-DY-INS).
		MOVE ZERO TO DY-CARD(WS-DY-INS).
		MOVE ZERO TO DY-CHEQUE(WS-DY-INS).
		MOVE ZERO TO DY-VOUCHER(WS-DY-INS).
		MOVE ZERO TO DY-SALES(WS-DY-INS).
		MOVE ZERO TO DY-DEPOSIT(WS-DY-INS).
		MOVE "N" TO DY-HAS-TENDER(WS-DY-INS).
		MOVE 1 TO DY-FX-RATE(WS-DY-INS).
		MOVE WS-DY-INS TO WS-DY-FOUND.

	LOAD-INVOICES.
		OPEN INPUT INVOICE-FILE.
		IF WS-INV-STATUS NOT = "00"
			DISPLAY "Fichier INVDTL absent"
			MOVE 12 TO WS-RETURN-CODE
			SET INVOICE-EOF TO TRUE
		ELSE
			PERFORM READ-INVOICE
		END-IF.
		PERFORM ADD-INVOICE-TO-DAY UNTIL INVOICE-EOF.
		IF WS-INV-STATUS NOT = "35"
			CLOSE INVOICE-FILE
		END-IF.

	READ-INVOICE.
		READ INVOICE-FILE
			AT END SET INVOICE-EOF TO TRUE
		END-READ.

	ADD-INVOICE-TO-DAY.
		ADD 1 TO WS-STAT-READ.
		MOVE INV-STORE TO WS-FIND-STORE.
		MOVE INV-DATE TO WS-FIND-DATE.
		SET ADD-IF-MISSING TO TRUE.
		PERFORM FIND-DAY-ENTRY.
		IF WS-DY-FOUND > ZERO
			ADD INV-NET TO DY-SALES(WS-DY-FOUND)
			ADD INV-TAX TO DY-SALES(WS-DY-FOUND)
			IF INV-FX-RATE NUMERIC
				AND INV-FX-RATE > ZERO
				MOVE INV-FX-RATE
					TO DY-FX-RATE(WS-DY-FOUND)
			END-IF
		END-IF.
		PERFORM READ-INVOICE.

	LOAD-REMITTANCES.
		OPEN INPUT REMIT-FILE.
		IF WS-RMT-STATUS NOT = "00"
			DISPLAY "Fichier REMITIN absent"
			MOVE 12 TO WS-RETURN-CODE
			SET REMIT-EOF TO TRUE
		ELSE
			PERFORM READ-REMIT
		END-IF.
		PERFORM ADD-REMIT-TO-DAY UNTIL REMIT-EOF.
		IF WS-RMT-STATUS NOT = "35"
			CLOSE REMIT-FILE
		END-IF.

	READ-REMIT.
		READ REMIT-FILE
			AT END SET REMIT-EOF TO TRUE
		END-READ.

	ADD-REMIT-TO-DAY.
		ADD 1 TO WS-STAT-READ.
		MOVE RMT-STORE TO WS-FIND-STORE.
		MOVE RMT-DATE TO WS-FIND-DATE.
		PERFORM FIND-DAY-ENTRY.
		IF WS-DY-FOUND > ZERO
			ADD RMT-AMOUNT TO DY-DEPOSIT(WS-DY-FOUND)
		ELSE
			ADD 1 TO WS-DEP-ORPHAN
		END-IF.
		PERFORM READ-REMIT.

	RECONCILE-STORE-DAYS.
		OPEN OUTPUT REPORT-FILE.
		MOVE WS-BUS-DATE TO RT-DATE.
		WRITE REPORT-LINE FROM WS-RPT-TITLE.
		WRITE REPORT-LINE FROM WS-RPT-COLUMNS.
		PERFORM OPEN-SUBLEDGER.
		PERFORM RECONCILE-ONE-DAY
			VARYING WS-DY-IDX FROM 1 BY 1
			UNTIL WS-DY-IDX > WS-DY-COUNT.
		IF NOT FIRST-STORE
			PERFORM CLOSE-STORE-GROUP
		END-IF.
		PERFORM CLOSE-SUBLEDGER.
		MOVE " TOTAL GENERAL" TO RO-LABEL.
		MOVE WS-GRD-TENDER TO RO-TENDER.
		MOVE WS-GRD-SALES TO RO-SALES.
		MOVE WS-GRD-REG TO RO-REG.
		MOVE WS-GRD-DEPOSIT TO RO-DEPOSIT.
		MOVE WS-GRD-DEP TO RO-DEP.
		MOVE WS-GRD-OS TO RO-OS.
		WRITE REPORT-LINE FROM WS-RPT-TOTAL.
		PERFORM WRITE-SUMMARY.
		CLOSE REPORT-FILE.

	RECONCILE-ONE-DAY.
		IF FIRST-STORE
			OR DY-STORE(WS-DY-IDX) NOT = WS-CUR-STORE
			IF NOT FIRST-STORE
				PERFORM CLOSE-STORE-GROUP
			END-IF
			PERFORM START-STORE-GROUP
		END-IF.
		MOVE DY-STORE(WS-DY-IDX) TO RN-STORE.
		MOVE DY-DATE(WS-DY-IDX) TO RN-DATE.
		EVALUATE TRUE
			WHEN DY-HAS-TENDER(WS-DY-IDX) = "N"
				ADD 1 TO WS-DAYS-NO-TND
				MOVE "Ventes sans reglements - ignorees"
					TO RN-TEXT
				MOVE DY-SALES(WS-DY-IDX) TO RN-AMOUNT
				WRITE REPORT-LINE FROM WS-RPT-NOTE
			WHEN WS-MT-FOUND > ZERO
				AND DY-DATE(WS-DY-IDX)
					<= MT-LAST-DATE(WS-MT-FOUND)
				ADD 1 TO WS-DAYS-SKIPPED
				ADD 1 TO WS-STAT-REJ
				MOVE "Journee deja rapprochee - ignoree"
					TO RN-TEXT
				MOVE DY-SALES(WS-DY-IDX) TO RN-AMOUNT
				WRITE REPORT-LINE FROM WS-RPT-NOTE
			WHEN OTHER
				PERFORM RECONCILE-DAY-FIGURES
		END-EVALUATE.

	START-STORE-GROUP.
		MOVE "N" TO WS-FIRST-FLAG.
		MOVE DY-STORE(WS-DY-IDX) TO WS-CUR-STORE.
		MOVE ZERO TO WS-STO-DAYS.
		MOVE ZERO TO WS-STO-TENDER.
		MOVE ZERO TO WS-STO-SALES.
		MOVE ZERO TO WS-STO-REG.
		MOVE ZERO TO WS-STO-DEPOSIT.
		MOVE ZERO TO WS-STO-DEP.
		MOVE ZERO TO WS-STO-OS.
		MOVE ZERO TO WS-STO-RPT-OS.
		MOVE WS-CUR-STORE TO WS-MTD-STORE.
		PERFORM FIND-MTD-ENTRY.

	RECONCILE-DAY-FIGURES.
		COMPUTE WS-TND-TOTAL = DY-CASH(WS-DY-IDX)
			+ DY-CARD(WS-DY-IDX) + DY-CHEQUE(WS-DY-IDX)
			+ DY-VOUCHER(WS-DY-IDX).
		COMPUTE WS-REG-VAR = WS-TND-TOTAL - DY-SALES(WS-DY-IDX).
		COMPUTE WS-DEP-VAR = DY-DEPOSIT(WS-DY-IDX)
			- DY-CASH(WS-DY-IDX) - DY-CHEQUE(WS-DY-IDX).
		COMPUTE WS-DAY-OS = WS-REG-VAR + WS-DEP-VAR.
		MOVE DY-STORE(WS-DY-IDX) TO RD-STORE.
		MOVE DY-DATE(WS-DY-IDX) TO RD-DATE.
		MOVE WS-TND-TOTAL TO RD-TENDER.
		MOVE DY-SALES(WS-DY-IDX) TO RD-SALES.
		MOVE WS-REG-VAR TO RD-REG.
		MOVE DY-DEPOSIT(WS-DY-IDX) TO RD-DEPOSIT.
		MOVE WS-DEP-VAR TO RD-DEP.
		MOVE WS-DAY-OS TO RD-OS.
		WRITE REPORT-LINE FROM WS-RPT-DETAIL.
		ADD 1 TO WS-DAYS-DONE.
		ADD 1 TO WS-STO-DAYS.
		ADD WS-TND-TOTAL TO WS-STO-TENDER.
		ADD DY-SALES(WS-DY-IDX) TO WS-STO-SALES.
		ADD WS-REG-VAR TO WS-STO-REG.
		ADD DY-DEPOSIT(WS-DY-IDX) TO WS-STO-DEPOSIT.
		ADD WS-DEP-VAR TO WS-STO-DEP.
		ADD WS-DAY-OS TO WS-STO-OS.
		COMPUTE WS-STO-RPT-OS ROUNDED = WS-STO-RPT-OS
			+ WS-DAY-OS * DY-FX-RATE(WS-DY-IDX).
		IF WS-MT-FOUND > ZERO
			IF DY-DATE(WS-DY-IDX)(1:6)
				NOT = MT-MONTH(WS-MT-FOUND)
				MOVE DY-DATE(WS-DY-IDX)(1:6)
					TO MT-MONTH(WS-MT-FOUND)
				MOVE ZERO TO MT-AMOUNT(WS-MT-FOUND)
			END-IF
			ADD WS-DAY-OS TO MT-AMOUNT(WS-MT-FOUND)
			MOVE DY-DATE(WS-DY-IDX)
				TO MT-LAST-DATE(WS-MT-FOUND)
		END-IF.

	CLOSE-STORE-GROUP.
		IF WS-STO-DAYS > ZERO
			MOVE "  Total" TO RO-LABEL
			MOVE WS-CUR-STORE TO RO-STORE
			MOVE WS-STO-TENDER TO RO-TENDER
			MOVE WS-STO-SALES TO RO-SALES
			MOVE WS-STO-REG TO RO-REG
			MOVE WS-STO-DEPOSIT TO RO-DEPOSIT
			MOVE WS-STO-DEP TO RO-DEP
			MOVE WS-STO-OS TO RO-OS
			WRITE REPORT-LINE FROM WS-RPT-TOTAL
			PERFORM WRITE-MTD-LINE
			PERFORM POST-STORE-OVER-SHORT
			ADD WS-STO-TENDER TO WS-GRD-TENDER
			ADD WS-STO-SALES TO WS-GRD-SALES
			ADD WS-STO-REG TO WS-GRD-REG
			ADD WS-STO-DEPOSIT TO WS-GRD-DEPOSIT
			ADD WS-STO-DEP TO WS-GRD-DEP
			ADD WS-STO-OS TO WS-GRD-OS
		END-IF.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.

	WRITE-MTD-LINE.
		IF WS-MT-FOUND > ZERO
			MOVE MT-MONTH(WS-MT-FOUND) TO RM-MONTH
			MOVE MT-AMOUNT(WS-MT-FOUND) TO RM-AMOUNT
			EVALUATE TRUE
				WHEN MT-AMOUNT(WS-MT-FOUND) > ZERO
					MOVE "EXCEDENT" TO RM-STATE
				WHEN MT-AMOUNT(WS-MT-FOUND) < ZERO
					MOVE "MANQUANT" TO RM-STATE
				WHEN OTHER
					MOVE "EQUILIBRE" TO RM-STATE
			END-EVALUATE
			WRITE REPORT-LINE FROM WS-RPT-MTD
		END-IF.

	POST-STORE-OVER-SHORT.
		MOVE WS-CUR-STORE TO WS-ENT-CENTER.
		IF WS-STO-RPT-OS < ZERO
			ADD 1 TO WS-STORES-OS
			COMPUTE WS-ABS-AMOUNT = 0 - WS-STO-RPT-OS
			MOVE WS-OS-ACCT TO WS-ENT-ACCOUNT
			MOVE "D" TO WS-ENT-DC
			PERFORM WRITE-LEDGER-ENTRY
			COMPUTE WS-ABS-AMOUNT = 0 - WS-STO-RPT-OS
			MOVE WS-CASH-ACCT TO WS-ENT-ACCOUNT
			MOVE "C" TO WS-ENT-DC
			PERFORM WRITE-LEDGER-ENTRY
		END-IF.
		IF WS-STO-RPT-OS > ZERO
			ADD 1 TO WS-STORES-OS
			MOVE WS-STO-RPT-OS TO WS-ABS-AMOUNT
			MOVE WS-CASH-ACCT TO WS-ENT-ACCOUNT
			MOVE "D" TO WS-ENT-DC
			PERFORM WRITE-LEDGER-ENTRY
			MOVE WS-STO-RPT-OS TO WS-ABS-AMOUNT
			MOVE WS-OS-ACCT TO WS-ENT-ACCOUNT
			MOVE "C" TO WS-ENT-DC
			PERFORM WRITE-LEDGER-ENTRY
		END-IF.

	OPEN-SUBLEDGER.
		OPEN EXTEND SUBLEDGER-FILE.
		IF WS-SUB-STATUS = "35"
			OPEN OUTPUT SUBLEDGER-FILE
		END-IF.
		MOVE "H" TO LDH-TYPE.
		MOVE WS-BUS-DATE TO LDH-DATE.
		MOVE "TENDREC" TO LDH-SOURCE.
		WRITE LEDGER-HDR-REC.

	CLOSE-SUBLEDGER.
		MOVE "T" TO LDT-TYPE.
		MOVE WS-LED-COUNT TO LDT-COUNT.
		MOVE WS-LED-HASH TO LDT-HASH.
		WRITE LEDGER-TRL-REC.
		CLOSE SUBLEDGER-FILE.

	WRITE-LEDGER-ENTRY.
		PERFORM WRITE-ENTRY-PIECE
			UNTIL WS-ABS-AMOUNT = ZERO.

	WRITE-ENTRY-PIECE.
		IF WS-ABS-AMOUNT > WS-AMOUNT-CAP
			MOVE WS-AMOUNT-CAP TO WS-PIECE-AMT
		ELSE
			MOVE WS-ABS-AMOUNT TO WS-PIECE-AMT
		END-IF.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE WS-ENT-ACCOUNT TO LDO-ACCOUNT.
		MOVE WS-ENT-DC TO LDO-DC.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		MOVE WS-ENT-CENTER TO LDO-CENTER.
		WRITE LEDGER-OUT-REC.
		ADD 1 TO WS-LED-COUNT.
		ADD LDO-AMOUNT TO WS-LED-HASH.
		SUBTRACT WS-PIECE-AMT FROM WS-ABS-AMOUNT.

	WRITE-NEW-MTD.
		OPEN OUTPUT MTD-OUT-FILE.
		PERFORM WRITE-MTD-OUT
			VARYING WS-MT-IDX FROM 1 BY 1
			UNTIL WS-MT-IDX > WS-MT-COUNT.
		CLOSE MTD-OUT-FILE.

	WRITE-MTD-OUT.
		IF MT-MONTH(WS-MT-IDX) NOT = SPACES
			PERFORM WRITE-MTD-RECORD
		END-IF.

	WRITE-MTD-RECORD.
		MOVE MT-STORE(WS-MT-IDX) TO MTI-STORE.
		MOVE MT-MONTH(WS-MT-IDX) TO MTI-MONTH.
		MOVE MT-LAST-DATE(WS-MT-IDX) TO MTI-LAST-DATE.
		MOVE MT-AMOUNT(WS-MT-IDX) TO MTI-AMOUNT.
		MOVE MTD-IN-REC TO MTD-OUT-REC.
		WRITE MTD-OUT-REC.
		ADD 1 TO WS-STAT-WRIT.

	WRITE-SUMMARY.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE "Journees magasin rapprochees" TO RY-LABEL.
		MOVE WS-DAYS-DONE TO RY-COUNT.
		WRITE REPORT-LINE FROM WS-RPT-TALLY.
		MOVE "Journees deja rapprochees" TO RY-LABEL.
		MOVE WS-DAYS-SKIPPED TO RY-COUNT.
		WRITE REPORT-LINE FROM WS-RPT-TALLY.
		MOVE "Journees sans reglements" TO RY-LABEL.
		MOVE WS-DAYS-NO-TND TO RY-COUNT.
		WRITE REPORT-LINE FROM WS-RPT-TALLY.
		MOVE "Versements hors rapprochement" TO RY-LABEL.
		MOVE WS-DEP-ORPHAN TO RY-COUNT.
		WRITE REPORT-LINE FROM WS-RPT-TALLY.
		MOVE "Magasins en ecart" TO RY-LABEL.
		MOVE WS-STORES-OS TO RY-COUNT.
		WRITE REPORT-LINE FROM WS-RPT-TALLY.
		MOVE "Ecritures comptables emises" TO RY-LABEL.
		MOVE WS-LED-COUNT TO RY-COUNT.
		WRITE REPORT-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
