	IDENTIFICATION DIVISION.
	PROGRAM-ID. APPAY.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "APPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT CHECK-NBR-FILE ASSIGN TO "CHKNBCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CHKNBR-STATUS.
		SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VEND-STATUS.
		SELECT AP-OPEN-IN-FILE ASSIGN TO "APOPNIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-API-STATUS.
		SELECT AP-OPEN-OUT-FILE ASSIGN TO "APOPEN"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT REMIT-FILE ASSIGN TO "APREMIT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT SUBLEDGER-FILE ASSIGN TO "LEDGSUB"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUB-STATUS.
		SELECT REGISTER-FILE ASSIGN TO "APPAYRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 PPM-CUTOFF       PIC X(8).
		02 PPM-AP-ACCOUNT   PIC 9(4).
		02 PPM-CASH-ACCOUNT PIC 9(4).

	FD  CHECK-NBR-FILE.
	01  CHECK-NBR-REC.
		02 CHK-LAST-NUMBER PIC 9(6).

	FD  VENDOR-MASTER.
	01  VENDOR-REC.
		02 VND-VENDOR  PIC 9(4).
		02 VND-NAME    PIC X(20).
		02 VND-PROD-LO PIC 9(4).
		02 VND-PROD-HI PIC 9(4).
		02 VND-STATUS  PIC X.
			88 VND-ACTIVE VALUE "A".
		02 VND-TERMS-DAYS PIC 9(3).

	FD  AP-OPEN-IN-FILE.
	01  AP-OPEN-IN-REC.
		02 API-VENDOR   PIC 9(4).
		02 API-INVOICE  PIC X(10).
		02 API-INV-DATE PIC X(8).
		02 API-DUE-DATE PIC X(8).
		02 API-AMOUNT   PIC S9(7)V99.
		02 API-PAID     PIC S9(7)V99.
		02 API-STATUS   PIC X.
			88 API-OPEN    VALUE "O".
			88 API-SETTLED VALUE "P".
		02 API-CHECK    PIC 9(6).
		02 API-PAY-DATE PIC X(8).
		02 API-TYPE     PIC X.
			88 API-DEBIT-MEMO VALUE "D".

	FD  AP-OPEN-OUT-FILE.
	01  AP-OPEN-OUT-REC.
		02 APO-VENDOR   PIC 9(4).
		02 APO-INVOICE  PIC X(10).
		02 APO-INV-DATE PIC X(8).
		02 APO-DUE-DATE PIC X(8).
		02 APO-AMOUNT   PIC S9(7)V99.
		02 APO-PAID     PIC S9(7)V99.
		02 APO-STATUS   PIC X.
		02 APO-CHECK    PIC 9(6).
		02 APO-PAY-DATE PIC X(8).
		02 APO-TYPE     PIC X.

	FD  POSITIVE-PAY-FILE.
	01  POSPAY-REC.
		02 PPY-REC-TYPE PIC X.
		02 PPY-CHECK    PIC 9(6).
		02 PPY-DATE     PIC X(8).
		02 PPY-AMOUNT   PIC 9(9)V99.
		02 PPY-VENDOR   PIC 9(4).
		02 PPY-PAYEE    PIC X(20).
	01  POSPAY-HDR-REC.
		02 PPH-TYPE   PIC X.
		02 PPH-DATE   PIC X(8).
		02 PPH-SOURCE PIC X(8).
	01  POSPAY-TRL-REC.
		02 PPT-TYPE  PIC X.
		02 PPT-COUNT PIC 9(6).
		02 PPT-HASH  PIC 9(10)V99.

	FD  REMIT-FILE.
	01  REMIT-LINE PIC X(80).

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

	FD  REGISTER-FILE.
	01  REGISTER-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS   PIC XX.
	01 WS-CHKNBR-STATUS PIC XX.
	01 WS-VEND-STATUS   PIC XX.
	01 WS-API-STATUS    PIC XX.
	01 WS-SUB-STATUS    PIC XX.

	01 WS-FLAGS.
		02 WS-VND-EOF PIC X VALUE "N".
			88 VENDOR-EOF VALUE "Y".
		02 WS-API-EOF PIC X VALUE "N".
			88 AP-IN-EOF VALUE "Y".
		02 WS-PARM-FLAG PIC X VALUE "N".
			88 PARMS-LOADED VALUE "Y".

	01 WS-PARMS.
		02 WS-CUTOFF       PIC X(8).
		02 WS-AP-ACCOUNT   PIC 9(4) VALUE ZERO.
		02 WS-CASH-ACCOUNT PIC 9(4) VALUE ZERO.

	01 WS-VEND-TAB-CTL.
		02 WS-VN-COUNT PIC 9(3) VALUE ZERO.
		02 WS-VN-IDX   PIC 9(3).
		02 WS-VN-FOUND PIC 9(3).

	01 WS-VEND-TAB.
		02 WS-VN-ENTRY OCCURS 999 TIMES.
			03 VT-VENDOR PIC 9(4).
			03 VT-NAME   PIC X(20).

	01 WS-AP-TAB-CTL.
		02 WS-AP-COUNT PIC 9(4) VALUE ZERO.
		02 WS-AP-IDX   PIC 9(4).

	01 WS-AP-TAB.
		02 WS-AP-ENTRY OCCURS 9999 TIMES.
			03 AT-VENDOR   PIC 9(4).
			03 AT-INVOICE  PIC X(10).
			03 AT-INV-DATE PIC X(8).
			03 AT-DUE-DATE PIC X(8).
			03 AT-AMOUNT   PIC S9(7)V99.
			03 AT-PAID     PIC S9(7)V99.
			03 AT-STATUS   PIC X.
			03 AT-CHECK    PIC 9(6).
			03 AT-PAY-DATE PIC X(8).
			03 AT-TYPE     PIC X.

	01 WS-SEL-TAB.
		02 WS-SEL-FLAG PIC X OCCURS 9999 TIMES.

	01 WS-PAYEE-TAB-CTL.
		02 WS-PY-COUNT PIC 9(3) VALUE ZERO.
		02 WS-PY-IDX   PIC 9(3).
		02 WS-PY-FOUND PIC 9(3).

	01 WS-PAYEE-TAB.
		02 WS-PY-ENTRY OCCURS 999 TIMES.
			03 PY-VENDOR PIC 9(4).
			03 PY-AMOUNT PIC S9(9)V99.
			03 PY-ITEMS  PIC 9(4).
			03 PY-CHECK  PIC 9(6).

	01 WS-TODAY PIC X(8).
	01 WS-CHECK-NUMBER PIC 9(6) VALUE ZERO.

	01 WS-PAY-WORK.
		02 WS-BALANCE     PIC S9(7)V99.
		02 WS-PAYEE-NAME  PIC X(20).
		02 WS-ABS-AMOUNT  PIC 9(9)V99.
		02 WS-PIECE-AMT   PIC 9(6)V99.
		02 WS-AMOUNT-CAP  PIC 9(6)V99 VALUE 999999.99.
		02 WS-LED-COUNT   PIC 9(6) VALUE ZERO.
		02 WS-LED-HASH    PIC 9(10)V99 VALUE ZERO.
		02 WS-PPY-COUNT   PIC 9(6) VALUE ZERO.
		02 WS-PPY-HASH    PIC 9(10)V99 VALUE ZERO.

	01 WS-TALLIES.
		02 WS-CHECKS      PIC 9(6) VALUE ZERO.
		02 WS-ITEMS-PAID  PIC 9(6) VALUE ZERO.
		02 WS-NOT-DUE     PIC 9(6) VALUE ZERO.
		02 WS-HELD-CREDIT PIC 9(6) VALUE ZERO.
		02 WS-TOTAL-PAID  PIC S9(9)V99 VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(32) VALUE
			"Reglement fournisseurs - lot du ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(13) VALUE " echeance au ".
		02 RT-CUTOFF PIC X(8).
		02 FILLER PIC X(19) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(9)  VALUE "  Cheque ".
		02 RD-CHECK   PIC 9(6).
		02 FILLER     PIC X(7)  VALUE " fourn ".
		02 RD-VENDOR  PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RD-NAME    PIC X(20).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 RD-ITEMS   PIC ZZZ9.
		02 FILLER     PIC X(5)  VALUE " fact".
		02 RD-AMOUNT  PIC -ZZZZZZZZ9.99.
		02 FILLER     PIC X(10) VALUE SPACES.

	01 WS-RPT-HELD.
		02 FILLER     PIC X(9)  VALUE "  Fourn. ".
		02 RH-VENDOR  PIC ZZZ9.
		02 FILLER     PIC X(18) VALUE " solde crediteur ".
		02 RH-AMOUNT  PIC -ZZZZZZZZ9.99.
		02 FILLER     PIC X(36) VALUE " - pas de cheque".

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RY-LABEL  PIC X(34).
		02 RY-COUNT  PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(31) VALUE SPACES.

	01 WS-REMIT-HEAD.
		02 FILLER     PIC X(36) VALUE
			"Avis de reglement - fournisseur ".
		02 AH-VENDOR  PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 AH-NAME    PIC X(20).
		02 FILLER     PIC X(19) VALUE SPACES.

	01 WS-REMIT-CHECK.
		02 FILLER     PIC X(9)  VALUE "  Cheque ".
		02 AC-CHECK   PIC 9(6).
		02 FILLER     PIC X(4)  VALUE " du ".
		02 AC-DATE    PIC X(8).
		02 FILLER     PIC X(53) VALUE SPACES.

	01 WS-REMIT-DETAIL.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 AD-KIND    PIC X(8).
		02 AD-INVOICE PIC X(10).
		02 FILLER     PIC X(4)  VALUE " du ".
		02 AD-INV-DATE PIC X(8).
		02 FILLER     PIC X(6)  VALUE " ech. ".
		02 AD-DUE     PIC X(8).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AD-AMOUNT  PIC -ZZZZZZ9.99.
		02 FILLER     PIC X(19) VALUE SPACES.

	01 WS-REMIT-TOTAL.
		02 FILLER     PIC X(30) VALUE
			"    Montant du reglement".
		02 FILLER     PIC X(20) VALUE SPACES.
		02 AS-TOTAL   PIC -ZZZZZZZZ9.99.
		02 FILLER     PIC X(17) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "APPAY" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-CHECK-NUMBER.
		PERFORM LOAD-VENDOR-TABLE.
		PERFORM LOAD-OPEN-ITEMS.
		OPEN OUTPUT REGISTER-FILE.
		MOVE WS-TODAY TO RT-DATE.
		MOVE WS-CUTOFF TO RT-CUTOFF.
		WRITE REGISTER-LINE FROM WS-RPT-TITLE.
		PERFORM SELECT-DUE-ITEM
			VARYING WS-AP-IDX FROM 1 BY 1
			UNTIL WS-AP-IDX > WS-AP-COUNT.
		OPEN OUTPUT REMIT-FILE.
		PERFORM OPEN-POSITIVE-PAY.
		PERFORM OPEN-SUBLEDGER.
		PERFORM ISSUE-ONE-CHECK
			VARYING WS-PY-IDX FROM 1 BY 1
			UNTIL WS-PY-IDX > WS-PY-COUNT.
		PERFORM CLOSE-SUBLEDGER.
		PERFORM CLOSE-POSITIVE-PAY.
		CLOSE REMIT-FILE.
		OPEN OUTPUT AP-OPEN-OUT-FILE.
		PERFORM WRITE-OPEN-ITEM
			VARYING WS-AP-IDX FROM 1 BY 1
			UNTIL WS-AP-IDX > WS-AP-COUNT.
		CLOSE AP-OPEN-OUT-FILE.
		PERFORM SAVE-CHECK-NUMBER.
		PERFORM WRITE-SUMMARY.
		CLOSE REGISTER-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		MOVE WS-TODAY TO WS-CUTOFF.
		OPEN INPUT PARM-FILE.
		IF WS-PARM-STATUS = "00"
			READ PARM-FILE
				AT END MOVE "10" TO WS-PARM-STATUS
			END-READ
			IF WS-PARM-STATUS = "00"
				AND PPM-AP-ACCOUNT NUMERIC
				AND PPM-CASH-ACCOUNT NUMERIC
				SET PARMS-LOADED TO TRUE
				MOVE PPM-AP-ACCOUNT TO WS-AP-ACCOUNT
				MOVE PPM-CASH-ACCOUNT
					TO WS-CASH-ACCOUNT
				IF PPM-CUTOFF NUMERIC
					MOVE PPM-CUTOFF TO WS-CUTOFF
				END-IF
			END-IF
			CLOSE PARM-FILE
		END-IF.
		IF NOT PARMS-LOADED
			DISPLAY "Fichier APPARM absent ou invalide - "
				"aucun reglement emis"
			MOVE SPACES TO WS-CUTOFF
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	LOAD-CHECK-NUMBER.
		OPEN INPUT CHECK-NBR-FILE.
		IF WS-CHKNBR-STATUS = "00"
			READ CHECK-NBR-FILE
				AT END MOVE "10" TO WS-CHKNBR-STATUS
			END-READ
			IF WS-CHKNBR-STATUS = "00"
				AND CHK-LAST-NUMBER NUMERIC
				MOVE CHK-LAST-NUMBER TO WS-CHECK-NUMBER
			END-IF
			CLOSE CHECK-NBR-FILE
		ELSE
			DISPLAY "Fichier CHKNBCTL absent - "
				"numerotation depuis zero"
		END-IF.

	SAVE-CHECK-NUMBER.
		OPEN OUTPUT CHECK-NBR-FILE.
		MOVE WS-CHECK-NUMBER TO CHK-LAST-NUMBER.
		WRITE CHECK-NBR-REC.
		CLOSE CHECK-NBR-FILE.

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
		END-IF.
		PERFORM READ-VENDOR.

	FIND-VENDOR-NAME.
		MOVE ZERO TO WS-VN-FOUND.
		PERFORM VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT
			IF VT-VENDOR(WS-VN-IDX) = PY-VENDOR(WS-PY-IDX)
				MOVE WS-VN-IDX TO WS-VN-FOUND
			END-IF
		END-PERFORM.
		IF WS-VN-FOUND > 0
			MOVE VT-NAME(WS-VN-FOUND) TO WS-PAYEE-NAME
		ELSE
			MOVE "FOURNISSEUR INCONNU" TO WS-PAYEE-NAME
		END-IF.

	LOAD-OPEN-ITEMS.
		OPEN INPUT AP-OPEN-IN-FILE.
		IF WS-API-STATUS NOT = "00"
			DISPLAY "Fichier APOPEN absent"
			MOVE 8 TO WS-RETURN-CODE
			SET AP-IN-EOF TO TRUE
		ELSE
			PERFORM READ-AP-IN
		END-IF.
		PERFORM LOAD-OPEN-ENTRY UNTIL AP-IN-EOF.
		IF WS-API-STATUS NOT = "35"
			CLOSE AP-OPEN-IN-FILE
		END-IF.

	READ-AP-IN.
		READ AP-OPEN-IN-FILE
			AT END SET AP-IN-EOF TO TRUE
		END-READ.

	LOAD-OPEN-ENTRY.
		ADD 1 TO WS-STAT-READ.
		IF WS-AP-COUNT < 9999
			ADD 1 TO WS-AP-COUNT
			MOVE AP-OPEN-IN-REC
				TO WS-AP-ENTRY(WS-AP-COUNT)
			MOVE "N" TO WS-SEL-FLAG(WS-AP-COUNT)
		ELSE
			DISPLAY "Table des dettes saturee"
				" - fournisseur " API-VENDOR
				" facture " API-INVOICE
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-AP-IN.

	SELECT-DUE-ITEM.
		COMPUTE WS-BALANCE = AT-AMOUNT(WS-AP-IDX)
			- AT-PAID(WS-AP-IDX).
		IF AT-STATUS(WS-AP-IDX) = "O"
			AND WS-BALANCE NOT = ZERO
			IF PARMS-LOADED
				AND AT-DUE-DATE(WS-AP-IDX) <= WS-CUTOFF
				MOVE "Y" TO WS-SEL-FLAG(WS-AP-IDX)
				PERFORM ADD-TO-PAYEE
			ELSE
				ADD 1 TO WS-NOT-DUE
			END-IF
		END-IF.

	ADD-TO-PAYEE.
		MOVE ZERO TO WS-PY-FOUND.
		PERFORM VARYING WS-PY-IDX FROM 1 BY 1
			UNTIL WS-PY-IDX > WS-PY-COUNT
			IF PY-VENDOR(WS-PY-IDX) = AT-VENDOR(WS-AP-IDX)
				MOVE WS-PY-IDX TO WS-PY-FOUND
			END-IF
		END-PERFORM.
		IF WS-PY-FOUND = ZERO
			IF WS-PY-COUNT < 999
				ADD 1 TO WS-PY-COUNT
				MOVE WS-PY-COUNT TO WS-PY-FOUND
				MOVE AT-VENDOR(WS-AP-IDX)
					TO PY-VENDOR(WS-PY-FOUND)
				MOVE ZERO TO PY-AMOUNT(WS-PY-FOUND)
				MOVE ZERO TO PY-ITEMS(WS-PY-FOUND)
				MOVE ZERO TO PY-CHECK(WS-PY-FOUND)
			ELSE
				DISPLAY "Table des beneficiaires "
					"saturee - fournisseur "
					AT-VENDOR(WS-AP-IDX)
				MOVE "N" TO WS-SEL-FLAG(WS-AP-IDX)
				ADD 1 TO WS-STAT-REJ
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		IF WS-PY-FOUND > 0
			ADD WS-BALANCE TO PY-AMOUNT(WS-PY-FOUND)
			ADD 1 TO PY-ITEMS(WS-PY-FOUND)
		END-IF.

	ISSUE-ONE-CHECK.
		IF PY-AMOUNT(WS-PY-IDX) > ZERO
			ADD 1 TO WS-CHECK-NUMBER
			MOVE WS-CHECK-NUMBER TO PY-CHECK(WS-PY-IDX)
			ADD 1 TO WS-CHECKS
			ADD PY-AMOUNT(WS-PY-IDX) TO WS-TOTAL-PAID
			PERFORM FIND-VENDOR-NAME
			PERFORM WRITE-REGISTER-LINE
			PERFORM WRITE-POSITIVE-PAY
			PERFORM WRITE-REMITTANCE
			PERFORM WRITE-PAYMENT-ENTRIES
		ELSE
			ADD 1 TO WS-HELD-CREDIT
			MOVE PY-VENDOR(WS-PY-IDX) TO RH-VENDOR
			MOVE PY-AMOUNT(WS-PY-IDX) TO RH-AMOUNT
			WRITE REGISTER-LINE FROM WS-RPT-HELD
		END-IF.

	WRITE-REGISTER-LINE.
		MOVE PY-CHECK(WS-PY-IDX) TO RD-CHECK.
		MOVE PY-VENDOR(WS-PY-IDX) TO RD-VENDOR.
		MOVE WS-PAYEE-NAME TO RD-NAME.
		MOVE PY-ITEMS(WS-PY-IDX) TO RD-ITEMS.
		MOVE PY-AMOUNT(WS-PY-IDX) TO RD-AMOUNT.
		WRITE REGISTER-LINE FROM WS-RPT-DETAIL.

	WRITE-POSITIVE-PAY.
		MOVE "D" TO PPY-REC-TYPE.
		MOVE PY-CHECK(WS-PY-IDX) TO PPY-CHECK.
		MOVE WS-TODAY TO PPY-DATE.
		MOVE PY-AMOUNT(WS-PY-IDX) TO PPY-AMOUNT.
		MOVE PY-VENDOR(WS-PY-IDX) TO PPY-VENDOR.
		MOVE WS-PAYEE-NAME TO PPY-PAYEE.
		WRITE POSPAY-REC.
		ADD 1 TO WS-PPY-COUNT.
		ADD PPY-AMOUNT TO WS-PPY-HASH.

	WRITE-REMITTANCE.
		MOVE PY-VENDOR(WS-PY-IDX) TO AH-VENDOR.
		MOVE WS-PAYEE-NAME TO AH-NAME.
		WRITE REMIT-LINE FROM WS-REMIT-HEAD.
		MOVE PY-CHECK(WS-PY-IDX) TO AC-CHECK.
		MOVE WS-TODAY TO AC-DATE.
		WRITE REMIT-LINE FROM WS-REMIT-CHECK.
		PERFORM SETTLE-PAYEE-ITEM
			VARYING WS-AP-IDX FROM 1 BY 1
			UNTIL WS-AP-IDX > WS-AP-COUNT.
		MOVE PY-AMOUNT(WS-PY-IDX) TO AS-TOTAL.
		WRITE REMIT-LINE FROM WS-REMIT-TOTAL.
		MOVE SPACES TO REMIT-LINE.
		WRITE REMIT-LINE.

	SETTLE-PAYEE-ITEM.
		IF WS-SEL-FLAG(WS-AP-IDX) = "Y"
			AND AT-VENDOR(WS-AP-IDX) = PY-VENDOR(WS-PY-IDX)
			COMPUTE WS-BALANCE = AT-AMOUNT(WS-AP-IDX)
				- AT-PAID(WS-AP-IDX)
			IF AT-TYPE(WS-AP-IDX) = "D"
				MOVE "Avoir" TO AD-KIND
			ELSE
				MOVE "Facture" TO AD-KIND
			END-IF
			MOVE AT-INVOICE(WS-AP-IDX) TO AD-INVOICE
			MOVE AT-INV-DATE(WS-AP-IDX) TO AD-INV-DATE
			MOVE AT-DUE-DATE(WS-AP-IDX) TO AD-DUE
			MOVE WS-BALANCE TO AD-AMOUNT
			WRITE REMIT-LINE FROM WS-REMIT-DETAIL
			MOVE AT-AMOUNT(WS-AP-IDX) TO AT-PAID(WS-AP-IDX)
			MOVE "P" TO AT-STATUS(WS-AP-IDX)
			MOVE PY-CHECK(WS-PY-IDX) TO AT-CHECK(WS-AP-IDX)
			MOVE WS-TODAY TO AT-PAY-DATE(WS-AP-IDX)
			ADD 1 TO WS-ITEMS-PAID
		END-IF.

	OPEN-SUBLEDGER.
		OPEN EXTEND SUBLEDGER-FILE.
		IF WS-SUB-STATUS = "35"
			OPEN OUTPUT SUBLEDGER-FILE
		END-IF.
		MOVE "H" TO LDH-TYPE.
		MOVE WS-TODAY TO LDH-DATE.
		MOVE "APPAY" TO LDH-SOURCE.
		WRITE LEDGER-HDR-REC.

	CLOSE-SUBLEDGER.
		MOVE "T" TO LDT-TYPE.
		MOVE WS-LED-COUNT TO LDT-COUNT.
		MOVE WS-LED-HASH TO LDT-HASH.
		WRITE LEDGER-TRL-REC.
		CLOSE SUBLEDGER-FILE.

	OPEN-POSITIVE-PAY.
		OPEN OUTPUT POSITIVE-PAY-FILE.
		MOVE "H" TO PPH-TYPE.
		MOVE WS-TODAY TO PPH-DATE.
		MOVE "APPAY" TO PPH-SOURCE.
		WRITE POSPAY-HDR-REC.

	CLOSE-POSITIVE-PAY.
		MOVE "T" TO PPT-TYPE.
		MOVE WS-PPY-COUNT TO PPT-COUNT.
		MOVE WS-PPY-HASH TO PPT-HASH.
		WRITE POSPAY-TRL-REC.
		CLOSE POSITIVE-PAY-FILE.

	WRITE-PAYMENT-ENTRIES.
		MOVE PY-AMOUNT(WS-PY-IDX) TO WS-ABS-AMOUNT.
		PERFORM WRITE-ENTRY-PIECE
			UNTIL WS-ABS-AMOUNT = ZERO.

	WRITE-ENTRY-PIECE.
		IF WS-ABS-AMOUNT > WS-AMOUNT-CAP
			MOVE WS-AMOUNT-CAP TO WS-PIECE-AMT
		ELSE
			MOVE WS-ABS-AMOUNT TO WS-PIECE-AMT
		END-IF.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE WS-AP-ACCOUNT TO LDO-ACCOUNT.
		MOVE "D" TO LDO-DC.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE WS-CASH-ACCOUNT TO LDO-ACCOUNT.
		MOVE "C" TO LDO-DC.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		PERFORM WRITE-LEDGER-ENTRY.
		SUBTRACT WS-PIECE-AMT FROM WS-ABS-AMOUNT.

	WRITE-LEDGER-ENTRY.
		MOVE ZERO TO LDO-CENTER.
		WRITE LEDGER-OUT-REC.
		ADD 1 TO WS-LED-COUNT.
		ADD LDO-AMOUNT TO WS-LED-HASH.

	WRITE-OPEN-ITEM.
		MOVE WS-AP-ENTRY(WS-AP-IDX) TO AP-OPEN-OUT-REC.
		WRITE AP-OPEN-OUT-REC.
		ADD 1 TO WS-STAT-WRIT.

	WRITE-SUMMARY.
		MOVE SPACES TO REGISTER-LINE.
		WRITE REGISTER-LINE.
		MOVE "Cheques emis" TO RY-LABEL.
		MOVE WS-CHECKS TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.
		MOVE "Factures reglees" TO RY-LABEL.
		MOVE WS-ITEMS-PAID TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.
		MOVE "Factures non echues" TO RY-LABEL.
		MOVE WS-NOT-DUE TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.
		MOVE "Fournisseurs en solde crediteur" TO RY-LABEL.
		MOVE WS-HELD-CREDIT TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.
		MOVE "Ecritures comptables emises" TO RY-LABEL.
		MOVE WS-LED-COUNT TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.
		MOVE "Montant total regle" TO RY-LABEL.
		MOVE WS-TOTAL-PAID TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.


	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
