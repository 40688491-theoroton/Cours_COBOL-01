	IDENTIFICATION DIVISION.
	PROGRAM-ID. BANKREC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "BNKPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT BANK-CTL-FILE ASSIGN TO "BNKCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-BKC-STATUS.
		SELECT STATEMENT-FILE ASSIGN TO "BANKSTMT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STMT-STATUS.
		SELECT REMIT-FILE ASSIGN TO "REMITIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RMT-STATUS.
		SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PPY-STATUS.
		SELECT OPEN-IN-FILE ASSIGN TO "BANKOPNI"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-BOI-STATUS.
		SELECT OPEN-OUT-FILE ASSIGN TO "BANKOPEN"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ACCT-STATUS.
		SELECT BANK-RPT-FILE ASSIGN TO "BANKRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 BKP-STMT-DATE PIC X(8).
		02 BKP-BALANCE   PIC 9(9)V99.
		02 BKP-BAL-DC    PIC X.
		02 BKP-CASH-ACCT PIC 9(4).
		02 BKP-WINDOW    PIC 9(2).
		02 BKP-AGE-DAYS  PIC 9(3).

	FD  BANK-CTL-FILE.
	01  BANK-CTL-REC.
		02 BKC-STMT-DATE  PIC X(8).
		02 BKC-LAST-CHECK PIC 9(6).
		02 BKC-DATE       PIC X(8).

	FD  STATEMENT-FILE.
	01  STATEMENT-REC.
		02 BST-DATE   PIC X(8).
		02 BST-REF    PIC X(12).
		02 BST-AMOUNT PIC 9(9)V99.
		02 BST-DC     PIC X.

	FD  REMIT-FILE.
	01  REMIT-REC.
		02 RMT-STORE   PIC 9(4).
		02 RMT-INVOICE PIC 9(6).
		02 RMT-DATE    PIC X(8).
		02 RMT-AMOUNT  PIC 9(7)V99.

	FD  POSITIVE-PAY-FILE.
	01  POSPAY-REC.
		02 PPY-REC-TYPE PIC X.
		02 PPY-CHECK    PIC 9(6).
		02 PPY-DATE     PIC X(8).
		02 PPY-AMOUNT   PIC 9(9)V99.
		02 PPY-VENDOR   PIC 9(4).
		02 PPY-PAYEE    PIC X(20).

	FD  OPEN-IN-FILE.
	01  OPEN-IN-REC.
		02 BOI-KIND   PIC X.
		02 BOI-DATE   PIC X(8).
		02 BOI-REF    PIC X(12).
		02 BOI-AMOUNT PIC 9(9)V99.
		02 BOI-DC     PIC X.
		02 BOI-PARTY  PIC 9(4).
		02 BOI-SUSP   PIC X.

	FD  OPEN-OUT-FILE.
	01  OPEN-OUT-REC.
		02 BOO-KIND   PIC X.
		02 BOO-DATE   PIC X(8).
		02 BOO-REF    PIC X(12).
		02 BOO-AMOUNT PIC 9(9)V99.
		02 BOO-DC     PIC X.
		02 BOO-PARTY  PIC 9(4).
		02 BOO-SUSP   PIC X.

	FD  ACCOUNT-MASTER.
	01  ACCOUNT-REC.
		02 ACM-ACCOUNT PIC 9(4).
		02 ACM-BALANCE PIC S9(8)V99.
		02 ACM-CENTER  PIC 9(4).

	FD  BANK-RPT-FILE.
	01  BANK-RPT-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS PIC XX.
	01 WS-BKC-STATUS  PIC XX.
	01 WS-STMT-STATUS PIC XX.
	01 WS-RMT-STATUS  PIC XX.
	01 WS-PPY-STATUS  PIC XX.
	01 WS-BOI-STATUS  PIC XX.
	01 WS-ACCT-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-STMT-EOF PIC X VALUE "N".
			88 STATEMENT-EOF VALUE "Y".
		02 WS-RMT-EOF PIC X VALUE "N".
			88 REMIT-EOF VALUE "Y".
		02 WS-PPY-EOF PIC X VALUE "N".
			88 POSPAY-EOF VALUE "Y".
		02 WS-BOI-EOF PIC X VALUE "N".
			88 OPEN-ITEMS-EOF VALUE "Y".
		02 WS-ACCT-EOF PIC X VALUE "N".
			88 ACCOUNT-EOF VALUE "Y".
		02 WS-PARM-FLAG PIC X VALUE "N".
			88 PARMS-LOADED VALUE "Y".

	01 WS-TODAY     PIC X(8).
	01 WS-STMT-DATE PIC X(8).
	01 WS-STMT-INT  PIC 9(8).
	01 WS-ITEM-DATE PIC X(8).
	01 WS-ITEM-INT  PIC 9(8).
	01 WS-DAYS-OLD  PIC S9(5).

	01 WS-PARMS.
		02 WS-CASH-ACCT  PIC 9(4).
		02 WS-WINDOW     PIC 9(2).
		02 WS-AGE-DAYS   PIC 9(3).
		02 WS-BANK-BAL   PIC S9(10)V99.

	01 WS-LAST-RUN.
		02 WS-LAST-STMT  PIC X(8) VALUE SPACES.
		02 WS-LAST-CHECK PIC 9(6) VALUE ZERO.
		02 WS-HIGH-CHECK PIC 9(6) VALUE ZERO.

	01 WS-BOOK-TAB-CTL.
		02 WS-BI-COUNT PIC 9(4) VALUE ZERO.
		02 WS-BI-IDX   PIC 9(4).
		02 WS-BI-FOUND PIC 9(4).

	01 WS-BOOK-TAB.
		02 WS-BI-ENTRY OCCURS 5000 TIMES.
			03 BI-KIND   PIC X.
			03 BI-DATE   PIC X(8).
			03 BI-REF    PIC X(12).
			03 BI-AMOUNT PIC 9(9)V99.
			03 BI-DC     PIC X.
			03 BI-PARTY  PIC 9(4).
			03 BI-SUSP   PIC X.
			03 BI-NEW    PIC X.
			03 BI-DAYNO  PIC 9(8).
			03 BI-MATCH  PIC 9(4).
			03 BI-MODE   PIC X(8).

	01 WS-BANK-TAB-CTL.
		02 WS-BL-COUNT PIC 9(4) VALUE ZERO.
		02 WS-BL-IDX   PIC 9(4).

	01 WS-BANK-TAB.
		02 WS-BL-ENTRY OCCURS 5000 TIMES.
			03 BL-DATE   PIC X(8).
			03 BL-REF    PIC X(12).
			03 BL-AMOUNT PIC 9(9)V99.
			03 BL-DC     PIC X.
			03 BL-SUSP   PIC X.
			03 BL-DAYNO  PIC 9(8).
			03 BL-MATCH  PIC 9(4).

	01 WS-REF-WORK.
		02 WS-REF-NUM  PIC 9(6).
		02 WS-REF-STORE PIC 9(4).

	01 WS-ADD-WORK.
		02 WS-ADD-KIND   PIC X.
		02 WS-ADD-DATE   PIC X(8).
		02 WS-ADD-REF    PIC X(12).
		02 WS-ADD-AMOUNT PIC 9(9)V99.
		02 WS-ADD-DC     PIC X.
		02 WS-ADD-PARTY  PIC 9(4).
		02 WS-ADD-SUSP   PIC X.
		02 WS-ADD-NEW    PIC X.

	01 WS-RECON-TOTALS.
		02 WS-TOT-CLEARED   PIC 9(11)V99 VALUE ZERO.
		02 WS-TOT-TRANSIT   PIC 9(11)V99 VALUE ZERO.
		02 WS-TOT-OUTCHECK  PIC 9(11)V99 VALUE ZERO.
		02 WS-TOT-BANK-DR   PIC 9(11)V99 VALUE ZERO.
		02 WS-TOT-BANK-CR   PIC 9(11)V99 VALUE ZERO.
		02 WS-SECTION-TOT   PIC 9(11)V99.
		02 WS-ADJ-BAL       PIC S9(11)V99.
		02 WS-GL-CASH-BAL   PIC S9(11)V99 VALUE ZERO.
		02 WS-GL-DIFF       PIC S9(11)V99.

	01 WS-TALLIES.
		02 WS-STMT-LINES  PIC 9(6) VALUE ZERO.
		02 WS-NEW-DEPOSIT PIC 9(6) VALUE ZERO.
		02 WS-NEW-CHECKS  PIC 9(6) VALUE ZERO.
		02 WS-CLEARED     PIC 9(6) VALUE ZERO.
		02 WS-SECTION-CNT PIC 9(6).
		02 WS-RAISED      PIC 9(6) VALUE ZERO.

	01 WS-SUSPENSE-CALL.
		02 WS-SUS-PROGRAM PIC X(10) VALUE "BANKREC".
		02 WS-SUS-REASON  PIC X(4).
		02 WS-SUS-DATA    PIC X(91).

	01 WS-RPT-TITLE.
		02 FILLER PIC X(30) VALUE
			"Rapprochement bancaire releve ".
		02 BT-STMT PIC X(8).
		02 FILLER PIC X(4) VALUE " du ".
		02 BT-DATE PIC X(8).
		02 FILLER PIC X(30) VALUE SPACES.

	01 WS-RPT-SECTION.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 BS-TITLE  PIC X(40).
		02 FILLER    PIC X(39) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(30) VALUE
			"  Nature  Date     Reference".
		02 FILLER PIC X(20) VALUE "       Montant".
		02 FILLER PIC X(30) VALUE "Banque   Jours Observation".

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 BD-KIND    PIC X(7).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 BD-DATE    PIC X(8).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 BD-REF     PIC X(12).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 BD-DC      PIC X.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 BD-AMOUNT  PIC ZZZZZZZZ9.99.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 BD-BANK    PIC X(8).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 BD-DAYS    PIC ZZZ9.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 BD-NOTE    PIC X(18).

	01 WS-RPT-SUBTOTAL.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 BU-LABEL   PIC X(20).
		02 BU-COUNT   PIC ZZZZ9.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 BU-AMOUNT  PIC ZZZZZZZZZZ9.99.
		02 FILLER     PIC X(33) VALUE SPACES.

	01 WS-RPT-BALANCE.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 BB-LABEL   PIC X(34).
		02 BB-AMOUNT  PIC -ZZZZZZZZZZ9.99.
		02 FILLER     PIC X(29) VALUE SPACES.

	01 WS-RPT-RECON.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 BR-LABEL  PIC X(22).
		02 BR-ACCT   PIC 9(4).
		02 FILLER    PIC X(5)  VALUE " GL ".
		02 BR-GL     PIC -ZZZZZZZZZ9.99.
		02 FILLER    PIC X(7)  VALUE " banque".
		02 BR-BANK   PIC -ZZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 BR-STATE  PIC X(11).

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 BY-LABEL  PIC X(34).
		02 BY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "BANKREC" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		IF WS-RETURN-CODE < 12
			PERFORM LOAD-BANK-CONTROL
		END-IF.
		IF WS-RETURN-CODE < 12
			PERFORM LOAD-OPEN-ITEMS
			PERFORM LOAD-STATEMENT
			PERFORM LOAD-REMITTANCES
			PERFORM LOAD-CHECKS
			PERFORM LOAD-GL-BALANCE
		END-IF.
		IF WS-RETURN-CODE < 12
			PERFORM MATCH-BY-REFERENCE
				VARYING WS-BL-IDX FROM 1 BY 1
				UNTIL WS-BL-IDX > WS-BL-COUNT
			PERFORM MATCH-BY-AMOUNT
				VARYING WS-BL-IDX FROM 1 BY 1
				UNTIL WS-BL-IDX > WS-BL-COUNT
			PERFORM AGE-BOOK-ITEM
				VARYING WS-BI-IDX FROM 1 BY 1
				UNTIL WS-BI-IDX > WS-BI-COUNT
			PERFORM AGE-BANK-LINE
				VARYING WS-BL-IDX FROM 1 BY 1
				UNTIL WS-BL-IDX > WS-BL-COUNT
			PERFORM PRINT-RECONCILIATION
			PERFORM WRITE-OPEN-ITEMS
			PERFORM SAVE-BANK-CONTROL
		ELSE
			DISPLAY "Rapprochement bancaire abandonne"
		END-IF.
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
				AND BKP-STMT-DATE NUMERIC
				AND BKP-BALANCE NUMERIC
				AND BKP-CASH-ACCT NUMERIC
				SET PARMS-LOADED TO TRUE
				MOVE BKP-STMT-DATE TO WS-STMT-DATE
				MOVE BKP-CASH-ACCT TO WS-CASH-ACCT
				IF BKP-BAL-DC = "D"
					COMPUTE WS-BANK-BAL =
						ZERO - BKP-BALANCE
				ELSE
					MOVE BKP-BALANCE TO WS-BANK-BAL
				END-IF
				MOVE 5 TO WS-WINDOW
				IF BKP-WINDOW NUMERIC
					AND BKP-WINDOW > ZERO
					MOVE BKP-WINDOW TO WS-WINDOW
				END-IF
				MOVE 30 TO WS-AGE-DAYS
				IF BKP-AGE-DAYS NUMERIC
					AND BKP-AGE-DAYS > ZERO
					MOVE BKP-AGE-DAYS TO WS-AGE-DAYS
				END-IF
			END-IF
			CLOSE PARM-FILE
		END-IF.
		IF NOT PARMS-LOADED
			DISPLAY "Fichier BNKPARM absent ou invalide - "
				"aucun rapprochement"
			MOVE 12 TO WS-RETURN-CODE
		ELSE
			COMPUTE WS-STMT-INT =
				FUNCTION INTEGER-OF-DATE(
				FUNCTION NUMVAL(WS-STMT-DATE))
		END-IF.

	LOAD-BANK-CONTROL.
		OPEN INPUT BANK-CTL-FILE.
		IF WS-BKC-STATUS = "00"
			READ BANK-CTL-FILE
				AT END MOVE "10" TO WS-BKC-STATUS
			END-READ
			IF WS-BKC-STATUS = "00"
				MOVE BKC-STMT-DATE TO WS-LAST-STMT
				IF BKC-LAST-CHECK NUMERIC
					MOVE BKC-LAST-CHECK
						TO WS-LAST-CHECK
				END-IF
			END-IF
			CLOSE BANK-CTL-FILE
		END-IF.
		MOVE WS-LAST-CHECK TO WS-HIGH-CHECK.
		IF WS-LAST-STMT NOT = SPACES
			AND WS-STMT-DATE <= WS-LAST-STMT
			DISPLAY "Releve du " WS-STMT-DATE
				" deja rapproche "
				"(dernier : " WS-LAST-STMT ")"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.

	LOAD-OPEN-ITEMS.
		OPEN INPUT OPEN-IN-FILE.
		IF WS-BOI-STATUS NOT = "00"
			SET OPEN-ITEMS-EOF TO TRUE
		ELSE
			PERFORM READ-OPEN-ITEM
		END-IF.
		PERFORM TAKE-OPEN-ITEM UNTIL OPEN-ITEMS-EOF.
		IF WS-BOI-STATUS NOT = "35"
			CLOSE OPEN-IN-FILE
		END-IF.

	READ-OPEN-ITEM.
		READ OPEN-IN-FILE
			AT END SET OPEN-ITEMS-EOF TO TRUE
		END-READ.

	TAKE-OPEN-ITEM.
		ADD 1 TO WS-STAT-READ.
		MOVE BOI-KIND TO WS-ADD-KIND.
		MOVE BOI-DATE TO WS-ADD-DATE.
		MOVE BOI-REF TO WS-ADD-REF.
		MOVE BOI-AMOUNT TO WS-ADD-AMOUNT.
		MOVE BOI-DC TO WS-ADD-DC.
		MOVE BOI-PARTY TO WS-ADD-PARTY.
		MOVE BOI-SUSP TO WS-ADD-SUSP.
		IF BOI-KIND = "B"
			PERFORM ADD-BANK-LINE
		ELSE
			MOVE "N" TO WS-ADD-NEW
			PERFORM ADD-BOOK-ITEM
		END-IF.
		PERFORM READ-OPEN-ITEM.

	LOAD-STATEMENT.
		OPEN INPUT STATEMENT-FILE.
		IF WS-STMT-STATUS NOT = "00"
			DISPLAY "Fichier BANKSTMT absent"
			MOVE 8 TO WS-RETURN-CODE
			SET STATEMENT-EOF TO TRUE
		ELSE
			PERFORM READ-STATEMENT
		END-IF.
		PERFORM TAKE-STATEMENT-LINE UNTIL STATEMENT-EOF.
		IF WS-STMT-STATUS NOT = "35"
			CLOSE STATEMENT-FILE
		END-IF.

	READ-STATEMENT.
		READ STATEMENT-FILE
			AT END SET STATEMENT-EOF TO TRUE
		END-READ.

	TAKE-STATEMENT-LINE.
		ADD 1 TO WS-STAT-READ.
		IF BST-AMOUNT NUMERIC
			AND (BST-DC = "D" OR BST-DC = "C")
			ADD 1 TO WS-STMT-LINES
			MOVE BST-DATE TO WS-ADD-DATE
			MOVE BST-REF TO WS-ADD-REF
			MOVE BST-AMOUNT TO WS-ADD-AMOUNT
			MOVE BST-DC TO WS-ADD-DC
			MOVE "N" TO WS-ADD-SUSP
			PERFORM ADD-BANK-LINE
		ELSE
			DISPLAY "Ligne de releve invalide : "
				STATEMENT-REC
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-STATEMENT.

	ADD-BANK-LINE.
		IF WS-BL-COUNT < 5000
			ADD 1 TO WS-BL-COUNT
			MOVE WS-ADD-DATE TO BL-DATE(WS-BL-COUNT)
			MOVE WS-ADD-REF TO BL-REF(WS-BL-COUNT)
			MOVE WS-ADD-AMOUNT TO BL-AMOUNT(WS-BL-COUNT)
			MOVE WS-ADD-DC TO BL-DC(WS-BL-COUNT)
			MOVE WS-ADD-SUSP TO BL-SUSP(WS-BL-COUNT)
			MOVE ZERO TO BL-MATCH(WS-BL-COUNT)
			MOVE WS-ADD-DATE TO WS-ITEM-DATE
			PERFORM COMPUTE-DAY-NUMBER
			MOVE WS-ITEM-INT TO BL-DAYNO(WS-BL-COUNT)
		ELSE
			DISPLAY "Table des lignes bancaires saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	ADD-BOOK-ITEM.
		IF WS-BI-COUNT < 5000
			ADD 1 TO WS-BI-COUNT
			MOVE WS-BI-COUNT TO WS-BI-FOUND
			MOVE WS-ADD-KIND TO BI-KIND(WS-BI-FOUND)
			MOVE WS-ADD-DATE TO BI-DATE(WS-BI-FOUND)
			MOVE WS-ADD-REF TO BI-REF(WS-BI-FOUND)
			MOVE WS-ADD-AMOUNT TO BI-AMOUNT(WS-BI-FOUND)
			MOVE WS-ADD-DC TO BI-DC(WS-BI-FOUND)
			MOVE WS-ADD-PARTY TO BI-PARTY(WS-BI-FOUND)
			MOVE WS-ADD-SUSP TO BI-SUSP(WS-BI-FOUND)
			MOVE WS-ADD-NEW TO BI-NEW(WS-BI-FOUND)
			MOVE ZERO TO BI-MATCH(WS-BI-FOUND)
			MOVE SPACES TO BI-MODE(WS-BI-FOUND)
			MOVE WS-ADD-DATE TO WS-ITEM-DATE
			PERFORM COMPUTE-DAY-NUMBER
			MOVE WS-ITEM-INT TO BI-DAYNO(WS-BI-FOUND)
		ELSE
			DISPLAY "Table des elements comptables saturee"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.

	COMPUTE-DAY-NUMBER.
		IF WS-ITEM-DATE NUMERIC
			COMPUTE WS-ITEM-INT =
				FUNCTION INTEGER-OF-DATE(
				FUNCTION NUMVAL(WS-ITEM-DATE))
		ELSE
			MOVE ZERO TO WS-ITEM-INT
		END-IF.

	LOAD-REMITTANCES.
		OPEN INPUT REMIT-FILE.
		IF WS-RMT-STATUS NOT = "00"
			DISPLAY "Fichier REMITIN absent"
			SET REMIT-EOF TO TRUE
		ELSE
			PERFORM READ-REMITTANCE
		END-IF.
		PERFORM TAKE-REMITTANCE UNTIL REMIT-EOF.
		IF WS-RMT-STATUS NOT = "35"
			CLOSE REMIT-FILE
		END-IF.

	READ-REMITTANCE.
		READ REMIT-FILE
			AT END SET REMIT-EOF TO TRUE
		END-READ.

	TAKE-REMITTANCE.
		ADD 1 TO WS-STAT-READ.
		MOVE ZERO TO WS-BI-FOUND.
		PERFORM VARYING WS-BI-IDX FROM 1 BY 1
			UNTIL WS-BI-IDX > WS-BI-COUNT
			OR WS-BI-FOUND > ZERO
			IF BI-KIND(WS-BI-IDX) = "D"
				AND BI-NEW(WS-BI-IDX) = "Y"
				AND BI-PARTY(WS-BI-IDX) = RMT-STORE
				AND BI-DATE(WS-BI-IDX) = RMT-DATE
				MOVE WS-BI-IDX TO WS-BI-FOUND
			END-IF
		END-PERFORM.
		IF WS-BI-FOUND > ZERO
			ADD RMT-AMOUNT TO BI-AMOUNT(WS-BI-FOUND)
		ELSE
			MOVE "D" TO WS-ADD-KIND
			MOVE RMT-DATE TO WS-ADD-DATE
			MOVE RMT-STORE TO WS-REF-STORE
			MOVE WS-REF-STORE TO WS-ADD-REF
			MOVE RMT-AMOUNT TO WS-ADD-AMOUNT
			MOVE "C" TO WS-ADD-DC
			MOVE RMT-STORE TO WS-ADD-PARTY
			MOVE "N" TO WS-ADD-SUSP
			MOVE "Y" TO WS-ADD-NEW
			PERFORM ADD-BOOK-ITEM
			ADD 1 TO WS-NEW-DEPOSIT
		END-IF.
		PERFORM READ-REMITTANCE.

	LOAD-CHECKS.
		OPEN INPUT POSITIVE-PAY-FILE.
		IF WS-PPY-STATUS NOT = "00"
			DISPLAY "Fichier POSPAY absent"
			SET POSPAY-EOF TO TRUE
		ELSE
			PERFORM READ-POSPAY
		END-IF.
		PERFORM TAKE-CHECK UNTIL POSPAY-EOF.
		IF WS-PPY-STATUS NOT = "35"
			CLOSE POSITIVE-PAY-FILE
		END-IF.

	READ-POSPAY.
		READ POSITIVE-PAY-FILE
			AT END SET POSPAY-EOF TO TRUE
		END-READ.

	TAKE-CHECK.
		ADD 1 TO WS-STAT-READ.
		IF PPY-REC-TYPE = "D"
			AND PPY-CHECK > WS-LAST-CHECK
			MOVE "C" TO WS-ADD-KIND
			MOVE PPY-DATE TO WS-ADD-DATE
			MOVE PPY-CHECK TO WS-REF-NUM
			MOVE WS-REF-NUM TO WS-ADD-REF
			MOVE PPY-AMOUNT TO WS-ADD-AMOUNT
			MOVE "D" TO WS-ADD-DC
			MOVE PPY-VENDOR TO WS-ADD-PARTY
			MOVE "N" TO WS-ADD-SUSP
			MOVE "Y" TO WS-ADD-NEW
			PERFORM ADD-BOOK-ITEM
			ADD 1 TO WS-NEW-CHECKS
			IF PPY-CHECK > WS-HIGH-CHECK
				MOVE PPY-CHECK TO WS-HIGH-CHECK
			END-IF
		END-IF.
		PERFORM READ-POSPAY.

	LOAD-GL-BALANCE.
		OPEN INPUT ACCOUNT-MASTER.
		IF WS-ACCT-STATUS NOT = "00"
			DISPLAY "Fichier ACCTMAST absent - "
				"rapprochement impossible"
			MOVE 8 TO WS-RETURN-CODE
			SET ACCOUNT-EOF TO TRUE
		ELSE
			PERFORM READ-ACCOUNT
		END-IF.
		PERFORM TAKE-GL-BALANCE UNTIL ACCOUNT-EOF.
		IF WS-ACCT-STATUS NOT = "35"
			CLOSE ACCOUNT-MASTER
		END-IF.

	READ-ACCOUNT.
		READ ACCOUNT-MASTER
			AT END SET ACCOUNT-EOF TO TRUE
		END-READ.

	TAKE-GL-BALANCE.
		IF ACM-ACCOUNT = WS-CASH-ACCT
			ADD ACM-BALANCE TO WS-GL-CASH-BAL
		END-IF.
		PERFORM READ-ACCOUNT.

	MATCH-BY-REFERENCE.
		MOVE ZERO TO WS-BI-FOUND.
		PERFORM VARYING WS-BI-IDX FROM 1 BY 1
			UNTIL WS-BI-IDX > WS-BI-COUNT
			OR WS-BI-FOUND > ZERO
			IF BI-MATCH(WS-BI-IDX) = ZERO
				AND BI-DC(WS-BI-IDX) = BL-DC(WS-BL-IDX)
				AND BI-AMOUNT(WS-BI-IDX)
					= BL-AMOUNT(WS-BL-IDX)
				AND BI-REF(WS-BI-IDX)
					= BL-REF(WS-BL-IDX)
				MOVE WS-BI-IDX TO WS-BI-FOUND
			END-IF
		END-PERFORM.
		IF WS-BI-FOUND > ZERO
			MOVE "REFERENC" TO BI-MODE(WS-BI-FOUND)
			PERFORM RECORD-MATCH
		END-IF.

	MATCH-BY-AMOUNT.
		MOVE ZERO TO WS-BI-FOUND.
		IF BL-MATCH(WS-BL-IDX) = ZERO
			PERFORM VARYING WS-BI-IDX FROM 1 BY 1
				UNTIL WS-BI-IDX > WS-BI-COUNT
				OR WS-BI-FOUND > ZERO
				IF BI-MATCH(WS-BI-IDX) = ZERO
					AND BI-DC(WS-BI-IDX)
						= BL-DC(WS-BL-IDX)
					AND BI-AMOUNT(WS-BI-IDX)
						= BL-AMOUNT(WS-BL-IDX)
					AND BL-DAYNO(WS-BL-IDX)
						>= BI-DAYNO(WS-BI-IDX)
					AND BL-DAYNO(WS-BL-IDX)
						<= BI-DAYNO(WS-BI-IDX)
						+ WS-WINDOW
					MOVE WS-BI-IDX TO WS-BI-FOUND
				END-IF
			END-PERFORM
		END-IF.
		IF WS-BI-FOUND > ZERO
			MOVE "MONTANT" TO BI-MODE(WS-BI-FOUND)
			PERFORM RECORD-MATCH
		END-IF.

	RECORD-MATCH.
		MOVE WS-BL-IDX TO BI-MATCH(WS-BI-FOUND).
		MOVE WS-BI-FOUND TO BL-MATCH(WS-BL-IDX).
		ADD 1 TO WS-CLEARED.
		ADD BI-AMOUNT(WS-BI-FOUND) TO WS-TOT-CLEARED.

	AGE-BOOK-ITEM.
		IF BI-MATCH(WS-BI-IDX) = ZERO
			AND BI-SUSP(WS-BI-IDX) NOT = "Y"
			AND BI-DAYNO(WS-BI-IDX) > ZERO
			AND WS-STMT-INT - BI-DAYNO(WS-BI-IDX)
				> WS-AGE-DAYS
			MOVE BI-KIND(WS-BI-IDX) TO BOO-KIND
			MOVE BI-DATE(WS-BI-IDX) TO BOO-DATE
			MOVE BI-REF(WS-BI-IDX) TO BOO-REF
			MOVE BI-AMOUNT(WS-BI-IDX) TO BOO-AMOUNT
			MOVE BI-DC(WS-BI-IDX) TO BOO-DC
			MOVE BI-PARTY(WS-BI-IDX) TO BOO-PARTY
			MOVE "Y" TO BOO-SUSP
			MOVE "Y" TO BI-SUSP(WS-BI-IDX)
			PERFORM RAISE-SUSPENSE
		END-IF.

	AGE-BANK-LINE.
		IF BL-MATCH(WS-BL-IDX) = ZERO
			AND BL-SUSP(WS-BL-IDX) NOT = "Y"
			AND BL-DAYNO(WS-BL-IDX) > ZERO
			AND WS-STMT-INT - BL-DAYNO(WS-BL-IDX)
				> WS-AGE-DAYS
			MOVE "B" TO BOO-KIND
			MOVE BL-DATE(WS-BL-IDX) TO BOO-DATE
			MOVE BL-REF(WS-BL-IDX) TO BOO-REF
			MOVE BL-AMOUNT(WS-BL-IDX) TO BOO-AMOUNT
			MOVE BL-DC(WS-BL-IDX) TO BOO-DC
			MOVE ZERO TO BOO-PARTY
			MOVE "Y" TO BOO-SUSP
			MOVE "Y" TO BL-SUSP(WS-BL-IDX)
			PERFORM RAISE-SUSPENSE
		END-IF.

	RAISE-SUSPENSE.
		MOVE "E030" TO WS-SUS-REASON.
		MOVE OPEN-OUT-REC TO WS-SUS-DATA.
		ADD 1 TO WS-STAT-REJ.
		ADD 1 TO WS-RAISED.
		CALL "SUSPWRT" USING WS-SUS-PROGRAM
			WS-SUS-REASON WS-SUS-DATA.
		MOVE 8 TO WS-RETURN-CODE.

	PRINT-RECONCILIATION.
		OPEN OUTPUT BANK-RPT-FILE.
		MOVE WS-STMT-DATE TO BT-STMT.
		MOVE WS-TODAY TO BT-DATE.
		WRITE BANK-RPT-LINE FROM WS-RPT-TITLE.
		MOVE SPACES TO BANK-RPT-LINE.
		WRITE BANK-RPT-LINE.
		MOVE "ELEMENTS RAPPROCHES" TO BS-TITLE.
		WRITE BANK-RPT-LINE FROM WS-RPT-SECTION.
		WRITE BANK-RPT-LINE FROM WS-RPT-COLUMNS.
		PERFORM PRINT-CLEARED-ITEM
			VARYING WS-BI-IDX FROM 1 BY 1
			UNTIL WS-BI-IDX > WS-BI-COUNT.
		MOVE "Total rapproche" TO BU-LABEL.
		MOVE WS-CLEARED TO BU-COUNT.
		MOVE WS-TOT-CLEARED TO BU-AMOUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-SUBTOTAL.
		MOVE SPACES TO BANK-RPT-LINE.
		WRITE BANK-RPT-LINE.
		MOVE "CHEQUES EN CIRCULATION" TO BS-TITLE.
		WRITE BANK-RPT-LINE FROM WS-RPT-SECTION.
		MOVE ZERO TO WS-SECTION-CNT.
		MOVE ZERO TO WS-SECTION-TOT.
		PERFORM PRINT-OUTSTANDING-CHECK
			VARYING WS-BI-IDX FROM 1 BY 1
			UNTIL WS-BI-IDX > WS-BI-COUNT.
		MOVE WS-SECTION-TOT TO WS-TOT-OUTCHECK.
		PERFORM PRINT-SECTION-TOTAL.
		MOVE "DEPOTS EN TRANSIT" TO BS-TITLE.
		WRITE BANK-RPT-LINE FROM WS-RPT-SECTION.
		MOVE ZERO TO WS-SECTION-CNT.
		MOVE ZERO TO WS-SECTION-TOT.
		PERFORM PRINT-DEPOSIT-IN-TRANSIT
			VARYING WS-BI-IDX FROM 1 BY 1
			UNTIL WS-BI-IDX > WS-BI-COUNT.
		MOVE WS-SECTION-TOT TO WS-TOT-TRANSIT.
		PERFORM PRINT-SECTION-TOTAL.
		MOVE "OPERATIONS BANCAIRES NON EXPLIQUEES" TO BS-TITLE.
		WRITE BANK-RPT-LINE FROM WS-RPT-SECTION.
		MOVE ZERO TO WS-SECTION-CNT.
		MOVE ZERO TO WS-SECTION-TOT.
		PERFORM PRINT-UNEXPLAINED-LINE
			VARYING WS-BL-IDX FROM 1 BY 1
			UNTIL WS-BL-IDX > WS-BL-COUNT.
		PERFORM PRINT-SECTION-TOTAL.
		PERFORM PRINT-ADJUSTED-BALANCE.
		PERFORM WRITE-SUMMARY.
		CLOSE BANK-RPT-FILE.

	PRINT-CLEARED-ITEM.
		IF BI-MATCH(WS-BI-IDX) > ZERO
			MOVE BI-MATCH(WS-BI-IDX) TO WS-BL-IDX
			PERFORM FORMAT-BOOK-DETAIL
			MOVE BL-DATE(WS-BL-IDX) TO BD-BANK
			MOVE BI-MODE(WS-BI-IDX) TO BD-NOTE
			WRITE BANK-RPT-LINE FROM WS-RPT-DETAIL
		END-IF.

	PRINT-OUTSTANDING-CHECK.
		IF BI-MATCH(WS-BI-IDX) = ZERO
			AND BI-KIND(WS-BI-IDX) = "C"
			PERFORM FORMAT-BOOK-DETAIL
			PERFORM PRINT-OPEN-DETAIL
		END-IF.

	PRINT-DEPOSIT-IN-TRANSIT.
		IF BI-MATCH(WS-BI-IDX) = ZERO
			AND BI-KIND(WS-BI-IDX) = "D"
			PERFORM FORMAT-BOOK-DETAIL
			PERFORM PRINT-OPEN-DETAIL
		END-IF.

	FORMAT-BOOK-DETAIL.
		IF BI-KIND(WS-BI-IDX) = "C"
			MOVE "Cheque" TO BD-KIND
		ELSE
			MOVE "Depot" TO BD-KIND
		END-IF.
		MOVE BI-DATE(WS-BI-IDX) TO BD-DATE.
		MOVE BI-REF(WS-BI-IDX) TO BD-REF.
		MOVE BI-DC(WS-BI-IDX) TO BD-DC.
		MOVE BI-AMOUNT(WS-BI-IDX) TO BD-AMOUNT.
		MOVE BI-AMOUNT(WS-BI-IDX) TO WS-ADD-AMOUNT.
		MOVE SPACES TO BD-BANK.
		MOVE ZERO TO BD-DAYS.
		MOVE SPACES TO BD-NOTE.
		IF BI-DAYNO(WS-BI-IDX) > ZERO
			COMPUTE WS-DAYS-OLD = WS-STMT-INT
				- BI-DAYNO(WS-BI-IDX)
			IF WS-DAYS-OLD > ZERO
				MOVE WS-DAYS-OLD TO BD-DAYS
			END-IF
		END-IF.
		MOVE BI-SUSP(WS-BI-IDX) TO WS-ADD-SUSP.

	PRINT-OPEN-DETAIL.
		IF WS-ADD-SUSP = "Y"
			MOVE "EN SUSPENS" TO BD-NOTE
		END-IF.
		WRITE BANK-RPT-LINE FROM WS-RPT-DETAIL.
		ADD 1 TO WS-SECTION-CNT.
		ADD WS-ADD-AMOUNT TO WS-SECTION-TOT.

	PRINT-UNEXPLAINED-LINE.
		IF BL-MATCH(WS-BL-IDX) = ZERO
			MOVE "Banque" TO BD-KIND
			MOVE BL-DATE(WS-BL-IDX) TO BD-DATE
			MOVE BL-REF(WS-BL-IDX) TO BD-REF
			MOVE BL-DC(WS-BL-IDX) TO BD-DC
			MOVE BL-AMOUNT(WS-BL-IDX) TO BD-AMOUNT
			MOVE BL-AMOUNT(WS-BL-IDX) TO WS-ADD-AMOUNT
			MOVE SPACES TO BD-BANK
			MOVE ZERO TO BD-DAYS
			MOVE SPACES TO BD-NOTE
			IF BL-DAYNO(WS-BL-IDX) > ZERO
				COMPUTE WS-DAYS-OLD = WS-STMT-INT
					- BL-DAYNO(WS-BL-IDX)
				IF WS-DAYS-OLD > ZERO
					MOVE WS-DAYS-OLD TO BD-DAYS
				END-IF
			END-IF
			IF BL-DC(WS-BL-IDX) = "D"
				ADD BL-AMOUNT(WS-BL-IDX)
					TO WS-TOT-BANK-DR
			ELSE
				ADD BL-AMOUNT(WS-BL-IDX)
					TO WS-TOT-BANK-CR
			END-IF
			MOVE BL-SUSP(WS-BL-IDX) TO WS-ADD-SUSP
			PERFORM PRINT-OPEN-DETAIL
		END-IF.

	PRINT-SECTION-TOTAL.
		MOVE "Total" TO BU-LABEL.
		MOVE WS-SECTION-CNT TO BU-COUNT.
		MOVE WS-SECTION-TOT TO BU-AMOUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-SUBTOTAL.
		MOVE SPACES TO BANK-RPT-LINE.
		WRITE BANK-RPT-LINE.

	PRINT-ADJUSTED-BALANCE.
		MOVE "SOLDE BANCAIRE RAPPROCHE" TO BS-TITLE.
		WRITE BANK-RPT-LINE FROM WS-RPT-SECTION.
		MOVE "Solde du releve" TO BB-LABEL.
		MOVE WS-BANK-BAL TO BB-AMOUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-BALANCE.
		MOVE "+ Depots en transit" TO BB-LABEL.
		MOVE WS-TOT-TRANSIT TO BB-AMOUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-BALANCE.
		MOVE "- Cheques en circulation" TO BB-LABEL.
		MOVE WS-TOT-OUTCHECK TO BB-AMOUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-BALANCE.
		MOVE "+ Debits bancaires non expliques" TO BB-LABEL.
		MOVE WS-TOT-BANK-DR TO BB-AMOUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-BALANCE.
		MOVE "- Credits bancaires non expliques" TO BB-LABEL.
		MOVE WS-TOT-BANK-CR TO BB-AMOUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-BALANCE.
		COMPUTE WS-ADJ-BAL = WS-BANK-BAL + WS-TOT-TRANSIT
			- WS-TOT-OUTCHECK + WS-TOT-BANK-DR
			- WS-TOT-BANK-CR.
		MOVE "= Solde bancaire rapproche" TO BB-LABEL.
		MOVE WS-ADJ-BAL TO BB-AMOUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-BALANCE.
		MOVE SPACES TO BANK-RPT-LINE.
		WRITE BANK-RPT-LINE.
		MOVE "Controle caisse" TO BR-LABEL.
		MOVE WS-CASH-ACCT TO BR-ACCT.
		MOVE WS-GL-CASH-BAL TO BR-GL.
		MOVE WS-ADJ-BAL TO BR-BANK.
		COMPUTE WS-GL-DIFF = WS-GL-CASH-BAL - WS-ADJ-BAL.
		IF WS-GL-DIFF = ZERO
			MOVE "CONFORME" TO BR-STATE
		ELSE
			MOVE "ECART" TO BR-STATE
			DISPLAY "Ecart banque / compte " WS-CASH-ACCT
				" : " WS-GL-DIFF
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		WRITE BANK-RPT-LINE FROM WS-RPT-RECON.

	WRITE-SUMMARY.
		MOVE SPACES TO BANK-RPT-LINE.
		WRITE BANK-RPT-LINE.
		MOVE "Lignes de releve lues" TO BY-LABEL.
		MOVE WS-STMT-LINES TO BY-COUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-TALLY.
		MOVE "Depots magasins ajoutes" TO BY-LABEL.
		MOVE WS-NEW-DEPOSIT TO BY-COUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-TALLY.
		MOVE "Cheques fournisseurs ajoutes" TO BY-LABEL.
		MOVE WS-NEW-CHECKS TO BY-COUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-TALLY.
		MOVE "Elements rapproches" TO BY-LABEL.
		MOVE WS-CLEARED TO BY-COUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-TALLY.
		MOVE "Elements portes en suspens" TO BY-LABEL.
		MOVE WS-RAISED TO BY-COUNT.
		WRITE BANK-RPT-LINE FROM WS-RPT-TALLY.

	WRITE-OPEN-ITEMS.
		OPEN OUTPUT OPEN-OUT-FILE.
		PERFORM WRITE-OPEN-BOOK-ITEM
			VARYING WS-BI-IDX FROM 1 BY 1
			UNTIL WS-BI-IDX > WS-BI-COUNT.
		PERFORM WRITE-OPEN-BANK-LINE
			VARYING WS-BL-IDX FROM 1 BY 1
			UNTIL WS-BL-IDX > WS-BL-COUNT.
		CLOSE OPEN-OUT-FILE.

	WRITE-OPEN-BOOK-ITEM.
		IF BI-MATCH(WS-BI-IDX) = ZERO
			MOVE BI-KIND(WS-BI-IDX) TO BOO-KIND
			MOVE BI-DATE(WS-BI-IDX) TO BOO-DATE
			MOVE BI-REF(WS-BI-IDX) TO BOO-REF
			MOVE BI-AMOUNT(WS-BI-IDX) TO BOO-AMOUNT
			MOVE BI-DC(WS-BI-IDX) TO BOO-DC
			MOVE BI-PARTY(WS-BI-IDX) TO BOO-PARTY
			MOVE BI-SUSP(WS-BI-IDX) TO BOO-SUSP
			WRITE OPEN-OUT-REC
			ADD 1 TO WS-STAT-WRIT
		END-IF.

	WRITE-OPEN-BANK-LINE.
		IF BL-MATCH(WS-BL-IDX) = ZERO
			MOVE "B" TO BOO-KIND
			MOVE BL-DATE(WS-BL-IDX) TO BOO-DATE
			MOVE BL-REF(WS-BL-IDX) TO BOO-REF
			MOVE BL-AMOUNT(WS-BL-IDX) TO BOO-AMOUNT
			MOVE BL-DC(WS-BL-IDX) TO BOO-DC
			MOVE ZERO TO BOO-PARTY
			MOVE BL-SUSP(WS-BL-IDX) TO BOO-SUSP
			WRITE OPEN-OUT-REC
			ADD 1 TO WS-STAT-WRIT
		END-IF.

	SAVE-BANK-CONTROL.
		OPEN OUTPUT BANK-CTL-FILE.
		MOVE WS-STMT-DATE TO BKC-STMT-DATE.
		MOVE WS-HIGH-CHECK TO BKC-LAST-CHECK.
		MOVE WS-TODAY TO BKC-DATE.
		WRITE BANK-CTL-REC.
		CLOSE BANK-CTL-FILE.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
