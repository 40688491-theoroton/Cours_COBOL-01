	IDENTIFICATION DIVISION.
	PROGRAM-ID. LOANGL.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "LNGPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT POSTED-CTL-FILE ASSIGN TO "LNGCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LGC-STATUS.
		SELECT SCHEDULE-FILE ASSIGN TO "AMRTSKED"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SKED-STATUS.
		SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PAY-STATUS.
		SELECT LOAN-STATUS-FILE ASSIGN TO "LOANSTAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LST-STATUS.
		SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ACCT-STATUS.
		SELECT SUBLEDGER-FILE ASSIGN TO "LEDGSUB"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUB-STATUS.
		SELECT LOAN-TB-FILE ASSIGN TO "LOANTB"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 LGP-MONTH         PIC X(6).
		02 LGP-PERIOD        PIC 9(3).
		02 LGP-LOAN-ACCOUNT  PIC 9(4).
		02 LGP-ACCR-ACCOUNT  PIC 9(4).
		02 LGP-INCOME-ACCOUNT PIC 9(4).
		02 LGP-CASH-ACCOUNT  PIC 9(4).

	FD  POSTED-CTL-FILE.
	01  POSTED-CTL-REC.
		02 LGC-MONTH  PIC X(6).
		02 LGC-PERIOD PIC 9(3).
		02 LGC-DATE   PIC X(8).

	FD  SCHEDULE-FILE.
	01  SCHEDULE-REC.
		02 SKD-LOAN-ID  PIC 9(6).
		02 SKD-PERIOD   PIC 9(3).
		02 SKD-PAYMENT  PIC 9(8).
		02 SKD-ACCRUED  PIC 9(8).
		02 SKD-NOTE     PIC X(20).

	FD  PAYMENT-FILE.
	01  PAYMENT-REC.
		02 PAY-LOAN-ID PIC 9(6).
		02 PAY-DATE    PIC X(8).
		02 PAY-AMOUNT  PIC 9(8).

	FD  LOAN-STATUS-FILE.
	01  LOAN-STATUS-REC.
		02 LST-LOAN   PIC 9(6).
		02 LST-STATUS PIC X.

	FD  ACCOUNT-MASTER.
	01  ACCOUNT-REC.
		02 ACM-ACCOUNT PIC 9(4).
		02 ACM-BALANCE PIC S9(8)V99.
		02 ACM-CENTER  PIC 9(4).

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

	FD  LOAN-TB-FILE.
	01  LOAN-TB-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS PIC XX.
	01 WS-LGC-STATUS  PIC XX.
	01 WS-SKED-STATUS PIC XX.
	01 WS-PAY-STATUS  PIC XX.
	01 WS-LST-STATUS  PIC XX.
	01 WS-ACCT-STATUS PIC XX.
	01 WS-SUB-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-SKED-EOF PIC X VALUE "N".
			88 SCHEDULE-EOF VALUE "Y".
		02 WS-PAY-EOF PIC X VALUE "N".
			88 PAYMENTS-EOF VALUE "Y".
		02 WS-LST-EOF PIC X VALUE "N".
			88 LOAN-STATUS-EOF VALUE "Y".
		02 WS-ACCT-EOF PIC X VALUE "N".
			88 ACCOUNT-EOF VALUE "Y".
		02 WS-PARM-FLAG PIC X VALUE "N".
			88 PARMS-LOADED VALUE "Y".

	01 WS-TODAY  PIC X(8).
	01 WS-MONTH  PIC X(6).
	01 WS-PERIOD PIC 9(3) VALUE ZERO.

	01 WS-ACCOUNTS.
		02 WS-LOAN-ACCOUNT   PIC 9(4).
		02 WS-ACCR-ACCOUNT   PIC 9(4).
		02 WS-INCOME-ACCOUNT PIC 9(4).
		02 WS-CASH-ACCOUNT   PIC 9(4).

	01 WS-LAST-POSTED.
		02 WS-LAST-MONTH  PIC X(6) VALUE SPACES.
		02 WS-LAST-PERIOD PIC 9(3) VALUE ZERO.

	01 WS-LOAN-TAB-CTL.
		02 WS-LN-COUNT PIC 9(3) VALUE ZERO.
		02 WS-LN-IDX   PIC 9(3).
		02 WS-LN-FOUND PIC 9(3).

	01 WS-LOAN-TAB.
		02 WS-LN-ENTRY OCCURS 999 TIMES.
			03 LN-LOAN        PIC 9(6).
			03 LN-STATUS      PIC X.
			03 LN-PRINCIPAL   PIC 9(10).
			03 LN-ACCR-PERIOD PIC 9(10).
			03 LN-ACCR-TODATE PIC 9(10).
			03 LN-PAID-BEFORE PIC 9(10).
			03 LN-PAID-MONTH  PIC 9(10).

	01 WS-FIND-LOAN PIC 9(6).

	01 WS-LOAN-WORK.
		02 WS-PAID-TODATE  PIC 9(10).
		02 WS-PRIN-BEFORE  PIC 9(10).
		02 WS-PRIN-TODATE  PIC 9(10).
		02 WS-PRIN-MONTH   PIC 9(10).
		02 WS-INT-MONTH    PIC 9(10).
		02 WS-INT-TODATE   PIC 9(10).
		02 WS-OUTSTANDING  PIC 9(10).
		02 WS-ACCR-OPEN    PIC S9(10).

	01 WS-BATCH-TOTALS.
		02 WS-TOT-ACCRUAL   PIC 9(10) VALUE ZERO.
		02 WS-TOT-PRINCIPAL PIC 9(10) VALUE ZERO.
		02 WS-TOT-INTEREST  PIC 9(10) VALUE ZERO.
		02 WS-TOT-OUTSTAND  PIC S9(11) VALUE ZERO.
		02 WS-TOT-ACCR-OPEN PIC S9(11) VALUE ZERO.

	01 WS-GL-WORK.
		02 WS-GL-LOAN-BAL   PIC S9(9)V99 VALUE ZERO.
		02 WS-GL-ACCR-BAL   PIC S9(9)V99 VALUE ZERO.
		02 WS-GL-LOAN-AFTER PIC S9(9)V99.
		02 WS-GL-ACCR-AFTER PIC S9(9)V99.
		02 WS-GL-DIFF       PIC S9(9)V99.

	01 WS-ENTRY-WORK.
		02 WS-DR-ACCOUNT  PIC 9(4).
		02 WS-CR-ACCOUNT  PIC 9(4).
		02 WS-ABS-AMOUNT  PIC 9(9)V99.
		02 WS-PIECE-AMT   PIC 9(6)V99.
		02 WS-AMOUNT-CAP  PIC 9(6)V99 VALUE 999999.99.
		02 WS-LED-COUNT   PIC 9(6) VALUE ZERO.
		02 WS-LED-HASH    PIC 9(10)V99 VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(29) VALUE
			"Balance des prets - mois ".
		02 LT-MONTH  PIC X(6).
		02 FILLER    PIC X(10) VALUE " periode ".
		02 LT-PERIOD PIC ZZ9.
		02 FILLER    PIC X(5)  VALUE " du ".
		02 LT-DATE   PIC X(8).
		02 FILLER    PIC X(19) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(10) VALUE "  Pret".
		02 FILLER PIC X(12) VALUE "    Capital".
		02 FILLER PIC X(12) VALUE "  Rembourse".
		02 FILLER PIC X(12) VALUE "    Restant".
		02 FILLER PIC X(12) VALUE "  Int. mois".
		02 FILLER PIC X(12) VALUE "Int. courus".
		02 FILLER PIC X(10) VALUE "  Etat".

	01 WS-RPT-DETAIL.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 LD-LOAN     PIC 9(6).
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 LD-PRINC    PIC ZZZZZZZZZ9.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 LD-REPAID   PIC ZZZZZZZZZ9.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 LD-OUTST    PIC ZZZZZZZZZ9.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 LD-ACCR-PER PIC ZZZZZZZZZ9.
		02 FILLER      PIC X(1)  VALUE SPACES.
		02 LD-ACCR     PIC -ZZZZZZZZ9.
		02 FILLER      PIC X(3)  VALUE SPACES.
		02 LD-STATUS   PIC X.
		02 FILLER      PIC X(9)  VALUE SPACES.

	01 WS-RPT-TOTAL.
		02 FILLER      PIC X(34) VALUE "  TOTAL PORTEFEUILLE".
		02 LO-OUTST    PIC -ZZZZZZZZZ9.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 LO-ACCR-PER PIC ZZZZZZZZZ9.
		02 FILLER      PIC X(1)  VALUE SPACES.
		02 LO-ACCR     PIC -ZZZZZZZZ9.
		02 FILLER      PIC X(12) VALUE SPACES.

	01 WS-RPT-RECON.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 LR-LABEL  PIC X(22).
		02 LR-ACCT   PIC 9(4).
		02 FILLER    PIC X(5)  VALUE " GL ".
		02 LR-GL     PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(6)  VALUE " pret ".
		02 LR-SUB    PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 LR-STATE  PIC X(14).

	01 WS-RPT-ENTRY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 LE-LABEL  PIC X(24).
		02 FILLER    PIC X(3)  VALUE " D ".
		02 LE-DR     PIC 9(4).
		02 FILLER    PIC X(3)  VALUE " C ".
		02 LE-CR     PIC 9(4).
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 LE-AMOUNT PIC ZZZZZZZZZ9.99.
		02 FILLER    PIC X(25) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 LY-LABEL  PIC X(34).
		02 LY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "LOANGL" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-POSTED-CONTROL.
		IF WS-RETURN-CODE < 12
			PERFORM LOAD-SCHEDULES
			PERFORM LOAD-PAYMENTS
			PERFORM LOAD-LOAN-STATUS
			PERFORM LOAD-GL-BALANCES
			OPEN OUTPUT LOAN-TB-FILE
			PERFORM PRINT-PORTFOLIO
			PERFORM WRITE-LOAN-ENTRIES
			PERFORM PRINT-RECONCILIATION
			CLOSE LOAN-TB-FILE
			PERFORM SAVE-POSTED-CONTROL
		ELSE
			DISPLAY "Comptabilisation des prets abandonnee"
		END-IF.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		MOVE WS-TODAY(1:6) TO WS-MONTH.
		OPEN INPUT PARM-FILE.
		IF WS-PARM-STATUS = "00"
			READ PARM-FILE
				AT END MOVE "10" TO WS-PARM-STATUS
			END-READ
			IF WS-PARM-STATUS = "00"
				AND LGP-PERIOD NUMERIC
				AND LGP-PERIOD > ZERO
				AND LGP-LOAN-ACCOUNT NUMERIC
				AND LGP-ACCR-ACCOUNT NUMERIC
				AND LGP-INCOME-ACCOUNT NUMERIC
				AND LGP-CASH-ACCOUNT NUMERIC
				SET PARMS-LOADED TO TRUE
				MOVE LGP-PERIOD TO WS-PERIOD
				MOVE LGP-LOAN-ACCOUNT TO WS-LOAN-ACCOUNT
				MOVE LGP-ACCR-ACCOUNT TO WS-ACCR-ACCOUNT
				MOVE LGP-INCOME-ACCOUNT
					TO WS-INCOME-ACCOUNT
				MOVE LGP-CASH-ACCOUNT TO WS-CASH-ACCOUNT
				IF LGP-MONTH NUMERIC
					MOVE LGP-MONTH TO WS-MONTH
				END-IF
			END-IF
			CLOSE PARM-FILE
		END-IF.
		IF NOT PARMS-LOADED
			DISPLAY "Fichier LNGPARM absent ou invalide - "
				"aucune ecriture emise"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.

	LOAD-POSTED-CONTROL.
		OPEN INPUT POSTED-CTL-FILE.
		IF WS-LGC-STATUS = "00"
			READ POSTED-CTL-FILE
				AT END MOVE "10" TO WS-LGC-STATUS
			END-READ
			IF WS-LGC-STATUS = "00"
				MOVE LGC-MONTH TO WS-LAST-MONTH
				MOVE LGC-PERIOD TO WS-LAST-PERIOD
			END-IF
			CLOSE POSTED-CTL-FILE
		END-IF.
		IF WS-LAST-MONTH NOT = SPACES
			AND WS-MONTH <= WS-LAST-MONTH
			DISPLAY "Mois " WS-MONTH " deja comptabilise "
				"(dernier : " WS-LAST-MONTH ")"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		IF WS-LAST-PERIOD > ZERO
			AND WS-PERIOD <= WS-LAST-PERIOD
			DISPLAY "Periode " WS-PERIOD " deja courue "
				"(derniere : " WS-LAST-PERIOD ")"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.

	LOAD-SCHEDULES.
		OPEN INPUT SCHEDULE-FILE.
		IF WS-SKED-STATUS NOT = "00"
			DISPLAY "Fichier AMRTSKED absent"
			MOVE 8 TO WS-RETURN-CODE
			SET SCHEDULE-EOF TO TRUE
		ELSE
			PERFORM READ-SCHEDULE
		END-IF.
		PERFORM TAKE-SCHEDULE-LINE UNTIL SCHEDULE-EOF.
		IF WS-SKED-STATUS NOT = "35"
			CLOSE SCHEDULE-FILE
		END-IF.

	READ-SCHEDULE.
		READ SCHEDULE-FILE
			AT END SET SCHEDULE-EOF TO TRUE
		END-READ.

	TAKE-SCHEDULE-LINE.
		ADD 1 TO WS-STAT-READ.
		MOVE SKD-LOAN-ID TO WS-FIND-LOAN.
		PERFORM FIND-LOAN-ENTRY.
		IF WS-LN-FOUND > ZERO
			ADD SKD-PAYMENT TO LN-PRINCIPAL(WS-LN-FOUND)
			IF SKD-PERIOD <= WS-PERIOD
				ADD SKD-ACCRUED
					TO LN-ACCR-TODATE(WS-LN-FOUND)
			END-IF
			IF SKD-PERIOD = WS-PERIOD
				ADD SKD-ACCRUED
					TO LN-ACCR-PERIOD(WS-LN-FOUND)
			END-IF
		END-IF.
		PERFORM READ-SCHEDULE.

	FIND-LOAN-ENTRY.
		MOVE ZERO TO WS-LN-FOUND.
		PERFORM VARYING WS-LN-IDX FROM 1 BY 1
			UNTIL WS-LN-IDX > WS-LN-COUNT
			OR WS-LN-FOUND > ZERO
			IF LN-LOAN(WS-LN-IDX) = WS-FIND-LOAN
				MOVE WS-LN-IDX TO WS-LN-FOUND
			END-IF
		END-PERFORM.
		IF WS-LN-FOUND = ZERO
			IF WS-LN-COUNT < 999
				ADD 1 TO WS-LN-COUNT
				MOVE WS-LN-COUNT TO WS-LN-FOUND
				INITIALIZE WS-LN-ENTRY(WS-LN-FOUND)
				MOVE WS-FIND-LOAN
					TO LN-LOAN(WS-LN-FOUND)
				MOVE SPACES TO LN-STATUS(WS-LN-FOUND)
			ELSE
				DISPLAY "Table des prets saturee"
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.

	LOAD-PAYMENTS.
		OPEN INPUT PAYMENT-FILE.
		IF WS-PAY-STATUS NOT = "00"
			DISPLAY "Fichier PAYMENTS absent"
			SET PAYMENTS-EOF TO TRUE
		ELSE
			PERFORM READ-PAYMENT
		END-IF.
		PERFORM TAKE-PAYMENT UNTIL PAYMENTS-EOF.
		IF WS-PAY-STATUS NOT = "35"
			CLOSE PAYMENT-FILE
		END-IF.

	READ-PAYMENT.
		READ PAYMENT-FILE
			AT END SET PAYMENTS-EOF TO TRUE
		END-READ.

	TAKE-PAYMENT.
		IF PAY-DATE(1:6) <= WS-MONTH
			MOVE PAY-LOAN-ID TO WS-FIND-LOAN
			PERFORM FIND-LOAN-ENTRY
			IF WS-LN-FOUND > ZERO
				PERFORM APPLY-PAYMENT
			END-IF
		END-IF.
		PERFORM READ-PAYMENT.

	APPLY-PAYMENT.
		IF PAY-DATE(1:6) = WS-MONTH
			ADD PAY-AMOUNT TO LN-PAID-MONTH(WS-LN-FOUND)
		ELSE
			ADD PAY-AMOUNT TO LN-PAID-BEFORE(WS-LN-FOUND)
		END-IF.

	LOAD-LOAN-STATUS.
		OPEN INPUT LOAN-STATUS-FILE.
		IF WS-LST-STATUS NOT = "00"
			SET LOAN-STATUS-EOF TO TRUE
		ELSE
			PERFORM READ-LOAN-STATUS
		END-IF.
		PERFORM TAKE-LOAN-STATUS UNTIL LOAN-STATUS-EOF.
		IF WS-LST-STATUS NOT = "35"
			CLOSE LOAN-STATUS-FILE
		END-IF.

	READ-LOAN-STATUS.
		READ LOAN-STATUS-FILE
			AT END SET LOAN-STATUS-EOF TO TRUE
		END-READ.

	TAKE-LOAN-STATUS.
		MOVE ZERO TO WS-LN-FOUND.
		PERFORM VARYING WS-LN-IDX FROM 1 BY 1
			UNTIL WS-LN-IDX > WS-LN-COUNT
			IF LN-LOAN(WS-LN-IDX) = LST-LOAN
				MOVE LST-STATUS TO LN-STATUS(WS-LN-IDX)
			END-IF
		END-PERFORM.
		PERFORM READ-LOAN-STATUS.

	LOAD-GL-BALANCES.
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
		IF ACM-ACCOUNT = WS-LOAN-ACCOUNT
			ADD ACM-BALANCE TO WS-GL-LOAN-BAL
		END-IF.
		IF ACM-ACCOUNT = WS-ACCR-ACCOUNT
			ADD ACM-BALANCE TO WS-GL-ACCR-BAL
		END-IF.
		PERFORM READ-ACCOUNT.

	PRINT-PORTFOLIO.
		MOVE WS-MONTH TO LT-MONTH.
		MOVE WS-PERIOD TO LT-PERIOD.
		MOVE WS-TODAY TO LT-DATE.
		WRITE LOAN-TB-LINE FROM WS-RPT-TITLE.
		WRITE LOAN-TB-LINE FROM WS-RPT-COLUMNS.
		PERFORM PRINT-ONE-LOAN
			VARYING WS-LN-IDX FROM 1 BY 1
			UNTIL WS-LN-IDX > WS-LN-COUNT.
		MOVE WS-TOT-OUTSTAND TO LO-OUTST.
		MOVE WS-TOT-ACCRUAL TO LO-ACCR-PER.
		MOVE WS-TOT-ACCR-OPEN TO LO-ACCR.
		WRITE LOAN-TB-LINE FROM WS-RPT-TOTAL.

	PRINT-ONE-LOAN.
		COMPUTE WS-PAID-TODATE = LN-PAID-BEFORE(WS-LN-IDX)
			+ LN-PAID-MONTH(WS-LN-IDX).
		IF LN-PAID-BEFORE(WS-LN-IDX) > LN-PRINCIPAL(WS-LN-IDX)
			MOVE LN-PRINCIPAL(WS-LN-IDX) TO WS-PRIN-BEFORE
		ELSE
			MOVE LN-PAID-BEFORE(WS-LN-IDX) TO WS-PRIN-BEFORE
		END-IF.
		IF WS-PAID-TODATE > LN-PRINCIPAL(WS-LN-IDX)
			MOVE LN-PRINCIPAL(WS-LN-IDX) TO WS-PRIN-TODATE
		ELSE
			MOVE WS-PAID-TODATE TO WS-PRIN-TODATE
		END-IF.
		COMPUTE WS-PRIN-MONTH = WS-PRIN-TODATE - WS-PRIN-BEFORE.
		COMPUTE WS-INT-MONTH = LN-PAID-MONTH(WS-LN-IDX)
			- WS-PRIN-MONTH.
		COMPUTE WS-INT-TODATE = WS-PAID-TODATE - WS-PRIN-TODATE.
		COMPUTE WS-OUTSTANDING = LN-PRINCIPAL(WS-LN-IDX)
			- WS-PRIN-TODATE.
		COMPUTE WS-ACCR-OPEN = LN-ACCR-TODATE(WS-LN-IDX)
			- WS-INT-TODATE.
		ADD LN-ACCR-PERIOD(WS-LN-IDX) TO WS-TOT-ACCRUAL.
		ADD WS-PRIN-MONTH TO WS-TOT-PRINCIPAL.
		ADD WS-INT-MONTH TO WS-TOT-INTEREST.
		ADD WS-OUTSTANDING TO WS-TOT-OUTSTAND.
		ADD WS-ACCR-OPEN TO WS-TOT-ACCR-OPEN.
		MOVE LN-LOAN(WS-LN-IDX) TO LD-LOAN.
		MOVE LN-PRINCIPAL(WS-LN-IDX) TO LD-PRINC.
		MOVE WS-PRIN-TODATE TO LD-REPAID.
		MOVE WS-OUTSTANDING TO LD-OUTST.
		MOVE LN-ACCR-PERIOD(WS-LN-IDX) TO LD-ACCR-PER.
		MOVE WS-ACCR-OPEN TO LD-ACCR.
		MOVE LN-STATUS(WS-LN-IDX) TO LD-STATUS.
		WRITE LOAN-TB-LINE FROM WS-RPT-DETAIL.
		ADD 1 TO WS-STAT-WRIT.

	WRITE-LOAN-ENTRIES.
		MOVE SPACES TO LOAN-TB-LINE.
		WRITE LOAN-TB-LINE.
		OPEN EXTEND SUBLEDGER-FILE.
		IF WS-SUB-STATUS = "35"
			OPEN OUTPUT SUBLEDGER-FILE
		END-IF.
		MOVE "H" TO LDH-TYPE.
		MOVE WS-TODAY TO LDH-DATE.
		MOVE "LOANGL" TO LDH-SOURCE.
		WRITE LEDGER-HDR-REC.
		MOVE "Interets courus" TO LE-LABEL.
		MOVE WS-ACCR-ACCOUNT TO WS-DR-ACCOUNT.
		MOVE WS-INCOME-ACCOUNT TO WS-CR-ACCOUNT.
		MOVE WS-TOT-ACCRUAL TO WS-ABS-AMOUNT.
		PERFORM WRITE-ONE-ENTRY.
		MOVE "Capital rembourse" TO LE-LABEL.
		MOVE WS-CASH-ACCOUNT TO WS-DR-ACCOUNT.
		MOVE WS-LOAN-ACCOUNT TO WS-CR-ACCOUNT.
		MOVE WS-TOT-PRINCIPAL TO WS-ABS-AMOUNT.
		PERFORM WRITE-ONE-ENTRY.
		MOVE "Interets encaisses" TO LE-LABEL.
		MOVE WS-CASH-ACCOUNT TO WS-DR-ACCOUNT.
		MOVE WS-ACCR-ACCOUNT TO WS-CR-ACCOUNT.
		MOVE WS-TOT-INTEREST TO WS-ABS-AMOUNT.
		PERFORM WRITE-ONE-ENTRY.
		MOVE "T" TO LDT-TYPE.
		MOVE WS-LED-COUNT TO LDT-COUNT.
		MOVE WS-LED-HASH TO LDT-HASH.
		WRITE LEDGER-TRL-REC.
		CLOSE SUBLEDGER-FILE.

	WRITE-ONE-ENTRY.
		MOVE WS-DR-ACCOUNT TO LE-DR.
		MOVE WS-CR-ACCOUNT TO LE-CR.
		MOVE WS-ABS-AMOUNT TO LE-AMOUNT.
		WRITE LOAN-TB-LINE FROM WS-RPT-ENTRY.
		PERFORM WRITE-ENTRY-PIECE
			UNTIL WS-ABS-AMOUNT = ZERO.

	WRITE-ENTRY-PIECE.
		IF WS-ABS-AMOUNT > WS-AMOUNT-CAP
			MOVE WS-AMOUNT-CAP TO WS-PIECE-AMT
		ELSE
			MOVE WS-ABS-AMOUNT TO WS-PIECE-AMT
		END-IF.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE WS-DR-ACCOUNT TO LDO-ACCOUNT.
		MOVE "D" TO LDO-DC.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE WS-CR-ACCOUNT TO LDO-ACCOUNT.
		MOVE "C" TO LDO-DC.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		PERFORM WRITE-LEDGER-ENTRY.
		SUBTRACT WS-PIECE-AMT FROM WS-ABS-AMOUNT.

	WRITE-LEDGER-ENTRY.
		MOVE ZERO TO LDO-CENTER.
		WRITE LEDGER-OUT-REC.
		ADD 1 TO WS-LED-COUNT.
		ADD LDO-AMOUNT TO WS-LED-HASH.

	PRINT-RECONCILIATION.
		MOVE SPACES TO LOAN-TB-LINE.
		WRITE LOAN-TB-LINE.
		COMPUTE WS-GL-LOAN-AFTER = WS-GL-LOAN-BAL
			- WS-TOT-PRINCIPAL.
		COMPUTE WS-GL-ACCR-AFTER = WS-GL-ACCR-BAL
			+ WS-TOT-ACCRUAL - WS-TOT-INTEREST.
		MOVE "Controle capital" TO LR-LABEL.
		MOVE WS-LOAN-ACCOUNT TO LR-ACCT.
		MOVE WS-GL-LOAN-AFTER TO LR-GL.
		MOVE WS-TOT-OUTSTAND TO LR-SUB.
		COMPUTE WS-GL-DIFF = WS-GL-LOAN-AFTER - WS-TOT-OUTSTAND.
		PERFORM SET-RECON-STATE.
		WRITE LOAN-TB-LINE FROM WS-RPT-RECON.
		MOVE "Controle int. courus" TO LR-LABEL.
		MOVE WS-ACCR-ACCOUNT TO LR-ACCT.
		MOVE WS-GL-ACCR-AFTER TO LR-GL.
		MOVE WS-TOT-ACCR-OPEN TO LR-SUB.
		COMPUTE WS-GL-DIFF = WS-GL-ACCR-AFTER
			- WS-TOT-ACCR-OPEN.
		PERFORM SET-RECON-STATE.
		WRITE LOAN-TB-LINE FROM WS-RPT-RECON.
		MOVE SPACES TO LOAN-TB-LINE.
		WRITE LOAN-TB-LINE.
		MOVE "Prets suivis" TO LY-LABEL.
		MOVE WS-LN-COUNT TO LY-COUNT.
		WRITE LOAN-TB-LINE FROM WS-RPT-TALLY.
		MOVE "Ecritures comptables emises" TO LY-LABEL.
		MOVE WS-LED-COUNT TO LY-COUNT.
		WRITE LOAN-TB-LINE FROM WS-RPT-TALLY.

	SET-RECON-STATE.
		IF WS-GL-DIFF = ZERO
			MOVE "CONFORME" TO LR-STATE
		ELSE
			MOVE "ECART-VERIFIER" TO LR-STATE
			DISPLAY "Ecart sur le compte " LR-ACCT
				" : " WS-GL-DIFF
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	SAVE-POSTED-CONTROL.
		OPEN OUTPUT POSTED-CTL-FILE.
		MOVE WS-MONTH TO LGC-MONTH.
		MOVE WS-PERIOD TO LGC-PERIOD.
		MOVE WS-TODAY TO LGC-DATE.
		WRITE POSTED-CTL-REC.
		CLOSE POSTED-CTL-FILE.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
