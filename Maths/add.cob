	FILE-CONTROL.
		SELECT LEDGER-FILE ASSIGN TO "LEDGERIN"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT SUBLEDGER-FILE ASSIGN TO "LEDGSUB"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUB-STATUS.
		SELECT ACCT-INDEX-FILE ASSIGN TO "ACCTMSI"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AXI-KEY
			FILE STATUS IS WS-ACCT-STATUS.
		SELECT COA-MASTER ASSIGN TO "ACCTCOA"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-COA-STATUS.
		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STORE-STATUS.
		SELECT TRIAL-PARM-FILE ASSIGN TO "TBPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-TBP-STATUS.
		SELECT CLOSE-CTL-FILE ASSIGN TO "GLCLOSE"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-GLC-STATUS.
		SELECT ACCOUNT-OUT-FILE ASSIGN TO "ACCTMOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT TRIAL-BAL-FILE ASSIGN TO "TRIALBAL"
			88 LED-DEBIT  VALUE "D".
			88 LED-CREDIT VALUE "C".
		02 LED-AMOUNT   PIC 9(6)V99.
		02 LED-CENTER   PIC 9(4).
	COPY FILECTL.

	FD  SUBLEDGER-FILE.
	01  SUBLEDGER-REC PIC X(19).

	FD  ACCT-INDEX-FILE.
	01  ACCT-INDEX-REC.
		02 AXI-KEY.
			03 AXI-CENTER  PIC 9(4).
			03 AXI-ACCOUNT PIC 9(4).
		02 AXI-OPEN    PIC S9(8)V99.
		02 AXI-MOVE    PIC S9(8)V99.

			88 COA-ACCT-OPEN   VALUE "O".
			88 COA-ACCT-CLOSED VALUE "C".

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-STORE  PIC 9(4).
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  TRIAL-PARM-FILE.
	01  TRIAL-PARM-REC.
		02 TBP-MODE PIC X.

	FD  CLOSE-CTL-FILE.
	01  CLOSE-CTL-REC.
		02 GLC-YEAR       PIC 9(4).
		02 GLC-DATE       PIC X(8).
		02 GLC-RE-ACCOUNT PIC 9(4).

	FD  ACCOUNT-OUT-FILE.
	01  ACCOUNT-OUT-REC.
		02 ACM-OUT-ACCOUNT PIC 9(4).
		02 ACM-OUT-BALANCE PIC S9(8)V99.
		02 ACM-OUT-CENTER  PIC 9(4).

	FD  TRIAL-BAL-FILE.
	01  TRIAL-LINE PIC X(80).
		02 EXC-FIELD-D     PIC 9(3).
		02 EXC-ACCOUNT     PIC 9(4).
		02 EXC-AMOUNT      PIC S9(6)V99.
		02 EXC-CENTER      PIC 9(4).

	FD  SUITE-AUDIT-FILE.
	COPY AUDITLN.
	01 WS-FLAGS.
		02 WS-EOF PIC X VALUE "N".
			88 LEDGER-EOF VALUE "Y".
		02 WS-SUB-EOF PIC X VALUE "N".
			88 SUBLEDGER-EOF VALUE "Y".
		02 WS-SUB-DONE PIC X VALUE "N".
			88 SUBLEDGER-CONSUMED VALUE "Y".
		02 WS-AXI-OPEN-FLAG PIC X VALUE "N".
			88 ACCT-INDEX-OPEN VALUE "Y".
		02 WS-AXI-EOF PIC X VALUE "N".
			03 CA-ACCOUNT PIC 9(4).
			03 CA-STATUS  PIC X.

	01 WS-STORE-FLAGS.
		02 WS-STO-EOF PIC X VALUE "N".
			88 STORE-MASTER-EOF VALUE "Y".
		02 WS-STO-LOADED PIC X VALUE "N".
			88 STORES-LOADED VALUE "Y".

	01 WS-STORE-TAB-CTL.
		02 WS-ST-COUNT PIC 9(3) VALUE ZERO.
		02 WS-ST-IDX   PIC 9(3).
		02 WS-ST-FOUND PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-ST-ENTRY OCCURS 999 TIMES.
			03 ST-STORE PIC 9(4).

	01 WS-CLOSED-YEAR PIC 9(4) VALUE ZERO.
	01 WS-BATCH-DATE  PIC X(8) VALUE SPACES.

	01 WS-TRIAL-MODE PIC X VALUE "T".
		88 TRIAL-BY-CENTER VALUE "M" "T".
		88 TRIAL-CONSOLIDATED VALUE "G" "T".

	01 WS-SUM-TAB-CTL.
		02 WS-SM-COUNT PIC 9(3) VALUE ZERO.
		02 WS-SM-IDX   PIC 9(3).
		02 WS-SM-FOUND PIC 9(3).
		02 WS-SM-SHIFT PIC 9(3).

	01 WS-SUM-TAB.
		02 WS-SM-ENTRY OCCURS 999 TIMES.
			03 SM-ACCOUNT PIC 9(4).
			03 SM-OPEN    PIC S9(9)V99.
			03 SM-MOVE    PIC S9(9)V99.

	01 WS-TOTALS.
		02 WS-TOT-OPEN  PIC S9(9)V99 VALUE ZERO.
		02 WS-TOT-MOVE  PIC S9(9)V99 VALUE ZERO.
		02 WS-TOT-CLOSE PIC S9(9)V99 VALUE ZERO.

	01 WS-CENTER-TOTALS.
		02 WS-CUR-CENTER PIC 9(4).
		02 WS-CTR-OPEN   PIC S9(9)V99 VALUE ZERO.
		02 WS-CTR-MOVE   PIC S9(9)V99 VALUE ZERO.
		02 WS-CTR-CLOSE  PIC S9(9)V99 VALUE ZERO.
		02 WS-CTR-LINES  PIC 9(6) VALUE ZERO.

	01 WS-TRIAL-TITLE.
		02 FILLER PIC X(34) VALUE
			"Balance generale des comptes - du ".
		02 FILLER PIC X(14) VALUE "Cloture".
		02 FILLER PIC X(30) VALUE SPACES.

	01 WS-TRIAL-SECTION.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 TS-TEXT   PIC X(40).
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-CENTER-COLUMNS.
		02 FILLER PIC X(8)  VALUE "Centre".
		02 FILLER PIC X(8)  VALUE "Compte".
		02 FILLER PIC X(14) VALUE "Ouverture".
		02 FILLER PIC X(14) VALUE "Mouvement".
		02 FILLER PIC X(14) VALUE "Cloture".
		02 FILLER PIC X(22) VALUE SPACES.

	01 WS-CENTER-DETAIL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 CD-CENTER PIC 9(4).
		02 FILLER    PIC X(4)  VALUE SPACES.
		02 CD-ACCT   PIC ZZZ9.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 CD-OPEN   PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 CD-MOVE   PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 CD-CLOSE  PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(24) VALUE SPACES.

	01 WS-CENTER-TOTAL.
		02 FILLER    PIC X(6)  VALUE "Total".
		02 CT-CENTER PIC 9(4).
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 CT-OPEN   PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 CT-MOVE   PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 CT-CLOSE  PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(27) VALUE SPACES.

	01 WS-TRIAL-DETAIL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 TD-ACCT   PIC ZZZ9.
		02 WS-CTL-HASH  PIC 9(10)V99 VALUE ZERO.
		02 WS-TRL-COUNT PIC 9(6)  VALUE ZERO.
		02 WS-TRL-HASH  PIC 9(10)V99 VALUE ZERO.
	01 WS-CTL-NAME PIC X(8) VALUE "LEDGERIN".

	01 WS-SUB-EMPTY-HDR.
		02 FILLER      PIC X VALUE "H".
		02 WS-SEH-DATE PIC X(8).
		02 FILLER      PIC X(8) VALUE "ADD".
	01 WS-SUB-EMPTY-TRL.
		02 FILLER PIC X VALUE "T".
		02 FILLER PIC 9(6) VALUE ZERO.
		02 FILLER PIC 9(10)V99 VALUE ZERO.

	01 WS-ACCT-STATUS        PIC XX.
	01 WS-COA-STATUS         PIC XX.
	01 WS-STORE-STATUS       PIC XX.
	01 WS-TBP-STATUS         PIC XX.
	01 WS-GLC-STATUS         PIC XX.
	01 WS-SUB-STATUS         PIC XX.
	01 WS-SUITE-AUDIT-STATUS PIC XX.
	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

		OPEN OUTPUT SHIFT-REPORT-FILE.
		PERFORM OPEN-ACCT-INDEX.
		PERFORM LOAD-COA-MASTER.
		PERFORM LOAD-STORE-MASTER.
		PERFORM LOAD-TRIAL-PARM.
		PERFORM LOAD-CLOSE-CONTROL.
		PERFORM DEMO-ARITHMETIC.
		PERFORM READ-LEDGER.
		IF LEDGER-EOF
			PERFORM POST-LEDGER UNTIL LEDGER-EOF
		END-IF.
		PERFORM VERIFY-LEDGER-CONTROLS.
		PERFORM ROLL-BATCH-CONTROLS.
		PERFORM PROCESS-SUBLEDGER.
		PERFORM WRITE-TRIAL-BALANCE.
		IF ACCT-INDEX-OPEN
			CLOSE ACCT-INDEX-FILE
		CLOSE EXCEPTION-FILE.
		CLOSE SUITE-AUDIT-FILE.
		CLOSE SHIFT-REPORT-FILE.
		PERFORM CLEAR-SUBLEDGER.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.
		END-IF.
		PERFORM READ-COA.

	LOAD-STORE-MASTER.
		OPEN INPUT STORE-MASTER.
		IF WS-STORE-STATUS NOT = "00"
			DISPLAY "Fichier STORMAST absent - "
				"centres de cout non controles"
			MOVE 8 TO WS-RETURN-CODE
			SET STORE-MASTER-EOF TO TRUE
		ELSE
			SET STORES-LOADED TO TRUE
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
		ELSE
			DISPLAY "Table des magasins saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-STORE-MASTER.

	LOAD-TRIAL-PARM.
		OPEN INPUT TRIAL-PARM-FILE.
		IF WS-TBP-STATUS = "00"
			READ TRIAL-PARM-FILE
				AT END MOVE "10" TO WS-TBP-STATUS
			END-READ
			IF WS-TBP-STATUS = "00"
				AND (TBP-MODE = "M" OR "G" OR "T")
				MOVE TBP-MODE TO WS-TRIAL-MODE
			END-IF
			CLOSE TRIAL-PARM-FILE
		END-IF.

	LOAD-CLOSE-CONTROL.
		OPEN INPUT CLOSE-CTL-FILE.
		IF WS-GLC-STATUS = "00"
			READ CLOSE-CTL-FILE
				AT END MOVE "10" TO WS-GLC-STATUS
			END-READ
			IF WS-GLC-STATUS = "00"
				AND GLC-YEAR NUMERIC
				MOVE GLC-YEAR TO WS-CLOSED-YEAR
				DISPLAY "Exercice " WS-CLOSED-YEAR
					" cloture le " GLC-DATE
			END-IF
			CLOSE CLOSE-CTL-FILE
		END-IF.

	CHECK-COA-ACCOUNT.
		SET POSTING-VALID TO TRUE.
		IF COA-LOADED
			END-EVALUATE
		END-IF.

	CHECK-COST-CENTER.
		IF STORES-LOADED
			AND LED-CENTER NOT = ZERO
			MOVE ZERO TO WS-ST-FOUND
			PERFORM VARYING WS-ST-IDX FROM 1 BY 1
				UNTIL WS-ST-IDX > WS-ST-COUNT
				IF ST-STORE(WS-ST-IDX) = LED-CENTER
					MOVE WS-ST-IDX TO WS-ST-FOUND
				END-IF
			END-PERFORM
			IF WS-ST-FOUND = ZERO
				SET POSTING-INVALID TO TRUE
				PERFORM LOG-UNKNOWN-CENTER
			END-IF
		END-IF.

	CHECK-FISCAL-YEAR.
		IF WS-CLOSED-YEAR > ZERO
			AND WS-BATCH-DATE NOT = SPACES
			AND WS-BATCH-DATE(1:4) <= WS-CLOSED-YEAR
			SET POSTING-INVALID TO TRUE
			PERFORM LOG-CLOSED-YEAR
		END-IF.

	FIND-COA-ENTRY.
		MOVE ZERO TO WS-CA-FOUND.
		PERFORM VARYING WS-CA-IDX FROM 1 BY 1
		PERFORM READ-LEDGER.

	POST-LEDGER-DETAIL.
		IF LED-CENTER NOT NUMERIC
			MOVE ZERO TO LED-CENTER
		END-IF.
		PERFORM CHECK-COA-ACCOUNT.
		IF POSTING-VALID
			PERFORM CHECK-COST-CENTER
		END-IF.
		IF POSTING-VALID
			PERFORM CHECK-FISCAL-YEAR
		END-IF.
		IF POSTING-VALID
			AND ACCT-INDEX-OPEN
			PERFORM FETCH-ACCOUNT-REC
	NOTE-FILE-HEADER.
		DISPLAY "Entete fichier du " CTL-FILE-DATE
			" source " CTL-FILE-SOURCE.
		MOVE CTL-FILE-DATE TO WS-BATCH-DATE.

	VERIFY-LEDGER-CONTROLS.
		IF NOT HEADER-SEEN
			DISPLAY "Controle " WS-CTL-NAME
				" : entete absente"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		IF NOT TRAILER-SEEN
			DISPLAY "Controle " WS-CTL-NAME
				" : fin de fichier absente - "
				"transfert tronque ?"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		IF TRAILER-SEEN
		END-IF.

	REPORT-COUNT-BREAK.
		DISPLAY "Controle " WS-CTL-NAME " : nombre lu "
			WS-CTL-COUNT " attendu " WS-TRL-COUNT.
		MOVE 12 TO WS-RETURN-CODE.

	REPORT-HASH-BREAK.
		DISPLAY "Controle " WS-CTL-NAME " : hash lu "
			WS-CTL-HASH " attendu " WS-TRL-HASH.
		MOVE 12 TO WS-RETURN-CODE.

	ROLL-BATCH-CONTROLS.
		ADD WS-CTL-COUNT TO WS-STAT-READ.
		MOVE "N" TO WS-HDR-FLAG.
		MOVE "N" TO WS-TRL-FLAG.
		MOVE ZERO TO WS-CTL-COUNT.
		MOVE ZERO TO WS-CTL-HASH.
		MOVE ZERO TO WS-TRL-COUNT.
		MOVE ZERO TO WS-TRL-HASH.
		MOVE SPACES TO WS-BATCH-DATE.

	PROCESS-SUBLEDGER.
		OPEN INPUT SUBLEDGER-FILE.
		IF WS-SUB-STATUS NOT = "00"
			DISPLAY "Pas d'ecritures auxiliaires"
		ELSE
			SET SUBLEDGER-CONSUMED TO TRUE
			MOVE "LEDGSUB" TO WS-CTL-NAME
			PERFORM READ-SUBLEDGER
			PERFORM POST-SUBLEDGER UNTIL SUBLEDGER-EOF
			IF HEADER-SEEN
				PERFORM VERIFY-LEDGER-CONTROLS
				PERFORM ROLL-BATCH-CONTROLS
			END-IF
			MOVE "LEDGERIN" TO WS-CTL-NAME
			CLOSE SUBLEDGER-FILE
		END-IF.

	READ-SUBLEDGER.
		READ SUBLEDGER-FILE
			AT END SET SUBLEDGER-EOF TO TRUE
		END-READ.

	POST-SUBLEDGER.
		MOVE SUBLEDGER-REC TO CTL-TRAILER-REC.
		EVALUATE TRUE
			WHEN CTL-IS-HEADER
				IF HEADER-SEEN
					PERFORM VERIFY-LEDGER-CONTROLS
					PERFORM ROLL-BATCH-CONTROLS
				END-IF
				SET HEADER-SEEN TO TRUE
				PERFORM NOTE-FILE-HEADER
			WHEN CTL-IS-TRAILER
				SET TRAILER-SEEN TO TRUE
				MOVE CTL-TRL-COUNT TO WS-TRL-COUNT
				MOVE CTL-TRL-HASH TO WS-TRL-HASH
				PERFORM VERIFY-LEDGER-CONTROLS
				PERFORM ROLL-BATCH-CONTROLS
			WHEN CTL-IS-DETAIL
				ADD 1 TO WS-CTL-COUNT
				ADD LED-AMOUNT TO WS-CTL-HASH
				PERFORM POST-LEDGER-DETAIL
			WHEN OTHER
				PERFORM LOG-REC-TYPE-ERROR
		END-EVALUATE.
		PERFORM READ-SUBLEDGER.

	CLEAR-SUBLEDGER.
		ACCEPT WS-SEH-DATE FROM DATE YYYYMMDD.
		IF SUBLEDGER-CONSUMED
			AND WS-RETURN-CODE NOT = 12
			OPEN OUTPUT SUBLEDGER-FILE
			MOVE WS-SUB-EMPTY-HDR TO SUBLEDGER-REC
			WRITE SUBLEDGER-REC
			MOVE WS-SUB-EMPTY-TRL TO SUBLEDGER-REC
			WRITE SUBLEDGER-REC
			CLOSE SUBLEDGER-FILE
			DISPLAY "Ecritures auxiliaires LEDGSUB "
				"consommees et videes"
		END-IF.

	FETCH-ACCOUNT-REC.
		SET ACCOUNT-ON-FILE TO TRUE.
		MOVE LED-CENTER TO AXI-CENTER.
		MOVE LED-ACCOUNT TO AXI-ACCOUNT.
		READ ACCT-INDEX-FILE
			INVALID KEY SET ACCOUNT-NEW TO TRUE
		END-READ.
		IF ACCOUNT-NEW
			MOVE LED-CENTER TO AXI-CENTER
			MOVE LED-ACCOUNT TO AXI-ACCOUNT
			MOVE ZERO TO AXI-OPEN
			MOVE ZERO TO AXI-MOVE
		END-IF.

	APPLY-POSTING.
		DISPLAY "Ecriture centre " LED-CENTER
			" compte " LED-ACCOUNT
			" sens " LED-DC " montant " LED-AMOUNT.
		EVALUATE TRUE
			WHEN LED-DEBIT
	WRITE-TRIAL-BALANCE.
		ACCEPT TT-DATE FROM DATE YYYYMMDD.
		WRITE TRIAL-LINE FROM WS-TRIAL-TITLE.
		IF TRIAL-BY-CENTER
			MOVE "Detail par centre de cout" TO TS-TEXT
			WRITE TRIAL-LINE FROM WS-TRIAL-SECTION
			WRITE TRIAL-LINE FROM WS-CENTER-COLUMNS
		END-IF.
		OPEN OUTPUT ACCOUNT-OUT-FILE.
		IF ACCT-INDEX-OPEN
			MOVE ZERO TO AXI-CENTER
			MOVE ZERO TO AXI-ACCOUNT
			START ACCT-INDEX-FILE
				KEY >= AXI-KEY
				INVALID KEY
				SET ACCT-INDEX-EOF TO TRUE
			END-START
			IF NOT ACCT-INDEX-EOF
				PERFORM READ-ACCT-NEXT
				MOVE AXI-CENTER TO WS-CUR-CENTER
			END-IF
			PERFORM WRITE-TRIAL-DETAIL
				UNTIL ACCT-INDEX-EOF
			IF WS-CTR-LINES > ZERO
				PERFORM WRITE-CENTER-TOTAL
			END-IF
		END-IF.
		CLOSE ACCOUNT-OUT-FILE.
		IF TRIAL-CONSOLIDATED
			PERFORM WRITE-CONSOLIDATED
		END-IF.
		MOVE WS-TOT-OPEN TO GT-OPEN.
		MOVE WS-TOT-MOVE TO GT-MOVE.
		MOVE WS-TOT-CLOSE TO GT-CLOSE.
		END-READ.

	WRITE-TRIAL-DETAIL.
		IF AXI-CENTER NOT = WS-CUR-CENTER
			PERFORM WRITE-CENTER-TOTAL
			MOVE AXI-CENTER TO WS-CUR-CENTER
		END-IF.
		ADD 1 TO WS-ACCT-LINES.
		ADD 1 TO WS-CTR-LINES.
		COMPUTE WS-CLOSE-BAL =
			AXI-OPEN + AXI-MOVE.
		IF TRIAL-BY-CENTER
			MOVE AXI-CENTER TO CD-CENTER
			MOVE AXI-ACCOUNT TO CD-ACCT
			MOVE AXI-OPEN TO CD-OPEN
			MOVE AXI-MOVE TO CD-MOVE
			MOVE WS-CLOSE-BAL TO CD-CLOSE
			WRITE TRIAL-LINE FROM WS-CENTER-DETAIL
		END-IF.
		MOVE AXI-ACCOUNT TO ACM-OUT-ACCOUNT.
		MOVE WS-CLOSE-BAL TO ACM-OUT-BALANCE.
		MOVE AXI-CENTER TO ACM-OUT-CENTER.
		WRITE ACCOUNT-OUT-REC.
		ADD AXI-OPEN TO WS-TOT-OPEN.
		ADD AXI-MOVE TO WS-TOT-MOVE.
		ADD WS-CLOSE-BAL TO WS-TOT-CLOSE.
		ADD AXI-OPEN TO WS-CTR-OPEN.
		ADD AXI-MOVE TO WS-CTR-MOVE.
		ADD WS-CLOSE-BAL TO WS-CTR-CLOSE.
		PERFORM ACCUMULATE-ACCOUNT-SUM.
		PERFORM READ-ACCT-NEXT.

	WRITE-CENTER-TOTAL.
		IF TRIAL-BY-CENTER
			MOVE WS-CUR-CENTER TO CT-CENTER
			MOVE WS-CTR-OPEN TO CT-OPEN
			MOVE WS-CTR-MOVE TO CT-MOVE
			MOVE WS-CTR-CLOSE TO CT-CLOSE
			WRITE TRIAL-LINE FROM WS-CENTER-TOTAL
			MOVE SPACES TO TRIAL-LINE
			WRITE TRIAL-LINE
		END-IF.
		MOVE ZERO TO WS-CTR-OPEN.
		MOVE ZERO TO WS-CTR-MOVE.
		MOVE ZERO TO WS-CTR-CLOSE.
		MOVE ZERO TO WS-CTR-LINES.

	ACCUMULATE-ACCOUNT-SUM.
		MOVE ZERO TO WS-SM-FOUND.
		PERFORM VARYING WS-SM-IDX FROM 1 BY 1
			UNTIL WS-SM-IDX > WS-SM-COUNT
			OR WS-SM-FOUND > ZERO
			IF SM-ACCOUNT(WS-SM-IDX) = AXI-ACCOUNT
				MOVE WS-SM-IDX TO WS-SM-FOUND
			END-IF
		END-PERFORM.
		IF WS-SM-FOUND = ZERO
			PERFORM INSERT-ACCOUNT-SUM
		END-IF.
		IF WS-SM-FOUND > ZERO
			ADD AXI-OPEN TO SM-OPEN(WS-SM-FOUND)
			ADD AXI-MOVE TO SM-MOVE(WS-SM-FOUND)
		END-IF.

	INSERT-ACCOUNT-SUM.
		IF WS-SM-COUNT < 999
			PERFORM FIND-INSERT-POINT
			PERFORM SHIFT-ACCOUNT-SUM
				VARYING WS-SM-SHIFT
				FROM WS-SM-COUNT BY -1
				UNTIL WS-SM-SHIFT < WS-SM-FOUND
			ADD 1 TO WS-SM-COUNT
			MOVE AXI-ACCOUNT TO SM-ACCOUNT(WS-SM-FOUND)
			MOVE ZERO TO SM-OPEN(WS-SM-FOUND)
			MOVE ZERO TO SM-MOVE(WS-SM-FOUND)
		ELSE
			DISPLAY "Table des comptes consolides "
				"saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	FIND-INSERT-POINT.
		MOVE 1 TO WS-SM-FOUND.
		PERFORM VARYING WS-SM-IDX FROM 1 BY 1
			UNTIL WS-SM-IDX > WS-SM-COUNT
			IF SM-ACCOUNT(WS-SM-IDX) < AXI-ACCOUNT
				COMPUTE WS-SM-FOUND = WS-SM-IDX + 1
			END-IF
		END-PERFORM.

	SHIFT-ACCOUNT-SUM.
		MOVE WS-SM-ENTRY(WS-SM-SHIFT)
			TO WS-SM-ENTRY(WS-SM-SHIFT + 1).

	WRITE-CONSOLIDATED.
		MOVE SPACES TO TRIAL-LINE.
		WRITE TRIAL-LINE.
		MOVE "Cumul tous centres de cout" TO TS-TEXT.
		WRITE TRIAL-LINE FROM WS-TRIAL-SECTION.
		WRITE TRIAL-LINE FROM WS-TRIAL-COLUMNS.
		PERFORM WRITE-CONSOLIDATED-LINE
			VARYING WS-SM-IDX FROM 1 BY 1
			UNTIL WS-SM-IDX > WS-SM-COUNT.

	WRITE-CONSOLIDATED-LINE.
		COMPUTE WS-CLOSE-BAL =
			SM-OPEN(WS-SM-IDX) + SM-MOVE(WS-SM-IDX).
		MOVE SM-ACCOUNT(WS-SM-IDX) TO TD-ACCT.
		MOVE SM-OPEN(WS-SM-IDX) TO TD-OPEN.
		MOVE SM-MOVE(WS-SM-IDX) TO TD-MOVE.
		MOVE WS-CLOSE-BAL TO TD-CLOSE.
		WRITE TRIAL-LINE FROM WS-TRIAL-DETAIL.

	DEMO-ARITHMETIC.
		DISPLAY "".
		DISPLAY "Ajout 100 a B avec erreur de taille".
		MOVE ZERO TO EXC-FIELD-D.
		MOVE ZERO TO EXC-ACCOUNT.
		MOVE ZERO TO EXC-AMOUNT.
		MOVE ZERO TO EXC-CENTER.
		WRITE EXCEPTION-REC.
		MOVE EXC-REASON-CODE TO WS-SUS-REASON.
		MOVE EXCEPTION-REC TO WS-SUS-DATA.
		MOVE ZERO TO EXC-FIELD-D.
		MOVE LED-ACCOUNT TO EXC-ACCOUNT.
		MOVE LED-AMOUNT TO EXC-AMOUNT.
		MOVE LED-CENTER TO EXC-CENTER.
		WRITE EXCEPTION-REC.
		MOVE EXC-REASON-CODE TO WS-SUS-REASON.
		MOVE EXCEPTION-REC TO WS-SUS-DATA.
		MOVE ZERO TO EXC-FIELD-D.
		MOVE LED-ACCOUNT TO EXC-ACCOUNT.
		MOVE LED-AMOUNT TO EXC-AMOUNT.
		MOVE LED-CENTER TO EXC-CENTER.
		WRITE EXCEPTION-REC.
		MOVE EXC-REASON-CODE TO WS-SUS-REASON.
		MOVE EXCEPTION-REC TO WS-SUS-DATA.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

	LOG-UNKNOWN-CENTER.
		DISPLAY "Centre de cout inconnu : " LED-CENTER
			" compte " LED-ACCOUNT.
		ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-EXC-TIME FROM TIME.
		MOVE WS-EXC-DATE TO EXC-DATE.
		MOVE WS-EXC-TIME TO EXC-TIME.
		MOVE "CHECK-CENTER" TO EXC-PARAGRAPH.
		MOVE "E028" TO EXC-REASON-CODE.
		MOVE "Centre de cout inconnu" TO EXC-REASON-TEXT.
		MOVE ZERO TO EXC-FIELD-A.
		MOVE ZERO TO EXC-FIELD-B.
		MOVE ZERO TO EXC-FIELD-C.
		MOVE ZERO TO EXC-FIELD-D.
		MOVE LED-ACCOUNT TO EXC-ACCOUNT.
		MOVE LED-AMOUNT TO EXC-AMOUNT.
		MOVE LED-CENTER TO EXC-CENTER.
		WRITE EXCEPTION-REC.
		MOVE EXC-REASON-CODE TO WS-SUS-REASON.
		MOVE EXCEPTION-REC TO WS-SUS-DATA.
		PERFORM NOTIFY-SUSPENSE.
		MOVE 8 TO WS-RETURN-CODE.

	LOG-CLOSED-YEAR.
		DISPLAY "Exercice cloture : lot du " WS-BATCH-DATE
			" compte " LED-ACCOUNT.
		ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-EXC-TIME FROM TIME.
		MOVE WS-EXC-DATE TO EXC-DATE.
		MOVE WS-EXC-TIME TO EXC-TIME.
		MOVE "CHECK-YEAR" TO EXC-PARAGRAPH.
		MOVE "E029" TO EXC-REASON-CODE.
		MOVE "Ecriture sur exercice cloture" TO EXC-REASON-TEXT.
		MOVE ZERO TO EXC-FIELD-A.
		MOVE ZERO TO EXC-FIELD-B.
		MOVE WS-CLOSED-YEAR TO EXC-FIELD-C.
		MOVE ZERO TO EXC-FIELD-D.
		MOVE LED-ACCOUNT TO EXC-ACCOUNT.
		MOVE LED-AMOUNT TO EXC-AMOUNT.
		MOVE LED-CENTER TO EXC-CENTER.
		WRITE EXCEPTION-REC.
		MOVE EXC-REASON-CODE TO WS-SUS-REASON.
		MOVE EXCEPTION-REC TO WS-SUS-DATA.
		MOVE ZERO TO EXC-FIELD-D.
		MOVE LED-ACCOUNT TO EXC-ACCOUNT.
		MOVE LED-AMOUNT TO EXC-AMOUNT.
		MOVE LED-CENTER TO EXC-CENTER.
		WRITE EXCEPTION-REC.
		MOVE EXC-REASON-CODE TO WS-SUS-REASON.
		MOVE EXCEPTION-REC TO WS-SUS-DATA.
		MOVE ZERO TO EXC-FIELD-D.
		MOVE ZERO TO EXC-ACCOUNT.
		MOVE ZERO TO EXC-AMOUNT.
		MOVE ZERO TO EXC-CENTER.
		WRITE EXCEPTION-REC.
		MOVE EXC-REASON-CODE TO WS-SUS-REASON.
		MOVE EXCEPTION-REC TO WS-SUS-DATA.
		ACCEPT DIA-DATE FROM DATE YYYYMMDD.
		ACCEPT DIA-TIME FROM TIME.
		MOVE "ADD" TO DIA-PROGRAM.
		MOVE WS-STAT-READ TO DIA-READ.
		MOVE WS-ACCT-LINES TO DIA-WRITTEN.
		MOVE WS-STAT-REJ TO DIA-REJECTED.
		CALL "DIAGWRT" USING DIAG-REC.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-ACCT-LINES TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
