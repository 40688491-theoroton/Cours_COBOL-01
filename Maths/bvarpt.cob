	IDENTIFICATION DIVISION.
	PROGRAM-ID. BVARPT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "BVAPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT CALENDAR-FILE ASSIGN TO "CALMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CAL-STATUS.
		SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ACCT-STATUS.
		SELECT COA-MASTER ASSIGN TO "ACCTCOA"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-COA-STATUS.
		SELECT BUDGET-MASTER ASSIGN TO "BUDGMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-BUDG-STATUS.
		SELECT CLOSE-CTL-FILE ASSIGN TO "GLCLOSE"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-GLC-STATUS.
		SELECT HIST-IN-FILE ASSIGN TO "BVAHISTI"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-HIST-STATUS.
		SELECT HIST-OUT-FILE ASSIGN TO "BVAHIST"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT BVA-RPT-FILE ASSIGN TO "BVARPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 BVP-TOLERANCE PIC 9(3)V9.
		02 BVP-DATE      PIC X(8).

	FD  CALENDAR-FILE.
	01  CALENDAR-REC.
		02 CAL-DATE       PIC X(8).
		02 CAL-OPEN       PIC X.
		02 CAL-WEEK-END   PIC X.
		02 CAL-PERIOD-END PIC X.
		02 CAL-NEXT-DATE  PIC X(8).

	FD  ACCOUNT-MASTER.
	01  ACCOUNT-REC.
		02 ACM-ACCOUNT PIC 9(4).
		02 ACM-BALANCE PIC S9(8)V99.
		02 ACM-CENTER  PIC 9(4).

	FD  COA-MASTER.
	01  COA-REC.
		02 COA-ACCOUNT PIC 9(4).
		02 COA-LABEL   PIC X(20).
		02 COA-TYPE    PIC X.
		02 COA-NORMAL  PIC X.
		02 COA-STATUS  PIC X.

	FD  BUDGET-MASTER.
	01  BUDGET-REC.
		02 BGM-CENTER  PIC 9(4).
		02 BGM-ACCOUNT PIC 9(4).
		02 BGM-YEAR    PIC 9(4).
		02 BGM-PERIOD  PIC 9(2).
		02 BGM-AMOUNT  PIC S9(9)V99.

	FD  CLOSE-CTL-FILE.
	01  CLOSE-CTL-REC.
		02 GLC-YEAR       PIC 9(4).
		02 GLC-DATE       PIC X(8).
		02 GLC-RE-ACCOUNT PIC 9(4).

	FD  HIST-IN-FILE.
	01  HIST-IN-REC.
		02 BVI-CENTER  PIC 9(4).
		02 BVI-ACCOUNT PIC 9(4).
		02 BVI-PKEY.
			03 BVI-YEAR   PIC 9(4).
			03 BVI-PERIOD PIC 9(2).
		02 BVI-BALANCE PIC S9(9)V99.
		02 BVI-ACTUAL  PIC S9(9)V99.

	FD  HIST-OUT-FILE.
	01  HIST-OUT-REC.
		02 BVO-CENTER  PIC 9(4).
		02 BVO-ACCOUNT PIC 9(4).
		02 BVO-YEAR    PIC 9(4).
		02 BVO-PERIOD  PIC 9(2).
		02 BVO-BALANCE PIC S9(9)V99.
		02 BVO-ACTUAL  PIC S9(9)V99.

	FD  BVA-RPT-FILE.
	01  BVA-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS PIC XX.
	01 WS-CAL-STATUS  PIC XX.
	01 WS-ACCT-STATUS PIC XX.
	01 WS-COA-STATUS  PIC XX.
	01 WS-BUDG-STATUS PIC XX.
	01 WS-HIST-STATUS PIC XX.
	01 WS-GLC-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-CAL-EOF PIC X VALUE "N".
			88 CALENDAR-EOF VALUE "Y".
		02 WS-ACCT-EOF PIC X VALUE "N".
			88 ACCOUNT-EOF VALUE "Y".
		02 WS-COA-EOF PIC X VALUE "N".
			88 COA-EOF VALUE "Y".
		02 WS-BUDG-EOF PIC X VALUE "N".
			88 BUDGET-EOF VALUE "Y".
		02 WS-HIST-EOF PIC X VALUE "N".
			88 HIST-EOF VALUE "Y".
		02 WS-HIST-SEEN PIC X VALUE "N".
			88 HISTORY-FOUND VALUE "Y".

	01 WS-RUN-DATE      PIC X(8).
	01 WS-TOLERANCE     PIC 9(3)V9 VALUE 10.0.
	01 WS-CLOSED-YEAR   PIC 9(4) VALUE ZERO.
	01 WS-PE-DATE       PIC X(8) VALUE SPACES.
	01 WS-PREV-PE-DATE  PIC X(8) VALUE SPACES.
	01 WS-CUR-PKEY.
		02 WS-CUR-YEAR   PIC 9(4) VALUE ZERO.
		02 WS-CUR-PERIOD PIC 9(2) VALUE ZERO.

	01 WS-PE-TAB-CTL.
		02 WS-PE-COUNT PIC 9(3) VALUE ZERO.
		02 WS-PE-IDX   PIC 9(3).

	01 WS-PE-TAB.
		02 WS-PE-ENTRY OCCURS 999 TIMES.
			03 PE-DATE PIC X(8).

	01 WS-COA-TAB-CTL.
		02 WS-CA-COUNT PIC 9(3) VALUE ZERO.
		02 WS-CA-IDX   PIC 9(3).
		02 WS-CA-FOUND PIC 9(3).

	01 WS-COA-TAB.
		02 WS-CA-ENTRY OCCURS 999 TIMES.
			03 CA-ACCOUNT PIC 9(4).
			03 CA-LABEL   PIC X(20).
			03 CA-NORMAL  PIC X.
			03 CA-TYPE    PIC X.
				88 CA-INCOME-STATEMENT VALUE "R" "E".

	01 WS-ACCT-TAB-CTL.
		02 WS-AC-COUNT PIC 9(4) VALUE ZERO.
		02 WS-AC-IDX   PIC 9(4).
		02 WS-AC-FOUND PIC 9(4).

	01 WS-ACCT-TAB.
		02 WS-AC-ENTRY OCCURS 9999 TIMES.
			03 AC-CENTER    PIC 9(4).
			03 AC-ACCOUNT   PIC 9(4).
			03 AC-BALANCE   PIC S9(9)V99.
			03 AC-PREV-PKEY.
				04 AC-PREV-YEAR   PIC X(4).
				04 AC-PREV-PERIOD PIC X(2).
			03 AC-PREV-BAL  PIC S9(9)V99.
			03 AC-YTD-PRIOR PIC S9(9)V99.
			03 AC-BUD-PER   PIC S9(9)V99.
			03 AC-BUD-YTD   PIC S9(9)V99.
			03 AC-BUDGETED  PIC X.

	01 WS-FIND-KEY.
		02 WS-FIND-CENTER  PIC 9(4).
		02 WS-FIND-ACCOUNT PIC 9(4).

	01 WS-CALC-WORK.
		02 WS-ACT-PER   PIC S9(9)V99.
		02 WS-ACT-YTD   PIC S9(9)V99.
		02 WS-LINE-ACT  PIC S9(9)V99.
		02 WS-LINE-BUD  PIC S9(9)V99.
		02 WS-LINE-VAR  PIC S9(9)V99.
		02 WS-LINE-PCT  PIC S9(4)V9.
		02 WS-ABS-PCT   PIC 9(4)V9.
		02 WS-LINE-OVER PIC X.
			88 LINE-OVER-TOLERANCE VALUE "Y".

	01 WS-TALLIES.
		02 WS-LINES-PRINTED PIC 9(6) VALUE ZERO.
		02 WS-LINES-FLAGGED PIC 9(6) VALUE ZERO.
		02 WS-HIST-CARRIED  PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(24) VALUE
			"Budget / reel - periode ".
		02 BT-YEAR   PIC 9(4).
		02 FILLER    PIC X(1) VALUE "/".
		02 BT-PERIOD PIC 99.
		02 FILLER    PIC X(4) VALUE " du ".
		02 BT-FROM   PIC X(8).
		02 FILLER    PIC X(4) VALUE " au ".
		02 BT-TO     PIC X(8).
		02 FILLER    PIC X(25) VALUE SPACES.

	01 WS-RPT-TOLERANCE.
		02 FILLER PIC X(22) VALUE "  Seuil de tolerance ".
		02 BT-TOL PIC ZZ9.9.
		02 FILLER PIC X(53) VALUE " %".

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(20) VALUE "Centre Compte".
		02 FILLER PIC X(14) VALUE "         Reel".
		02 FILLER PIC X(14) VALUE "       Budget".
		02 FILLER PIC X(14) VALUE "        Ecart".
		02 FILLER PIC X(8)  VALUE "  Ecart%".
		02 FILLER PIC X(10) VALUE SPACES.

	01 WS-RPT-ACCOUNT.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 BA-CENTER PIC 9(4).
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 BA-ACCT   PIC 9(4).
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 BA-LABEL  PIC X(20).
		02 FILLER    PIC X(47) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER    PIC X(11) VALUE SPACES.
		02 BD-KIND   PIC X(9).
		02 BD-ACTUAL PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 BD-BUDGET PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 BD-VAR    PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 BD-PCT    PIC -ZZZ9.9.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 BD-FLAG   PIC X(3).
		02 FILLER    PIC X(7)  VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 BY-LABEL  PIC X(34).
		02 BY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "BVARPT" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-PERIOD-ENDS.
		IF WS-PE-DATE = SPACES
			DISPLAY "Aucune fin de periode CALMAST au "
				WS-RUN-DATE " - arret"
			MOVE 12 TO WS-RETURN-CODE
		ELSE
			PERFORM LOAD-COA-MASTER
			PERFORM LOAD-ACCOUNT-TABLE
			PERFORM LOAD-BUDGET-TABLE
			PERFORM ROLL-HISTORY
			PERFORM LOAD-CLOSE-CONTROL
			PERFORM ADJUST-FOR-CLOSE
				VARYING WS-AC-IDX FROM 1 BY 1
				UNTIL WS-AC-IDX > WS-AC-COUNT
			PERFORM PRINT-REPORT
			PERFORM WRITE-CURRENT-HISTORY
		END-IF.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		OPEN INPUT PARM-FILE.
		IF WS-PARM-STATUS = "00"
			READ PARM-FILE
				AT END MOVE "10" TO WS-PARM-STATUS
			END-READ
			IF WS-PARM-STATUS = "00"
				AND BVP-TOLERANCE NUMERIC
				MOVE BVP-TOLERANCE TO WS-TOLERANCE
			END-IF
			IF WS-PARM-STATUS = "00"
				AND BVP-DATE NUMERIC
				MOVE BVP-DATE TO WS-RUN-DATE
			END-IF
			CLOSE PARM-FILE
		END-IF.

	LOAD-PERIOD-ENDS.
		OPEN INPUT CALENDAR-FILE.
		IF WS-CAL-STATUS NOT = "00"
			DISPLAY "Fichier CALMAST absent"
			SET CALENDAR-EOF TO TRUE
		ELSE
			PERFORM READ-CALENDAR
		END-IF.
		PERFORM SCAN-CALENDAR-DAY UNTIL CALENDAR-EOF.
		IF WS-CAL-STATUS NOT = "35"
			CLOSE CALENDAR-FILE
		END-IF.
		IF WS-PE-DATE NOT = SPACES
			MOVE WS-PE-DATE(1:4) TO WS-CUR-YEAR
			PERFORM RANK-PERIOD-END
				VARYING WS-PE-IDX FROM 1 BY 1
				UNTIL WS-PE-IDX > WS-PE-COUNT
			DISPLAY "Periode " WS-CUR-YEAR "/" WS-CUR-PERIOD
				" close le " WS-PE-DATE
		END-IF.

	READ-CALENDAR.
		READ CALENDAR-FILE
			AT END SET CALENDAR-EOF TO TRUE
		END-READ.

	SCAN-CALENDAR-DAY.
		IF CAL-PERIOD-END = "Y"
			AND CAL-DATE <= WS-RUN-DATE
			IF WS-PE-COUNT < 999
				ADD 1 TO WS-PE-COUNT
				MOVE CAL-DATE TO PE-DATE(WS-PE-COUNT)
			END-IF
			IF CAL-DATE > WS-PE-DATE
				OR WS-PE-DATE = SPACES
				MOVE CAL-DATE TO WS-PE-DATE
			END-IF
		END-IF.
		PERFORM READ-CALENDAR.

	RANK-PERIOD-END.
		IF PE-DATE(WS-PE-IDX)(1:4) = WS-PE-DATE(1:4)
			ADD 1 TO WS-CUR-PERIOD
		END-IF.
		IF PE-DATE(WS-PE-IDX) < WS-PE-DATE
			AND (PE-DATE(WS-PE-IDX) > WS-PREV-PE-DATE
			OR WS-PREV-PE-DATE = SPACES)
			MOVE PE-DATE(WS-PE-IDX) TO WS-PREV-PE-DATE
		END-IF.

	LOAD-COA-MASTER.
		OPEN INPUT COA-MASTER.
		IF WS-COA-STATUS NOT = "00"
			DISPLAY "Fichier ACCTCOA absent - "
				"soldes au sens debiteur"
			SET COA-EOF TO TRUE
		ELSE
			PERFORM READ-COA
		END-IF.
		PERFORM LOAD-COA-ENTRY UNTIL COA-EOF.
		IF WS-COA-STATUS NOT = "35"
			CLOSE COA-MASTER
		END-IF.

	READ-COA.
		READ COA-MASTER
			AT END SET COA-EOF TO TRUE
		END-READ.

	LOAD-COA-ENTRY.
		IF WS-CA-COUNT < 999
			ADD 1 TO WS-CA-COUNT
			MOVE COA-ACCOUNT TO CA-ACCOUNT(WS-CA-COUNT)
			MOVE COA-LABEL TO CA-LABEL(WS-CA-COUNT)
			MOVE COA-NORMAL TO CA-NORMAL(WS-CA-COUNT)
			MOVE COA-TYPE TO CA-TYPE(WS-CA-COUNT)
		ELSE
			DISPLAY "Table du plan comptable saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-COA.

	FIND-COA-ENTRY.
		MOVE ZERO TO WS-CA-FOUND.
		PERFORM VARYING WS-CA-IDX FROM 1 BY 1
			UNTIL WS-CA-IDX > WS-CA-COUNT
			IF CA-ACCOUNT(WS-CA-IDX) = AC-ACCOUNT(WS-AC-IDX)
				MOVE WS-CA-IDX TO WS-CA-FOUND
			END-IF
		END-PERFORM.

	LOAD-ACCOUNT-TABLE.
		OPEN INPUT ACCOUNT-MASTER.
		IF WS-ACCT-STATUS NOT = "00"
			DISPLAY "Fichier ACCTMAST absent"
			MOVE 8 TO WS-RETURN-CODE
			SET ACCOUNT-EOF TO TRUE
		ELSE
			PERFORM READ-ACCOUNT
		END-IF.
		PERFORM LOAD-ACCOUNT-ENTRY UNTIL ACCOUNT-EOF.
		IF WS-ACCT-STATUS NOT = "35"
			CLOSE ACCOUNT-MASTER
		END-IF.

	READ-ACCOUNT.
		READ ACCOUNT-MASTER
			AT END SET ACCOUNT-EOF TO TRUE
		END-READ.

	LOAD-ACCOUNT-ENTRY.
		ADD 1 TO WS-STAT-READ.
		IF ACM-CENTER NOT NUMERIC
			MOVE ZERO TO ACM-CENTER
		END-IF.
		MOVE ACM-CENTER TO WS-FIND-CENTER.
		MOVE ACM-ACCOUNT TO WS-FIND-ACCOUNT.
		PERFORM FIND-ACCOUNT-ENTRY.
		IF WS-AC-FOUND > ZERO
			MOVE ACM-BALANCE TO AC-BALANCE(WS-AC-FOUND)
		END-IF.
		PERFORM READ-ACCOUNT.

	FIND-ACCOUNT-ENTRY.
		MOVE ZERO TO WS-AC-FOUND.
		PERFORM VARYING WS-AC-IDX FROM 1 BY 1
			UNTIL WS-AC-IDX > WS-AC-COUNT
			OR WS-AC-FOUND > ZERO
			IF AC-CENTER(WS-AC-IDX) = WS-FIND-CENTER
				AND AC-ACCOUNT(WS-AC-IDX)
					= WS-FIND-ACCOUNT
				MOVE WS-AC-IDX TO WS-AC-FOUND
			END-IF
		END-PERFORM.
		IF WS-AC-FOUND = ZERO
			IF WS-AC-COUNT < 9999
				ADD 1 TO WS-AC-COUNT
				MOVE WS-AC-COUNT TO WS-AC-FOUND
				INITIALIZE WS-AC-ENTRY(WS-AC-FOUND)
				MOVE WS-FIND-CENTER
					TO AC-CENTER(WS-AC-FOUND)
				MOVE WS-FIND-ACCOUNT
					TO AC-ACCOUNT(WS-AC-FOUND)
				MOVE "N" TO AC-BUDGETED(WS-AC-FOUND)
			ELSE
				DISPLAY "Table des comptes saturee"
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.

	LOAD-BUDGET-TABLE.
		OPEN INPUT BUDGET-MASTER.
		IF WS-BUDG-STATUS NOT = "00"
			DISPLAY "Fichier BUDGMAST absent - "
				"budget a zero"
			MOVE 8 TO WS-RETURN-CODE
			SET BUDGET-EOF TO TRUE
		ELSE
			PERFORM READ-BUDGET
		END-IF.
		PERFORM LOAD-BUDGET-ENTRY UNTIL BUDGET-EOF.
		IF WS-BUDG-STATUS NOT = "35"
			CLOSE BUDGET-MASTER
		END-IF.

	READ-BUDGET.
		READ BUDGET-MASTER
			AT END SET BUDGET-EOF TO TRUE
		END-READ.

	LOAD-BUDGET-ENTRY.
		IF BGM-YEAR = WS-CUR-YEAR
			AND BGM-PERIOD <= WS-CUR-PERIOD
			MOVE BGM-CENTER TO WS-FIND-CENTER
			MOVE BGM-ACCOUNT TO WS-FIND-ACCOUNT
			PERFORM FIND-ACCOUNT-ENTRY
			IF WS-AC-FOUND > ZERO
				PERFORM POST-BUDGET-AMOUNT
			END-IF
		END-IF.
		PERFORM READ-BUDGET.

	POST-BUDGET-AMOUNT.
		MOVE "Y" TO AC-BUDGETED(WS-AC-FOUND).
		ADD BGM-AMOUNT TO AC-BUD-YTD(WS-AC-FOUND).
		IF BGM-PERIOD = WS-CUR-PERIOD
			ADD BGM-AMOUNT TO AC-BUD-PER(WS-AC-FOUND)
		END-IF.

	ROLL-HISTORY.
		OPEN OUTPUT HIST-OUT-FILE.
		OPEN INPUT HIST-IN-FILE.
		IF WS-HIST-STATUS NOT = "00"
			DISPLAY "Pas d'historique BVAHIST - "
				"reel de periode = solde"
			SET HIST-EOF TO TRUE
		ELSE
			PERFORM READ-HISTORY
		END-IF.
		PERFORM ROLL-ONE-HISTORY UNTIL HIST-EOF.
		IF WS-HIST-STATUS NOT = "35"
			CLOSE HIST-IN-FILE
		END-IF.

	READ-HISTORY.
		READ HIST-IN-FILE
			AT END SET HIST-EOF TO TRUE
		END-READ.

	ROLL-ONE-HISTORY.
		IF BVI-PKEY NOT = WS-CUR-PKEY
			SET HISTORY-FOUND TO TRUE
			MOVE HIST-IN-REC TO HIST-OUT-REC
			WRITE HIST-OUT-REC
			ADD 1 TO WS-HIST-CARRIED
			IF BVI-PKEY < WS-CUR-PKEY
				MOVE BVI-CENTER TO WS-FIND-CENTER
				MOVE BVI-ACCOUNT TO WS-FIND-ACCOUNT
				PERFORM FIND-ACCOUNT-ENTRY
				IF WS-AC-FOUND > ZERO
					PERFORM APPLY-HISTORY
				END-IF
			END-IF
		END-IF.
		PERFORM READ-HISTORY.

	APPLY-HISTORY.
		IF BVI-PKEY > AC-PREV-PKEY(WS-AC-FOUND)
			OR AC-PREV-PKEY(WS-AC-FOUND) = SPACES
			MOVE BVI-PKEY TO AC-PREV-PKEY(WS-AC-FOUND)
			MOVE BVI-BALANCE TO AC-PREV-BAL(WS-AC-FOUND)
		END-IF.
		IF BVI-YEAR = WS-CUR-YEAR
			ADD BVI-ACTUAL TO AC-YTD-PRIOR(WS-AC-FOUND)
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
			END-IF
			CLOSE CLOSE-CTL-FILE
		END-IF.

	ADJUST-FOR-CLOSE.
		IF AC-PREV-PKEY(WS-AC-IDX) NOT = SPACES
			AND AC-PREV-YEAR(WS-AC-IDX) < WS-CUR-YEAR
			AND AC-PREV-YEAR(WS-AC-IDX) <= WS-CLOSED-YEAR
			PERFORM FIND-COA-ENTRY
			IF WS-CA-FOUND > ZERO
				AND CA-INCOME-STATEMENT(WS-CA-FOUND)
				MOVE ZERO TO AC-PREV-BAL(WS-AC-IDX)
			END-IF
		END-IF.

	PRINT-REPORT.
		OPEN OUTPUT BVA-RPT-FILE.
		MOVE WS-CUR-YEAR TO BT-YEAR.
		MOVE WS-CUR-PERIOD TO BT-PERIOD.
		MOVE WS-PREV-PE-DATE TO BT-FROM.
		MOVE WS-PE-DATE TO BT-TO.
		WRITE BVA-LINE FROM WS-RPT-TITLE.
		MOVE WS-TOLERANCE TO BT-TOL.
		WRITE BVA-LINE FROM WS-RPT-TOLERANCE.
		WRITE BVA-LINE FROM WS-RPT-COLUMNS.
		PERFORM PRINT-ONE-ACCOUNT
			VARYING WS-AC-IDX FROM 1 BY 1
			UNTIL WS-AC-IDX > WS-AC-COUNT.
		PERFORM WRITE-SUMMARY.
		CLOSE BVA-RPT-FILE.

	PRINT-ONE-ACCOUNT.
		COMPUTE WS-ACT-PER = AC-BALANCE(WS-AC-IDX)
			- AC-PREV-BAL(WS-AC-IDX).
		COMPUTE WS-ACT-YTD = AC-YTD-PRIOR(WS-AC-IDX)
			+ WS-ACT-PER.
		PERFORM FIND-COA-ENTRY.
		IF WS-CA-FOUND > ZERO
			AND CA-NORMAL(WS-CA-FOUND) = "C"
			COMPUTE WS-ACT-PER = ZERO - WS-ACT-PER
			COMPUTE WS-ACT-YTD = ZERO - WS-ACT-YTD
		END-IF.
		IF AC-BUDGETED(WS-AC-IDX) = "Y"
			OR WS-ACT-PER NOT = ZERO
			MOVE AC-CENTER(WS-AC-IDX) TO BA-CENTER
			MOVE AC-ACCOUNT(WS-AC-IDX) TO BA-ACCT
			IF WS-CA-FOUND > ZERO
				MOVE CA-LABEL(WS-CA-FOUND) TO BA-LABEL
			ELSE
				MOVE "Hors plan comptable" TO BA-LABEL
			END-IF
			WRITE BVA-LINE FROM WS-RPT-ACCOUNT
			MOVE "Periode" TO BD-KIND
			MOVE WS-ACT-PER TO WS-LINE-ACT
			MOVE AC-BUD-PER(WS-AC-IDX) TO WS-LINE-BUD
			PERFORM WRITE-VARIANCE-LINE
			MOVE "Cumul" TO BD-KIND
			MOVE WS-ACT-YTD TO WS-LINE-ACT
			MOVE AC-BUD-YTD(WS-AC-IDX) TO WS-LINE-BUD
			PERFORM WRITE-VARIANCE-LINE
			ADD 1 TO WS-LINES-PRINTED
			ADD 1 TO WS-STAT-WRIT
		END-IF.

	WRITE-VARIANCE-LINE.
		MOVE "N" TO WS-LINE-OVER.
		COMPUTE WS-LINE-VAR = WS-LINE-ACT - WS-LINE-BUD.
		MOVE ZERO TO WS-LINE-PCT.
		IF WS-LINE-BUD NOT = ZERO
			COMPUTE WS-LINE-PCT ROUNDED =
				WS-LINE-VAR * 100 / WS-LINE-BUD
				ON SIZE ERROR MOVE 999.9 TO WS-LINE-PCT
			END-COMPUTE
			MOVE WS-LINE-PCT TO WS-ABS-PCT
			IF WS-ABS-PCT > WS-TOLERANCE
				SET LINE-OVER-TOLERANCE TO TRUE
			END-IF
		ELSE
			IF WS-LINE-ACT NOT = ZERO
				SET LINE-OVER-TOLERANCE TO TRUE
			END-IF
		END-IF.
		MOVE WS-LINE-ACT TO BD-ACTUAL.
		MOVE WS-LINE-BUD TO BD-BUDGET.
		MOVE WS-LINE-VAR TO BD-VAR.
		MOVE WS-LINE-PCT TO BD-PCT.
		IF LINE-OVER-TOLERANCE
			MOVE "***" TO BD-FLAG
			ADD 1 TO WS-LINES-FLAGGED
		ELSE
			MOVE SPACES TO BD-FLAG
		END-IF.
		WRITE BVA-LINE FROM WS-RPT-DETAIL.

	WRITE-CURRENT-HISTORY.
		PERFORM WRITE-ONE-HISTORY
			VARYING WS-AC-IDX FROM 1 BY 1
			UNTIL WS-AC-IDX > WS-AC-COUNT.
		CLOSE HIST-OUT-FILE.

	WRITE-ONE-HISTORY.
		MOVE AC-CENTER(WS-AC-IDX) TO BVO-CENTER.
		MOVE AC-ACCOUNT(WS-AC-IDX) TO BVO-ACCOUNT.
		MOVE WS-CUR-YEAR TO BVO-YEAR.
		MOVE WS-CUR-PERIOD TO BVO-PERIOD.
		MOVE AC-BALANCE(WS-AC-IDX) TO BVO-BALANCE.
		COMPUTE BVO-ACTUAL = AC-BALANCE(WS-AC-IDX)
			- AC-PREV-BAL(WS-AC-IDX).
		WRITE HIST-OUT-REC.

	WRITE-SUMMARY.
		MOVE SPACES TO BVA-LINE.
		WRITE BVA-LINE.
		MOVE "Comptes edites" TO BY-LABEL.
		MOVE WS-LINES-PRINTED TO BY-COUNT.
		WRITE BVA-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes hors tolerance" TO BY-LABEL.
		MOVE WS-LINES-FLAGGED TO BY-COUNT.
		WRITE BVA-LINE FROM WS-RPT-TALLY.
		MOVE "Historique reporte" TO BY-LABEL.
		MOVE WS-HIST-CARRIED TO BY-COUNT.
		WRITE BVA-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
