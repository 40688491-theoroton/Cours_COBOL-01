	IDENTIFICATION DIVISION.
	PROGRAM-ID. YECLOSE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "YECPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT CLOSE-CTL-FILE ASSIGN TO "GLCLOSE"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-GLC-STATUS.
		SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-ACCT-STATUS.
		SELECT COA-MASTER ASSIGN TO "ACCTCOA"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-COA-STATUS.
		SELECT ACCOUNT-OUT-FILE ASSIGN TO "ACCTMOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT CLOSE-AUDIT-FILE ASSIGN TO "YECAUD"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT CLOSE-RPT-FILE ASSIGN TO "YECRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 YEP-YEAR       PIC 9(4).
		02 YEP-RE-ACCOUNT PIC 9(4).

	FD  CLOSE-CTL-FILE.
	01  CLOSE-CTL-REC.
		02 GLC-YEAR       PIC 9(4).
		02 GLC-DATE       PIC X(8).
		02 GLC-RE-ACCOUNT PIC 9(4).

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

	FD  ACCOUNT-OUT-FILE.
	01  ACCOUNT-OUT-REC.
		02 ACM-OUT-ACCOUNT PIC 9(4).
		02 ACM-OUT-BALANCE PIC S9(8)V99.
		02 ACM-OUT-CENTER  PIC 9(4).

	FD  CLOSE-AUDIT-FILE.
	01  CLOSE-AUDIT-REC.
		02 YCA-YEAR    PIC 9(4).
		02 YCA-DATE    PIC X(8).
		02 YCA-CENTER  PIC 9(4).
		02 YCA-ACCOUNT PIC 9(4).
		02 YCA-DC      PIC X.
		02 YCA-AMOUNT  PIC 9(9)V99.
		02 YCA-CONTRA  PIC 9(4).
		02 YCA-BEFORE  PIC S9(9)V99.
		02 YCA-AFTER   PIC S9(9)V99.

	FD  CLOSE-RPT-FILE.
	01  CLOSE-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS PIC XX.
	01 WS-GLC-STATUS  PIC XX.
	01 WS-ACCT-STATUS PIC XX.
	01 WS-COA-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-ACCT-EOF PIC X VALUE "N".
			88 ACCOUNT-EOF VALUE "Y".
		02 WS-COA-EOF PIC X VALUE "N".
			88 COA-EOF VALUE "Y".

	01 WS-TODAY        PIC X(8).
	01 WS-CLOSE-YEAR   PIC 9(4) VALUE ZERO.
	01 WS-RE-ACCOUNT   PIC 9(4) VALUE ZERO.
	01 WS-CLOSED-YEAR  PIC 9(4) VALUE ZERO.

	01 WS-COA-TAB-CTL.
		02 WS-CA-COUNT PIC 9(3) VALUE ZERO.
		02 WS-CA-IDX   PIC 9(3).
		02 WS-CA-FOUND PIC 9(3).

	01 WS-COA-TAB.
		02 WS-CA-ENTRY OCCURS 999 TIMES.
			03 CA-ACCOUNT PIC 9(4).
			03 CA-TYPE    PIC X.
				88 CA-INCOME-STATEMENT VALUE "R" "E".

	01 WS-ACCT-TAB-CTL.
		02 WS-AC-COUNT  PIC 9(4) VALUE ZERO.
		02 WS-AC-LOADED PIC 9(4) VALUE ZERO.
		02 WS-AC-IDX    PIC 9(4).
		02 WS-AC-FOUND  PIC 9(4).
		02 WS-AC-SHIFT  PIC 9(4).

	01 WS-ACCT-TAB.
		02 WS-AC-ENTRY OCCURS 9999 TIMES.
			03 AC-KEY.
				04 AC-CENTER  PIC 9(4).
				04 AC-ACCOUNT PIC 9(4).
			03 AC-BEFORE  PIC S9(9)V99.
			03 AC-CLOSING PIC S9(9)V99.

	01 WS-FIND-KEY.
		02 WS-FIND-CENTER  PIC 9(4).
		02 WS-FIND-ACCOUNT PIC 9(4).

	01 WS-AFTER-BAL    PIC S9(9)V99.
	01 WS-ENTRY-CONTRA PIC 9(4).

	01 WS-TOTALS.
		02 WS-TOT-BEFORE  PIC S9(9)V99 VALUE ZERO.
		02 WS-TOT-CLOSING PIC S9(9)V99 VALUE ZERO.
		02 WS-TOT-AFTER   PIC S9(9)V99 VALUE ZERO.
		02 WS-TOT-RESULT  PIC S9(9)V99 VALUE ZERO.

	01 WS-TALLIES.
		02 WS-ACCTS-CLOSED PIC 9(6) VALUE ZERO.
		02 WS-ENTRIES      PIC 9(6) VALUE ZERO.
		02 WS-RE-CREATED   PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER   PIC X(22) VALUE
			"Cloture de l'exercice ".
		02 RT-YEAR  PIC 9(4).
		02 FILLER   PIC X(20) VALUE " - report a nouveau ".
		02 RT-RE    PIC 9(4).
		02 FILLER   PIC X(4)  VALUE " le ".
		02 RT-DATE  PIC X(8).
		02 FILLER   PIC X(18) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(8)  VALUE "Centre".
		02 FILLER PIC X(8)  VALUE "Compte".
		02 FILLER PIC X(14) VALUE "Avant cloture".
		02 FILLER PIC X(14) VALUE "Ecriture".
		02 FILLER PIC X(14) VALUE "Ouverture".
		02 FILLER PIC X(22) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RD-CENTER PIC 9(4).
		02 FILLER    PIC X(4)  VALUE SPACES.
		02 RD-ACCT   PIC ZZZ9.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RD-BEFORE PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RD-CLOSE  PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RD-AFTER  PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(24) VALUE SPACES.

	01 WS-RPT-TOTAL.
		02 FILLER    PIC X(14) VALUE "TOTAL".
		02 RG-BEFORE PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RG-CLOSE  PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RG-AFTER  PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(25) VALUE SPACES.

	01 WS-RPT-RESULT.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 FILLER    PIC X(34) VALUE
			"Resultat de l'exercice (D-/C+)".
		02 RR-AMOUNT PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(31) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RY-LABEL  PIC X(34).
		02 RY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "YECLOSE" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-CLOSE-CONTROL.
		PERFORM LOAD-COA-MASTER.
		PERFORM CHECK-RE-ACCOUNT.
		IF WS-RETURN-CODE < 12
			PERFORM LOAD-ACCOUNT-TABLE
		END-IF.
		IF WS-RETURN-CODE < 12
			OPEN OUTPUT CLOSE-AUDIT-FILE
			PERFORM CLOSE-ONE-ACCOUNT
				VARYING WS-AC-IDX FROM 1 BY 1
				UNTIL WS-AC-IDX > WS-AC-LOADED
			PERFORM WRITE-RE-ENTRY
				VARYING WS-AC-IDX FROM 1 BY 1
				UNTIL WS-AC-IDX > WS-AC-COUNT
			CLOSE CLOSE-AUDIT-FILE
			PERFORM WRITE-OPENING-BALANCES
			PERFORM PRINT-CLOSING-TRIAL
			PERFORM WRITE-CLOSE-CONTROL
		ELSE
			DISPLAY "Cloture " WS-CLOSE-YEAR " abandonnee"
		END-IF.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		MOVE WS-TODAY(1:4) TO WS-CLOSE-YEAR.
		SUBTRACT 1 FROM WS-CLOSE-YEAR.
		OPEN INPUT PARM-FILE.
		IF WS-PARM-STATUS = "00"
			READ PARM-FILE
				AT END MOVE "10" TO WS-PARM-STATUS
			END-READ
			IF WS-PARM-STATUS = "00"
				AND YEP-YEAR NUMERIC
				AND YEP-YEAR > ZERO
				MOVE YEP-YEAR TO WS-CLOSE-YEAR
			END-IF
			IF WS-PARM-STATUS = "00"
				AND YEP-RE-ACCOUNT NUMERIC
				MOVE YEP-RE-ACCOUNT TO WS-RE-ACCOUNT
			END-IF
			CLOSE PARM-FILE
		END-IF.
		DISPLAY "Cloture de l'exercice " WS-CLOSE-YEAR
			" sur le compte " WS-RE-ACCOUNT.

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
		IF WS-CLOSED-YEAR >= WS-CLOSE-YEAR
			DISPLAY "Exercice " WS-CLOSE-YEAR
				" deja cloture (dernier : "
				WS-CLOSED-YEAR ")"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.

	LOAD-COA-MASTER.
		OPEN INPUT COA-MASTER.
		IF WS-COA-STATUS NOT = "00"
			DISPLAY "Fichier ACCTCOA absent"
			MOVE 12 TO WS-RETURN-CODE
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
			MOVE COA-TYPE TO CA-TYPE(WS-CA-COUNT)
		ELSE
			DISPLAY "Table du plan comptable saturee"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-COA.

	FIND-COA-ENTRY.
		MOVE ZERO TO WS-CA-FOUND.
		PERFORM VARYING WS-CA-IDX FROM 1 BY 1
			UNTIL WS-CA-IDX > WS-CA-COUNT
			IF CA-ACCOUNT(WS-CA-IDX) = WS-FIND-ACCOUNT
				MOVE WS-CA-IDX TO WS-CA-FOUND
			END-IF
		END-PERFORM.

	CHECK-RE-ACCOUNT.
		MOVE WS-RE-ACCOUNT TO WS-FIND-ACCOUNT.
		PERFORM FIND-COA-ENTRY.
		EVALUATE TRUE
			WHEN WS-RE-ACCOUNT = ZERO
				DISPLAY "Compte de report a nouveau "
					"absent de YECPARM"
				MOVE 12 TO WS-RETURN-CODE
			WHEN WS-CA-FOUND = ZERO
				DISPLAY "Compte de report a nouveau "
					WS-RE-ACCOUNT " inconnu au plan"
				MOVE 12 TO WS-RETURN-CODE
			WHEN CA-INCOME-STATEMENT(WS-CA-FOUND)
				DISPLAY "Compte de report a nouveau "
					WS-RE-ACCOUNT " de gestion"
				MOVE 12 TO WS-RETURN-CODE
		END-EVALUATE.

	LOAD-ACCOUNT-TABLE.
		OPEN INPUT ACCOUNT-MASTER.
		IF WS-ACCT-STATUS NOT = "00"
			DISPLAY "Fichier ACCTMAST absent"
			MOVE 12 TO WS-RETURN-CODE
			SET ACCOUNT-EOF TO TRUE
		ELSE
			PERFORM READ-ACCOUNT
		END-IF.
		PERFORM LOAD-ACCOUNT-ENTRY UNTIL ACCOUNT-EOF.
		IF WS-ACCT-STATUS NOT = "35"
			CLOSE ACCOUNT-MASTER
		END-IF.
		MOVE WS-AC-COUNT TO WS-AC-LOADED.

	READ-ACCOUNT.
		READ ACCOUNT-MASTER
			AT END SET ACCOUNT-EOF TO TRUE
		END-READ.

	LOAD-ACCOUNT-ENTRY.
		ADD 1 TO WS-STAT-READ.
		IF ACM-CENTER NOT NUMERIC
			MOVE ZERO TO ACM-CENTER
		END-IF.
		IF WS-AC-COUNT < 9999
			ADD 1 TO WS-AC-COUNT
			MOVE ACM-CENTER TO AC-CENTER(WS-AC-COUNT)
			MOVE ACM-ACCOUNT TO AC-ACCOUNT(WS-AC-COUNT)
			MOVE ACM-BALANCE TO AC-BEFORE(WS-AC-COUNT)
			MOVE ZERO TO AC-CLOSING(WS-AC-COUNT)
			ADD ACM-BALANCE TO WS-TOT-BEFORE
		ELSE
			DISPLAY "Table des comptes saturee"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-ACCOUNT.

	CLOSE-ONE-ACCOUNT.
		MOVE AC-ACCOUNT(WS-AC-IDX) TO WS-FIND-ACCOUNT.
		PERFORM FIND-COA-ENTRY.
		IF WS-CA-FOUND > ZERO
			AND CA-INCOME-STATEMENT(WS-CA-FOUND)
			AND AC-BEFORE(WS-AC-IDX) NOT = ZERO
			COMPUTE AC-CLOSING(WS-AC-IDX) =
				ZERO - AC-BEFORE(WS-AC-IDX)
			ADD 1 TO WS-ACCTS-CLOSED
			MOVE WS-RE-ACCOUNT TO WS-ENTRY-CONTRA
			PERFORM WRITE-CLOSING-ENTRY
			MOVE AC-CENTER(WS-AC-IDX) TO WS-FIND-CENTER
			MOVE WS-RE-ACCOUNT TO WS-FIND-ACCOUNT
			PERFORM FIND-RE-ENTRY
			IF WS-AC-FOUND > ZERO
				ADD AC-BEFORE(WS-AC-IDX)
					TO AC-CLOSING(WS-AC-FOUND)
			END-IF
			ADD AC-BEFORE(WS-AC-IDX) TO WS-TOT-RESULT
		END-IF.

	FIND-RE-ENTRY.
		MOVE ZERO TO WS-AC-FOUND.
		PERFORM VARYING WS-AC-SHIFT FROM 1 BY 1
			UNTIL WS-AC-SHIFT > WS-AC-COUNT
			OR WS-AC-FOUND > ZERO
			IF AC-KEY(WS-AC-SHIFT) = WS-FIND-KEY
				MOVE WS-AC-SHIFT TO WS-AC-FOUND
			END-IF
		END-PERFORM.
		IF WS-AC-FOUND = ZERO
			PERFORM INSERT-RE-ENTRY
		END-IF.

	INSERT-RE-ENTRY.
		IF WS-AC-COUNT < 9999
			MOVE 1 TO WS-AC-FOUND
			PERFORM VARYING WS-AC-SHIFT FROM 1 BY 1
				UNTIL WS-AC-SHIFT > WS-AC-COUNT
				IF AC-KEY(WS-AC-SHIFT) < WS-FIND-KEY
					COMPUTE WS-AC-FOUND =
						WS-AC-SHIFT + 1
				END-IF
			END-PERFORM
			PERFORM SHIFT-ACCOUNT-ENTRY
				VARYING WS-AC-SHIFT
				FROM WS-AC-COUNT BY -1
				UNTIL WS-AC-SHIFT < WS-AC-FOUND
			ADD 1 TO WS-AC-COUNT
			ADD 1 TO WS-AC-LOADED
			IF WS-AC-FOUND <= WS-AC-IDX
				ADD 1 TO WS-AC-IDX
			END-IF
			MOVE WS-FIND-CENTER TO AC-CENTER(WS-AC-FOUND)
			MOVE WS-FIND-ACCOUNT
				TO AC-ACCOUNT(WS-AC-FOUND)
			MOVE ZERO TO AC-BEFORE(WS-AC-FOUND)
			MOVE ZERO TO AC-CLOSING(WS-AC-FOUND)
			ADD 1 TO WS-RE-CREATED
		ELSE
			DISPLAY "Table des comptes saturee"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.

	SHIFT-ACCOUNT-ENTRY.
		MOVE WS-AC-ENTRY(WS-AC-SHIFT)
			TO WS-AC-ENTRY(WS-AC-SHIFT + 1).

	WRITE-CLOSING-ENTRY.
		MOVE WS-CLOSE-YEAR TO YCA-YEAR.
		MOVE WS-TODAY TO YCA-DATE.
		MOVE AC-CENTER(WS-AC-IDX) TO YCA-CENTER.
		MOVE AC-ACCOUNT(WS-AC-IDX) TO YCA-ACCOUNT.
		MOVE WS-ENTRY-CONTRA TO YCA-CONTRA.
		IF AC-CLOSING(WS-AC-IDX) < ZERO
			MOVE "C" TO YCA-DC
		ELSE
			MOVE "D" TO YCA-DC
		END-IF.
		MOVE AC-CLOSING(WS-AC-IDX) TO YCA-AMOUNT.
		MOVE AC-BEFORE(WS-AC-IDX) TO YCA-BEFORE.
		COMPUTE YCA-AFTER = AC-BEFORE(WS-AC-IDX)
			+ AC-CLOSING(WS-AC-IDX).
		WRITE CLOSE-AUDIT-REC.
		ADD 1 TO WS-ENTRIES.

	WRITE-RE-ENTRY.
		IF AC-ACCOUNT(WS-AC-IDX) = WS-RE-ACCOUNT
			AND AC-CLOSING(WS-AC-IDX) NOT = ZERO
			MOVE ZERO TO WS-ENTRY-CONTRA
			PERFORM WRITE-CLOSING-ENTRY
		END-IF.

	WRITE-OPENING-BALANCES.
		OPEN OUTPUT ACCOUNT-OUT-FILE.
		PERFORM WRITE-ONE-OPENING
			VARYING WS-AC-IDX FROM 1 BY 1
			UNTIL WS-AC-IDX > WS-AC-COUNT.
		CLOSE ACCOUNT-OUT-FILE.

	WRITE-ONE-OPENING.
		COMPUTE WS-AFTER-BAL = AC-BEFORE(WS-AC-IDX)
			+ AC-CLOSING(WS-AC-IDX).
		MOVE AC-ACCOUNT(WS-AC-IDX) TO ACM-OUT-ACCOUNT.
		MOVE WS-AFTER-BAL TO ACM-OUT-BALANCE.
		MOVE AC-CENTER(WS-AC-IDX) TO ACM-OUT-CENTER.
		WRITE ACCOUNT-OUT-REC.
		ADD 1 TO WS-STAT-WRIT.

	PRINT-CLOSING-TRIAL.
		OPEN OUTPUT CLOSE-RPT-FILE.
		MOVE WS-CLOSE-YEAR TO RT-YEAR.
		MOVE WS-RE-ACCOUNT TO RT-RE.
		MOVE WS-TODAY TO RT-DATE.
		WRITE CLOSE-LINE FROM WS-RPT-TITLE.
		WRITE CLOSE-LINE FROM WS-RPT-COLUMNS.
		PERFORM PRINT-ONE-ACCOUNT
			VARYING WS-AC-IDX FROM 1 BY 1
			UNTIL WS-AC-IDX > WS-AC-COUNT.
		MOVE WS-TOT-BEFORE TO RG-BEFORE.
		MOVE WS-TOT-CLOSING TO RG-CLOSE.
		MOVE WS-TOT-AFTER TO RG-AFTER.
		WRITE CLOSE-LINE FROM WS-RPT-TOTAL.
		MOVE SPACES TO CLOSE-LINE.
		WRITE CLOSE-LINE.
		COMPUTE RR-AMOUNT = ZERO - WS-TOT-RESULT.
		WRITE CLOSE-LINE FROM WS-RPT-RESULT.
		MOVE "Comptes de gestion soldes" TO RY-LABEL.
		MOVE WS-ACCTS-CLOSED TO RY-COUNT.
		WRITE CLOSE-LINE FROM WS-RPT-TALLY.
		MOVE "Ecritures de cloture" TO RY-LABEL.
		MOVE WS-ENTRIES TO RY-COUNT.
		WRITE CLOSE-LINE FROM WS-RPT-TALLY.
		MOVE "Comptes de report crees" TO RY-LABEL.
		MOVE WS-RE-CREATED TO RY-COUNT.
		WRITE CLOSE-LINE FROM WS-RPT-TALLY.
		CLOSE CLOSE-RPT-FILE.
		IF WS-TOT-CLOSING NOT = ZERO
			DISPLAY "Ecritures de cloture desequilibrees"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	PRINT-ONE-ACCOUNT.
		COMPUTE WS-AFTER-BAL = AC-BEFORE(WS-AC-IDX)
			+ AC-CLOSING(WS-AC-IDX).
		MOVE AC-CENTER(WS-AC-IDX) TO RD-CENTER.
		MOVE AC-ACCOUNT(WS-AC-IDX) TO RD-ACCT.
		MOVE AC-BEFORE(WS-AC-IDX) TO RD-BEFORE.
		MOVE AC-CLOSING(WS-AC-IDX) TO RD-CLOSE.
		MOVE WS-AFTER-BAL TO RD-AFTER.
		WRITE CLOSE-LINE FROM WS-RPT-DETAIL.
		ADD AC-CLOSING(WS-AC-IDX) TO WS-TOT-CLOSING.
		ADD WS-AFTER-BAL TO WS-TOT-AFTER.

	WRITE-CLOSE-CONTROL.
		IF WS-RETURN-CODE < 8
			OPEN OUTPUT CLOSE-CTL-FILE
			MOVE WS-CLOSE-YEAR TO GLC-YEAR
			MOVE WS-TODAY TO GLC-DATE
			MOVE WS-RE-ACCOUNT TO GLC-RE-ACCOUNT
			WRITE CLOSE-CTL-REC
			CLOSE CLOSE-CTL-FILE
			DISPLAY "Exercice " WS-CLOSE-YEAR " cloture"
		END-IF.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
