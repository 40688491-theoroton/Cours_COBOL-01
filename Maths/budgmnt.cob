	IDENTIFICATION DIVISION.
	PROGRAM-ID. BUDGMNT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT BUDGET-MASTER ASSIGN TO "BUDGMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MAST-STATUS.
		SELECT MAINT-TXN-FILE ASSIGN TO "BUDGTXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-TXN-STATUS.
		SELECT COA-MASTER ASSIGN TO "ACCTCOA"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-COA-STATUS.
		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STORE-STATUS.
		SELECT MASTER-OUT-FILE ASSIGN TO "BUDGMOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT MAINT-AUDIT-FILE ASSIGN TO "BUDGMAUD"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  BUDGET-MASTER.
	01  MASTER-REC.
		02 BGM-CENTER  PIC 9(4).
		02 BGM-ACCOUNT PIC 9(4).
		02 BGM-YEAR    PIC 9(4).
		02 BGM-PERIOD  PIC 9(2).
		02 BGM-AMOUNT  PIC S9(9)V99.

	FD  MAINT-TXN-FILE.
	01  MAINT-TXN-REC.
		02 BMT-ACTION  PIC X.
			88 BMT-ADD    VALUE "A".
			88 BMT-CHANGE VALUE "C".
			88 BMT-DELETE VALUE "D".
		02 BMT-KEY.
			03 BMT-CENTER  PIC 9(4).
			03 BMT-ACCOUNT PIC 9(4).
			03 BMT-YEAR    PIC 9(4).
			03 BMT-PERIOD  PIC 9(2).
		02 BMT-AMOUNT  PIC S9(9)V99.

	FD  COA-MASTER.
	01  COA-REC.
		02 COA-ACCOUNT PIC 9(4).
		02 COA-LABEL   PIC X(20).
		02 COA-TYPE    PIC X.
		02 COA-NORMAL  PIC X.
		02 COA-STATUS  PIC X.

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-STORE  PIC 9(4).
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  MASTER-OUT-FILE.
	01  MASTER-OUT-REC.
		02 BGM-OUT-CENTER  PIC 9(4).
		02 BGM-OUT-ACCOUNT PIC 9(4).
		02 BGM-OUT-YEAR    PIC 9(4).
		02 BGM-OUT-PERIOD  PIC 9(2).
		02 BGM-OUT-AMOUNT  PIC S9(9)V99.

	FD  MAINT-AUDIT-FILE.
	01  MAINT-AUDIT-REC.
		02 BMA-DATE   PIC X(8).
		02 BMA-TIME   PIC X(6).
		02 BMA-ACTION PIC X.
		02 BMA-RESULT PIC X(8).
		02 BMA-REASON PIC X(20).
		02 BMA-BEFORE PIC X(25).
		02 BMA-AFTER  PIC X(25).

	WORKING-STORAGE SECTION.
	01 WS-MAST-STATUS  PIC XX.
	01 WS-TXN-STATUS   PIC XX.
	01 WS-COA-STATUS   PIC XX.
	01 WS-STORE-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-MAST-EOF PIC X VALUE "N".
			88 MASTER-EOF VALUE "Y".
		02 WS-TXN-EOF PIC X VALUE "N".
			88 TXN-EOF VALUE "Y".
		02 WS-COA-EOF PIC X VALUE "N".
			88 COA-EOF VALUE "Y".
		02 WS-STO-EOF PIC X VALUE "N".
			88 STORE-MASTER-EOF VALUE "Y".
		02 WS-COA-LOADED PIC X VALUE "N".
			88 COA-LOADED VALUE "Y".
		02 WS-STO-LOADED PIC X VALUE "N".
			88 STORES-LOADED VALUE "Y".

	01 WS-MAST-TAB-CTL.
		02 WS-BT-COUNT PIC 9(4) VALUE ZERO.
		02 WS-BT-IDX   PIC 9(4).
		02 WS-BT-FOUND PIC 9(4).
		02 WS-BT-INS   PIC 9(4).
		02 WS-BT-SHIFT PIC 9(4).

	01 WS-MAST-TAB.
		02 WS-BT-ENTRY OCCURS 9999 TIMES.
			03 BT-KEY.
				04 BT-CENTER  PIC 9(4).
				04 BT-ACCOUNT PIC 9(4).
				04 BT-YEAR    PIC 9(4).
				04 BT-PERIOD  PIC 9(2).
			03 BT-AMOUNT PIC S9(9)V99.

	01 WS-COA-TAB-CTL.
		02 WS-CA-COUNT PIC 9(3) VALUE ZERO.
		02 WS-CA-IDX   PIC 9(3).
		02 WS-CA-FOUND PIC 9(3).

	01 WS-COA-TAB.
		02 WS-CA-ENTRY OCCURS 999 TIMES.
			03 CA-ACCOUNT PIC 9(4).
			03 CA-STATUS  PIC X.

	01 WS-STORE-TAB-CTL.
		02 WS-ST-COUNT PIC 9(3) VALUE ZERO.
		02 WS-ST-IDX   PIC 9(3).
		02 WS-ST-FOUND PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-ST-ENTRY OCCURS 999 TIMES.
			03 ST-STORE PIC 9(4).

	01 WS-IMAGE-WORK.
		02 WS-IMAGE.
			03 WS-IMG-CENTER  PIC 9(4).
			03 WS-IMG-ACCOUNT PIC 9(4).
			03 WS-IMG-YEAR    PIC 9(4).
			03 WS-IMG-PERIOD  PIC 9(2).
			03 WS-IMG-AMOUNT  PIC S9(9)V99.

	01 WS-TALLIES.
		02 WS-APPLIED  PIC 9(4) VALUE ZERO.
		02 WS-REJECTED PIC 9(4) VALUE ZERO.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		OPEN OUTPUT MAINT-AUDIT-FILE.
		MOVE SPACES TO BMA-REASON.
		PERFORM LOAD-COA-MASTER.
		PERFORM LOAD-STORE-MASTER.
		PERFORM LOAD-MASTER-TABLE.
		PERFORM APPLY-MAINT-TXNS.
		PERFORM WRITE-NEW-MASTER.
		DISPLAY "Maintenance BUDGMAST : "
			WS-APPLIED " appliquees, "
			WS-REJECTED " rejetees".
		CLOSE MAINT-AUDIT-FILE.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-COA-MASTER.
		OPEN INPUT COA-MASTER.
		IF WS-COA-STATUS NOT = "00"
			DISPLAY "Fichier ACCTCOA absent - "
				"comptes non controles"
			SET COA-EOF TO TRUE
		ELSE
			SET COA-LOADED TO TRUE
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
			MOVE COA-STATUS TO CA-STATUS(WS-CA-COUNT)
		ELSE
			DISPLAY "Table du plan comptable saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-COA.

	LOAD-STORE-MASTER.
		OPEN INPUT STORE-MASTER.
		IF WS-STORE-STATUS NOT = "00"
			DISPLAY "Fichier STORMAST absent - "
				"centres de cout non controles"
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

	LOAD-MASTER-TABLE.
		OPEN INPUT BUDGET-MASTER.
		IF WS-MAST-STATUS NOT = "00"
			DISPLAY "Fichier BUDGMAST absent - "
				"creation d'un nouveau budget"
			SET MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-MASTER
		END-IF.
		PERFORM LOAD-MASTER-ENTRY UNTIL MASTER-EOF.
		IF WS-MAST-STATUS NOT = "35"
			CLOSE BUDGET-MASTER
		END-IF.

	READ-MASTER.
		READ BUDGET-MASTER
			AT END SET MASTER-EOF TO TRUE
		END-READ.

	LOAD-MASTER-ENTRY.
		IF WS-BT-COUNT < 9999
			ADD 1 TO WS-BT-COUNT
			MOVE BGM-CENTER TO BT-CENTER(WS-BT-COUNT)
			MOVE BGM-ACCOUNT TO BT-ACCOUNT(WS-BT-COUNT)
			MOVE BGM-YEAR TO BT-YEAR(WS-BT-COUNT)
			MOVE BGM-PERIOD TO BT-PERIOD(WS-BT-COUNT)
			MOVE BGM-AMOUNT TO BT-AMOUNT(WS-BT-COUNT)
		ELSE
			DISPLAY "Table du budget saturee"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-MASTER.

	APPLY-MAINT-TXNS.
		OPEN INPUT MAINT-TXN-FILE.
		IF WS-TXN-STATUS NOT = "00"
			DISPLAY "Fichier BUDGTXN absent"
			MOVE 8 TO WS-RETURN-CODE
			SET TXN-EOF TO TRUE
		ELSE
			PERFORM READ-MAINT-TXN
		END-IF.
		PERFORM APPLY-ONE-MAINT-TXN UNTIL TXN-EOF.
		IF WS-TXN-STATUS NOT = "35"
			CLOSE MAINT-TXN-FILE
		END-IF.

	READ-MAINT-TXN.
		READ MAINT-TXN-FILE
			AT END SET TXN-EOF TO TRUE
		END-READ.

	APPLY-ONE-MAINT-TXN.
		PERFORM FIND-MASTER-ENTRY.
		EVALUATE TRUE
			WHEN NOT (BMT-ADD OR BMT-CHANGE OR BMT-DELETE)
				PERFORM REJECT-MAINT-TXN
			WHEN BMT-DELETE
				PERFORM DELETE-MASTER-ENTRY
			WHEN BMT-PERIOD < 1 OR BMT-PERIOD > 13
				MOVE "Periode invalide" TO BMA-REASON
				PERFORM REJECT-MAINT-TXN
			WHEN BMT-AMOUNT NOT NUMERIC
				MOVE "Montant invalide" TO BMA-REASON
				PERFORM REJECT-MAINT-TXN
			WHEN BMT-ADD
				PERFORM CHECK-TXN-KEY
				IF BMA-REASON = SPACES
					PERFORM ADD-MASTER-ENTRY
				ELSE
					PERFORM REJECT-MAINT-TXN
				END-IF
			WHEN BMT-CHANGE
				PERFORM CHANGE-MASTER-ENTRY
		END-EVALUATE.
		PERFORM READ-MAINT-TXN.

	CHECK-TXN-KEY.
		IF COA-LOADED
			MOVE ZERO TO WS-CA-FOUND
			PERFORM VARYING WS-CA-IDX FROM 1 BY 1
				UNTIL WS-CA-IDX > WS-CA-COUNT
				IF CA-ACCOUNT(WS-CA-IDX) = BMT-ACCOUNT
					MOVE WS-CA-IDX TO WS-CA-FOUND
				END-IF
			END-PERFORM
			EVALUATE TRUE
				WHEN WS-CA-FOUND = ZERO
					MOVE "Compte inconnu"
						TO BMA-REASON
				WHEN CA-STATUS(WS-CA-FOUND) = "C"
					MOVE "Compte cloture"
						TO BMA-REASON
			END-EVALUATE
		END-IF.
		IF STORES-LOADED
			AND BMT-CENTER NOT = ZERO
			MOVE ZERO TO WS-ST-FOUND
			PERFORM VARYING WS-ST-IDX FROM 1 BY 1
				UNTIL WS-ST-IDX > WS-ST-COUNT
				IF ST-STORE(WS-ST-IDX) = BMT-CENTER
					MOVE WS-ST-IDX TO WS-ST-FOUND
				END-IF
			END-PERFORM
			IF WS-ST-FOUND = ZERO
				MOVE "Centre inconnu" TO BMA-REASON
			END-IF
		END-IF.

	FIND-MASTER-ENTRY.
		MOVE ZERO TO WS-BT-FOUND.
		PERFORM VARYING WS-BT-IDX FROM 1 BY 1
			UNTIL WS-BT-IDX > WS-BT-COUNT
			IF BT-KEY(WS-BT-IDX) = BMT-KEY
				MOVE WS-BT-IDX TO WS-BT-FOUND
			END-IF
		END-PERFORM.

	BUILD-ENTRY-IMAGE.
		MOVE BT-CENTER(WS-BT-IDX) TO WS-IMG-CENTER.
		MOVE BT-ACCOUNT(WS-BT-IDX) TO WS-IMG-ACCOUNT.
		MOVE BT-YEAR(WS-BT-IDX) TO WS-IMG-YEAR.
		MOVE BT-PERIOD(WS-BT-IDX) TO WS-IMG-PERIOD.
		MOVE BT-AMOUNT(WS-BT-IDX) TO WS-IMG-AMOUNT.

	ADD-MASTER-ENTRY.
		IF WS-BT-FOUND > 0
			MOVE "Deja existant" TO BMA-REASON
			PERFORM REJECT-MAINT-TXN
		ELSE
			IF WS-BT-COUNT < 9999
				PERFORM INSERT-SORTED-ENTRY
				PERFORM AUDIT-ADD
			ELSE
				MOVE "Table saturee" TO BMA-REASON
				PERFORM REJECT-MAINT-TXN
			END-IF
		END-IF.

	INSERT-SORTED-ENTRY.
		MOVE ZERO TO WS-BT-INS.
		PERFORM VARYING WS-BT-IDX FROM 1 BY 1
			UNTIL WS-BT-IDX > WS-BT-COUNT
			OR WS-BT-INS > 0
			IF BT-KEY(WS-BT-IDX) > BMT-KEY
				MOVE WS-BT-IDX TO WS-BT-INS
			END-IF
		END-PERFORM.
		IF WS-BT-INS = ZERO
			COMPUTE WS-BT-INS = WS-BT-COUNT + 1
		END-IF.
		ADD 1 TO WS-BT-COUNT.
		PERFORM VARYING WS-BT-SHIFT FROM WS-BT-COUNT
			BY -1 UNTIL WS-BT-SHIFT <= WS-BT-INS
			MOVE WS-BT-ENTRY(WS-BT-SHIFT - 1)
				TO WS-BT-ENTRY(WS-BT-SHIFT)
		END-PERFORM.
		MOVE BMT-KEY TO BT-KEY(WS-BT-INS).
		MOVE BMT-AMOUNT TO BT-AMOUNT(WS-BT-INS).

	AUDIT-ADD.
		MOVE SPACES TO BMA-BEFORE.
		MOVE WS-BT-INS TO WS-BT-IDX.
		PERFORM BUILD-ENTRY-IMAGE.
		MOVE WS-IMAGE TO BMA-AFTER.
		MOVE "APPLIQUE" TO BMA-RESULT.
		MOVE SPACES TO BMA-REASON.
		PERFORM WRITE-AUDIT-ENTRY.
		ADD 1 TO WS-APPLIED.

	CHANGE-MASTER-ENTRY.
		IF WS-BT-FOUND = ZERO
			MOVE "Inconnu au fichier" TO BMA-REASON
			PERFORM REJECT-MAINT-TXN
		ELSE
			MOVE WS-BT-FOUND TO WS-BT-IDX
			PERFORM BUILD-ENTRY-IMAGE
			MOVE WS-IMAGE TO BMA-BEFORE
			MOVE BMT-AMOUNT TO BT-AMOUNT(WS-BT-FOUND)
			PERFORM BUILD-ENTRY-IMAGE
			MOVE WS-IMAGE TO BMA-AFTER
			MOVE "APPLIQUE" TO BMA-RESULT
			MOVE SPACES TO BMA-REASON
			PERFORM WRITE-AUDIT-ENTRY
			ADD 1 TO WS-APPLIED
		END-IF.

	DELETE-MASTER-ENTRY.
		IF WS-BT-FOUND = ZERO
			MOVE "Inconnu au fichier" TO BMA-REASON
			PERFORM REJECT-MAINT-TXN
		ELSE
			MOVE WS-BT-FOUND TO WS-BT-IDX
			PERFORM BUILD-ENTRY-IMAGE
			MOVE WS-IMAGE TO BMA-BEFORE
			MOVE SPACES TO BMA-AFTER
			PERFORM REMOVE-MASTER-ENTRY
			MOVE "APPLIQUE" TO BMA-RESULT
			MOVE SPACES TO BMA-REASON
			PERFORM WRITE-AUDIT-ENTRY
			ADD 1 TO WS-APPLIED
		END-IF.

	REMOVE-MASTER-ENTRY.
		PERFORM VARYING WS-BT-SHIFT FROM WS-BT-FOUND
			BY 1 UNTIL WS-BT-SHIFT >= WS-BT-COUNT
			MOVE WS-BT-ENTRY(WS-BT-SHIFT + 1)
				TO WS-BT-ENTRY(WS-BT-SHIFT)
		END-PERFORM.
		SUBTRACT 1 FROM WS-BT-COUNT.

	REJECT-MAINT-TXN.
		DISPLAY "Mouvement rejete : " BMT-ACTION
			" " BMT-CENTER " " BMT-ACCOUNT
			" " BMT-YEAR "/" BMT-PERIOD.
		IF BMA-REASON = SPACES
			MOVE "Action invalide" TO BMA-REASON
		END-IF.
		IF WS-BT-FOUND > 0
			MOVE WS-BT-FOUND TO WS-BT-IDX
			PERFORM BUILD-ENTRY-IMAGE
			MOVE WS-IMAGE TO BMA-BEFORE
		ELSE
			MOVE SPACES TO BMA-BEFORE
		END-IF.
		MOVE SPACES TO BMA-AFTER.
		MOVE "REJETE" TO BMA-RESULT.
		PERFORM WRITE-AUDIT-ENTRY.
		ADD 1 TO WS-REJECTED.
		MOVE 8 TO WS-RETURN-CODE.

	WRITE-AUDIT-ENTRY.
		ACCEPT BMA-DATE FROM DATE YYYYMMDD.
		ACCEPT BMA-TIME FROM TIME.
		MOVE BMT-ACTION TO BMA-ACTION.
		WRITE MAINT-AUDIT-REC.
		MOVE SPACES TO BMA-REASON.

	WRITE-NEW-MASTER.
		OPEN OUTPUT MASTER-OUT-FILE.
		PERFORM WRITE-MASTER-OUT
			VARYING WS-BT-IDX FROM 1 BY 1
			UNTIL WS-BT-IDX > WS-BT-COUNT.
		CLOSE MASTER-OUT-FILE.

	WRITE-MASTER-OUT.
		MOVE BT-CENTER(WS-BT-IDX) TO BGM-OUT-CENTER.
		MOVE BT-ACCOUNT(WS-BT-IDX) TO BGM-OUT-ACCOUNT.
		MOVE BT-YEAR(WS-BT-IDX) TO BGM-OUT-YEAR.
		MOVE BT-PERIOD(WS-BT-IDX) TO BGM-OUT-PERIOD.
		MOVE BT-AMOUNT(WS-BT-IDX) TO BGM-OUT-AMOUNT.
		WRITE MASTER-OUT-REC.
