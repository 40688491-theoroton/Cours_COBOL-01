	IDENTIFICATION DIVISION.
	PROGRAM-ID. FADEPR.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "FADPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT ASSET-MASTER ASSIGN TO "FAMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MAST-STATUS.
		SELECT ASSET-OUT-FILE ASSIGN TO "FAMOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT SUBLEDGER-FILE ASSIGN TO "LEDGSUB"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUB-STATUS.
		SELECT REGISTER-FILE ASSIGN TO "FAREG"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 FDP-MONTH         PIC X(6).
		02 FDP-COST-ACCT     PIC 9(4).
		02 FDP-ACCUM-ACCT    PIC 9(4).
		02 FDP-EXPENSE-ACCT  PIC 9(4).
		02 FDP-PROCEEDS-ACCT PIC 9(4).
		02 FDP-GAIN-ACCT     PIC 9(4).
		02 FDP-LOSS-ACCT     PIC 9(4).

	FD  ASSET-MASTER.
	COPY FAREC.

	FD  ASSET-OUT-FILE.
	01  ASSET-OUT-REC PIC X(85).

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

	01 WS-PARM-STATUS PIC XX.
	01 WS-MAST-STATUS PIC XX.
	01 WS-SUB-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-MAST-EOF PIC X VALUE "N".
			88 MASTER-EOF VALUE "Y".
		02 WS-PARM-FLAG PIC X VALUE "N".
			88 PARMS-LOADED VALUE "Y".

	01 WS-TODAY PIC X(8).
	01 WS-MONTH PIC X(6).
	01 WS-MONTH-NUM REDEFINES WS-MONTH.
		02 WS-MONTH-YY PIC 9(4).
		02 WS-MONTH-MM PIC 9(2).

	01 WS-ACQ-MONTH PIC X(6).
	01 WS-ACQ-NUM REDEFINES WS-ACQ-MONTH.
		02 WS-ACQ-YY PIC 9(4).
		02 WS-ACQ-MM PIC 9(2).

	01 WS-ACCOUNTS.
		02 WS-COST-ACCT     PIC 9(4).
		02 WS-ACCUM-ACCT    PIC 9(4).
		02 WS-EXPENSE-ACCT  PIC 9(4).
		02 WS-PROCEEDS-ACCT PIC 9(4).
		02 WS-GAIN-ACCT     PIC 9(4).
		02 WS-LOSS-ACCT     PIC 9(4).

	01 WS-ASSET-TAB-CTL.
		02 WS-AT-COUNT PIC 9(4) VALUE ZERO.
		02 WS-AT-IDX   PIC 9(4).

	01 WS-ASSET-TAB.
		02 WS-AT-ENTRY OCCURS 5000 TIMES.
			03 AT-REC.
				04 AT-ASSET     PIC 9(6).
				04 AT-STORE     PIC 9(4).
				04 AT-CLASS     PIC X(4).
				04 AT-ACQ-DATE  PIC X(8).
				04 AT-COST      PIC 9(8)V99.
				04 AT-LIFE      PIC 9(3).
				04 AT-METHOD    PIC X.
				04 AT-SALVAGE   PIC 9(8)V99.
				04 AT-ACCUM     PIC 9(8)V99.
				04 AT-LAST-MONTH PIC X(6).
				04 AT-STATUS    PIC X.
				04 AT-DISP-DATE PIC X(8).
				04 AT-PROCEEDS  PIC 9(8)V99.
				04 AT-GL-STORE  PIC 9(4).
			03 AT-DEPR-MONTH PIC 9(8)V99.
			03 AT-RESULT     PIC S9(8)V99.
			03 AT-DISP-RUN   PIC X.

	01 WS-STORE-TAB-CTL.
		02 WS-SR-COUNT PIC 9(3) VALUE ZERO.
		02 WS-SR-IDX   PIC 9(3).
		02 WS-SR-FOUND PIC 9(3).
		02 WS-SR-INS   PIC 9(3).
		02 WS-SR-SHIFT PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-SR-ENTRY OCCURS 999 TIMES.
			03 SR-STORE PIC 9(4).
			03 SR-DEPR  PIC 9(9)V99.

	01 WS-FIND-STORE PIC 9(4).

	01 WS-DEPR-WORK.
		02 WS-MONTHS-USED PIC S9(5).
		02 WS-MONTHS-LEFT PIC S9(5).
		02 WS-DEPR-BASE   PIC 9(8)V99.
		02 WS-DEPR-LEFT   PIC S9(8)V99.
		02 WS-DEPR-AMT    PIC 9(8)V99.
		02 WS-DEPR-SWITCH PIC 9(8)V99.
		02 WS-NBV         PIC 9(8)V99.

	01 WS-ENTRY-WORK.
		02 WS-ENT-ACCOUNT PIC 9(4).
		02 WS-ENT-DC      PIC X.
		02 WS-ENT-CENTER  PIC 9(4).
		02 WS-ABS-AMOUNT  PIC 9(9)V99.
		02 WS-PIECE-AMT   PIC 9(6)V99.
		02 WS-AMOUNT-CAP  PIC 9(6)V99 VALUE 999999.99.
		02 WS-LED-COUNT   PIC 9(6) VALUE ZERO.
		02 WS-LED-HASH    PIC 9(10)V99 VALUE ZERO.

	01 WS-TOTALS.
		02 WS-TOT-COST    PIC 9(9)V99.
		02 WS-TOT-DEPR    PIC 9(9)V99.
		02 WS-TOT-ACCUM   PIC 9(9)V99.
		02 WS-TOT-NBV     PIC 9(9)V99.
		02 WS-GRD-COST    PIC 9(9)V99 VALUE ZERO.
		02 WS-GRD-DEPR    PIC 9(9)V99 VALUE ZERO.
		02 WS-GRD-ACCUM   PIC 9(9)V99 VALUE ZERO.
		02 WS-GRD-NBV     PIC 9(9)V99 VALUE ZERO.

	01 WS-TALLIES.
		02 WS-DEPRECIATED PIC 9(4) VALUE ZERO.
		02 WS-FULLY-DEPR  PIC 9(4) VALUE ZERO.
		02 WS-DISPOSED    PIC 9(4) VALUE ZERO.
		02 WS-TRANSFERRED PIC 9(4) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(37) VALUE
			"Registre des immobilisations - mois ".
		02 RT-MONTH PIC X(6).
		02 FILLER PIC X(4) VALUE " du ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(25) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(24) VALUE "  Bien   Cat. Acquis  M".
		02 FILLER PIC X(12) VALUE "        Cout".
		02 FILLER PIC X(11) VALUE "  Dot. mois".
		02 FILLER PIC X(12) VALUE "  Amort. cum".
		02 FILLER PIC X(12) VALUE "         VNC".
		02 FILLER PIC X(9)  VALUE " Etat".

	01 WS-RPT-STORE.
		02 FILLER    PIC X(10) VALUE " Magasin ".
		02 RS-STORE-NO PIC 9(4).
		02 FILLER    PIC X(66) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RD-ASSET  PIC 9(6).
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RD-CLASS  PIC X(4).
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RD-ACQ    PIC X(8).
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RD-METHOD PIC X.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RD-COST   PIC ZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RD-DEPR   PIC ZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RD-ACCUM  PIC ZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RD-NBV    PIC ZZZZZZZ9.99.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RD-STATE  PIC X(7).
		02 FILLER    PIC X(1)  VALUE SPACES.

	01 WS-RPT-DISPOSAL.
		02 FILLER    PIC X(18) VALUE SPACES.
		02 FILLER    PIC X(8)  VALUE "cession ".
		02 RP-DATE   PIC X(8).
		02 FILLER    PIC X(6)  VALUE " prix ".
		02 RP-PRICE  PIC ZZZZZZZ9.99.
		02 FILLER    PIC X(10) VALUE " resultat ".
		02 RP-RESULT PIC -(8)9.99.
		02 FILLER    PIC X(7)  VALUE SPACES.

	01 WS-RPT-TOTAL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RO-LABEL  PIC X(22).
		02 RO-COST   PIC ZZZZZZZZ9.99.
		02 RO-DEPR   PIC ZZZZZZZ9.99.
		02 RO-ACCUM  PIC ZZZZZZZZ9.99.
		02 RO-NBV    PIC ZZZZZZZZ9.99.
		02 FILLER    PIC X(9)  VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RY-LABEL  PIC X(34).
		02 RY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "FADEPR" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		IF PARMS-LOADED
			PERFORM LOAD-ASSET-MASTER
			PERFORM OPEN-SUBLEDGER
			PERFORM PROCESS-ONE-ASSET
				VARYING WS-AT-IDX FROM 1 BY 1
				UNTIL WS-AT-IDX > WS-AT-COUNT
			PERFORM POST-STORE-DEPRECIATION
				VARYING WS-SR-IDX FROM 1 BY 1
				UNTIL WS-SR-IDX > WS-SR-COUNT
			PERFORM CLOSE-SUBLEDGER
			PERFORM WRITE-NEW-MASTER
			PERFORM PRINT-REGISTER
		ELSE
			DISPLAY "Fichier FADPARM absent ou invalide - "
				"aucun amortissement calcule"
			MOVE 12 TO WS-RETURN-CODE
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
				AND FDP-COST-ACCT NUMERIC
				AND FDP-ACCUM-ACCT NUMERIC
				AND FDP-EXPENSE-ACCT NUMERIC
				AND FDP-PROCEEDS-ACCT NUMERIC
				AND FDP-GAIN-ACCT NUMERIC
				AND FDP-LOSS-ACCT NUMERIC
				SET PARMS-LOADED TO TRUE
				MOVE FDP-COST-ACCT TO WS-COST-ACCT
				MOVE FDP-ACCUM-ACCT TO WS-ACCUM-ACCT
				MOVE FDP-EXPENSE-ACCT TO WS-EXPENSE-ACCT
				MOVE FDP-PROCEEDS-ACCT
					TO WS-PROCEEDS-ACCT
				MOVE FDP-GAIN-ACCT TO WS-GAIN-ACCT
				MOVE FDP-LOSS-ACCT TO WS-LOSS-ACCT
				IF FDP-MONTH NUMERIC
					MOVE FDP-MONTH TO WS-MONTH
				END-IF
			END-IF
			CLOSE PARM-FILE
		END-IF.

	LOAD-ASSET-MASTER.
		OPEN INPUT ASSET-MASTER.
		IF WS-MAST-STATUS NOT = "00"
			DISPLAY "Fichier FAMAST absent"
			MOVE 8 TO WS-RETURN-CODE
			SET MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-ASSET-MASTER
		END-IF.
		PERFORM LOAD-ASSET-ENTRY UNTIL MASTER-EOF.
		IF WS-MAST-STATUS NOT = "35"
			CLOSE ASSET-MASTER
		END-IF.

	READ-ASSET-MASTER.
		READ ASSET-MASTER
			AT END SET MASTER-EOF TO TRUE
		END-READ.

	LOAD-ASSET-ENTRY.
		ADD 1 TO WS-STAT-READ.
		IF WS-AT-COUNT < 5000
			ADD 1 TO WS-AT-COUNT
			MOVE ASSET-REC TO AT-REC(WS-AT-COUNT)
			MOVE ZERO TO AT-DEPR-MONTH(WS-AT-COUNT)
			MOVE ZERO TO AT-RESULT(WS-AT-COUNT)
			MOVE "N" TO AT-DISP-RUN(WS-AT-COUNT)
			IF FA-STATUS NOT = "R"
				MOVE FA-STORE TO WS-FIND-STORE
				PERFORM FIND-STORE-ENTRY
			END-IF
		ELSE
			DISPLAY "Table des immobilisations saturee"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-ASSET-MASTER.

	FIND-STORE-ENTRY.
		MOVE ZERO TO WS-SR-FOUND.
		MOVE ZERO TO WS-SR-INS.
		PERFORM VARYING WS-SR-IDX FROM 1 BY 1
			UNTIL WS-SR-IDX > WS-SR-COUNT
			OR WS-SR-FOUND > ZERO
			OR WS-SR-INS > ZERO
			IF SR-STORE(WS-SR-IDX) = WS-FIND-STORE
				MOVE WS-SR-IDX TO WS-SR-FOUND
			END-IF
			IF SR-STORE(WS-SR-IDX) > WS-FIND-STORE
				MOVE WS-SR-IDX TO WS-SR-INS
			END-IF
		END-PERFORM.
		IF WS-SR-FOUND = ZERO
			IF WS-SR-COUNT < 999
				PERFORM INSERT-STORE-ENTRY
			ELSE
				DISPLAY "Table des magasins saturee"
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.

	INSERT-STORE-ENTRY.
		IF WS-SR-INS = ZERO
			COMPUTE WS-SR-INS = WS-SR-COUNT + 1
		END-IF.
		ADD 1 TO WS-SR-COUNT.
		PERFORM VARYING WS-SR-SHIFT FROM WS-SR-COUNT
			BY -1 UNTIL WS-SR-SHIFT <= WS-SR-INS
			MOVE WS-SR-ENTRY(WS-SR-SHIFT - 1)
				TO WS-SR-ENTRY(WS-SR-SHIFT)
		END-PERFORM.
		MOVE WS-FIND-STORE TO SR-STORE(WS-SR-INS).
		MOVE ZERO TO SR-DEPR(WS-SR-INS).
		MOVE WS-SR-INS TO WS-SR-FOUND.

	OPEN-SUBLEDGER.
		OPEN EXTEND SUBLEDGER-FILE.
		IF WS-SUB-STATUS = "35"
			OPEN OUTPUT SUBLEDGER-FILE
		END-IF.
		MOVE "H" TO LDH-TYPE.
		MOVE WS-TODAY TO LDH-DATE.
		MOVE "FADEPR" TO LDH-SOURCE.
		WRITE LEDGER-HDR-REC.

	CLOSE-SUBLEDGER.
		MOVE "T" TO LDT-TYPE.
		MOVE WS-LED-COUNT TO LDT-COUNT.
		MOVE WS-LED-HASH TO LDT-HASH.
		WRITE LEDGER-TRL-REC.
		CLOSE SUBLEDGER-FILE.

	PROCESS-ONE-ASSET.
		IF AT-STATUS(WS-AT-IDX) NOT = "R"
			IF AT-GL-STORE(WS-AT-IDX)
				NOT = AT-STORE(WS-AT-IDX)
				PERFORM POST-TRANSFER
			END-IF
			IF AT-STATUS(WS-AT-IDX) = "A"
				PERFORM DEPRECIATE-ASSET
			END-IF
			IF AT-STATUS(WS-AT-IDX) = "D"
				PERFORM POST-DISPOSAL
			END-IF
		END-IF.

	POST-TRANSFER.
		MOVE AT-COST(WS-AT-IDX) TO WS-ABS-AMOUNT.
		MOVE WS-COST-ACCT TO WS-ENT-ACCOUNT.
		MOVE "C" TO WS-ENT-DC.
		MOVE AT-GL-STORE(WS-AT-IDX) TO WS-ENT-CENTER.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE AT-COST(WS-AT-IDX) TO WS-ABS-AMOUNT.
		MOVE "D" TO WS-ENT-DC.
		MOVE AT-STORE(WS-AT-IDX) TO WS-ENT-CENTER.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE AT-ACCUM(WS-AT-IDX) TO WS-ABS-AMOUNT.
		MOVE WS-ACCUM-ACCT TO WS-ENT-ACCOUNT.
		MOVE "D" TO WS-ENT-DC.
		MOVE AT-GL-STORE(WS-AT-IDX) TO WS-ENT-CENTER.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE AT-ACCUM(WS-AT-IDX) TO WS-ABS-AMOUNT.
		MOVE "C" TO WS-ENT-DC.
		MOVE AT-STORE(WS-AT-IDX) TO WS-ENT-CENTER.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE AT-STORE(WS-AT-IDX) TO AT-GL-STORE(WS-AT-IDX).
		ADD 1 TO WS-TRANSFERRED.

	DEPRECIATE-ASSET.
		MOVE AT-ACQ-DATE(WS-AT-IDX)(1:6) TO WS-ACQ-MONTH.
		IF WS-ACQ-MONTH NUMERIC
			AND WS-ACQ-MONTH <= WS-MONTH
			AND (AT-LAST-MONTH(WS-AT-IDX) = SPACES
			OR AT-LAST-MONTH(WS-AT-IDX) < WS-MONTH)
			PERFORM COMPUTE-DEPRECIATION
			IF WS-DEPR-AMT > ZERO
				ADD WS-DEPR-AMT TO AT-ACCUM(WS-AT-IDX)
				MOVE WS-DEPR-AMT
					TO AT-DEPR-MONTH(WS-AT-IDX)
				MOVE AT-STORE(WS-AT-IDX)
					TO WS-FIND-STORE
				PERFORM FIND-STORE-ENTRY
				ADD WS-DEPR-AMT TO SR-DEPR(WS-SR-FOUND)
				ADD 1 TO WS-DEPRECIATED
			END-IF
			MOVE WS-MONTH TO AT-LAST-MONTH(WS-AT-IDX)
		END-IF.

	COMPUTE-DEPRECIATION.
		COMPUTE WS-MONTHS-USED =
			(WS-MONTH-YY * 12 + WS-MONTH-MM)
			- (WS-ACQ-YY * 12 + WS-ACQ-MM).
		COMPUTE WS-MONTHS-LEFT =
			AT-LIFE(WS-AT-IDX) - WS-MONTHS-USED.
		COMPUTE WS-DEPR-BASE = AT-COST(WS-AT-IDX)
			- AT-SALVAGE(WS-AT-IDX).
		COMPUTE WS-DEPR-LEFT = WS-DEPR-BASE
			- AT-ACCUM(WS-AT-IDX).
		MOVE ZERO TO WS-DEPR-AMT.
		EVALUATE TRUE
			WHEN WS-DEPR-LEFT NOT > ZERO
				ADD 1 TO WS-FULLY-DEPR
			WHEN WS-MONTHS-LEFT NOT > 1
				MOVE WS-DEPR-LEFT TO WS-DEPR-AMT
			WHEN AT-METHOD(WS-AT-IDX) = "D"
				COMPUTE WS-NBV = AT-COST(WS-AT-IDX)
					- AT-ACCUM(WS-AT-IDX)
				COMPUTE WS-DEPR-AMT ROUNDED =
					WS-NBV * 2 / AT-LIFE(WS-AT-IDX)
				COMPUTE WS-DEPR-SWITCH ROUNDED =
					WS-DEPR-LEFT / WS-MONTHS-LEFT
				IF WS-DEPR-SWITCH > WS-DEPR-AMT
					MOVE WS-DEPR-SWITCH
						TO WS-DEPR-AMT
				END-IF
			WHEN OTHER
				COMPUTE WS-DEPR-AMT ROUNDED =
					WS-DEPR-BASE
					/ AT-LIFE(WS-AT-IDX)
		END-EVALUATE.
		IF WS-DEPR-AMT > WS-DEPR-LEFT
			AND WS-DEPR-LEFT > ZERO
			MOVE WS-DEPR-LEFT TO WS-DEPR-AMT
		END-IF.

	POST-DISPOSAL.
		COMPUTE WS-NBV = AT-COST(WS-AT-IDX)
			- AT-ACCUM(WS-AT-IDX).
		COMPUTE AT-RESULT(WS-AT-IDX) =
			AT-PROCEEDS(WS-AT-IDX) - WS-NBV.
		MOVE AT-GL-STORE(WS-AT-IDX) TO WS-ENT-CENTER.
		MOVE AT-ACCUM(WS-AT-IDX) TO WS-ABS-AMOUNT.
		MOVE WS-ACCUM-ACCT TO WS-ENT-ACCOUNT.
		MOVE "D" TO WS-ENT-DC.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE AT-PROCEEDS(WS-AT-IDX) TO WS-ABS-AMOUNT.
		MOVE WS-PROCEEDS-ACCT TO WS-ENT-ACCOUNT.
		MOVE "D" TO WS-ENT-DC.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE AT-COST(WS-AT-IDX) TO WS-ABS-AMOUNT.
		MOVE WS-COST-ACCT TO WS-ENT-ACCOUNT.
		MOVE "C" TO WS-ENT-DC.
		PERFORM WRITE-LEDGER-ENTRY.
		IF AT-RESULT(WS-AT-IDX) < ZERO
			COMPUTE WS-ABS-AMOUNT =
				ZERO - AT-RESULT(WS-AT-IDX)
			MOVE WS-LOSS-ACCT TO WS-ENT-ACCOUNT
			MOVE "D" TO WS-ENT-DC
		ELSE
			MOVE AT-RESULT(WS-AT-IDX) TO WS-ABS-AMOUNT
			MOVE WS-GAIN-ACCT TO WS-ENT-ACCOUNT
			MOVE "C" TO WS-ENT-DC
		END-IF.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE "R" TO AT-STATUS(WS-AT-IDX).
		MOVE "Y" TO AT-DISP-RUN(WS-AT-IDX).
		ADD 1 TO WS-DISPOSED.

	POST-STORE-DEPRECIATION.
		MOVE SR-STORE(WS-SR-IDX) TO WS-ENT-CENTER.
		MOVE SR-DEPR(WS-SR-IDX) TO WS-ABS-AMOUNT.
		MOVE WS-EXPENSE-ACCT TO WS-ENT-ACCOUNT.
		MOVE "D" TO WS-ENT-DC.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE SR-DEPR(WS-SR-IDX) TO WS-ABS-AMOUNT.
		MOVE WS-ACCUM-ACCT TO WS-ENT-ACCOUNT.
		MOVE "C" TO WS-ENT-DC.
		PERFORM WRITE-LEDGER-ENTRY.

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

	WRITE-NEW-MASTER.
		OPEN OUTPUT ASSET-OUT-FILE.
		PERFORM WRITE-ASSET-OUT
			VARYING WS-AT-IDX FROM 1 BY 1
			UNTIL WS-AT-IDX > WS-AT-COUNT.
		CLOSE ASSET-OUT-FILE.

	WRITE-ASSET-OUT.
		MOVE AT-REC(WS-AT-IDX) TO ASSET-OUT-REC.
		WRITE ASSET-OUT-REC.
		ADD 1 TO WS-STAT-WRIT.

	PRINT-REGISTER.
		OPEN OUTPUT REGISTER-FILE.
		MOVE WS-MONTH TO RT-MONTH.
		MOVE WS-TODAY TO RT-DATE.
		WRITE REGISTER-LINE FROM WS-RPT-TITLE.
		WRITE REGISTER-LINE FROM WS-RPT-COLUMNS.
		PERFORM PRINT-STORE-GROUP
			VARYING WS-SR-IDX FROM 1 BY 1
			UNTIL WS-SR-IDX > WS-SR-COUNT.
		MOVE SPACES TO REGISTER-LINE.
		WRITE REGISTER-LINE.
		MOVE "TOTAL GENERAL" TO RO-LABEL.
		MOVE WS-GRD-COST TO RO-COST.
		MOVE WS-GRD-DEPR TO RO-DEPR.
		MOVE WS-GRD-ACCUM TO RO-ACCUM.
		MOVE WS-GRD-NBV TO RO-NBV.
		WRITE REGISTER-LINE FROM WS-RPT-TOTAL.
		PERFORM WRITE-SUMMARY.
		CLOSE REGISTER-FILE.

	PRINT-STORE-GROUP.
		MOVE SPACES TO REGISTER-LINE.
		WRITE REGISTER-LINE.
		MOVE SR-STORE(WS-SR-IDX) TO RS-STORE-NO.
		WRITE REGISTER-LINE FROM WS-RPT-STORE.
		MOVE ZERO TO WS-TOT-COST.
		MOVE ZERO TO WS-TOT-DEPR.
		MOVE ZERO TO WS-TOT-ACCUM.
		MOVE ZERO TO WS-TOT-NBV.
		PERFORM PRINT-ONE-ASSET
			VARYING WS-AT-IDX FROM 1 BY 1
			UNTIL WS-AT-IDX > WS-AT-COUNT.
		MOVE "Total magasin" TO RO-LABEL.
		MOVE WS-TOT-COST TO RO-COST.
		MOVE WS-TOT-DEPR TO RO-DEPR.
		MOVE WS-TOT-ACCUM TO RO-ACCUM.
		MOVE WS-TOT-NBV TO RO-NBV.
		WRITE REGISTER-LINE FROM WS-RPT-TOTAL.
		ADD WS-TOT-COST TO WS-GRD-COST.
		ADD WS-TOT-DEPR TO WS-GRD-DEPR.
		ADD WS-TOT-ACCUM TO WS-GRD-ACCUM.
		ADD WS-TOT-NBV TO WS-GRD-NBV.

	PRINT-ONE-ASSET.
		IF AT-STORE(WS-AT-IDX) = SR-STORE(WS-SR-IDX)
			AND (AT-STATUS(WS-AT-IDX) NOT = "R"
			OR AT-DISP-RUN(WS-AT-IDX) = "Y")
			PERFORM PRINT-ASSET-LINE
		END-IF.

	PRINT-ASSET-LINE.
		COMPUTE WS-NBV = AT-COST(WS-AT-IDX)
			- AT-ACCUM(WS-AT-IDX).
		MOVE AT-ASSET(WS-AT-IDX) TO RD-ASSET.
		MOVE AT-CLASS(WS-AT-IDX) TO RD-CLASS.
		MOVE AT-ACQ-DATE(WS-AT-IDX) TO RD-ACQ.
		MOVE AT-METHOD(WS-AT-IDX) TO RD-METHOD.
		MOVE AT-COST(WS-AT-IDX) TO RD-COST.
		MOVE AT-DEPR-MONTH(WS-AT-IDX) TO RD-DEPR.
		MOVE AT-ACCUM(WS-AT-IDX) TO RD-ACCUM.
		ADD AT-DEPR-MONTH(WS-AT-IDX) TO WS-TOT-DEPR.
		IF AT-DISP-RUN(WS-AT-IDX) = "Y"
			MOVE ZERO TO RD-NBV
			MOVE "CEDE" TO RD-STATE
		ELSE
			MOVE WS-NBV TO RD-NBV
			ADD AT-COST(WS-AT-IDX) TO WS-TOT-COST
			ADD AT-ACCUM(WS-AT-IDX) TO WS-TOT-ACCUM
			ADD WS-NBV TO WS-TOT-NBV
			IF WS-NBV = AT-SALVAGE(WS-AT-IDX)
				MOVE "AMORTI" TO RD-STATE
			ELSE
				MOVE "ACTIF" TO RD-STATE
			END-IF
		END-IF.
		WRITE REGISTER-LINE FROM WS-RPT-DETAIL.
		IF AT-DISP-RUN(WS-AT-IDX) = "Y"
			MOVE AT-DISP-DATE(WS-AT-IDX) TO RP-DATE
			MOVE AT-PROCEEDS(WS-AT-IDX) TO RP-PRICE
			MOVE AT-RESULT(WS-AT-IDX) TO RP-RESULT
			WRITE REGISTER-LINE FROM WS-RPT-DISPOSAL
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO REGISTER-LINE.
		WRITE REGISTER-LINE.
		MOVE "Biens amortis ce mois" TO RY-LABEL.
		MOVE WS-DEPRECIATED TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.
		MOVE "Biens totalement amortis" TO RY-LABEL.
		MOVE WS-FULLY-DEPR TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.
		MOVE "Cessions comptabilisees" TO RY-LABEL.
		MOVE WS-DISPOSED TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.
		MOVE "Transferts comptabilises" TO RY-LABEL.
		MOVE WS-TRANSFERRED TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.
		MOVE "Ecritures comptables emises" TO RY-LABEL.
		MOVE WS-LED-COUNT TO RY-COUNT.
		WRITE REGISTER-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
