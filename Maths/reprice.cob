	IDENTIFICATION DIVISION.
	PROGRAM-ID. REPRICE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "RPRPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT RATE-INDEX-FILE ASSIGN TO "RATEIDX"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RIX-STATUS.
		SELECT CONTROL-FILE ASSIGN TO "AMRTCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CTL-STATUS.
		SELECT SCHEDULE-FILE ASSIGN TO "AMRTSKED"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SKED-STATUS.
		SELECT SCHEDULE-OUT-FILE ASSIGN TO "AMSKOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT SCHEDULE-HIST-FILE ASSIGN TO "AMRTHIST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SKH-STATUS.
		SELECT LOAN-STATUS-IN ASSIGN TO "LOANSTIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LSI-STATUS.
		SELECT LOAN-STATUS-OUT ASSIGN TO "LOANSTAT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT REPRICE-RPT-FILE ASSIGN TO "REPRICRP"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 RPP-MONTH PIC X(6).

	FD  RATE-INDEX-FILE.
	01  RATE-INDEX-REC.
		02 RIX-CODE PIC X(4).
		02 RIX-DATE PIC X(8).
		02 RIX-RATE PIC 9(2)V9(3).

	FD  CONTROL-FILE.
	01  CONTROL-REC.
		02 CTL-LOAN-ID  PIC 9(6).
		02 CTL-BALANCE  PIC 9(8).
		02 CTL-PERIODS  PIC 9(3).
		02 CTL-RATE-TYPE PIC X.
			88 CTL-VARIABLE-RATE VALUE "V".
		02 CTL-INDEX    PIC X(4).
		02 CTL-MARGIN   PIC 9(2)V9(3).
		02 CTL-RESET    PIC 9(2).
		02 CTL-START    PIC X(6).

	FD  SCHEDULE-FILE.
	01  SCHEDULE-REC.
		02 SKD-LOAN-ID  PIC 9(6).
		02 SKD-PERIOD   PIC 9(3).
		02 SKD-PAYMENT  PIC 9(8).
		02 SKD-ACCRUED  PIC 9(8).
		02 SKD-NOTE     PIC X(20).

	FD  SCHEDULE-OUT-FILE.
	01  SCHEDULE-OUT-REC.
		02 SKO-LOAN-ID  PIC 9(6).
		02 SKO-PERIOD   PIC 9(3).
		02 SKO-PAYMENT  PIC 9(8).
		02 SKO-ACCRUED  PIC 9(8).
		02 SKO-NOTE     PIC X(20).

	FD  SCHEDULE-HIST-FILE.
	01  SCHEDULE-HIST-REC.
		02 SKH-LOAN-ID  PIC 9(6).
		02 SKH-PERIOD   PIC 9(3).
		02 SKH-PAYMENT  PIC 9(8).
		02 SKH-ACCRUED  PIC 9(8).
		02 SKH-NOTE     PIC X(20).
		02 SKH-DATE     PIC X(8).
		02 SKH-NEW-RATE PIC 9(2)V9(3).

	FD  LOAN-STATUS-IN.
	01  LOAN-STATUS-IN-REC.
		02 LSI-LOAN   PIC 9(6).
		02 LSI-STATUS PIC X.

	FD  LOAN-STATUS-OUT.
	01  LOAN-STATUS-OUT-REC.
		02 LSO-LOAN   PIC 9(6).
		02 LSO-STATUS PIC X.

	FD  REPRICE-RPT-FILE.
	01  REPRICE-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS PIC XX.
	01 WS-RIX-STATUS  PIC XX.
	01 WS-CTL-STATUS  PIC XX.
	01 WS-SKED-STATUS PIC XX.
	01 WS-SKH-STATUS  PIC XX.
	01 WS-LSI-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-RIX-EOF PIC X VALUE "N".
			88 RATE-INDEX-EOF VALUE "Y".
		02 WS-CTL-EOF PIC X VALUE "N".
			88 CONTROL-EOF VALUE "Y".
		02 WS-SKED-EOF PIC X VALUE "N".
			88 SCHEDULE-EOF VALUE "Y".
		02 WS-LSI-EOF PIC X VALUE "N".
			88 LOAN-STATUS-EOF VALUE "Y".
		02 WS-FIRST-FLAG PIC X VALUE "Y".
			88 FIRST-SCHEDULE VALUE "Y".

	01 WS-TODAY PIC X(8).
	01 WS-MONTH PIC X(6).
	01 WS-MONTH-NUM REDEFINES WS-MONTH.
		02 WS-MONTH-YY PIC 9(4).
		02 WS-MONTH-MM PIC 9(2).

	01 WS-START-MONTH PIC X(6).
	01 WS-START-NUM REDEFINES WS-START-MONTH.
		02 WS-START-YY PIC 9(4).
		02 WS-START-MM PIC 9(2).

	01 WS-INDEX-TAB-CTL.
		02 WS-IX-COUNT PIC 9(3) VALUE ZERO.
		02 WS-IX-IDX   PIC 9(3).
		02 WS-IX-FOUND PIC 9(3).

	01 WS-INDEX-TAB.
		02 WS-IX-ENTRY OCCURS 500 TIMES.
			03 IX-CODE PIC X(4).
			03 IX-DATE PIC X(8).
			03 IX-RATE PIC 9(2)V9(3).

	01 WS-LOAN-TAB-CTL.
		02 WS-RL-COUNT PIC 9(3) VALUE ZERO.
		02 WS-RL-IDX   PIC 9(3).
		02 WS-RL-FOUND PIC 9(3).

	01 WS-LOAN-TAB.
		02 WS-RL-ENTRY OCCURS 999 TIMES.
			03 RL-LOAN      PIC 9(6).
			03 RL-INDEX     PIC X(4).
			03 RL-MARGIN    PIC 9(2)V9(3).
			03 RL-RESET     PIC 9(2).
			03 RL-PERIOD    PIC 9(3).
			03 RL-IDX-RATE  PIC 9(2)V9(3).
			03 RL-NEW-RATE  PIC 9(2)V9(3).
			03 RL-STATE     PIC X.
				88 RL-DUE       VALUE "D".
				88 RL-NOT-DUE   VALUE "N".
				88 RL-NO-INDEX  VALUE "I".
				88 RL-SETTLED   VALUE "S".
				88 RL-DONE      VALUE "R".
				88 RL-ALREADY   VALUE "A".
			03 RL-REMAIN    PIC 9(10).
			03 RL-LEFT      PIC 9(3).
			03 RL-OLD-INST  PIC 9(10).
			03 RL-NEW-INST  PIC 9(10).

	01 WS-STATUS-TAB-CTL.
		02 WS-LS-COUNT PIC 9(3) VALUE ZERO.
		02 WS-LS-IDX   PIC 9(3).
		02 WS-LS-FOUND PIC 9(3).

	01 WS-STATUS-TAB.
		02 WS-LS-ENTRY OCCURS 999 TIMES.
			03 LS-LOAN   PIC 9(6).
			03 LS-STATUS PIC X.

	01 WS-LOAN-WORK.
		02 WS-CUR-LOAN   PIC 9(6).
		02 WS-CUR-RL     PIC 9(3).
		02 WS-FIND-LOAN  PIC 9(6).
		02 WS-ELAPSED    PIC S9(5).
		02 WS-RESET-REM  PIC 9(3).
		02 WS-RESET-QUO  PIC 9(3).
		02 WS-BEST-DATE  PIC X(8).
		02 WS-PER-NUM    PIC 9(3).
		02 WS-BAL-LEFT   PIC 9(10).
		02 WS-INTEREST   PIC 9(8).
		02 WS-PRINCIPAL  PIC 9(8).
		02 WS-MRATE      PIC 9V9(8).
		02 WS-FACTOR     PIC 9(5)V9(8).
		02 WS-ANN-NUM    PIC 9(5)V9(8).
		02 WS-ANN-DEN    PIC 9(5)V9(8).
		02 WS-ANNUITY    PIC 9(3)V9(8).

	01 WS-TALLIES.
		02 WS-VARIABLE   PIC 9(4) VALUE ZERO.
		02 WS-REPRICED   PIC 9(4) VALUE ZERO.
		02 WS-NOT-DUE    PIC 9(4) VALUE ZERO.
		02 WS-NO-INDEX   PIC 9(4) VALUE ZERO.
		02 WS-SUPERSEDED PIC 9(6) VALUE ZERO.

	01 WS-NOTE-WORK.
		02 WN-TEXT PIC X(12) VALUE "TAUX REVISE ".
		02 WN-RATE PIC 99.999.
		02 FILLER  PIC X(2)  VALUE "% ".

	01 WS-RPT-TITLE.
		02 FILLER PIC X(34) VALUE
			"Revision des prets a taux variable".
		02 FILLER PIC X(7)  VALUE " - mois".
		02 FILLER PIC X(1)  VALUE SPACES.
		02 RT-MONTH PIC X(6).
		02 FILLER PIC X(4)  VALUE " du ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(20) VALUE SPACES.

	01 WS-RPT-NOTICE-1.
		02 FILLER    PIC X(7)  VALUE "  Pret ".
		02 RN-LOAN   PIC 9(6).
		02 FILLER    PIC X(27) VALUE
			" - revision a l'echeance ".
		02 RN-PERIOD PIC ZZ9.
		02 FILLER    PIC X(37) VALUE SPACES.

	01 WS-RPT-NOTICE-2.
		02 FILLER    PIC X(11) VALUE "    Indice ".
		02 RN-INDEX  PIC X(4).
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 RN-IDX-RATE PIC Z9.999.
		02 FILLER    PIC X(9)  VALUE " + marge ".
		02 RN-MARGIN PIC Z9.999.
		02 FILLER    PIC X(9)  VALUE " = taux ".
		02 RN-RATE   PIC Z9.999.
		02 FILLER    PIC X(28) VALUE SPACES.

	01 WS-RPT-NOTICE-3.
		02 FILLER    PIC X(22) VALUE "    Capital restant   ".
		02 RN-REMAIN PIC ZZZZZZZZZ9.
		02 FILLER    PIC X(5)  VALUE " sur ".
		02 RN-LEFT   PIC ZZ9.
		02 FILLER    PIC X(10) VALUE " echeances".
		02 FILLER    PIC X(30) VALUE SPACES.

	01 WS-RPT-NOTICE-4.
		02 FILLER    PIC X(22) VALUE "    Echeance ancienne ".
		02 RN-OLD    PIC ZZZZZZZZZ9.
		02 FILLER    PIC X(10) VALUE " nouvelle ".
		02 RN-NEW    PIC ZZZZZZZZZ9.
		02 FILLER    PIC X(28) VALUE SPACES.

	01 WS-RPT-EXCEPT.
		02 FILLER    PIC X(7)  VALUE "  Pret ".
		02 RX-LOAN   PIC 9(6).
		02 FILLER    PIC X(3)  VALUE " - ".
		02 RX-TEXT   PIC X(40).
		02 FILLER    PIC X(24) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 RY-LABEL  PIC X(34).
		02 RY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "REPRICE" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		OPEN OUTPUT REPRICE-RPT-FILE.
		MOVE WS-MONTH TO RT-MONTH.
		MOVE WS-TODAY TO RT-DATE.
		WRITE REPRICE-LINE FROM WS-RPT-TITLE.
		MOVE SPACES TO REPRICE-LINE.
		WRITE REPRICE-LINE.
		PERFORM LOAD-RATE-INDEX.
		PERFORM LOAD-LOAN-STATUS.
		PERFORM LOAD-VARIABLE-LOANS.
		PERFORM REPRICE-SCHEDULES.
		PERFORM REPORT-EXCEPTIONS.
		PERFORM WRITE-LOAN-STATUS.
		PERFORM WRITE-SUMMARY.
		CLOSE REPRICE-RPT-FILE.
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
				AND RPP-MONTH NUMERIC
				MOVE RPP-MONTH TO WS-MONTH
			END-IF
			CLOSE PARM-FILE
		END-IF.

	LOAD-RATE-INDEX.
		OPEN INPUT RATE-INDEX-FILE.
		IF WS-RIX-STATUS NOT = "00"
			DISPLAY "Fichier RATEIDX absent"
			MOVE 8 TO WS-RETURN-CODE
			SET RATE-INDEX-EOF TO TRUE
		ELSE
			PERFORM READ-RATE-INDEX
		END-IF.
		PERFORM LOAD-INDEX-ENTRY UNTIL RATE-INDEX-EOF.
		IF WS-RIX-STATUS NOT = "35"
			CLOSE RATE-INDEX-FILE
		END-IF.

	READ-RATE-INDEX.
		READ RATE-INDEX-FILE
			AT END SET RATE-INDEX-EOF TO TRUE
		END-READ.

	LOAD-INDEX-ENTRY.
		IF RIX-RATE NOT NUMERIC
			DISPLAY "Taux indice invalide " RIX-CODE
				" " RIX-DATE
			ADD 1 TO WS-STAT-REJ
		ELSE
			IF WS-IX-COUNT < 500
				ADD 1 TO WS-IX-COUNT
				MOVE RIX-CODE TO IX-CODE(WS-IX-COUNT)
				MOVE RIX-DATE TO IX-DATE(WS-IX-COUNT)
				MOVE RIX-RATE TO IX-RATE(WS-IX-COUNT)
			ELSE
				DISPLAY "Table des indices saturee"
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-RATE-INDEX.

	LOAD-LOAN-STATUS.
		OPEN INPUT LOAN-STATUS-IN.
		IF WS-LSI-STATUS NOT = "00"
			DISPLAY "Pas de statuts de prets anterieurs"
			SET LOAN-STATUS-EOF TO TRUE
		ELSE
			PERFORM READ-LOAN-STATUS
		END-IF.
		PERFORM LOAD-STATUS-ENTRY
			UNTIL LOAN-STATUS-EOF.
		IF WS-LSI-STATUS NOT = "35"
			CLOSE LOAN-STATUS-IN
		END-IF.

	READ-LOAN-STATUS.
		READ LOAN-STATUS-IN
			AT END SET LOAN-STATUS-EOF TO TRUE
		END-READ.

	LOAD-STATUS-ENTRY.
		IF WS-LS-COUNT < 999
			ADD 1 TO WS-LS-COUNT
			MOVE LSI-LOAN TO LS-LOAN(WS-LS-COUNT)
			MOVE LSI-STATUS TO LS-STATUS(WS-LS-COUNT)
		ELSE
			DISPLAY "Table statuts de prets saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-LOAN-STATUS.

	FIND-LOAN-STATUS.
		MOVE ZERO TO WS-LS-FOUND.
		PERFORM VARYING WS-LS-IDX FROM 1 BY 1
			UNTIL WS-LS-IDX > WS-LS-COUNT
			IF LS-LOAN(WS-LS-IDX) = WS-FIND-LOAN
				MOVE WS-LS-IDX TO WS-LS-FOUND
			END-IF
		END-PERFORM.

	LOAD-VARIABLE-LOANS.
		OPEN INPUT CONTROL-FILE.
		IF WS-CTL-STATUS NOT = "00"
			DISPLAY "Fichier AMRTCTL absent"
			MOVE 12 TO WS-RETURN-CODE
			SET CONTROL-EOF TO TRUE
		ELSE
			PERFORM READ-CONTROL
		END-IF.
		PERFORM LOAD-VARIABLE-ENTRY UNTIL CONTROL-EOF.
		IF WS-CTL-STATUS NOT = "35"
			CLOSE CONTROL-FILE
		END-IF.

	READ-CONTROL.
		READ CONTROL-FILE
			AT END SET CONTROL-EOF TO TRUE
		END-READ.

	LOAD-VARIABLE-ENTRY.
		IF CTL-VARIABLE-RATE
			ADD 1 TO WS-VARIABLE
			IF WS-RL-COUNT < 999
				ADD 1 TO WS-RL-COUNT
				MOVE WS-RL-COUNT TO WS-RL-IDX
				PERFORM SET-RESET-PERIOD
			ELSE
				DISPLAY "Table des prets variables "
					"saturee"
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-CONTROL.

	SET-RESET-PERIOD.
		MOVE CTL-LOAN-ID TO RL-LOAN(WS-RL-IDX).
		MOVE CTL-INDEX TO RL-INDEX(WS-RL-IDX).
		MOVE ZERO TO RL-MARGIN(WS-RL-IDX).
		IF CTL-MARGIN NUMERIC
			MOVE CTL-MARGIN TO RL-MARGIN(WS-RL-IDX)
		END-IF.
		MOVE ZERO TO RL-RESET(WS-RL-IDX).
		IF CTL-RESET NUMERIC
			MOVE CTL-RESET TO RL-RESET(WS-RL-IDX)
		END-IF.
		MOVE ZERO TO RL-PERIOD(WS-RL-IDX).
		MOVE ZERO TO RL-IDX-RATE(WS-RL-IDX).
		MOVE ZERO TO RL-NEW-RATE(WS-RL-IDX).
		MOVE ZERO TO RL-REMAIN(WS-RL-IDX).
		MOVE ZERO TO RL-LEFT(WS-RL-IDX).
		MOVE ZERO TO RL-OLD-INST(WS-RL-IDX).
		MOVE ZERO TO RL-NEW-INST(WS-RL-IDX).
		SET RL-NOT-DUE(WS-RL-IDX) TO TRUE.
		MOVE CTL-START TO WS-START-MONTH.
		IF CTL-START NUMERIC
			AND RL-RESET(WS-RL-IDX) > ZERO
			COMPUTE WS-ELAPSED =
				(WS-MONTH-YY * 12 + WS-MONTH-MM)
				- (WS-START-YY * 12 + WS-START-MM)
			IF WS-ELAPSED > ZERO
				DIVIDE WS-ELAPSED BY RL-RESET(WS-RL-IDX)
					GIVING WS-RESET-QUO
					REMAINDER WS-RESET-REM
				IF WS-RESET-REM = ZERO
					COMPUTE RL-PERIOD(WS-RL-IDX) =
						WS-ELAPSED + 1
					PERFORM FIND-INDEX-RATE
				END-IF
			END-IF
		END-IF.
		MOVE CTL-LOAN-ID TO WS-FIND-LOAN.
		PERFORM FIND-LOAN-STATUS.
		IF WS-LS-FOUND > ZERO
			IF LS-STATUS(WS-LS-FOUND) = "S"
				SET RL-SETTLED(WS-RL-IDX) TO TRUE
			END-IF
		END-IF.

	FIND-INDEX-RATE.
		MOVE ZERO TO WS-IX-FOUND.
		MOVE SPACES TO WS-BEST-DATE.
		PERFORM VARYING WS-IX-IDX FROM 1 BY 1
			UNTIL WS-IX-IDX > WS-IX-COUNT
			IF IX-CODE(WS-IX-IDX) = RL-INDEX(WS-RL-IDX)
				AND IX-DATE(WS-IX-IDX)(1:6) <= WS-MONTH
				AND IX-DATE(WS-IX-IDX) > WS-BEST-DATE
				MOVE WS-IX-IDX TO WS-IX-FOUND
				MOVE IX-DATE(WS-IX-IDX) TO WS-BEST-DATE
			END-IF
		END-PERFORM.
		IF WS-IX-FOUND = ZERO
			SET RL-NO-INDEX(WS-RL-IDX) TO TRUE
		ELSE
			SET RL-DUE(WS-RL-IDX) TO TRUE
			MOVE IX-RATE(WS-IX-FOUND)
				TO RL-IDX-RATE(WS-RL-IDX)
			COMPUTE RL-NEW-RATE(WS-RL-IDX) =
				IX-RATE(WS-IX-FOUND)
				+ RL-MARGIN(WS-RL-IDX)
		END-IF.

	FIND-VARIABLE-LOAN.
		MOVE ZERO TO WS-RL-FOUND.
		PERFORM VARYING WS-RL-IDX FROM 1 BY 1
			UNTIL WS-RL-IDX > WS-RL-COUNT
			IF RL-LOAN(WS-RL-IDX) = WS-FIND-LOAN
				MOVE WS-RL-IDX TO WS-RL-FOUND
			END-IF
		END-PERFORM.

	REPRICE-SCHEDULES.
		OPEN OUTPUT SCHEDULE-OUT-FILE.
		OPEN EXTEND SCHEDULE-HIST-FILE.
		IF WS-SKH-STATUS = "35"
			OPEN OUTPUT SCHEDULE-HIST-FILE
		END-IF.
		OPEN INPUT SCHEDULE-FILE.
		IF WS-SKED-STATUS NOT = "00"
			DISPLAY "Fichier AMRTSKED absent"
			MOVE 12 TO WS-RETURN-CODE
			SET SCHEDULE-EOF TO TRUE
		ELSE
			PERFORM READ-SCHEDULE
		END-IF.
		PERFORM REPRICE-ONE-LINE UNTIL SCHEDULE-EOF.
		IF NOT FIRST-SCHEDULE
			AND WS-CUR-RL > ZERO
			PERFORM FINISH-REPRICED-LOAN
		END-IF.
		IF WS-SKED-STATUS NOT = "35"
			CLOSE SCHEDULE-FILE
		END-IF.
		CLOSE SCHEDULE-HIST-FILE.
		CLOSE SCHEDULE-OUT-FILE.

	READ-SCHEDULE.
		READ SCHEDULE-FILE
			AT END SET SCHEDULE-EOF TO TRUE
		END-READ.

	REPRICE-ONE-LINE.
		ADD 1 TO WS-STAT-READ.
		IF FIRST-SCHEDULE
			OR SKD-LOAN-ID NOT = WS-CUR-LOAN
			PERFORM BREAK-LOAN-GROUP
		END-IF.
		IF WS-CUR-RL > ZERO
			IF SKD-PERIOD = RL-PERIOD(WS-CUR-RL)
				AND SKD-NOTE(1:12) = WN-TEXT
				SET RL-ALREADY(WS-CUR-RL) TO TRUE
				MOVE ZERO TO WS-CUR-RL
			END-IF
		END-IF.
		IF WS-CUR-RL = ZERO
			MOVE SCHEDULE-REC TO SCHEDULE-OUT-REC
			WRITE SCHEDULE-OUT-REC
			ADD 1 TO WS-STAT-WRIT
		ELSE
			PERFORM SPLIT-REPRICED-LINE
		END-IF.
		PERFORM READ-SCHEDULE.

	BREAK-LOAN-GROUP.
		IF NOT FIRST-SCHEDULE
			AND WS-CUR-RL > ZERO
			PERFORM FINISH-REPRICED-LOAN
		END-IF.
		MOVE "N" TO WS-FIRST-FLAG.
		MOVE SKD-LOAN-ID TO WS-CUR-LOAN.
		MOVE SKD-LOAN-ID TO WS-FIND-LOAN.
		PERFORM FIND-VARIABLE-LOAN.
		MOVE WS-RL-FOUND TO WS-CUR-RL.
		IF WS-CUR-RL > ZERO
			IF NOT RL-DUE(WS-CUR-RL)
				MOVE ZERO TO WS-CUR-RL
			END-IF
		END-IF.

	SPLIT-REPRICED-LINE.
		IF SKD-PERIOD < RL-PERIOD(WS-CUR-RL)
			MOVE SCHEDULE-REC TO SCHEDULE-OUT-REC
			WRITE SCHEDULE-OUT-REC
			ADD 1 TO WS-STAT-WRIT
		ELSE
			ADD SKD-PAYMENT TO RL-REMAIN(WS-CUR-RL)
			ADD 1 TO RL-LEFT(WS-CUR-RL)
			IF SKD-PERIOD = RL-PERIOD(WS-CUR-RL)
				COMPUTE RL-OLD-INST(WS-CUR-RL) =
					SKD-PAYMENT + SKD-ACCRUED
			END-IF
			MOVE SCHEDULE-REC TO SCHEDULE-HIST-REC
			MOVE WS-TODAY TO SKH-DATE
			MOVE RL-NEW-RATE(WS-CUR-RL) TO SKH-NEW-RATE
			WRITE SCHEDULE-HIST-REC
			ADD 1 TO WS-SUPERSEDED
		END-IF.

	FINISH-REPRICED-LOAN.
		IF RL-LEFT(WS-CUR-RL) = ZERO
			SET RL-NOT-DUE(WS-CUR-RL) TO TRUE
		ELSE
			PERFORM COMPUTE-INSTALLMENT
			MOVE RL-REMAIN(WS-CUR-RL) TO WS-BAL-LEFT
			PERFORM WRITE-REPRICED-LINE
				VARYING WS-PER-NUM FROM 1 BY 1
				UNTIL WS-PER-NUM > RL-LEFT(WS-CUR-RL)
			SET RL-DONE(WS-CUR-RL) TO TRUE
			ADD 1 TO WS-REPRICED
			PERFORM NOTE-LOAN-STATUS
			PERFORM WRITE-REPRICE-NOTICE
		END-IF.

	COMPUTE-INSTALLMENT.
		COMPUTE WS-MRATE ROUNDED =
			RL-NEW-RATE(WS-CUR-RL) / 1200.
		IF WS-MRATE = ZERO
			DIVIDE RL-REMAIN(WS-CUR-RL)
				BY RL-LEFT(WS-CUR-RL)
				GIVING RL-NEW-INST(WS-CUR-RL) ROUNDED
		ELSE
			COMPUTE WS-FACTOR ROUNDED =
				(1 + WS-MRATE) ** RL-LEFT(WS-CUR-RL)
			COMPUTE WS-ANN-NUM ROUNDED =
				WS-MRATE * WS-FACTOR
			COMPUTE WS-ANN-DEN = WS-FACTOR - 1
			DIVIDE WS-ANN-NUM BY WS-ANN-DEN
				GIVING WS-ANNUITY ROUNDED
			COMPUTE RL-NEW-INST(WS-CUR-RL) ROUNDED =
				RL-REMAIN(WS-CUR-RL) * WS-ANNUITY
		END-IF.

	WRITE-REPRICED-LINE.
		COMPUTE WS-INTEREST ROUNDED = WS-BAL-LEFT * WS-MRATE.
		IF WS-PER-NUM = RL-LEFT(WS-CUR-RL)
			OR RL-NEW-INST(WS-CUR-RL) - WS-INTEREST
				> WS-BAL-LEFT
			MOVE WS-BAL-LEFT TO WS-PRINCIPAL
		ELSE
			COMPUTE WS-PRINCIPAL =
				RL-NEW-INST(WS-CUR-RL) - WS-INTEREST
		END-IF.
		MOVE WS-CUR-LOAN TO SKO-LOAN-ID.
		COMPUTE SKO-PERIOD =
			RL-PERIOD(WS-CUR-RL) + WS-PER-NUM - 1.
		MOVE WS-PRINCIPAL TO SKO-PAYMENT.
		MOVE WS-INTEREST TO SKO-ACCRUED.
		IF WS-PER-NUM = 1
			MOVE RL-NEW-RATE(WS-CUR-RL) TO WN-RATE
			MOVE WS-NOTE-WORK TO SKO-NOTE
		ELSE
			IF WS-PER-NUM = RL-LEFT(WS-CUR-RL)
				MOVE "TAUX VAR - DERNIERE" TO SKO-NOTE
			ELSE
				MOVE "TAUX VARIABLE" TO SKO-NOTE
			END-IF
		END-IF.
		WRITE SCHEDULE-OUT-REC.
		ADD 1 TO WS-STAT-WRIT.
		SUBTRACT WS-PRINCIPAL FROM WS-BAL-LEFT.

	NOTE-LOAN-STATUS.
		MOVE WS-CUR-LOAN TO WS-FIND-LOAN.
		PERFORM FIND-LOAN-STATUS.
		IF WS-LS-FOUND = ZERO
			IF WS-LS-COUNT < 999
				ADD 1 TO WS-LS-COUNT
				MOVE WS-CUR-LOAN
					TO LS-LOAN(WS-LS-COUNT)
				MOVE "V" TO LS-STATUS(WS-LS-COUNT)
			ELSE
				DISPLAY "Table statuts de prets saturee"
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.

	WRITE-LOAN-STATUS.
		OPEN OUTPUT LOAN-STATUS-OUT.
		PERFORM WRITE-ONE-STATUS
			VARYING WS-LS-IDX FROM 1 BY 1
			UNTIL WS-LS-IDX > WS-LS-COUNT.
		CLOSE LOAN-STATUS-OUT.

	WRITE-ONE-STATUS.
		MOVE LS-LOAN(WS-LS-IDX) TO LSO-LOAN.
		MOVE LS-STATUS(WS-LS-IDX) TO LSO-STATUS.
		WRITE LOAN-STATUS-OUT-REC.

	WRITE-REPRICE-NOTICE.
		MOVE WS-CUR-LOAN TO RN-LOAN.
		MOVE RL-PERIOD(WS-CUR-RL) TO RN-PERIOD.
		WRITE REPRICE-LINE FROM WS-RPT-NOTICE-1.
		MOVE RL-INDEX(WS-CUR-RL) TO RN-INDEX.
		MOVE RL-IDX-RATE(WS-CUR-RL) TO RN-IDX-RATE.
		MOVE RL-MARGIN(WS-CUR-RL) TO RN-MARGIN.
		MOVE RL-NEW-RATE(WS-CUR-RL) TO RN-RATE.
		WRITE REPRICE-LINE FROM WS-RPT-NOTICE-2.
		MOVE RL-REMAIN(WS-CUR-RL) TO RN-REMAIN.
		MOVE RL-LEFT(WS-CUR-RL) TO RN-LEFT.
		WRITE REPRICE-LINE FROM WS-RPT-NOTICE-3.
		MOVE RL-OLD-INST(WS-CUR-RL) TO RN-OLD.
		MOVE RL-NEW-INST(WS-CUR-RL) TO RN-NEW.
		WRITE REPRICE-LINE FROM WS-RPT-NOTICE-4.
		MOVE SPACES TO REPRICE-LINE.
		WRITE REPRICE-LINE.

	REPORT-EXCEPTIONS.
		PERFORM REPORT-ONE-EXCEPTION
			VARYING WS-RL-IDX FROM 1 BY 1
			UNTIL WS-RL-IDX > WS-RL-COUNT.

	REPORT-ONE-EXCEPTION.
		MOVE RL-LOAN(WS-RL-IDX) TO RX-LOAN.
		EVALUATE TRUE
			WHEN RL-NO-INDEX(WS-RL-IDX)
				ADD 1 TO WS-NO-INDEX
				ADD 1 TO WS-STAT-REJ
				MOVE "indice absent - taux non revise"
					TO RX-TEXT
				WRITE REPRICE-LINE FROM WS-RPT-EXCEPT
				MOVE 8 TO WS-RETURN-CODE
			WHEN RL-DUE(WS-RL-IDX)
				ADD 1 TO WS-STAT-REJ
				MOVE "pas d'echeancier - non revise"
					TO RX-TEXT
				WRITE REPRICE-LINE FROM WS-RPT-EXCEPT
				MOVE 8 TO WS-RETURN-CODE
			WHEN RL-ALREADY(WS-RL-IDX)
				MOVE "deja revise pour cette echeance"
					TO RX-TEXT
				WRITE REPRICE-LINE FROM WS-RPT-EXCEPT
			WHEN RL-NOT-DUE(WS-RL-IDX)
				ADD 1 TO WS-NOT-DUE
			WHEN RL-SETTLED(WS-RL-IDX)
				ADD 1 TO WS-NOT-DUE
		END-EVALUATE.

	WRITE-SUMMARY.
		MOVE SPACES TO REPRICE-LINE.
		WRITE REPRICE-LINE.
		MOVE "Prets a taux variable" TO RY-LABEL.
		MOVE WS-VARIABLE TO RY-COUNT.
		WRITE REPRICE-LINE FROM WS-RPT-TALLY.
		MOVE "Prets revises" TO RY-LABEL.
		MOVE WS-REPRICED TO RY-COUNT.
		WRITE REPRICE-LINE FROM WS-RPT-TALLY.
		MOVE "Prets hors date de revision" TO RY-LABEL.
		MOVE WS-NOT-DUE TO RY-COUNT.
		WRITE REPRICE-LINE FROM WS-RPT-TALLY.
		MOVE "Prets sans indice" TO RY-LABEL.
		MOVE WS-NO-INDEX TO RY-COUNT.
		WRITE REPRICE-LINE FROM WS-RPT-TALLY.
		MOVE "Echeances remplacees (historique)"
			TO RY-LABEL.
		MOVE WS-SUPERSEDED TO RY-COUNT.
		WRITE REPRICE-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
