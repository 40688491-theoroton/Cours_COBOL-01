	IDENTIFICATION DIVISION.
	PROGRAM-ID. LOYSTMT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LOYALTY-FILE ASSIGN TO "LOYACCT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS LYA-CARD
			FILE STATUS IS WS-LOY-STATUS.
		SELECT LOY-PARM-FILE ASSIGN TO "LOYPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LOYPARM-STATUS.
		SELECT STATEMENT-FILE ASSIGN TO "LOYSTMT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT STMT-RPT-FILE ASSIGN TO "LOYSRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  LOYALTY-FILE.
	COPY LOYREC.

	FD  LOY-PARM-FILE.
	01  LOY-PARM-REC.
		02 LPM-EARN-RATE   PIC 9(3)V99.
		02 LPM-POINT-VALUE PIC 9V9999.
		02 LPM-REDEEM-PCT  PIC 9(3).

	FD  STATEMENT-FILE.
	01  STATEMENT-LINE PIC X(80).

	FD  STMT-RPT-FILE.
	01  STMT-RPT-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-LOY-STATUS     PIC XX.
	01 WS-LOYPARM-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-LOY-EOF PIC X VALUE "N".
			88 LOYALTY-EOF VALUE "Y".

	01 WS-TODAY PIC X(8).

	01 WS-POINT-VALUE PIC 9V9999 VALUE 0.0100.
	01 WS-BAL-VALUE   PIC S9(9)V99.

	01 WS-TALLIES.
		02 WS-STATEMENTS PIC 9(6) VALUE ZERO.
		02 WS-NO-ADDRESS PIC 9(6) VALUE ZERO.
		02 WS-CLOSED     PIC 9(6) VALUE ZERO.
		02 WS-DORMANT    PIC 9(6) VALUE ZERO.

	01 WS-STMT-TITLE.
		02 FILLER PIC X(40) VALUE
			"PROGRAMME FIDELITE - RELEVE DE POINTS".
		02 FILLER PIC X(40) VALUE SPACES.

	01 WS-STMT-ADDR.
		02 FILLER  PIC X(2)  VALUE SPACES.
		02 SX-TEXT PIC X(40).
		02 FILLER  PIC X(38) VALUE SPACES.

	01 WS-STMT-CARD.
		02 FILLER  PIC X(8)  VALUE "  Carte ".
		02 SC-CARD PIC X(10).
		02 FILLER  PIC X(13) VALUE "   releve au ".
		02 SC-DATE PIC X(8).
		02 FILLER  PIC X(41) VALUE SPACES.

	01 WS-STMT-POINTS.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 SP-LABEL  PIC X(36).
		02 SP-POINTS PIC -(9)9.
		02 FILLER    PIC X(32) VALUE SPACES.

	01 WS-STMT-VALUE.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 FILLER    PIC X(36) VALUE
			"Valeur de votre solde".
		02 SV-VALUE  PIC -------9.99.
		02 FILLER    PIC X(31) VALUE SPACES.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(32) VALUE
			"Releves de points fidelite - du ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(40) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 TL-LABEL  PIC X(34).
		02 TL-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "LOYSTMT" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-LOYALTY-PARMS.
		OPEN OUTPUT STMT-RPT-FILE.
		MOVE WS-TODAY TO RT-DATE.
		WRITE STMT-RPT-LINE FROM WS-RPT-TITLE.
		OPEN OUTPUT STATEMENT-FILE.
		OPEN I-O LOYALTY-FILE.
		IF WS-LOY-STATUS NOT = "00"
			DISPLAY "Fichier LOYACCT indisponible : "
				WS-LOY-STATUS
			MOVE 12 TO WS-RETURN-CODE
			SET LOYALTY-EOF TO TRUE
		ELSE
			PERFORM READ-LOYALTY
		END-IF.
		PERFORM STATE-ONE-MEMBER UNTIL LOYALTY-EOF.
		IF WS-LOY-STATUS NOT = "35"
			CLOSE LOYALTY-FILE
		END-IF.
		CLOSE STATEMENT-FILE.
		PERFORM WRITE-SUMMARY.
		CLOSE STMT-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-LOYALTY-PARMS.
		OPEN INPUT LOY-PARM-FILE.
		IF WS-LOYPARM-STATUS = "00"
			READ LOY-PARM-FILE
				AT END MOVE "10" TO WS-LOYPARM-STATUS
			END-READ
			IF WS-LOYPARM-STATUS = "00"
				AND LPM-POINT-VALUE NUMERIC
				AND LPM-POINT-VALUE > ZERO
				MOVE LPM-POINT-VALUE TO WS-POINT-VALUE
			END-IF
			CLOSE LOY-PARM-FILE
		END-IF.

	READ-LOYALTY.
		READ LOYALTY-FILE NEXT
			AT END SET LOYALTY-EOF TO TRUE
		END-READ.

	STATE-ONE-MEMBER.
		ADD 1 TO WS-STAT-READ.
		EVALUATE TRUE
			WHEN LYA-CLOSED
				ADD 1 TO WS-CLOSED
			WHEN LYA-BALANCE = ZERO
				AND LYA-PRD-EARNED = ZERO
				AND LYA-PRD-REVERSED = ZERO
				AND LYA-PRD-REDEEMED = ZERO
				ADD 1 TO WS-DORMANT
			WHEN LYA-NAME = SPACES
				OR LYA-ADDRESS = SPACES
				ADD 1 TO WS-NO-ADDRESS
			WHEN OTHER
				PERFORM WRITE-MEMBER-STATEMENT
		END-EVALUATE.
		PERFORM ROLL-STATEMENT-PERIOD.
		PERFORM READ-LOYALTY.

	WRITE-MEMBER-STATEMENT.
		WRITE STATEMENT-LINE FROM WS-STMT-TITLE.
		MOVE SPACES TO STATEMENT-LINE.
		WRITE STATEMENT-LINE.
		MOVE LYA-NAME TO SX-TEXT.
		WRITE STATEMENT-LINE FROM WS-STMT-ADDR.
		MOVE LYA-ADDRESS TO SX-TEXT.
		WRITE STATEMENT-LINE FROM WS-STMT-ADDR.
		MOVE SPACES TO STATEMENT-LINE.
		WRITE STATEMENT-LINE.
		MOVE LYA-CARD TO SC-CARD.
		MOVE WS-TODAY TO SC-DATE.
		WRITE STATEMENT-LINE FROM WS-STMT-CARD.
		MOVE SPACES TO STATEMENT-LINE.
		WRITE STATEMENT-LINE.
		MOVE "Solde au debut de la periode" TO SP-LABEL.
		MOVE LYA-PRD-OPEN TO SP-POINTS.
		WRITE STATEMENT-LINE FROM WS-STMT-POINTS.
		MOVE "Points acquis sur vos achats" TO SP-LABEL.
		MOVE LYA-PRD-EARNED TO SP-POINTS.
		WRITE STATEMENT-LINE FROM WS-STMT-POINTS.
		MOVE "Points annules sur vos retours" TO SP-LABEL.
		MOVE LYA-PRD-REVERSED TO SP-POINTS.
		WRITE STATEMENT-LINE FROM WS-STMT-POINTS.
		MOVE "Points utilises en remise" TO SP-LABEL.
		MOVE LYA-PRD-REDEEMED TO SP-POINTS.
		WRITE STATEMENT-LINE FROM WS-STMT-POINTS.
		MOVE "Solde actuel" TO SP-LABEL.
		MOVE LYA-BALANCE TO SP-POINTS.
		WRITE STATEMENT-LINE FROM WS-STMT-POINTS.
		COMPUTE WS-BAL-VALUE ROUNDED =
			LYA-BALANCE * WS-POINT-VALUE.
		MOVE WS-BAL-VALUE TO SV-VALUE.
		WRITE STATEMENT-LINE FROM WS-STMT-VALUE.
		MOVE SPACES TO STATEMENT-LINE.
		WRITE STATEMENT-LINE.
		WRITE STATEMENT-LINE.
		ADD 1 TO WS-STATEMENTS.
		ADD 1 TO WS-STAT-WRIT.

	ROLL-STATEMENT-PERIOD.
		MOVE LYA-BALANCE TO LYA-PRD-OPEN.
		MOVE ZERO TO LYA-PRD-EARNED.
		MOVE ZERO TO LYA-PRD-REVERSED.
		MOVE ZERO TO LYA-PRD-REDEEMED.
		REWRITE LOYALTY-REC.

	WRITE-SUMMARY.
		MOVE SPACES TO STMT-RPT-LINE.
		WRITE STMT-RPT-LINE.
		MOVE "Comptes fidelite lus" TO TL-LABEL.
		MOVE WS-STAT-READ TO TL-COUNT.
		WRITE STMT-RPT-LINE FROM WS-RPT-TALLY.
		MOVE "Releves emis" TO TL-LABEL.
		MOVE WS-STATEMENTS TO TL-COUNT.
		WRITE STMT-RPT-LINE FROM WS-RPT-TALLY.
		MOVE "Adherents sans nom ou adresse" TO TL-LABEL.
		MOVE WS-NO-ADDRESS TO TL-COUNT.
		WRITE STMT-RPT-LINE FROM WS-RPT-TALLY.
		MOVE "Comptes sans solde ni mouvement" TO TL-LABEL.
		MOVE WS-DORMANT TO TL-COUNT.
		WRITE STMT-RPT-LINE FROM WS-RPT-TALLY.
		MOVE "Cartes fermees" TO TL-LABEL.
		MOVE WS-CLOSED TO TL-COUNT.
		WRITE STMT-RPT-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
