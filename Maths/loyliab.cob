	IDENTIFICATION DIVISION.
	PROGRAM-ID. LOYLIAB.

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
		SELECT LIAB-RPT-FILE ASSIGN TO "LOYLIAB"
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

	FD  LIAB-RPT-FILE.
	01  LIAB-LINE PIC X(80).

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
	01 WS-REDEEM-PCT  PIC 9(3)   VALUE 100.

	01 WS-LIAB-TOTALS.
		02 WS-ACTIVE-CARDS  PIC 9(8)   VALUE ZERO.
		02 WS-CLOSED-CARDS  PIC 9(8)   VALUE ZERO.
		02 WS-NEG-CARDS     PIC 9(8)   VALUE ZERO.
		02 WS-OUT-POINTS    PIC 9(13)  VALUE ZERO.
		02 WS-NEG-POINTS    PIC 9(13)  VALUE ZERO.
		02 WS-CLOSED-POINTS PIC S9(13) VALUE ZERO.
		02 WS-FACE-VALUE    PIC 9(11)V99 VALUE ZERO.
		02 WS-LIAB-VALUE    PIC 9(11)V99 VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(43) VALUE
			"Passif fidelite - points en circulation au ".
		02 LT-DATE PIC X(8).
		02 FILLER PIC X(29) VALUE SPACES.

	01 WS-RPT-COUNT.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 LC-LABEL  PIC X(40).
		02 LC-COUNT  PIC Z(12)9.
		02 FILLER    PIC X(25) VALUE SPACES.

	01 WS-RPT-AMOUNT.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 LA-LABEL  PIC X(40).
		02 LA-AMOUNT PIC Z(10)9.99.
		02 FILLER    PIC X(24) VALUE SPACES.

	01 WS-RPT-RATE.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 LR-LABEL  PIC X(40).
		02 FILLER    PIC X(7)  VALUE SPACES.
		02 LR-RATE   PIC 9.9999.
		02 FILLER    PIC X(25) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "LOYLIAB" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-LOYALTY-PARMS.
		OPEN INPUT LOYALTY-FILE.
		IF WS-LOY-STATUS NOT = "00"
			DISPLAY "Fichier LOYACCT indisponible : "
				WS-LOY-STATUS
			MOVE 12 TO WS-RETURN-CODE
			SET LOYALTY-EOF TO TRUE
		ELSE
			PERFORM READ-LOYALTY
		END-IF.
		PERFORM ACCUMULATE-LIABILITY UNTIL LOYALTY-EOF.
		IF WS-LOY-STATUS NOT = "35"
			CLOSE LOYALTY-FILE
		END-IF.
		COMPUTE WS-FACE-VALUE ROUNDED =
			WS-OUT-POINTS * WS-POINT-VALUE.
		COMPUTE WS-LIAB-VALUE ROUNDED =
			WS-FACE-VALUE * WS-REDEEM-PCT / 100.
		OPEN OUTPUT LIAB-RPT-FILE.
		PERFORM WRITE-LIABILITY-REPORT.
		CLOSE LIAB-RPT-FILE.
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
				PERFORM APPLY-LOYALTY-PARMS
			END-IF
			CLOSE LOY-PARM-FILE
		END-IF.

	APPLY-LOYALTY-PARMS.
		IF LPM-POINT-VALUE NUMERIC
			AND LPM-POINT-VALUE > ZERO
			MOVE LPM-POINT-VALUE TO WS-POINT-VALUE
		END-IF.
		IF LPM-REDEEM-PCT NUMERIC
			AND LPM-REDEEM-PCT > ZERO
			AND LPM-REDEEM-PCT NOT > 100
			MOVE LPM-REDEEM-PCT TO WS-REDEEM-PCT
		END-IF.

	READ-LOYALTY.
		READ LOYALTY-FILE NEXT
			AT END SET LOYALTY-EOF TO TRUE
		END-READ.

	ACCUMULATE-LIABILITY.
		ADD 1 TO WS-STAT-READ.
		EVALUATE TRUE
			WHEN LYA-CLOSED
				ADD 1 TO WS-CLOSED-CARDS
				ADD LYA-BALANCE TO WS-CLOSED-POINTS
			WHEN LYA-BALANCE < ZERO
				ADD 1 TO WS-ACTIVE-CARDS
				ADD 1 TO WS-NEG-CARDS
				SUBTRACT LYA-BALANCE FROM WS-NEG-POINTS
			WHEN OTHER
				ADD 1 TO WS-ACTIVE-CARDS
				ADD LYA-BALANCE TO WS-OUT-POINTS
		END-EVALUATE.
		PERFORM READ-LOYALTY.

	WRITE-LIABILITY-REPORT.
		MOVE WS-TODAY TO LT-DATE.
		WRITE LIAB-LINE FROM WS-RPT-TITLE.
		MOVE SPACES TO LIAB-LINE.
		WRITE LIAB-LINE.
		MOVE "Cartes actives" TO LC-LABEL.
		MOVE WS-ACTIVE-CARDS TO LC-COUNT.
		PERFORM WRITE-COUNT-LINE.
		MOVE "Cartes fermees (points perdus)" TO LC-LABEL.
		MOVE WS-CLOSED-CARDS TO LC-COUNT.
		PERFORM WRITE-COUNT-LINE.
		MOVE "Points des cartes fermees (hors passif)"
			TO LC-LABEL.
		MOVE WS-CLOSED-POINTS TO LC-COUNT.
		PERFORM WRITE-COUNT-LINE.
		MOVE "Points en circulation" TO LC-LABEL.
		MOVE WS-OUT-POINTS TO LC-COUNT.
		PERFORM WRITE-COUNT-LINE.
		MOVE "Cartes a solde negatif" TO LC-LABEL.
		MOVE WS-NEG-CARDS TO LC-COUNT.
		PERFORM WRITE-COUNT-LINE.
		MOVE "Points dus par les adherents" TO LC-LABEL.
		MOVE WS-NEG-POINTS TO LC-COUNT.
		PERFORM WRITE-COUNT-LINE.
		MOVE SPACES TO LIAB-LINE.
		WRITE LIAB-LINE.
		MOVE "Valeur du point" TO LR-LABEL.
		MOVE WS-POINT-VALUE TO LR-RATE.
		WRITE LIAB-LINE FROM WS-RPT-RATE.
		MOVE "Valeur faciale des points" TO LA-LABEL.
		MOVE WS-FACE-VALUE TO LA-AMOUNT.
		PERFORM WRITE-AMOUNT-LINE.
		MOVE "Taux d'utilisation attendu (%)" TO LC-LABEL.
		MOVE WS-REDEEM-PCT TO LC-COUNT.
		PERFORM WRITE-COUNT-LINE.
		MOVE "Passif fidelite a comptabiliser" TO LA-LABEL.
		MOVE WS-LIAB-VALUE TO LA-AMOUNT.
		PERFORM WRITE-AMOUNT-LINE.

	WRITE-COUNT-LINE.
		WRITE LIAB-LINE FROM WS-RPT-COUNT.
		ADD 1 TO WS-STAT-WRIT.

	WRITE-AMOUNT-LINE.
		WRITE LIAB-LINE FROM WS-RPT-AMOUNT.
		ADD 1 TO WS-STAT-WRIT.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
