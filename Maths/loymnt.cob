	IDENTIFICATION DIVISION.
	PROGRAM-ID. LOYMNT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LOYALTY-FILE ASSIGN TO "LOYACCT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LYA-CARD
			FILE STATUS IS WS-LOY-STATUS.
		SELECT LOY-TXN-FILE ASSIGN TO "LOYTXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-TXN-STATUS.
		SELECT MAINT-RPT-FILE ASSIGN TO "LOYMRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  LOYALTY-FILE.
	COPY LOYREC.

	FD  LOY-TXN-FILE.
	01  LOY-TXN-REC.
		02 LTX-ACTION  PIC X.
			88 LTX-ENROL VALUE "A".
			88 LTX-CLOSE VALUE "C".
		02 LTX-CARD    PIC X(10).
		02 LTX-NAME    PIC X(30).
		02 LTX-ADDRESS PIC X(40).

	FD  MAINT-RPT-FILE.
	01  MAINT-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-LOY-STATUS PIC XX.
	01 WS-TXN-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-TXN-EOF PIC X VALUE "N".
			88 TXN-EOF VALUE "Y".
		02 WS-LOY-OPEN PIC X VALUE "N".
			88 LOYALTY-OPEN VALUE "Y".
		02 WS-LOY-CELL PIC X VALUE "Y".
			88 LOY-ON-FILE VALUE "Y".
			88 LOY-NEW     VALUE "N".

	01 WS-TODAY PIC X(8).

	01 WS-TALLIES.
		02 WS-ENROLLED PIC 9(4) VALUE ZERO.
		02 WS-UPDATED  PIC 9(4) VALUE ZERO.
		02 WS-CLOSED   PIC 9(4) VALUE ZERO.
		02 WS-REJECTED PIC 9(4) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(33) VALUE
			"Maintenance cartes fidelite - du ".
		02 MT-DATE PIC X(8).
		02 FILLER PIC X(39) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 MD-ACTION PIC X(12).
		02 FILLER    PIC X(7)  VALUE " carte ".
		02 MD-CARD   PIC X(10).
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 MD-RESULT PIC X(30).
		02 FILLER    PIC X(17) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 MY-LABEL  PIC X(24).
		02 MY-COUNT  PIC ZZZ9.
		02 FILLER    PIC X(50) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "LOYMNT" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		OPEN OUTPUT MAINT-RPT-FILE.
		MOVE WS-TODAY TO MT-DATE.
		WRITE MAINT-LINE FROM WS-RPT-TITLE.
		PERFORM OPEN-LOYALTY-ACCOUNTS.
		IF LOYALTY-OPEN
			PERFORM APPLY-LOY-TXNS
			CLOSE LOYALTY-FILE
		END-IF.
		PERFORM WRITE-SUMMARY.
		CLOSE MAINT-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	OPEN-LOYALTY-ACCOUNTS.
		OPEN I-O LOYALTY-FILE.
		IF WS-LOY-STATUS = "35"
			DISPLAY "Fichier LOYACCT absent - creation"
			OPEN OUTPUT LOYALTY-FILE
			CLOSE LOYALTY-FILE
			OPEN I-O LOYALTY-FILE
		END-IF.
		IF WS-LOY-STATUS = "00"
			SET LOYALTY-OPEN TO TRUE
		ELSE
			DISPLAY "Fichier LOYACCT indisponible : "
				WS-LOY-STATUS
			MOVE 12 TO WS-RETURN-CODE
		END-IF.

	APPLY-LOY-TXNS.
		OPEN INPUT LOY-TXN-FILE.
		IF WS-TXN-STATUS NOT = "00"
			DISPLAY "Fichier LOYTXN absent"
			MOVE 8 TO WS-RETURN-CODE
			SET TXN-EOF TO TRUE
		ELSE
			PERFORM READ-LOY-TXN
		END-IF.
		PERFORM APPLY-ONE-LOY-TXN UNTIL TXN-EOF.
		IF WS-TXN-STATUS NOT = "35"
			CLOSE LOY-TXN-FILE
		END-IF.

	READ-LOY-TXN.
		READ LOY-TXN-FILE
			AT END SET TXN-EOF TO TRUE
		END-READ.

	APPLY-ONE-LOY-TXN.
		ADD 1 TO WS-STAT-READ.
		MOVE LTX-CARD TO MD-CARD.
		EVALUATE TRUE
			WHEN LTX-CARD = SPACES
				OR LTX-CARD NOT NUMERIC
				MOVE "INVALIDE" TO MD-ACTION
				MOVE "Numero de carte invalide"
					TO MD-RESULT
				PERFORM REJECT-LOY-TXN
			WHEN LTX-ENROL
				PERFORM FIND-LOYALTY-ACCOUNT
				PERFORM ENROL-MEMBER
			WHEN LTX-CLOSE
				PERFORM FIND-LOYALTY-ACCOUNT
				PERFORM CLOSE-MEMBER
			WHEN OTHER
				MOVE "INCONNUE" TO MD-ACTION
				MOVE "Action invalide" TO MD-RESULT
				PERFORM REJECT-LOY-TXN
		END-EVALUATE.
		WRITE MAINT-LINE FROM WS-RPT-DETAIL.
		PERFORM READ-LOY-TXN.

	FIND-LOYALTY-ACCOUNT.
		SET LOY-ON-FILE TO TRUE.
		MOVE LTX-CARD TO LYA-CARD.
		READ LOYALTY-FILE
			INVALID KEY SET LOY-NEW TO TRUE
		END-READ.

	ENROL-MEMBER.
		MOVE "ADHESION" TO MD-ACTION.
		IF LOY-ON-FILE
			IF LTX-NAME NOT = SPACES
				MOVE LTX-NAME TO LYA-NAME
			END-IF
			IF LTX-ADDRESS NOT = SPACES
				MOVE LTX-ADDRESS TO LYA-ADDRESS
			END-IF
			IF LYA-CLOSED
				MOVE "A" TO LYA-STATUS
				MOVE "Carte reactivee" TO MD-RESULT
			ELSE
				MOVE "Coordonnees mises a jour"
					TO MD-RESULT
			END-IF
			REWRITE LOYALTY-REC
			ADD 1 TO WS-UPDATED
			ADD 1 TO WS-STAT-WRIT
		ELSE
			MOVE LTX-CARD TO LYA-CARD
			MOVE LTX-NAME TO LYA-NAME
			MOVE LTX-ADDRESS TO LYA-ADDRESS
			MOVE "A" TO LYA-STATUS
			MOVE WS-TODAY TO LYA-OPEN-DATE
			MOVE WS-TODAY TO LYA-LAST-DATE
			MOVE ZERO TO LYA-BALANCE
			MOVE ZERO TO LYA-PRD-OPEN
			MOVE ZERO TO LYA-PRD-EARNED
			MOVE ZERO TO LYA-PRD-REVERSED
			MOVE ZERO TO LYA-PRD-REDEEMED
			WRITE LOYALTY-REC
			MOVE "Adherent cree" TO MD-RESULT
			ADD 1 TO WS-ENROLLED
			ADD 1 TO WS-STAT-WRIT
		END-IF.

	CLOSE-MEMBER.
		MOVE "FERMETURE" TO MD-ACTION.
		EVALUATE TRUE
			WHEN LOY-NEW
				MOVE "Carte inconnue" TO MD-RESULT
				PERFORM REJECT-LOY-TXN
			WHEN LYA-CLOSED
				MOVE "Carte deja fermee" TO MD-RESULT
				PERFORM REJECT-LOY-TXN
			WHEN OTHER
				MOVE "C" TO LYA-STATUS
				MOVE WS-TODAY TO LYA-LAST-DATE
				REWRITE LOYALTY-REC
				MOVE "Carte fermee, points perdus"
					TO MD-RESULT
				ADD 1 TO WS-CLOSED
				ADD 1 TO WS-STAT-WRIT
		END-EVALUATE.

	REJECT-LOY-TXN.
		ADD 1 TO WS-REJECTED.
		ADD 1 TO WS-STAT-REJ.
		MOVE 8 TO WS-RETURN-CODE.

	WRITE-SUMMARY.
		MOVE SPACES TO MAINT-LINE.
		WRITE MAINT-LINE.
		MOVE "Adhesions" TO MY-LABEL.
		MOVE WS-ENROLLED TO MY-COUNT.
		WRITE MAINT-LINE FROM WS-RPT-TALLY.
		MOVE "Mises a jour" TO MY-LABEL.
		MOVE WS-UPDATED TO MY-COUNT.
		WRITE MAINT-LINE FROM WS-RPT-TALLY.
		MOVE "Fermetures" TO MY-LABEL.
		MOVE WS-CLOSED TO MY-COUNT.
		WRITE MAINT-LINE FROM WS-RPT-TALLY.
		MOVE "Rejets" TO MY-LABEL.
		MOVE WS-REJECTED TO MY-COUNT.
		WRITE MAINT-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
