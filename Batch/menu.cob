		SELECT REPRINT-REQ-FILE ASSIGN TO "RPRTREQ"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REQ-STATUS.
		SELECT MAINT-QUEUE-FILE ASSIGN TO "MNTPEND"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PEND-STATUS.
		SELECT DECISION-FILE ASSIGN TO "MNTDECN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DECN-STATUS.

	DATA DIVISION.
	FILE SECTION.
		02 REQ-STORE   PIC 9(4).
		02 REQ-DATE    PIC X(8).

	FD  MAINT-QUEUE-FILE.
	COPY MNTPREC.

	FD  DECISION-FILE.
	COPY MNTDREC.

	WORKING-STORAGE SECTION.
	COPY GP1.

	01 WS-CHOICE      PIC X(1).
		88 CHOICE-ADD      VALUE "1".
		88 CHOICE-SUBTRACT VALUE "2".
		88 CHOICE-MULTIPLY VALUE "3".
		88 CHOICE-DIVIDE   VALUE "4".
		88 CHOICE-COMPUTE  VALUE "5".
		88 CHOICE-INQUIRY  VALUE "6".
		88 CHOICE-INQ-WEEK VALUE "7".
		88 CHOICE-REPRINT  VALUE "8".
		88 CHOICE-QUIT     VALUE "9".
		88 CHOICE-APPROVE  VALUE "A".

	01 WS-FORM-CODE   PIC 9(1).

	01 WS-OPER-STATUS PIC XX.
	01 WS-LOG-STATUS  PIC XX.
	01 WS-REQ-STATUS  PIC XX.
	01 WS-PEND-STATUS PIC XX.
	01 WS-DECN-STATUS PIC XX.

	01 WS-REPRINT-PARMS.
		02 WS-RPR-TYPE    PIC X.
		02 WS-OPERATOR   PIC X(8) VALUE SPACES.
		02 WS-AUTH-LEVEL PIC 9(1) VALUE ZERO.
			88 AUTH-INQUIRY-ONLY VALUE 1.
			88 AUTH-APPROVER     VALUE 3.
		02 WS-FAIL-COUNT PIC 9(1) VALUE ZERO.
		02 WS-MAX-FAILS  PIC 9(1) VALUE 3.

			03 OP-PASSWORD PIC X(8).
			03 OP-LEVEL    PIC 9(1).

	01 WS-APPROVAL.
		02 WS-PEND-EOF PIC X VALUE "N".
			88 PENDING-EOF VALUE "Y".
		02 WS-DECN-EOF PIC X VALUE "N".
			88 DECIDED-EOF VALUE "Y".
		02 WS-APR-ANSWER PIC X.
			88 ANSWER-APPROVE VALUE "A".
			88 ANSWER-REJECT  VALUE "R".
		02 WS-APR-REASON PIC X(30).
		02 WS-APR-TARGET PIC X(8).
		02 WS-APR-COUNT  PIC 9(3) VALUE ZERO.

	01 WS-DONE-TAB-CTL.
		02 WS-DN-COUNT PIC 9(3) VALUE ZERO.
		02 WS-DN-IDX   PIC 9(3).
		02 WS-DN-FOUND PIC 9(3).

	01 WS-DONE-TAB.
		02 DN-NUMBER PIC 9(6) OCCURS 999 TIMES.

	PROCEDURE DIVISION.
	MAIN-PARA.
		PERFORM LOAD-OPERATOR-FILE.
			MOVE OPR-PASSWORD
				TO OP-PASSWORD(WS-OP-COUNT)
			IF OPR-LEVEL NUMERIC
				AND (OPR-LEVEL = 1 OR OPR-LEVEL = 2
				OR OPR-LEVEL = 3)
				MOVE OPR-LEVEL
					TO OP-LEVEL(WS-OP-COUNT)
			ELSE
		END-IF.

	CHECK-CHOICE-ALLOWED.
		IF (AUTH-INQUIRY-ONLY
			AND NOT CHOICE-INQUIRY
			AND NOT CHOICE-INQ-WEEK
			AND NOT CHOICE-REPRINT
			AND NOT CHOICE-QUIT)
			OR (CHOICE-APPROVE AND NOT AUTH-APPROVER)
			DISPLAY "Acces refuse pour ce profil"
			MOVE "CHOIX REFUSE" TO SLG-EVENT
			PERFORM LOG-SESSION-EVENT
		DISPLAY "6 - Consultation stock (1 jour)".
		DISPLAY "7 - Consultation stock (7 jours)".
		DISPLAY "8 - Duplicata facture".
		IF AUTH-APPROVER
			DISPLAY "A - Approbation des maintenances"
		END-IF.
		DISPLAY "9 - Quitter".
		DISPLAY "Votre choix : " WITH NO ADVANCING.
		ACCEPT WS-CHOICE.
			WHEN CHOICE-REPRINT
				PERFORM ASK-REPRINT
				PERFORM RUN-REPRINT
			WHEN CHOICE-APPROVE
				PERFORM APPROVE-MAINTENANCE
			WHEN CHOICE-QUIT
				CONTINUE
			WHEN WS-CHOICE = "0"
				CONTINUE
			WHEN OTHER
				DISPLAY "Choix invalide"
			END-IF
		END-IF.

	APPROVE-MAINTENANCE.
		MOVE ZERO TO WS-APR-COUNT.
		PERFORM LOAD-DECIDED-REQUESTS.
		MOVE "N" TO WS-PEND-EOF.
		OPEN INPUT MAINT-QUEUE-FILE.
		IF WS-PEND-STATUS NOT = "00"
			DISPLAY "Aucune demande en attente"
		ELSE
			PERFORM REVIEW-PENDING-REQUESTS
			CLOSE MAINT-QUEUE-FILE
		END-IF.
		DISPLAY WS-APR-COUNT " decision(s) enregistree(s), "
			"appliquee(s) au prochain passage MNTAPPR".

	REVIEW-PENDING-REQUESTS.
		OPEN EXTEND DECISION-FILE.
		IF WS-DECN-STATUS = "35"
			OPEN OUTPUT DECISION-FILE
		END-IF.
		IF WS-DECN-STATUS NOT = "00"
			DISPLAY "Fichier MNTDECN indisponible : "
				WS-DECN-STATUS
		ELSE
			PERFORM READ-PENDING-REQUEST
			PERFORM REVIEW-ONE-REQUEST UNTIL PENDING-EOF
			CLOSE DECISION-FILE
		END-IF.

	LOAD-DECIDED-REQUESTS.
		MOVE ZERO TO WS-DN-COUNT.
		MOVE "N" TO WS-DECN-EOF.
		OPEN INPUT DECISION-FILE.
		IF WS-DECN-STATUS NOT = "00"
			SET DECIDED-EOF TO TRUE
		ELSE
			PERFORM READ-DECIDED
		END-IF.
		PERFORM TAKE-DECIDED UNTIL DECIDED-EOF.
		IF WS-DECN-STATUS NOT = "35"
			CLOSE DECISION-FILE
		END-IF.

	READ-DECIDED.
		READ DECISION-FILE
			AT END SET DECIDED-EOF TO TRUE
		END-READ.

	TAKE-DECIDED.
		IF WS-DN-COUNT < 999
			ADD 1 TO WS-DN-COUNT
			MOVE MDC-NUMBER TO DN-NUMBER(WS-DN-COUNT)
		END-IF.
		PERFORM READ-DECIDED.

	READ-PENDING-REQUEST.
		READ MAINT-QUEUE-FILE
			AT END SET PENDING-EOF TO TRUE
		END-READ.

	REVIEW-ONE-REQUEST.
		MOVE ZERO TO WS-DN-FOUND.
		PERFORM VARYING WS-DN-IDX FROM 1 BY 1
			UNTIL WS-DN-IDX > WS-DN-COUNT
			IF DN-NUMBER(WS-DN-IDX) = MPD-NUMBER
				MOVE WS-DN-IDX TO WS-DN-FOUND
			END-IF
		END-PERFORM.
		EVALUATE TRUE
			WHEN MPD-PRODUCT
				MOVE "PRODUIT" TO WS-APR-TARGET
			WHEN MPD-STORE
				MOVE "MAGASIN" TO WS-APR-TARGET
			WHEN OTHER
				MOVE "PRIX" TO WS-APR-TARGET
		END-EVALUATE.
		EVALUATE TRUE
			WHEN WS-DN-FOUND > ZERO
				DISPLAY "Demande " MPD-NUMBER
					" deja decidee - ignoree"
			WHEN MPD-MAKER = WS-OPERATOR
				DISPLAY "Demande " MPD-NUMBER
					" saisie par vous - ignoree"
			WHEN OTHER
				PERFORM ASK-DECISION
		END-EVALUATE.
		PERFORM READ-PENDING-REQUEST.

	ASK-DECISION.
		DISPLAY SPACE.
		DISPLAY "Demande " MPD-NUMBER " " WS-APR-TARGET
			" saisie par " MPD-MAKER
			" le " MPD-ENTRY-DATE.
		DISPLAY "  " MPD-TXN.
		DISPLAY "A = approuver, R = rejeter, "
			"autre = plus tard : " WITH NO ADVANCING.
		ACCEPT WS-APR-ANSWER.
		IF ANSWER-APPROVE OR ANSWER-REJECT
			MOVE SPACES TO WS-APR-REASON
			IF ANSWER-REJECT
				DISPLAY "Motif : " WITH NO ADVANCING
				ACCEPT WS-APR-REASON
			END-IF
			PERFORM RECORD-DECISION
		END-IF.

	RECORD-DECISION.
		MOVE MPD-NUMBER TO MDC-NUMBER.
		MOVE WS-APR-ANSWER TO MDC-DECISION.
		MOVE WS-OPERATOR TO MDC-CHECKER.
		ACCEPT MDC-DATE FROM DATE YYYYMMDD.
		ACCEPT MDC-TIME FROM TIME.
		MOVE WS-APR-REASON TO MDC-REASON.
		WRITE MAINT-DECN-REC.
		ADD 1 TO WS-APR-COUNT.
		MOVE SPACES TO SLG-EVENT.
		IF ANSWER-APPROVE
			STRING "APPROUVE " DELIMITED BY SIZE
				MPD-NUMBER DELIMITED BY SIZE
				INTO SLG-EVENT
		ELSE
			STRING "REJETE " DELIMITED BY SIZE
				MPD-NUMBER DELIMITED BY SIZE
				INTO SLG-EVENT
		END-IF.
		PERFORM LOG-SESSION-EVENT.

	SHOW-ONE-DAY.
		PERFORM LOOKUP-STOCK-CELL.

