	IDENTIFICATION DIVISION.
	PROGRAM-ID. APBUILD.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT RELEASE-FILE ASSIGN TO "VINVREL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REL-STATUS.
		SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VEND-STATUS.
		SELECT RTV-MEMO-FILE ASSIGN TO "RTVMEMO"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RTV-STATUS.
		SELECT AP-OPEN-IN-FILE ASSIGN TO "APOPNIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-API-STATUS.
		SELECT AP-OPEN-OUT-FILE ASSIGN TO "APOPEN"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT BUILD-RPT-FILE ASSIGN TO "APBLDRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  RELEASE-FILE.
	01  RELEASE-REC.
		02 VRL-VENDOR   PIC 9(4).
		02 VRL-INVOICE  PIC X(10).
		02 VRL-INV-DATE PIC X(8).
		02 VRL-PO       PIC 9(6).
		02 VRL-STORE    PIC 9(4).
		02 VRL-PROD     PIC 9(4).
		02 VRL-QTY      PIC 9(8).
		02 VRL-PRICE    PIC 9(5)V99.
		02 VRL-AMOUNT   PIC 9(9)V99.

	FD  VENDOR-MASTER.
	01  VENDOR-REC.
		02 VND-VENDOR  PIC 9(4).
		02 VND-NAME    PIC X(20).
		02 VND-PROD-LO PIC 9(4).
		02 VND-PROD-HI PIC 9(4).
		02 VND-STATUS  PIC X.
			88 VND-ACTIVE VALUE "A".
		02 VND-TERMS-DAYS PIC 9(3).

	FD  RTV-MEMO-FILE.
	COPY RTVREC.

	FD  AP-OPEN-IN-FILE.
	01  AP-OPEN-IN-REC.
		02 API-VENDOR   PIC 9(4).
		02 API-INVOICE  PIC X(10).
		02 API-INV-DATE PIC X(8).
		02 API-DUE-DATE PIC X(8).
		02 API-AMOUNT   PIC S9(7)V99.
		02 API-PAID     PIC S9(7)V99.
		02 API-STATUS   PIC X.
			88 API-OPEN    VALUE "O".
			88 API-SETTLED VALUE "P".
		02 API-CHECK    PIC 9(6).
		02 API-PAY-DATE PIC X(8).
		02 API-TYPE     PIC X.
			88 API-DEBIT-MEMO VALUE "D".

	FD  AP-OPEN-OUT-FILE.
	01  AP-OPEN-OUT-REC.
		02 APO-VENDOR   PIC 9(4).
		02 APO-INVOICE  PIC X(10).
		02 APO-INV-DATE PIC X(8).
		02 APO-DUE-DATE PIC X(8).
		02 APO-AMOUNT   PIC S9(7)V99.
		02 APO-PAID     PIC S9(7)V99.
		02 APO-STATUS   PIC X.
		02 APO-CHECK    PIC 9(6).
		02 APO-PAY-DATE PIC X(8).
		02 APO-TYPE     PIC X.

	FD  BUILD-RPT-FILE.
	01  BUILD-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-REL-STATUS  PIC XX.
	01 WS-VEND-STATUS PIC XX.
	01 WS-API-STATUS  PIC XX.
	01 WS-RTV-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-REL-EOF PIC X VALUE "N".
			88 RELEASE-EOF VALUE "Y".
		02 WS-VND-EOF PIC X VALUE "N".
			88 VENDOR-EOF VALUE "Y".
		02 WS-API-EOF PIC X VALUE "N".
			88 AP-IN-EOF VALUE "Y".
		02 WS-RTV-EOF PIC X VALUE "N".
			88 RTV-MEMO-EOF VALUE "Y".
		02 WS-RTV-DONE PIC X VALUE "N".
			88 RTV-MEMO-CONSUMED VALUE "Y".

	01 WS-VEND-TAB-CTL.
		02 WS-VN-COUNT PIC 9(3) VALUE ZERO.
		02 WS-VN-IDX   PIC 9(3).
		02 WS-VN-FOUND PIC 9(3).

	01 WS-VEND-TAB.
		02 WS-VN-ENTRY OCCURS 999 TIMES.
			03 VT-VENDOR PIC 9(4).
			03 VT-TERMS  PIC 9(3).

	01 WS-AP-TAB-CTL.
		02 WS-AP-COUNT PIC 9(4) VALUE ZERO.
		02 WS-AP-IDX   PIC 9(4).
		02 WS-AP-FOUND PIC 9(4).

	01 WS-AP-TAB.
		02 WS-AP-ENTRY OCCURS 9999 TIMES.
			03 AT-VENDOR   PIC 9(4).
			03 AT-INVOICE  PIC X(10).
			03 AT-INV-DATE PIC X(8).
			03 AT-DUE-DATE PIC X(8).
			03 AT-AMOUNT   PIC S9(7)V99.
			03 AT-PAID     PIC S9(7)V99.
			03 AT-STATUS   PIC X.
			03 AT-CHECK    PIC 9(6).
			03 AT-PAY-DATE PIC X(8).
			03 AT-TYPE     PIC X.

	01 WS-TODAY PIC X(8).

	01 WS-DUE-WORK.
		02 WS-DUE-INT   PIC 9(8).
		02 WS-TERMS     PIC 9(3).

	01 WS-TALLIES.
		02 WS-CARRIED    PIC 9(6) VALUE ZERO.
		02 WS-SETTLED    PIC 9(6) VALUE ZERO.
		02 WS-NEW-ITEMS  PIC 9(6) VALUE ZERO.
		02 WS-ADDED-TO   PIC 9(6) VALUE ZERO.
		02 WS-NO-TERMS   PIC 9(6) VALUE ZERO.
		02 WS-MEMO-LINES PIC 9(6) VALUE ZERO.
		02 WS-MEMO-VALUE PIC S9(9)V99 VALUE ZERO.
		02 WS-TOTAL-OWED PIC S9(9)V99 VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(36) VALUE
			"Dettes fournisseurs - encours du ".
		02 BT-DATE PIC X(8).
		02 FILLER PIC X(36) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(8)  VALUE "  Fourn ".
		02 BD-VENDOR  PIC ZZZ9.
		02 FILLER     PIC X(9)  VALUE " facture ".
		02 BD-INVOICE PIC X(10).
		02 FILLER     PIC X(6)  VALUE " ech. ".
		02 BD-DUE     PIC X(8).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 BD-AMOUNT  PIC -ZZZZZZ9.99.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 BD-TEXT    PIC X(18).
		02 FILLER     PIC X(3)  VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 BY-LABEL  PIC X(34).
		02 BY-COUNT  PIC -ZZZZZZZZ9.99.
		02 FILLER    PIC X(31) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "APBUILD" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		OPEN OUTPUT BUILD-RPT-FILE.
		MOVE WS-TODAY TO BT-DATE.
		WRITE BUILD-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-VENDOR-TABLE.
		PERFORM CARRY-OPEN-ITEMS.
		PERFORM BUILD-NEW-ITEMS.
		PERFORM BUILD-DEBIT-MEMOS.
		OPEN OUTPUT AP-OPEN-OUT-FILE.
		PERFORM WRITE-OPEN-ITEM
			VARYING WS-AP-IDX FROM 1 BY 1
			UNTIL WS-AP-IDX > WS-AP-COUNT.
		CLOSE AP-OPEN-OUT-FILE.
		PERFORM CLEAR-RTV-MEMOS.
		PERFORM WRITE-SUMMARY.
		CLOSE BUILD-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-VENDOR-TABLE.
		OPEN INPUT VENDOR-MASTER.
		IF WS-VEND-STATUS NOT = "00"
			DISPLAY "Fichier VENDMAST absent - "
				"echeance a la date de facture"
			MOVE 8 TO WS-RETURN-CODE
			SET VENDOR-EOF TO TRUE
		ELSE
			PERFORM READ-VENDOR
		END-IF.
		PERFORM LOAD-VENDOR-ENTRY UNTIL VENDOR-EOF.
		IF WS-VEND-STATUS NOT = "35"
			CLOSE VENDOR-MASTER
		END-IF.

	READ-VENDOR.
		READ VENDOR-MASTER
			AT END SET VENDOR-EOF TO TRUE
		END-READ.

	LOAD-VENDOR-ENTRY.
		IF WS-VN-COUNT < 999
			ADD 1 TO WS-VN-COUNT
			MOVE VND-VENDOR TO VT-VENDOR(WS-VN-COUNT)
			IF VND-TERMS-DAYS NUMERIC
				MOVE VND-TERMS-DAYS
					TO VT-TERMS(WS-VN-COUNT)
			ELSE
				MOVE ZERO TO VT-TERMS(WS-VN-COUNT)
			END-IF
		END-IF.
		PERFORM READ-VENDOR.

	FIND-VENDOR.
		MOVE ZERO TO WS-VN-FOUND.
		PERFORM VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT
			IF VT-VENDOR(WS-VN-IDX) = VRL-VENDOR
				MOVE WS-VN-IDX TO WS-VN-FOUND
			END-IF
		END-PERFORM.

	CARRY-OPEN-ITEMS.
		OPEN INPUT AP-OPEN-IN-FILE.
		IF WS-API-STATUS NOT = "00"
			DISPLAY "Pas d'encours fournisseurs anterieur"
			SET AP-IN-EOF TO TRUE
		ELSE
			PERFORM READ-AP-IN
		END-IF.
		PERFORM CARRY-ONE-ITEM UNTIL AP-IN-EOF.
		IF WS-API-STATUS NOT = "35"
			CLOSE AP-OPEN-IN-FILE
		END-IF.

	READ-AP-IN.
		READ AP-OPEN-IN-FILE
			AT END SET AP-IN-EOF TO TRUE
		END-READ.

	CARRY-ONE-ITEM.
		IF API-SETTLED
			ADD 1 TO WS-SETTLED
			MOVE API-VENDOR TO BD-VENDOR
			MOVE API-INVOICE TO BD-INVOICE
			MOVE API-DUE-DATE TO BD-DUE
			MOVE API-AMOUNT TO BD-AMOUNT
			MOVE "reglee - purgee" TO BD-TEXT
			WRITE BUILD-LINE FROM WS-RPT-DETAIL
		ELSE
			IF WS-AP-COUNT < 9999
				ADD 1 TO WS-CARRIED
				ADD 1 TO WS-AP-COUNT
				MOVE AP-OPEN-IN-REC
					TO WS-AP-ENTRY(WS-AP-COUNT)
			ELSE
				DISPLAY "Table des dettes saturee"
					" - fournisseur " API-VENDOR
					" facture " API-INVOICE
				ADD 1 TO WS-STAT-REJ
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-AP-IN.

	BUILD-NEW-ITEMS.
		OPEN INPUT RELEASE-FILE.
		IF WS-REL-STATUS NOT = "00"
			DISPLAY "Fichier VINVREL absent"
			MOVE 8 TO WS-RETURN-CODE
			SET RELEASE-EOF TO TRUE
		ELSE
			PERFORM READ-RELEASE
		END-IF.
		PERFORM POST-RELEASED-LINE UNTIL RELEASE-EOF.
		IF WS-REL-STATUS NOT = "35"
			CLOSE RELEASE-FILE
		END-IF.

	READ-RELEASE.
		READ RELEASE-FILE
			AT END SET RELEASE-EOF TO TRUE
		END-READ.

	POST-RELEASED-LINE.
		ADD 1 TO WS-STAT-READ.
		PERFORM FIND-OPEN-ITEM.
		IF WS-AP-FOUND > 0
			ADD VRL-AMOUNT TO AT-AMOUNT(WS-AP-FOUND)
			ADD 1 TO WS-ADDED-TO
		ELSE
			PERFORM OPEN-NEW-ITEM
		END-IF.
		PERFORM READ-RELEASE.

	FIND-OPEN-ITEM.
		MOVE ZERO TO WS-AP-FOUND.
		PERFORM VARYING WS-AP-IDX FROM 1 BY 1
			UNTIL WS-AP-IDX > WS-AP-COUNT
			IF AT-VENDOR(WS-AP-IDX) = VRL-VENDOR
				AND AT-INVOICE(WS-AP-IDX) = VRL-INVOICE
				AND AT-TYPE(WS-AP-IDX) NOT = "D"
				MOVE WS-AP-IDX TO WS-AP-FOUND
			END-IF
		END-PERFORM.

	OPEN-NEW-ITEM.
		IF WS-AP-COUNT < 9999
			ADD 1 TO WS-AP-COUNT
			ADD 1 TO WS-NEW-ITEMS
			MOVE VRL-VENDOR TO AT-VENDOR(WS-AP-COUNT)
			MOVE VRL-INVOICE TO AT-INVOICE(WS-AP-COUNT)
			MOVE VRL-INV-DATE TO AT-INV-DATE(WS-AP-COUNT)
			MOVE VRL-AMOUNT TO AT-AMOUNT(WS-AP-COUNT)
			MOVE ZERO TO AT-PAID(WS-AP-COUNT)
			MOVE "O" TO AT-STATUS(WS-AP-COUNT)
			MOVE ZERO TO AT-CHECK(WS-AP-COUNT)
			MOVE SPACES TO AT-PAY-DATE(WS-AP-COUNT)
			MOVE "I" TO AT-TYPE(WS-AP-COUNT)
			PERFORM SET-DUE-DATE
		ELSE
			DISPLAY "Table des dettes saturee"
				" - fournisseur " VRL-VENDOR
				" facture " VRL-INVOICE
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	SET-DUE-DATE.
		PERFORM FIND-VENDOR.
		IF WS-VN-FOUND > 0
			MOVE VT-TERMS(WS-VN-FOUND) TO WS-TERMS
		ELSE
			MOVE ZERO TO WS-TERMS
			ADD 1 TO WS-NO-TERMS
		END-IF.
		IF VRL-INV-DATE NOT NUMERIC
			MOVE WS-TODAY TO AT-INV-DATE(WS-AP-COUNT)
		END-IF.
		COMPUTE WS-DUE-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(AT-INV-DATE(WS-AP-COUNT)))
			+ WS-TERMS.
		MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
			TO AT-DUE-DATE(WS-AP-COUNT).

	BUILD-DEBIT-MEMOS.
		OPEN INPUT RTV-MEMO-FILE.
		IF WS-RTV-STATUS NOT = "00"
			DISPLAY "Pas d'avoirs retour fournisseur"
		ELSE
			SET RTV-MEMO-CONSUMED TO TRUE
			PERFORM READ-RTV-MEMO
			PERFORM POST-DEBIT-MEMO UNTIL RTV-MEMO-EOF
			CLOSE RTV-MEMO-FILE
		END-IF.

	READ-RTV-MEMO.
		READ RTV-MEMO-FILE
			AT END SET RTV-MEMO-EOF TO TRUE
		END-READ.

	POST-DEBIT-MEMO.
		ADD 1 TO WS-STAT-READ.
		ADD 1 TO WS-MEMO-LINES.
		SUBTRACT RTM-AMOUNT FROM WS-MEMO-VALUE.
		MOVE ZERO TO WS-AP-FOUND.
		PERFORM VARYING WS-AP-IDX FROM 1 BY 1
			UNTIL WS-AP-IDX > WS-AP-COUNT
			IF AT-VENDOR(WS-AP-IDX) = RTM-VENDOR
				AND AT-INVOICE(WS-AP-IDX) = RTM-AUTH
				AND AT-TYPE(WS-AP-IDX) = "D"
				MOVE WS-AP-IDX TO WS-AP-FOUND
			END-IF
		END-PERFORM.
		IF WS-AP-FOUND > 0
			SUBTRACT RTM-AMOUNT FROM AT-AMOUNT(WS-AP-FOUND)
		ELSE
			PERFORM OPEN-DEBIT-MEMO
		END-IF.
		PERFORM READ-RTV-MEMO.

	OPEN-DEBIT-MEMO.
		IF WS-AP-COUNT < 9999
			ADD 1 TO WS-AP-COUNT
			MOVE RTM-VENDOR TO AT-VENDOR(WS-AP-COUNT)
			MOVE RTM-AUTH TO AT-INVOICE(WS-AP-COUNT)
			MOVE RTM-DATE TO AT-INV-DATE(WS-AP-COUNT)
			MOVE RTM-DATE TO AT-DUE-DATE(WS-AP-COUNT)
			COMPUTE AT-AMOUNT(WS-AP-COUNT) =
				ZERO - RTM-AMOUNT
			MOVE ZERO TO AT-PAID(WS-AP-COUNT)
			MOVE "O" TO AT-STATUS(WS-AP-COUNT)
			MOVE ZERO TO AT-CHECK(WS-AP-COUNT)
			MOVE SPACES TO AT-PAY-DATE(WS-AP-COUNT)
			MOVE "D" TO AT-TYPE(WS-AP-COUNT)
		ELSE
			DISPLAY "Table des dettes saturee"
				" - fournisseur " RTM-VENDOR
				" avoir " RTM-AUTH
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	CLEAR-RTV-MEMOS.
		IF RTV-MEMO-CONSUMED
			OPEN OUTPUT RTV-MEMO-FILE
			CLOSE RTV-MEMO-FILE
			DISPLAY "Avoirs RTVMEMO consommes et vides"
		END-IF.

	WRITE-OPEN-ITEM.
		MOVE WS-AP-ENTRY(WS-AP-IDX) TO AP-OPEN-OUT-REC.
		WRITE AP-OPEN-OUT-REC.
		ADD 1 TO WS-STAT-WRIT.
		COMPUTE WS-TOTAL-OWED = WS-TOTAL-OWED
			+ APO-AMOUNT - APO-PAID.
		MOVE APO-VENDOR TO BD-VENDOR.
		MOVE APO-INVOICE TO BD-INVOICE.
		MOVE APO-DUE-DATE TO BD-DUE.
		MOVE APO-AMOUNT TO BD-AMOUNT.
		IF APO-TYPE = "D"
			MOVE "avoir a deduire" TO BD-TEXT
		ELSE
			MOVE "a payer" TO BD-TEXT
		END-IF.
		WRITE BUILD-LINE FROM WS-RPT-DETAIL.

	WRITE-SUMMARY.
		MOVE SPACES TO BUILD-LINE.
		WRITE BUILD-LINE.
		MOVE "Factures fournisseurs nouvelles" TO BY-LABEL.
		MOVE WS-NEW-ITEMS TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes ajoutees a un encours" TO BY-LABEL.
		MOVE WS-ADDED-TO TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.
		MOVE "Encours reconduits" TO BY-LABEL.
		MOVE WS-CARRIED TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.
		MOVE "Encours regles purges" TO BY-LABEL.
		MOVE WS-SETTLED TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes d'avoir retour fourn." TO BY-LABEL.
		MOVE WS-MEMO-LINES TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.
		MOVE "Montant des avoirs" TO BY-LABEL.
		MOVE WS-MEMO-VALUE TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.
		MOVE "Factures sans conditions fourn." TO BY-LABEL.
		MOVE WS-NO-TERMS TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.
		MOVE "Solde du aux fournisseurs" TO BY-LABEL.
		MOVE WS-TOTAL-OWED TO BY-COUNT.
		WRITE BUILD-LINE FROM WS-RPT-TALLY.


	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
