			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT VALID-FILE ASSIGN TO "SALESVAL"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT TENDER-VALID-FILE ASSIGN TO "TENDVAL"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT EDIT-REPORT-FILE ASSIGN TO "SALESEDR"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT STORE-MASTER ASSIGN TO "STORMAST"
	FD  SALES-FILE.
	01  SALES-REC.
		02 SALE-REC-TYPE PIC X.
			88 SALE-IS-TENDER VALUE "P".
		02 SALE-STORE    PIC 9(4).
		02 SALE-PRODUCT  PIC 9(4).
		02 SALE-DATE     PIC X(8).
		02 SALE-TXN-CODE PIC X.
			88 SALE-IS-SALE   VALUE "S".
			88 SALE-IS-RETURN VALUE "R".
			88 SALE-IS-REDEEM VALUE "L".
		02 SALE-QTY      PIC 9(3).
		02 SALE-PRICE    PIC 9(3)V99.
		02 SALE-CARD     PIC X(10).
	01  TENDER-REC.
		02 TND-REC-TYPE PIC X.
		02 TND-STORE    PIC 9(4).
		02 TND-TILL     PIC 9(4).
		02 TND-DATE     PIC X(8).
		02 TND-TENDER   PIC X.
			88 TND-CODE-VALID VALUE "E" "C" "Q" "B".
		02 TND-AMOUNT   PIC 9(6)V99.
	COPY FILECTL.

	FD  VALID-FILE.
		02 VAL-TXN-CODE PIC X.
		02 VAL-QTY      PIC 9(3).
		02 VAL-PRICE    PIC 9(3)V99.
		02 VAL-CARD     PIC X(10).
	01  VAL-HEADER-REC.
		02 VAL-HDR-TYPE    PIC X.
		02 VAL-FILE-DATE   PIC X(8).
		02 VAL-TRL-COUNT PIC 9(6).
		02 VAL-TRL-HASH  PIC 9(10)V99.

	FD  TENDER-VALID-FILE.
	01  TVL-DETAIL-REC PIC X(26).
	01  TVL-HEADER-REC.
		02 TVL-HDR-TYPE    PIC X.
		02 TVL-FILE-DATE   PIC X(8).
		02 TVL-FILE-SOURCE PIC X(8).
	01  TVL-TRAILER-REC.
		02 TVL-TRL-TYPE  PIC X.
		02 TVL-TRL-COUNT PIC 9(6).
		02 TVL-TRL-HASH  PIC 9(10)V99.

	FD  EDIT-REPORT-FILE.
	01  EDIT-LINE PIC X(80).

		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.
		02 WS-VALID-COUNT PIC 9(6) VALUE ZERO.
		02 WS-REJ-COUNT   PIC 9(6) VALUE ZERO.
		02 WS-OUT-HASH    PIC 9(10)V99 VALUE ZERO.
		02 WS-TND-COUNT   PIC 9(6) VALUE ZERO.
		02 WS-TND-HASH    PIC 9(10)V99 VALUE ZERO.

	01 WS-ERROR-TALLY.
		02 WS-ERR-QTY-NUM     PIC 9(6) VALUE ZERO.
		02 WS-ERR-TXN-CODE    PIC 9(6) VALUE ZERO.
		02 WS-ERR-STORE-UNK   PIC 9(6) VALUE ZERO.
		02 WS-ERR-STORE-CLOS  PIC 9(6) VALUE ZERO.
		02 WS-ERR-TILL        PIC 9(6) VALUE ZERO.
		02 WS-ERR-TENDER      PIC 9(6) VALUE ZERO.
		02 WS-ERR-AMT-NUM     PIC 9(6) VALUE ZERO.
		02 WS-ERR-AMT-ZERO    PIC 9(6) VALUE ZERO.
		02 WS-ERR-CARD        PIC 9(6) VALUE ZERO.

	01 WS-MAX-PRICE PIC 9(3)V99 VALUE 750.00.

		ACCEPT RS-START FROM TIME.
		OPEN INPUT SALES-FILE.
		OPEN OUTPUT VALID-FILE.
		OPEN OUTPUT TENDER-VALID-FILE.
		OPEN OUTPUT EDIT-REPORT-FILE.
		ACCEPT RT-DATE FROM DATE YYYYMMDD.
		WRITE EDIT-LINE FROM WS-REPORT-TITLE.
		PERFORM WRITE-EDIT-SUMMARY.
		CLOSE SALES-FILE.
		CLOSE VALID-FILE.
		CLOSE TENDER-VALID-FILE.
		CLOSE EDIT-REPORT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
				ADD 1 TO WS-CTL-COUNT
				PERFORM HASH-INPUT-DETAIL
				PERFORM EDIT-DETAIL
			WHEN SALE-IS-TENDER
				ADD 1 TO WS-READ-COUNT
				ADD 1 TO WS-CTL-COUNT
				PERFORM HASH-INPUT-TENDER
				PERFORM EDIT-TENDER
			WHEN OTHER
				ADD 1 TO WS-ERR-REC-TYPE
				ADD 1 TO WS-REJ-COUNT
			ADD SALE-PRICE TO WS-CTL-HASH
		END-IF.

	HASH-INPUT-TENDER.
		IF TND-AMOUNT NUMERIC
			ADD TND-AMOUNT TO WS-CTL-HASH
		END-IF.

	EDIT-DETAIL.
		SET DETAIL-CLEAN TO TRUE.
		PERFORM FIND-STORE-ENTRY.
				MOVE "Magasin invalide" TO RJ-REASON
				SET DETAIL-BAD TO TRUE
			WHEN SALE-PRODUCT NOT NUMERIC
				OR (SALE-PRODUCT = ZERO
				AND NOT SALE-IS-REDEEM)
				OR (SALE-PRODUCT NOT = ZERO
				AND SALE-IS-REDEEM)
				ADD 1 TO WS-ERR-PRODUCT
				MOVE "Produit invalide" TO RJ-REASON
				SET DETAIL-BAD TO TRUE
				SET DETAIL-BAD TO TRUE
			WHEN NOT SALE-IS-SALE
				AND NOT SALE-IS-RETURN
				AND NOT SALE-IS-REDEEM
				ADD 1 TO WS-ERR-TXN-CODE
				MOVE "Code vente/retour invalide"
					TO RJ-REASON
				SET DETAIL-BAD TO TRUE
			WHEN SALE-CARD NOT = SPACES
				AND SALE-CARD NOT NUMERIC
				ADD 1 TO WS-ERR-CARD
				MOVE "Carte fidelite invalide"
					TO RJ-REASON
				SET DETAIL-BAD TO TRUE
			WHEN SALE-IS-REDEEM
				AND SALE-CARD = SPACES
				ADD 1 TO WS-ERR-CARD
				MOVE "Remise fidelite sans carte"
					TO RJ-REASON
				SET DETAIL-BAD TO TRUE
			WHEN SALE-QTY NOT NUMERIC
				ADD 1 TO WS-ERR-QTY-NUM
				MOVE "Quantite non numerique"
			WRITE VAL-DETAIL-REC
		END-IF.

	EDIT-TENDER.
		SET DETAIL-CLEAN TO TRUE.
		PERFORM FIND-STORE-ENTRY.
		EVALUATE TRUE
			WHEN TND-STORE NOT NUMERIC
				OR TND-STORE = ZERO
				ADD 1 TO WS-ERR-STORE
				MOVE "Magasin invalide" TO RJ-REASON
				SET DETAIL-BAD TO TRUE
			WHEN TND-TILL NOT NUMERIC
				ADD 1 TO WS-ERR-TILL
				MOVE "Caisse invalide" TO RJ-REASON
				SET DETAIL-BAD TO TRUE
			WHEN STORES-LOADED
				AND WS-ST-FOUND = ZERO
				ADD 1 TO WS-ERR-STORE-UNK
				MOVE "Magasin inconnu" TO RJ-REASON
				SET DETAIL-BAD TO TRUE
			WHEN STORES-LOADED
				AND ST-STATUS(WS-ST-FOUND) = "C"
				ADD 1 TO WS-ERR-STORE-CLOS
				MOVE "Magasin ferme" TO RJ-REASON
				SET DETAIL-BAD TO TRUE
			WHEN NOT TND-CODE-VALID
				ADD 1 TO WS-ERR-TENDER
				MOVE "Mode de reglement invalide"
					TO RJ-REASON
				SET DETAIL-BAD TO TRUE
			WHEN TND-AMOUNT NOT NUMERIC
				ADD 1 TO WS-ERR-AMT-NUM
				MOVE "Montant non numerique"
					TO RJ-REASON
				SET DETAIL-BAD TO TRUE
			WHEN TND-AMOUNT = ZERO
				ADD 1 TO WS-ERR-AMT-ZERO
				MOVE "Montant nul" TO RJ-REASON
				SET DETAIL-BAD TO TRUE
		END-EVALUATE.
		IF DETAIL-BAD
			ADD 1 TO WS-REJ-COUNT
			PERFORM WRITE-REJECT-LINE
		ELSE
			ADD 1 TO WS-TND-COUNT
			ADD TND-AMOUNT TO WS-TND-HASH
			MOVE TENDER-REC TO TVL-DETAIL-REC
			WRITE TVL-DETAIL-REC
		END-IF.

	WRITE-REJECT-LINE.
		MOVE SALES-REC TO RJ-RECORD.
		WRITE EDIT-LINE FROM WS-REJECT-DETAIL.
		MOVE CTL-FILE-DATE TO VAL-FILE-DATE.
		MOVE CTL-FILE-SOURCE TO VAL-FILE-SOURCE.
		WRITE VAL-HEADER-REC.
		MOVE "H" TO TVL-HDR-TYPE.
		MOVE CTL-FILE-DATE TO TVL-FILE-DATE.
		MOVE CTL-FILE-SOURCE TO TVL-FILE-SOURCE.
		WRITE TVL-HEADER-REC.

	WRITE-VALID-TRAILER.
		MOVE "T" TO VAL-TRL-TYPE.
		MOVE WS-VALID-COUNT TO VAL-TRL-COUNT.
		MOVE WS-OUT-HASH TO VAL-TRL-HASH.
		WRITE VAL-TRAILER-REC.
		MOVE "T" TO TVL-TRL-TYPE.
		MOVE WS-TND-COUNT TO TVL-TRL-COUNT.
		MOVE WS-TND-HASH TO TVL-TRL-HASH.
		WRITE TVL-TRAILER-REC.

	VERIFY-SALES-CONTROLS.
		IF NOT HEADER-SEEN
		MOVE "Enregistrements valides" TO TL-LABEL.
		MOVE WS-VALID-COUNT TO TL-COUNT.
		WRITE EDIT-LINE FROM WS-TALLY-LINE.
		MOVE "Reglements valides" TO TL-LABEL.
		MOVE WS-TND-COUNT TO TL-COUNT.
		WRITE EDIT-LINE FROM WS-TALLY-LINE.
		MOVE "Enregistrements rejetes" TO TL-LABEL.
		MOVE WS-REJ-COUNT TO TL-COUNT.
		WRITE EDIT-LINE FROM WS-TALLY-LINE.
		MOVE "Magasin ferme" TO TL-LABEL.
		MOVE WS-ERR-STORE-CLOS TO TL-COUNT.
		WRITE EDIT-LINE FROM WS-TALLY-LINE.
		MOVE "Caisse invalide" TO TL-LABEL.
		MOVE WS-ERR-TILL TO TL-COUNT.
		WRITE EDIT-LINE FROM WS-TALLY-LINE.
		MOVE "Mode de reglement invalide" TO TL-LABEL.
		MOVE WS-ERR-TENDER TO TL-COUNT.
		WRITE EDIT-LINE FROM WS-TALLY-LINE.
		MOVE "Montant non numerique" TO TL-LABEL.
		MOVE WS-ERR-AMT-NUM TO TL-COUNT.
		WRITE EDIT-LINE FROM WS-TALLY-LINE.
		MOVE "Montant nul" TO TL-LABEL.
		MOVE WS-ERR-AMT-ZERO TO TL-COUNT.
		WRITE EDIT-LINE FROM WS-TALLY-LINE.
		MOVE "Carte fidelite invalide" TO TL-LABEL.
		MOVE WS-ERR-CARD TO TL-COUNT.
		WRITE EDIT-LINE FROM WS-TALLY-LINE.


	WRITE-DIAG-SNAPSHOT.
		ACCEPT DIA-TIME FROM TIME.
		MOVE "SALESEDT" TO DIA-PROGRAM.
		MOVE WS-READ-COUNT TO DIA-READ.
		COMPUTE DIA-WRITTEN = WS-VALID-COUNT + WS-TND-COUNT.
		MOVE WS-REJ-COUNT TO DIA-REJECTED.
		CALL "DIAGWRT" USING DIAG-REC.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-READ-COUNT TO RS-READ.
		COMPUTE RS-WRITTEN = WS-VALID-COUNT + WS-TND-COUNT.
		MOVE WS-REJ-COUNT TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
