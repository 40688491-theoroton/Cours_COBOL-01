			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT RECV-RPT-FILE ASSIGN TO "PORCVRPT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MAST-STATUS.
		SELECT MASTER-OUT-FILE ASSIGN TO "PRODMOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT COST-HIST-FILE ASSIGN TO "COSTHIST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CHST-STATUS.
		SELECT RECV-HIST-FILE ASSIGN TO "PORCVHST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RHST-STATUS.
		SELECT LOT-IN-FILE ASSIGN TO "LOTSTKI"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LOTI-STATUS.
		SELECT LOT-OUT-FILE ASSIGN TO "LOTSTK"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
		02 JRN-QTY       PIC 9(8).
		02 JRN-BEFORE    PIC 9(8).
		02 JRN-AFTER     PIC 9(8).
		02 JRN-KIT       PIC 9(4).
		02 JRN-LOT       PIC X(10).
		02 JRN-EXPIRY    PIC X(8).

	FD  PO-IN-FILE.
	01  PO-IN-REC.
		02 POI-QTY-ORD PIC 9(8).
		02 POI-QTY-RCV PIC 9(8).
		02 POI-STATUS  PIC X.
		02 POI-UNIT-COST PIC 9(5)V99.
		02 POI-CASE-PACK PIC 9(4).
		02 POI-DUE-DATE  PIC X(8).
		02 POI-QTY-INV   PIC 9(8).

	FD  PO-OUT-FILE.
	01  PO-OUT-REC.
		02 POO-QTY-ORD PIC 9(8).
		02 POO-QTY-RCV PIC 9(8).
		02 POO-STATUS  PIC X.
		02 POO-UNIT-COST PIC 9(5)V99.
		02 POO-CASE-PACK PIC 9(4).
		02 POO-DUE-DATE  PIC X(8).
		02 POO-QTY-INV   PIC 9(8).

	FD  RECV-RPT-FILE.
	01  RECV-LINE PIC X(80).

	FD  PRODUCT-MASTER.
	01  MASTER-REC.
		02 MST-STORE     PIC 9(4).
		02 MST-PRODUCT   PIC 9(4).
		02 MST-QTY       PIC 9(08).
		02 MST-UNIT-COST PIC 9(5)V99.

	FD  MASTER-OUT-FILE.
	01  MASTER-OUT-REC.
		02 MST-OUT-STORE     PIC 9(4).
		02 MST-OUT-PRODUCT   PIC 9(4).
		02 MST-OUT-QTY       PIC 9(08).
		02 MST-OUT-UNIT-COST PIC 9(5)V99.

	FD  COST-HIST-FILE.
	01  COST-HIST-REC.
		02 CHS-DATE     PIC X(8).
		02 CHS-STORE    PIC 9(4).
		02 CHS-PROD     PIC 9(4).
		02 CHS-OLD-COST PIC 9(5)V99.
		02 CHS-NEW-COST PIC 9(5)V99.
		02 CHS-ON-HAND  PIC 9(8).
		02 CHS-QTY      PIC 9(8).
		02 CHS-PO-COST  PIC 9(5)V99.
		02 CHS-PO       PIC 9(6).

	FD  RECV-HIST-FILE.
	01  RECV-HIST-REC.
		02 PRH-DATE     PIC X(8).
		02 PRH-NUMBER   PIC 9(6).
		02 PRH-VENDOR   PIC 9(4).
		02 PRH-STORE    PIC 9(4).
		02 PRH-PROD     PIC 9(4).
		02 PRH-ORD-DATE PIC X(8).
		02 PRH-DUE-DATE PIC X(8).
		02 PRH-QTY-ORD  PIC 9(8).
		02 PRH-QTY      PIC 9(8).
		02 PRH-QTY-RCV  PIC 9(8).
		02 PRH-FIRST    PIC X.
		02 PRH-STATUS   PIC X.

	FD  LOT-IN-FILE.
	01  LOT-IN-REC.
		02 LTI-STORE     PIC 9(4).
		02 LTI-PROD      PIC 9(4).
		02 LTI-EXPIRY    PIC X(8).
		02 LTI-NUMBER    PIC X(10).
		02 LTI-QTY       PIC 9(8).
		02 LTI-RECV-DATE PIC X(8).

	FD  LOT-OUT-FILE.
	01  LOT-OUT-REC.
		02 LTO-STORE     PIC 9(4).
		02 LTO-PROD      PIC 9(4).
		02 LTO-EXPIRY    PIC X(8).
		02 LTO-NUMBER    PIC X(10).
		02 LTO-QTY       PIC 9(8).
		02 LTO-RECV-DATE PIC X(8).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.


	01 WS-JRN-STATUS  PIC XX.
	01 WS-POIN-STATUS PIC XX.
	01 WS-MAST-STATUS PIC XX.
	01 WS-CHST-STATUS PIC XX.
	01 WS-LOTI-STATUS PIC XX.
	01 WS-RHST-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-JRN-EOF PIC X VALUE "N".
			88 JOURNAL-EOF VALUE "Y".
		02 WS-POI-EOF PIC X VALUE "N".
			88 PO-IN-EOF VALUE "Y".
		02 WS-MAST-EOF PIC X VALUE "N".
			88 MASTER-EOF VALUE "Y".
		02 WS-MAST-LOADED PIC X VALUE "N".
			88 MASTER-LOADED VALUE "Y".
		02 WS-MAST-SHORT PIC X VALUE "N".
			88 MASTER-INCOMPLETE VALUE "Y".
		02 WS-LOT-EOF PIC X VALUE "N".
			88 LOT-IN-EOF VALUE "Y".
		02 WS-FIRST-RCV PIC X VALUE "N".
			88 FIRST-RECEIPT VALUE "Y".

	01 WS-PO-TAB-CTL.
		02 WS-PO-COUNT PIC 9(4) VALUE ZERO.
			03 OT-QTY-ORD PIC 9(8).
			03 OT-QTY-RCV PIC 9(8).
			03 OT-STATUS  PIC X.
			03 OT-UNIT-COST PIC 9(5)V99.
			03 OT-CASE-PACK PIC 9(4).
			03 OT-DUE-DATE  PIC X(8).
			03 OT-QTY-INV   PIC 9(8).

	01 WS-MAST-TAB-CTL.
		02 WS-MT-COUNT PIC 9(4) VALUE ZERO.
		02 WS-MT-IDX   PIC 9(4).
		02 WS-MT-FOUND PIC 9(4).

	01 WS-MAST-TAB.
		02 WS-MT-ENTRY OCCURS 9999 TIMES.
			03 MT-STORE PIC 9(4).
			03 MT-PROD  PIC 9(4).
			03 MT-QTY   PIC 9(8).
			03 MT-COST  PIC 9(5)V99.

	01 WS-LOT-TAB-CTL.
		02 WS-LT-COUNT PIC 9(4) VALUE ZERO.
		02 WS-LT-IDX   PIC 9(4).
		02 WS-LT-FOUND PIC 9(4).
		02 WS-LT-INS   PIC 9(4).
		02 WS-LT-SHIFT PIC 9(4).

	01 WS-LOT-FIND-KEY.
		02 WS-LF-STORE  PIC 9(4).
		02 WS-LF-PROD   PIC 9(4).
		02 WS-LF-EXPIRY PIC X(8).
		02 WS-LF-NUMBER PIC X(10).

	01 WS-LOT-TAB.
		02 WS-LT-ENTRY OCCURS 5000 TIMES.
			03 LT-KEY.
				04 LT-STORE  PIC 9(4).
				04 LT-PROD   PIC 9(4).
				04 LT-EXPIRY PIC X(8).
				04 LT-NUMBER PIC X(10).
			03 LT-QTY       PIC 9(8).
			03 LT-RECV-DATE PIC X(8).

	01 WS-COST-WORK.
		02 WS-OLD-COST   PIC 9(5)V99.
		02 WS-NEW-COST   PIC 9(5)V99.
		02 WS-COST-BASE  PIC 9(9).
		02 WS-COST-VALUE PIC 9(13)V99.

	01 WS-TALLIES.
		02 WS-RECEIPTS  PIC 9(6) VALUE ZERO.
		02 WS-ORPHANS   PIC 9(6) VALUE ZERO.
		02 WS-COMPLETED PIC 9(6) VALUE ZERO.
		02 WS-PARTIALS  PIC 9(6) VALUE ZERO.
		02 WS-COST-ROLL PIC 9(6) VALUE ZERO.
		02 WS-NO-MAST   PIC 9(6) VALUE ZERO.
		02 WS-LOT-RCV   PIC 9(6) VALUE ZERO.
		02 WS-LOT-BAD   PIC 9(6) VALUE ZERO.
		02 WS-LOT-OUT   PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(34) VALUE
		ACCEPT RT-DATE FROM DATE YYYYMMDD.
		WRITE RECV-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-PO-TABLE.
		PERFORM LOAD-MASTER-TABLE.
		PERFORM LOAD-LOT-TABLE.
		PERFORM OPEN-COST-HISTORY.
		PERFORM OPEN-RECEIPT-HISTORY.
		PERFORM MATCH-RECEIPTS.
		PERFORM WRITE-PO-FILE.
		PERFORM WRITE-NEW-MASTER.
		PERFORM WRITE-LOT-FILE.
		IF WS-CHST-STATUS = "00"
			CLOSE COST-HIST-FILE
		END-IF.
		IF WS-RHST-STATUS = "00"
			CLOSE RECV-HIST-FILE
		END-IF.
		PERFORM WRITE-SUMMARY.
		CLOSE RECV-RPT-FILE.
		IF MASTER-INCOMPLETE
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.
		END-IF.
		PERFORM READ-PO-IN.

	LOAD-MASTER-TABLE.
		OPEN INPUT PRODUCT-MASTER.
		IF WS-MAST-STATUS NOT = "00"
			DISPLAY "Fichier PRODMAST absent - "
				"couts moyens non recalcules"
			MOVE 8 TO WS-RETURN-CODE
			SET MASTER-INCOMPLETE TO TRUE
			SET MASTER-EOF TO TRUE
		ELSE
			SET MASTER-LOADED TO TRUE
			PERFORM READ-MASTER
		END-IF.
		PERFORM LOAD-MASTER-ENTRY UNTIL MASTER-EOF.
		IF WS-MAST-STATUS NOT = "35"
			CLOSE PRODUCT-MASTER
		END-IF.

	READ-MASTER.
		READ PRODUCT-MASTER
			AT END SET MASTER-EOF TO TRUE
		END-READ.

	LOAD-MASTER-ENTRY.
		IF WS-MT-COUNT < 9999
			ADD 1 TO WS-MT-COUNT
			MOVE MST-STORE TO MT-STORE(WS-MT-COUNT)
			MOVE MST-PRODUCT TO MT-PROD(WS-MT-COUNT)
			MOVE MST-QTY TO MT-QTY(WS-MT-COUNT)
			MOVE MST-UNIT-COST TO MT-COST(WS-MT-COUNT)
		ELSE
			DISPLAY "Table PRODMAST saturee"
				" - article perdu " MST-STORE
				"/" MST-PRODUCT
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
			SET MASTER-INCOMPLETE TO TRUE
		END-IF.
		PERFORM READ-MASTER.

	LOAD-LOT-TABLE.
		OPEN INPUT LOT-IN-FILE.
		IF WS-LOTI-STATUS NOT = "00"
			DISPLAY "Fichier LOTSTKI absent - "
				"stock par lot repris a vide"
			SET LOT-IN-EOF TO TRUE
		ELSE
			PERFORM READ-LOT-IN
		END-IF.
		PERFORM LOAD-LOT-ENTRY UNTIL LOT-IN-EOF.
		IF WS-LOTI-STATUS NOT = "35"
			CLOSE LOT-IN-FILE
		END-IF.

	READ-LOT-IN.
		READ LOT-IN-FILE
			AT END SET LOT-IN-EOF TO TRUE
		END-READ.

	LOAD-LOT-ENTRY.
		MOVE LTI-STORE TO WS-LF-STORE.
		MOVE LTI-PROD TO WS-LF-PROD.
		MOVE LTI-EXPIRY TO WS-LF-EXPIRY.
		MOVE LTI-NUMBER TO WS-LF-NUMBER.
		PERFORM FIND-LOT-ENTRY.
		IF WS-LT-FOUND > ZERO
			ADD LTI-QTY TO LT-QTY(WS-LT-FOUND)
			MOVE LTI-RECV-DATE TO LT-RECV-DATE(WS-LT-FOUND)
		END-IF.
		PERFORM READ-LOT-IN.

	FIND-LOT-ENTRY.
		MOVE ZERO TO WS-LT-FOUND.
		MOVE ZERO TO WS-LT-INS.
		PERFORM VARYING WS-LT-IDX FROM 1 BY 1
			UNTIL WS-LT-IDX > WS-LT-COUNT
			OR WS-LT-FOUND > ZERO
			OR WS-LT-INS > ZERO
			IF LT-KEY(WS-LT-IDX) = WS-LOT-FIND-KEY
				MOVE WS-LT-IDX TO WS-LT-FOUND
			END-IF
			IF LT-KEY(WS-LT-IDX) > WS-LOT-FIND-KEY
				MOVE WS-LT-IDX TO WS-LT-INS
			END-IF
		END-PERFORM.
		IF WS-LT-FOUND = ZERO
			IF WS-LT-COUNT < 5000
				PERFORM INSERT-LOT-ENTRY
			ELSE
				DISPLAY "Table des lots saturee"
					" - lot perdu " WS-LF-STORE
					"/" WS-LF-PROD "/" WS-LF-NUMBER
				ADD 1 TO WS-STAT-REJ
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.

	INSERT-LOT-ENTRY.
		IF WS-LT-INS = ZERO
			COMPUTE WS-LT-INS = WS-LT-COUNT + 1
		END-IF.
		ADD 1 TO WS-LT-COUNT.
		PERFORM VARYING WS-LT-SHIFT FROM WS-LT-COUNT
			BY -1 UNTIL WS-LT-SHIFT <= WS-LT-INS
			MOVE WS-LT-ENTRY(WS-LT-SHIFT - 1)
				TO WS-LT-ENTRY(WS-LT-SHIFT)
		END-PERFORM.
		MOVE WS-LOT-FIND-KEY TO LT-KEY(WS-LT-INS).
		MOVE ZERO TO LT-QTY(WS-LT-INS).
		MOVE SPACES TO LT-RECV-DATE(WS-LT-INS).
		MOVE WS-LT-INS TO WS-LT-FOUND.

	OPEN-COST-HISTORY.
		OPEN EXTEND COST-HIST-FILE.
		IF WS-CHST-STATUS = "35"
			OPEN OUTPUT COST-HIST-FILE
		END-IF.
		IF WS-CHST-STATUS NOT = "00"
			DISPLAY "Fichier COSTHIST indisponible : "
				WS-CHST-STATUS
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	OPEN-RECEIPT-HISTORY.
		OPEN EXTEND RECV-HIST-FILE.
		IF WS-RHST-STATUS = "35"
			OPEN OUTPUT RECV-HIST-FILE
		END-IF.
		IF WS-RHST-STATUS NOT = "00"
			DISPLAY "Fichier PORCVHST indisponible : "
				WS-RHST-STATUS
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	MATCH-RECEIPTS.
		OPEN INPUT STOCK-JOURNAL-FILE.
		IF WS-JRN-STATUS NOT = "00"
			ADD 1 TO WS-RECEIPTS
			PERFORM APPLY-ONE-RECEIPT
		END-IF.
		IF JRN-RECEIPT
			AND JRN-LOT NOT = SPACES
			PERFORM ADD-RECEIPT-LOT
		END-IF.
		PERFORM READ-JOURNAL.

	APPLY-ONE-RECEIPT.
			PERFORM POST-RECEIPT-TO-PO
		END-IF.

	ADD-RECEIPT-LOT.
		IF JRN-EXPIRY NOT NUMERIC
			ADD 1 TO WS-LOT-BAD
			ADD 1 TO WS-STAT-REJ
			MOVE ZERO TO RD-NUMBER
			MOVE JRN-STORE TO RD-STORE
			MOVE JRN-PROD TO RD-PROD
			MOVE JRN-QTY TO RD-QTY
			MOVE "lot sans date peremption" TO RD-TEXT
			WRITE RECV-LINE FROM WS-RPT-DETAIL
			MOVE 8 TO WS-RETURN-CODE
		ELSE
			MOVE JRN-STORE TO WS-LF-STORE
			MOVE JRN-PROD TO WS-LF-PROD
			MOVE JRN-EXPIRY TO WS-LF-EXPIRY
			MOVE JRN-LOT TO WS-LF-NUMBER
			PERFORM FIND-LOT-ENTRY
			IF WS-LT-FOUND > ZERO
				ADD 1 TO WS-LOT-RCV
				ADD JRN-QTY TO LT-QTY(WS-LT-FOUND)
				MOVE JRN-DATE
					TO LT-RECV-DATE(WS-LT-FOUND)
			END-IF
		END-IF.

	FIND-OPEN-PO.
		MOVE ZERO TO WS-PO-FOUND.
		PERFORM VARYING WS-PO-IDX FROM 1 BY 1
		END-PERFORM.

	POST-RECEIPT-TO-PO.
		IF OT-QTY-RCV(WS-PO-FOUND) = ZERO
			SET FIRST-RECEIPT TO TRUE
		ELSE
			MOVE "N" TO WS-FIRST-RCV
		END-IF.
		ADD JRN-QTY TO OT-QTY-RCV(WS-PO-FOUND).
		MOVE OT-NUMBER(WS-PO-FOUND) TO RD-NUMBER.
		MOVE JRN-STORE TO RD-STORE.
			MOVE "reception partielle" TO RD-TEXT
		END-IF.
		WRITE RECV-LINE FROM WS-RPT-DETAIL.
		IF WS-RHST-STATUS = "00"
			PERFORM WRITE-RECEIPT-HISTORY
		END-IF.
		IF OT-UNIT-COST(WS-PO-FOUND) > ZERO
			AND MASTER-LOADED
			PERFORM ROLL-AVERAGE-COST
		END-IF.

	FIND-MASTER-ENTRY.
		MOVE ZERO TO WS-MT-FOUND.
		PERFORM VARYING WS-MT-IDX FROM 1 BY 1
			UNTIL WS-MT-IDX > WS-MT-COUNT
			IF MT-STORE(WS-MT-IDX) = JRN-STORE
				AND MT-PROD(WS-MT-IDX) = JRN-PROD
				MOVE WS-MT-IDX TO WS-MT-FOUND
			END-IF
		END-PERFORM.

	ROLL-AVERAGE-COST.
		PERFORM FIND-MASTER-ENTRY.
		IF WS-MT-FOUND = ZERO
			ADD 1 TO WS-NO-MAST
			MOVE "produit absent PRODMAST" TO RD-TEXT
			WRITE RECV-LINE FROM WS-RPT-DETAIL
		ELSE
			MOVE MT-COST(WS-MT-FOUND) TO WS-OLD-COST
			COMPUTE WS-COST-BASE = JRN-BEFORE + JRN-QTY
			IF WS-COST-BASE = ZERO
				MOVE OT-UNIT-COST(WS-PO-FOUND)
					TO WS-NEW-COST
			ELSE
				COMPUTE WS-COST-VALUE =
					JRN-BEFORE * WS-OLD-COST
					+ JRN-QTY
					* OT-UNIT-COST(WS-PO-FOUND)
				COMPUTE WS-NEW-COST ROUNDED =
					WS-COST-VALUE / WS-COST-BASE
			END-IF
			IF WS-NEW-COST NOT = WS-OLD-COST
				MOVE WS-NEW-COST TO MT-COST(WS-MT-FOUND)
				PERFORM WRITE-COST-HISTORY
			END-IF
		END-IF.

	WRITE-COST-HISTORY.
		ADD 1 TO WS-COST-ROLL.
		IF WS-CHST-STATUS = "00"
			MOVE RT-DATE TO CHS-DATE
			MOVE JRN-STORE TO CHS-STORE
			MOVE JRN-PROD TO CHS-PROD
			MOVE WS-OLD-COST TO CHS-OLD-COST
			MOVE WS-NEW-COST TO CHS-NEW-COST
			MOVE JRN-BEFORE TO CHS-ON-HAND
			MOVE JRN-QTY TO CHS-QTY
			MOVE OT-UNIT-COST(WS-PO-FOUND) TO CHS-PO-COST
			MOVE OT-NUMBER(WS-PO-FOUND) TO CHS-PO
			WRITE COST-HIST-REC
		END-IF.

	WRITE-RECEIPT-HISTORY.
		MOVE JRN-DATE TO PRH-DATE.
		MOVE OT-NUMBER(WS-PO-FOUND) TO PRH-NUMBER.
		MOVE OT-VENDOR(WS-PO-FOUND) TO PRH-VENDOR.
		MOVE JRN-STORE TO PRH-STORE.
		MOVE JRN-PROD TO PRH-PROD.
		MOVE OT-DATE(WS-PO-FOUND) TO PRH-ORD-DATE.
		MOVE OT-DUE-DATE(WS-PO-FOUND) TO PRH-DUE-DATE.
		MOVE OT-QTY-ORD(WS-PO-FOUND) TO PRH-QTY-ORD.
		MOVE JRN-QTY TO PRH-QTY.
		MOVE OT-QTY-RCV(WS-PO-FOUND) TO PRH-QTY-RCV.
		MOVE WS-FIRST-RCV TO PRH-FIRST.
		MOVE OT-STATUS(WS-PO-FOUND) TO PRH-STATUS.
		WRITE RECV-HIST-REC.

	WRITE-PO-FILE.
		OPEN OUTPUT PO-OUT-FILE.
		MOVE WS-PO-ENTRY(WS-PO-IDX) TO PO-OUT-REC.
		WRITE PO-OUT-REC.

	WRITE-NEW-MASTER.
		IF MASTER-LOADED
			OPEN OUTPUT MASTER-OUT-FILE
			PERFORM WRITE-MASTER-OUT
				VARYING WS-MT-IDX FROM 1 BY 1
				UNTIL WS-MT-IDX > WS-MT-COUNT
			CLOSE MASTER-OUT-FILE
		END-IF.

	WRITE-MASTER-OUT.
		MOVE MT-STORE(WS-MT-IDX) TO MST-OUT-STORE.
		MOVE MT-PROD(WS-MT-IDX) TO MST-OUT-PRODUCT.
		MOVE MT-QTY(WS-MT-IDX) TO MST-OUT-QTY.
		MOVE MT-COST(WS-MT-IDX) TO MST-OUT-UNIT-COST.
		WRITE MASTER-OUT-REC.

	WRITE-LOT-FILE.
		OPEN OUTPUT LOT-OUT-FILE.
		PERFORM WRITE-LOT-OUT
			VARYING WS-LT-IDX FROM 1 BY 1
			UNTIL WS-LT-IDX > WS-LT-COUNT.
		CLOSE LOT-OUT-FILE.

	WRITE-LOT-OUT.
		IF LT-QTY(WS-LT-IDX) > ZERO
			ADD 1 TO WS-LOT-OUT
			MOVE LT-STORE(WS-LT-IDX) TO LTO-STORE
			MOVE LT-PROD(WS-LT-IDX) TO LTO-PROD
			MOVE LT-EXPIRY(WS-LT-IDX) TO LTO-EXPIRY
			MOVE LT-NUMBER(WS-LT-IDX) TO LTO-NUMBER
			MOVE LT-QTY(WS-LT-IDX) TO LTO-QTY
			MOVE LT-RECV-DATE(WS-LT-IDX) TO LTO-RECV-DATE
			WRITE LOT-OUT-REC
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO RECV-LINE.
		WRITE RECV-LINE.
		MOVE "Commandes partielles" TO RY-LABEL.
		MOVE WS-PARTIALS TO RY-COUNT.
		WRITE RECV-LINE FROM WS-RPT-TALLY.
		MOVE "Couts moyens recalcules" TO RY-LABEL.
		MOVE WS-COST-ROLL TO RY-COUNT.
		WRITE RECV-LINE FROM WS-RPT-TALLY.
		MOVE "Receptions hors PRODMAST" TO RY-LABEL.
		MOVE WS-NO-MAST TO RY-COUNT.
		WRITE RECV-LINE FROM WS-RPT-TALLY.
		MOVE "Lots receptionnes" TO RY-LABEL.
		MOVE WS-LOT-RCV TO RY-COUNT.
		WRITE RECV-LINE FROM WS-RPT-TALLY.
		MOVE "Lots sans date de peremption" TO RY-LABEL.
		MOVE WS-LOT-BAD TO RY-COUNT.
		WRITE RECV-LINE FROM WS-RPT-TALLY.
		MOVE "Lots en stock" TO RY-LABEL.
		MOVE WS-LOT-OUT TO RY-COUNT.
		WRITE RECV-LINE FROM WS-RPT-TALLY.


	WRITE-RUN-STATS.
