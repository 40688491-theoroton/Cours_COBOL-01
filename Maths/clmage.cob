	IDENTIFICATION DIVISION.
	PROGRAM-ID. CLMAGE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAM-FILE ASSIGN TO "CLMPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARAM-STATUS.
		SELECT CLAIM-FILE ASSIGN TO "CLAIMS"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CLM-STATUS.
		SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VEND-STATUS.
		SELECT AGE-RPT-FILE ASSIGN TO "CLMAGRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE.
	01  PARAM-REC.
		02 CLP-BUS-DATE PIC X(8).

	FD  CLAIM-FILE.
	01  CLAIM-REC PIC X(114).

	FD  VENDOR-MASTER.
	01  VENDOR-REC.
		02 VND-VENDOR  PIC 9(4).
		02 VND-NAME    PIC X(20).
		02 VND-PROD-LO PIC 9(4).
		02 VND-PROD-HI PIC 9(4).
		02 VND-STATUS  PIC X.
		02 VND-TERMS-DAYS PIC 9(3).

	FD  AGE-RPT-FILE.
	01  AGE-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.
	COPY CLMREC.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARAM-STATUS PIC XX.
	01 WS-CLM-STATUS   PIC XX.
	01 WS-VEND-STATUS  PIC XX.

	01 WS-FLAGS.
		02 WS-CLM-EOF PIC X VALUE "N".
			88 CLAIM-EOF VALUE "Y".
		02 WS-VND-EOF PIC X VALUE "N".
			88 VENDOR-EOF VALUE "Y".

	01 WS-BUS-DATE PIC X(8).

	01 WS-VEND-TAB-CTL.
		02 WS-VN-COUNT PIC 9(3) VALUE ZERO.
		02 WS-VN-IDX   PIC 9(3).
		02 WS-VN-FOUND PIC 9(3).

	01 WS-VEND-TAB.
		02 WS-VN-ENTRY OCCURS 999 TIMES.
			03 VT-VENDOR PIC 9(4).
			03 VT-NAME   PIC X(20).
			03 VT-TOTAL  PIC S9(9)V99.

	01 WS-OPEN-TAB-CTL.
		02 WS-OC-COUNT PIC 9(4) VALUE ZERO.
		02 WS-OC-IDX   PIC 9(4).

	01 WS-OPEN-TAB.
		02 WS-OC-ENTRY OCCURS 9999 TIMES.
			03 OC-NUMBER  PIC 9(6).
			03 OC-VENDOR  PIC 9(4).
			03 OC-PRODUCT PIC 9(4).
			03 OC-STATUS  PIC X.
			03 OC-DAYS    PIC 9(5).
			03 OC-BUCKET  PIC 9.
			03 OC-AMOUNT  PIC S9(9)V99.

	01 WS-AGE-WORK.
		02 WS-BUS-INT     PIC 9(8).
		02 WS-ITEM-INT    PIC 9(8).
		02 WS-DAYS-OLD    PIC S9(5).
		02 WS-BUCKET      PIC 9.
		02 WS-BK-IDX      PIC 9.

	01 WS-TOTALS.
		02 WS-VN-BUCKET  PIC S9(9)V99 OCCURS 4 TIMES.
		02 WS-ALL-BUCKET PIC S9(9)V99 OCCURS 4 TIMES.
		02 WS-ALL-TOTAL  PIC S9(9)V99.
		02 WS-DISP-TOTAL PIC S9(9)V99 VALUE ZERO.

	01 WS-TALLIES.
		02 WS-OPEN-CLAIMS  PIC 9(5) VALUE ZERO.
		02 WS-DISP-CLAIMS  PIC 9(5) VALUE ZERO.
		02 WS-NO-VENDOR    PIC 9(5) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(40) VALUE
			"Reclamations fournisseurs en cours au ".
		02 AG-DATE PIC X(8).
		02 FILLER PIC X(32) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(20) VALUE "  Numero Prod  Jours".
		02 FILLER PIC X(11) VALUE "    Courant".
		02 FILLER PIC X(11) VALUE "    31-60 j".
		02 FILLER PIC X(11) VALUE "    61-90 j".
		02 FILLER PIC X(11) VALUE "      +90 j".
		02 FILLER PIC X(13) VALUE "        Total".
		02 FILLER PIC X(3)  VALUE SPACES.

	01 WS-RPT-VENDOR.
		02 FILLER    PIC X(13) VALUE " Fournisseur ".
		02 AV-VENDOR PIC 9(4).
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 AV-NAME   PIC X(20).
		02 FILLER    PIC X(41) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AD-NUMBER  PIC 9(6).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 AD-PRODUCT PIC ZZZ9.
		02 AD-DISPUTE PIC X(1).
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 AD-DAYS    PIC ZZZZ9.
		02 AD-BUCKET  PIC -ZZZZZZ9.99 OCCURS 4 TIMES.
		02 FILLER     PIC X(1)  VALUE SPACES.
		02 AD-TOTAL   PIC -ZZZZZZZ9.99.
		02 FILLER     PIC X(3)  VALUE SPACES.

	01 WS-RPT-SUBTOTAL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 AS-LABEL  PIC X(18).
		02 AS-BUCKET PIC -ZZZZZZ9.99 OCCURS 4 TIMES.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 AS-TOTAL  PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(3)  VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 AY-LABEL  PIC X(34).
		02 AY-COUNT  PIC ZZZZ9.
		02 FILLER    PIC X(39) VALUE SPACES.

	01 WS-RPT-AMOUNT.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 AM-LABEL  PIC X(34).
		02 AM-AMOUNT PIC -ZZZZZZZ9.99.
		02 FILLER    PIC X(32) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "CLMAGE" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-VENDOR-TABLE.
		PERFORM LOAD-OPEN-CLAIMS.
		OPEN OUTPUT AGE-RPT-FILE.
		MOVE WS-BUS-DATE TO AG-DATE.
		WRITE AGE-LINE FROM WS-RPT-TITLE.
		WRITE AGE-LINE FROM WS-RPT-COLUMNS.
		MOVE ZERO TO WS-ALL-TOTAL.
		PERFORM CLEAR-ALL-BUCKET
			VARYING WS-BK-IDX FROM 1 BY 1
			UNTIL WS-BK-IDX > 4.
		PERFORM PRINT-ONE-VENDOR
			VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT.
		MOVE "TOTAL GENERAL" TO AS-LABEL.
		PERFORM EDIT-ALL-BUCKET
			VARYING WS-BK-IDX FROM 1 BY 1
			UNTIL WS-BK-IDX > 4.
		MOVE WS-ALL-TOTAL TO AS-TOTAL.
		MOVE SPACES TO AGE-LINE.
		WRITE AGE-LINE.
		WRITE AGE-LINE FROM WS-RPT-SUBTOTAL.
		PERFORM WRITE-SUMMARY.
		CLOSE AGE-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
		OPEN INPUT PARAM-FILE.
		IF WS-PARAM-STATUS = "00"
			READ PARAM-FILE
				AT END MOVE "10" TO WS-PARAM-STATUS
			END-READ
			IF WS-PARAM-STATUS = "00"
				AND CLP-BUS-DATE NUMERIC
				MOVE CLP-BUS-DATE TO WS-BUS-DATE
			END-IF
			CLOSE PARAM-FILE
		END-IF.
		COMPUTE WS-BUS-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-BUS-DATE)).
		DISPLAY "Date de gestion : " WS-BUS-DATE.

	LOAD-VENDOR-TABLE.
		OPEN INPUT VENDOR-MASTER.
		IF WS-VEND-STATUS NOT = "00"
			DISPLAY "Fichier VENDMAST absent"
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
			MOVE VND-NAME TO VT-NAME(WS-VN-COUNT)
			MOVE ZERO TO VT-TOTAL(WS-VN-COUNT)
		ELSE
			DISPLAY "Table des fournisseurs saturee"
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-VENDOR.

	LOAD-OPEN-CLAIMS.
		OPEN INPUT CLAIM-FILE.
		IF WS-CLM-STATUS NOT = "00"
			DISPLAY "Fichier CLAIMS absent"
			MOVE 8 TO WS-RETURN-CODE
			SET CLAIM-EOF TO TRUE
		ELSE
			PERFORM READ-CLAIM
		END-IF.
		PERFORM AGE-ONE-CLAIM UNTIL CLAIM-EOF.
		IF WS-CLM-STATUS NOT = "35"
			CLOSE CLAIM-FILE
		END-IF.

	READ-CLAIM.
		READ CLAIM-FILE
			AT END SET CLAIM-EOF TO TRUE
		END-READ.

	AGE-ONE-CLAIM.
		ADD 1 TO WS-STAT-READ.
		MOVE CLAIM-REC TO PROMO-CLAIM-REC.
		IF (CLM-BILLED OR CLM-DISPUTED)
			AND CLM-AMOUNT NOT = ZERO
			PERFORM COMPUTE-CLAIM-AGE
			PERFORM POST-CLAIM-TO-VENDOR
		END-IF.
		PERFORM READ-CLAIM.

	COMPUTE-CLAIM-AGE.
		IF CLM-BILL-DATE NUMERIC
			COMPUTE WS-ITEM-INT =
				FUNCTION INTEGER-OF-DATE(
				FUNCTION NUMVAL(CLM-BILL-DATE))
			COMPUTE WS-DAYS-OLD =
				WS-BUS-INT - WS-ITEM-INT
		ELSE
			MOVE ZERO TO WS-DAYS-OLD
		END-IF.
		IF WS-DAYS-OLD < ZERO
			MOVE ZERO TO WS-DAYS-OLD
		END-IF.
		EVALUATE TRUE
			WHEN WS-DAYS-OLD <= 30
				MOVE 1 TO WS-BUCKET
			WHEN WS-DAYS-OLD <= 60
				MOVE 2 TO WS-BUCKET
			WHEN WS-DAYS-OLD <= 90
				MOVE 3 TO WS-BUCKET
			WHEN OTHER
				MOVE 4 TO WS-BUCKET
		END-EVALUATE.

	POST-CLAIM-TO-VENDOR.
		MOVE ZERO TO WS-VN-FOUND.
		PERFORM VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT
			IF VT-VENDOR(WS-VN-IDX) = CLM-VENDOR
				MOVE WS-VN-IDX TO WS-VN-FOUND
			END-IF
		END-PERFORM.
		IF WS-VN-FOUND = ZERO
			AND WS-VN-COUNT < 999
			DISPLAY "Fournisseur absent du VENDMAST : "
				CLM-VENDOR " reclamation " CLM-NUMBER
			ADD 1 TO WS-NO-VENDOR
			MOVE 8 TO WS-RETURN-CODE
			ADD 1 TO WS-VN-COUNT
			MOVE WS-VN-COUNT TO WS-VN-FOUND
			MOVE CLM-VENDOR TO VT-VENDOR(WS-VN-FOUND)
			MOVE "** inconnu **" TO VT-NAME(WS-VN-FOUND)
			MOVE ZERO TO VT-TOTAL(WS-VN-FOUND)
		END-IF.
		IF WS-VN-FOUND = ZERO
			OR WS-OC-COUNT NOT < 9999
			DISPLAY "Table des reclamations saturee"
				" - reclamation omise " CLM-NUMBER
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		ELSE
			ADD CLM-AMOUNT TO VT-TOTAL(WS-VN-FOUND)
			PERFORM KEEP-OPEN-CLAIM
		END-IF.

	KEEP-OPEN-CLAIM.
		ADD 1 TO WS-OC-COUNT.
		MOVE CLM-NUMBER TO OC-NUMBER(WS-OC-COUNT).
		MOVE CLM-VENDOR TO OC-VENDOR(WS-OC-COUNT).
		MOVE CLM-PRODUCT TO OC-PRODUCT(WS-OC-COUNT).
		MOVE CLM-STATUS TO OC-STATUS(WS-OC-COUNT).
		MOVE WS-DAYS-OLD TO OC-DAYS(WS-OC-COUNT).
		MOVE WS-BUCKET TO OC-BUCKET(WS-OC-COUNT).
		MOVE CLM-AMOUNT TO OC-AMOUNT(WS-OC-COUNT).
		ADD 1 TO WS-OPEN-CLAIMS.
		IF CLM-DISPUTED
			ADD 1 TO WS-DISP-CLAIMS
			ADD CLM-AMOUNT TO WS-DISP-TOTAL
		END-IF.

	PRINT-ONE-VENDOR.
		IF VT-TOTAL(WS-VN-IDX) NOT = ZERO
			MOVE VT-VENDOR(WS-VN-IDX) TO AV-VENDOR
			MOVE VT-NAME(WS-VN-IDX) TO AV-NAME
			MOVE SPACES TO AGE-LINE
			WRITE AGE-LINE
			WRITE AGE-LINE FROM WS-RPT-VENDOR
			PERFORM CLEAR-VENDOR-BUCKET
				VARYING WS-BK-IDX FROM 1 BY 1
				UNTIL WS-BK-IDX > 4
			PERFORM PRINT-VENDOR-CLAIM
				VARYING WS-OC-IDX FROM 1 BY 1
				UNTIL WS-OC-IDX > WS-OC-COUNT
			MOVE "Total fournisseur" TO AS-LABEL
			PERFORM EDIT-VENDOR-BUCKET
				VARYING WS-BK-IDX FROM 1 BY 1
				UNTIL WS-BK-IDX > 4
			MOVE VT-TOTAL(WS-VN-IDX) TO AS-TOTAL
			WRITE AGE-LINE FROM WS-RPT-SUBTOTAL
			ADD VT-TOTAL(WS-VN-IDX) TO WS-ALL-TOTAL
		END-IF.

	CLEAR-VENDOR-BUCKET.
		MOVE ZERO TO WS-VN-BUCKET(WS-BK-IDX).

	CLEAR-ALL-BUCKET.
		MOVE ZERO TO WS-ALL-BUCKET(WS-BK-IDX).

	EDIT-VENDOR-BUCKET.
		MOVE WS-VN-BUCKET(WS-BK-IDX) TO AS-BUCKET(WS-BK-IDX).
		ADD WS-VN-BUCKET(WS-BK-IDX)
			TO WS-ALL-BUCKET(WS-BK-IDX).

	EDIT-ALL-BUCKET.
		MOVE WS-ALL-BUCKET(WS-BK-IDX) TO AS-BUCKET(WS-BK-IDX).

	PRINT-VENDOR-CLAIM.
		IF OC-VENDOR(WS-OC-IDX) = VT-VENDOR(WS-VN-IDX)
			MOVE OC-NUMBER(WS-OC-IDX) TO AD-NUMBER
			MOVE OC-PRODUCT(WS-OC-IDX) TO AD-PRODUCT
			IF OC-STATUS(WS-OC-IDX) = "D"
				MOVE "*" TO AD-DISPUTE
			ELSE
				MOVE SPACE TO AD-DISPUTE
			END-IF
			MOVE OC-DAYS(WS-OC-IDX) TO AD-DAYS
			PERFORM CLEAR-DETAIL-BUCKET
				VARYING WS-BK-IDX FROM 1 BY 1
				UNTIL WS-BK-IDX > 4
			MOVE OC-BUCKET(WS-OC-IDX) TO WS-BK-IDX
			MOVE OC-AMOUNT(WS-OC-IDX)
				TO AD-BUCKET(WS-BK-IDX)
			ADD OC-AMOUNT(WS-OC-IDX)
				TO WS-VN-BUCKET(WS-BK-IDX)
			MOVE OC-AMOUNT(WS-OC-IDX) TO AD-TOTAL
			WRITE AGE-LINE FROM WS-RPT-DETAIL
			ADD 1 TO WS-STAT-WRIT
		END-IF.

	CLEAR-DETAIL-BUCKET.
		MOVE ZERO TO AD-BUCKET(WS-BK-IDX).

	WRITE-SUMMARY.
		MOVE SPACES TO AGE-LINE.
		WRITE AGE-LINE.
		MOVE "Reclamations en cours" TO AY-LABEL.
		MOVE WS-OPEN-CLAIMS TO AY-COUNT.
		WRITE AGE-LINE FROM WS-RPT-TALLY.
		MOVE "Reclamations contestees (*)" TO AY-LABEL.
		MOVE WS-DISP-CLAIMS TO AY-COUNT.
		WRITE AGE-LINE FROM WS-RPT-TALLY.
		MOVE "Montant conteste" TO AM-LABEL.
		MOVE WS-DISP-TOTAL TO AM-AMOUNT.
		WRITE AGE-LINE FROM WS-RPT-AMOUNT.
		MOVE "Fournisseurs absents de VENDMAST" TO AY-LABEL.
		MOVE WS-NO-VENDOR TO AY-COUNT.
		WRITE AGE-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
