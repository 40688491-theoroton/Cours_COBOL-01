	IDENTIFICATION DIVISION.
	PROGRAM-ID. CSGSETL.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "CSGPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT CSG-CTL-FILE ASSIGN TO "CSGCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CSGCTL-STATUS.
		SELECT CONSIGN-FILE ASSIGN TO "CONSIGN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CSG-STATUS.
		SELECT INV-HIST-FILE ASSIGN TO "INVHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS IVH-KEY
			FILE STATUS IS WS-INVHST-STATUS.
		SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VEND-STATUS.
		SELECT RELEASE-FILE ASSIGN TO "CSGREL"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT RTV-MEMO-FILE ASSIGN TO "RTVMEMO"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RTVMEMO-STATUS.
		SELECT SUBLEDGER-FILE ASSIGN TO "LEDGSUB"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUB-STATUS.
		SELECT STATEMENT-FILE ASSIGN TO "CSGSTMT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT SETTLE-RPT-FILE ASSIGN TO "CSGRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 CSP-BUS-DATE     PIC X(8).
		02 CSP-COST-ACCOUNT PIC 9(4).
		02 CSP-AP-ACCOUNT   PIC 9(4).

	FD  CSG-CTL-FILE.
	01  CSG-CTL-REC.
		02 CSC-LAST-DATE PIC X(8).

	FD  CONSIGN-FILE.
	COPY CSGREC.

	FD  INV-HIST-FILE.
	01  INV-HIST-REC.
		02 IVH-KEY.
			03 IVH-INVOICE PIC 9(6).
			03 IVH-LINE    PIC 9(3).
		02 IVH-STORE    PIC 9(4).
		02 IVH-PRODUCT  PIC 9(4).
		02 IVH-DATE     PIC X(8).
		02 IVH-TXN-CODE PIC X.
		02 IVH-QTY      PIC 9(3).
		02 IVH-PRICE    PIC 9(3)V99.
		02 IVH-GROSS    PIC S9(6)V99.
		02 IVH-DISCOUNT PIC S9(6)V99.
		02 IVH-NET      PIC S9(6)V99.
		02 IVH-TAX      PIC S9(6)V99.
		02 IVH-CURRENCY PIC X(3).
		02 IVH-FX-RATE  PIC 9(3)V9(6).
		02 IVH-RPT-GROSS    PIC S9(6)V99.
		02 IVH-RPT-DISCOUNT PIC S9(6)V99.
		02 IVH-RPT-NET      PIC S9(6)V99.
		02 IVH-RPT-TAX      PIC S9(6)V99.

	FD  VENDOR-MASTER.
	01  VENDOR-REC.
		02 VND-VENDOR  PIC 9(4).
		02 VND-NAME    PIC X(20).
		02 VND-PROD-LO PIC 9(4).
		02 VND-PROD-HI PIC 9(4).
		02 VND-STATUS  PIC X.
		02 VND-TERMS-DAYS PIC 9(3).

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

	FD  RTV-MEMO-FILE.
	COPY RTVREC.

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

	FD  STATEMENT-FILE.
	01  STATEMENT-LINE PIC X(80).

	FD  SETTLE-RPT-FILE.
	01  SETTLE-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS    PIC XX.
	01 WS-CSGCTL-STATUS  PIC XX.
	01 WS-CSG-STATUS     PIC XX.
	01 WS-INVHST-STATUS  PIC XX.
	01 WS-VEND-STATUS    PIC XX.
	01 WS-RTVMEMO-STATUS PIC XX.
	01 WS-SUB-STATUS     PIC XX.

	01 WS-FLAGS.
		02 WS-CSG-EOF PIC X VALUE "N".
			88 CONSIGN-EOF VALUE "Y".
		02 WS-INV-EOF PIC X VALUE "N".
			88 INV-HIST-EOF VALUE "Y".
		02 WS-VND-EOF PIC X VALUE "N".
			88 VENDOR-EOF VALUE "Y".
		02 WS-PARM-FLAG PIC X VALUE "N".
			88 PARMS-LOADED VALUE "Y".
		02 WS-RUN-FLAG PIC X VALUE "Y".
			88 SETTLE-RUN VALUE "Y".
			88 SETTLE-HELD VALUE "N".

	01 WS-PARMS.
		02 WS-BUS-DATE     PIC X(8).
		02 WS-FROM-DATE    PIC X(8).
		02 WS-COST-ACCOUNT PIC 9(4) VALUE ZERO.
		02 WS-AP-ACCOUNT   PIC 9(4) VALUE ZERO.
		02 WS-SETTLE-REF.
			03 FILLER       PIC X(2) VALUE "CS".
			03 WS-REF-DATE  PIC X(8).

	01 WS-DATE-WORK.
		02 WS-BUS-INT  PIC 9(8).
		02 WS-FROM-INT PIC 9(8).

	01 WS-CSG-TAB-CTL.
		02 WS-CG-COUNT PIC 9(3) VALUE ZERO.
		02 WS-CG-IDX   PIC 9(3).
		02 WS-CG-FOUND PIC 9(3).

	01 WS-CSG-TAB.
		02 WS-CG-ENTRY OCCURS 999 TIMES.
			03 CG-STORE  PIC 9(4).
			03 CG-PROD   PIC 9(4).
			03 CG-VENDOR PIC 9(4).
			03 CG-COST   PIC 9(5)V99.

	01 WS-VEND-TAB-CTL.
		02 WS-VN-COUNT PIC 9(3) VALUE ZERO.
		02 WS-VN-IDX   PIC 9(3).
		02 WS-VN-FOUND PIC 9(3).

	01 WS-VEND-TAB.
		02 WS-VN-ENTRY OCCURS 999 TIMES.
			03 VT-VENDOR PIC 9(4).
			03 VT-NAME   PIC X(20).
			03 VT-LINES  PIC 9(5).
			03 VT-TOTAL  PIC S9(9)V99.

	01 WS-LINE-TAB-CTL.
		02 WS-SL-COUNT PIC 9(4) VALUE ZERO.
		02 WS-SL-IDX   PIC 9(4).
		02 WS-SL-FOUND PIC 9(4).

	01 WS-LINE-TAB.
		02 WS-SL-ENTRY OCCURS 9999 TIMES.
			03 SL-VENDOR   PIC 9(4).
			03 SL-STORE    PIC 9(4).
			03 SL-PROD     PIC 9(4).
			03 SL-SOLD     PIC 9(7).
			03 SL-RETURNED PIC 9(7).
			03 SL-COST     PIC 9(5)V99.

	01 WS-SETTLE-WORK.
		02 WS-NET-QTY     PIC S9(8).
		02 WS-LINE-AMOUNT PIC S9(9)V99.
		02 WS-ABS-AMOUNT  PIC 9(9)V99.
		02 WS-PIECE-AMT   PIC 9(6)V99.
		02 WS-AMOUNT-CAP  PIC 9(6)V99 VALUE 999999.99.
		02 WS-DR-ACCT     PIC 9(4).
		02 WS-CR-ACCT     PIC 9(4).
		02 WS-LED-COUNT   PIC 9(6) VALUE ZERO.
		02 WS-LED-HASH    PIC 9(10)V99 VALUE ZERO.

	01 WS-TALLIES.
		02 WS-CSG-SALES   PIC 9(6) VALUE ZERO.
		02 WS-REL-LINES   PIC 9(6) VALUE ZERO.
		02 WS-MEMO-LINES  PIC 9(6) VALUE ZERO.
		02 WS-NO-COST     PIC 9(6) VALUE ZERO.
		02 WS-NO-VENDOR   PIC 9(6) VALUE ZERO.
		02 WS-VENDORS     PIC 9(6) VALUE ZERO.
		02 WS-TOTAL-OWED  PIC S9(11)V99 VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(33) VALUE
			"Reglement des ventes en depot du ".
		02 CT-FROM PIC X(8).
		02 FILLER PIC X(4)  VALUE " au ".
		02 CT-TO   PIC X(8).
		02 FILLER PIC X(27) VALUE SPACES.

	01 WS-RPT-VENDOR.
		02 FILLER    PIC X(8)  VALUE "  Fourn ".
		02 CV-VENDOR PIC ZZZ9.
		02 FILLER    PIC X(1)  VALUE SPACES.
		02 CV-NAME   PIC X(20).
		02 FILLER    PIC X(9)  VALUE " lignes ".
		02 CV-LINES  PIC ZZZZ9.
		02 FILLER    PIC X(10) VALUE " montant ".
		02 CV-AMOUNT PIC --------9.99.
		02 FILLER    PIC X(11) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 CY-LABEL  PIC X(34).
		02 CY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RPT-TOTAL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 FILLER    PIC X(34) VALUE
			"Total du aux deposants".
		02 CY-AMOUNT PIC ----------9.99.
		02 FILLER    PIC X(30) VALUE SPACES.

	01 WS-STMT-TITLE.
		02 FILLER PIC X(40) VALUE
			"RELEVE DES VENTES EN DEPOT".
		02 FILLER PIC X(40) VALUE SPACES.

	01 WS-STMT-VENDOR.
		02 FILLER    PIC X(12) VALUE "Fournisseur ".
		02 SV-VENDOR PIC 9(4).
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 SV-NAME   PIC X(20).
		02 FILLER    PIC X(13) VALUE " - ventes du ".
		02 SV-FROM   PIC X(8).
		02 FILLER    PIC X(4)  VALUE " au ".
		02 SV-TO     PIC X(8).
		02 FILLER    PIC X(9)  VALUE SPACES.

	01 WS-STMT-REF.
		02 FILLER    PIC X(12) VALUE "Reference : ".
		02 SR-REF    PIC X(10).
		02 FILLER    PIC X(58) VALUE SPACES.

	01 WS-STMT-COLUMNS.
		02 FILLER PIC X(9)  VALUE "  Magasin".
		02 FILLER PIC X(8)  VALUE " Produit".
		02 FILLER PIC X(9)  VALUE "   Vendus".
		02 FILLER PIC X(10) VALUE " Retournes".
		02 FILLER PIC X(10) VALUE "       Net".
		02 FILLER PIC X(11) VALUE " Cout depot".
		02 FILLER PIC X(14) VALUE "       Montant".
		02 FILLER PIC X(9)  VALUE SPACES.

	01 WS-STMT-DETAIL.
		02 FILLER      PIC X(4)  VALUE SPACES.
		02 SD-STORE    PIC ZZZ9.
		02 FILLER      PIC X(4)  VALUE SPACES.
		02 SD-PROD     PIC ZZZ9.
		02 FILLER      PIC X(3)  VALUE SPACES.
		02 SD-SOLD     PIC ZZZZZZ9.
		02 FILLER      PIC X(3)  VALUE SPACES.
		02 SD-RETURNED PIC ZZZZZZ9.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 SD-NET      PIC -------9.
		02 FILLER      PIC X(3)  VALUE SPACES.
		02 SD-COST     PIC ZZZZ9.99.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 SD-AMOUNT   PIC --------9.99.
		02 FILLER      PIC X(9)  VALUE SPACES.

	01 WS-STMT-TOTAL.
		02 FILLER      PIC X(30) VALUE SPACES.
		02 FILLER      PIC X(29) VALUE
			"Total du au fournisseur :".
		02 ST-TOTAL    PIC --------9.99.
		02 FILLER      PIC X(9)  VALUE SPACES.

	01 WS-STMT-TEXT.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 SX-TEXT   PIC X(60).
		02 FILLER    PIC X(18) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "CSGSETL" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-SETTLED-DATE.
		OPEN OUTPUT SETTLE-RPT-FILE.
		MOVE WS-FROM-DATE TO CT-FROM.
		MOVE WS-BUS-DATE TO CT-TO.
		WRITE SETTLE-LINE FROM WS-RPT-TITLE.
		MOVE SPACES TO SETTLE-LINE.
		WRITE SETTLE-LINE.
		OPEN OUTPUT RELEASE-FILE.
		OPEN OUTPUT STATEMENT-FILE.
		IF SETTLE-RUN
			PERFORM LOAD-CONSIGN-TABLE
			PERFORM LOAD-VENDOR-TABLE
			PERFORM TALLY-CONSIGN-SALES
			PERFORM OPEN-SETTLEMENT-OUTPUTS
			PERFORM SETTLE-ONE-LINE
				VARYING WS-SL-IDX FROM 1 BY 1
				UNTIL WS-SL-IDX > WS-SL-COUNT
			PERFORM CLOSE-SETTLEMENT-OUTPUTS
			PERFORM STATE-ONE-VENDOR
				VARYING WS-VN-IDX FROM 1 BY 1
				UNTIL WS-VN-IDX > WS-VN-COUNT
			PERFORM SAVE-SETTLED-DATE
		END-IF.
		CLOSE STATEMENT-FILE.
		CLOSE RELEASE-FILE.
		PERFORM WRITE-SUMMARY.
		CLOSE SETTLE-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
		OPEN INPUT PARM-FILE.
		IF WS-PARM-STATUS = "00"
			READ PARM-FILE
				AT END MOVE "10" TO WS-PARM-STATUS
			END-READ
			IF WS-PARM-STATUS = "00"
				AND CSP-COST-ACCOUNT NUMERIC
				AND CSP-AP-ACCOUNT NUMERIC
				SET PARMS-LOADED TO TRUE
				MOVE CSP-COST-ACCOUNT TO WS-COST-ACCOUNT
				MOVE CSP-AP-ACCOUNT TO WS-AP-ACCOUNT
				IF CSP-BUS-DATE NUMERIC
					MOVE CSP-BUS-DATE TO WS-BUS-DATE
				END-IF
			END-IF
			CLOSE PARM-FILE
		END-IF.
		MOVE WS-BUS-DATE TO WS-REF-DATE.
		COMPUTE WS-BUS-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-BUS-DATE)).
		IF NOT PARMS-LOADED
			DISPLAY "Fichier CSGPARM absent ou invalide - "
				"aucun reglement des depots"
			SET SETTLE-HELD TO TRUE
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	LOAD-SETTLED-DATE.
		COMPUTE WS-FROM-INT = WS-BUS-INT - 7.
		MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
			TO WS-FROM-DATE.
		OPEN INPUT CSG-CTL-FILE.
		IF WS-CSGCTL-STATUS = "00"
			READ CSG-CTL-FILE
				AT END MOVE "10" TO WS-CSGCTL-STATUS
			END-READ
			IF WS-CSGCTL-STATUS = "00"
				AND CSC-LAST-DATE NUMERIC
				MOVE CSC-LAST-DATE TO WS-FROM-DATE
			END-IF
			CLOSE CSG-CTL-FILE
		ELSE
			DISPLAY "Fichier CSGCTL absent - "
				"reglement des 7 derniers jours"
		END-IF.
		IF WS-FROM-DATE NOT < WS-BUS-DATE
			DISPLAY "Depots deja regles au " WS-FROM-DATE
			SET SETTLE-HELD TO TRUE
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		DISPLAY "Ventes en depot apres le " WS-FROM-DATE
			" jusqu'au " WS-BUS-DATE.

	SAVE-SETTLED-DATE.
		OPEN OUTPUT CSG-CTL-FILE.
		MOVE WS-BUS-DATE TO CSC-LAST-DATE.
		WRITE CSG-CTL-REC.
		CLOSE CSG-CTL-FILE.

	LOAD-CONSIGN-TABLE.
		OPEN INPUT CONSIGN-FILE.
		IF WS-CSG-STATUS NOT = "00"
			DISPLAY "Fichier CONSIGN absent - "
				"aucun stock en depot"
			SET CONSIGN-EOF TO TRUE
		ELSE
			PERFORM READ-CONSIGN
		END-IF.
		PERFORM LOAD-CONSIGN-ENTRY UNTIL CONSIGN-EOF.
		IF WS-CSG-STATUS NOT = "35"
			CLOSE CONSIGN-FILE
		END-IF.

	READ-CONSIGN.
		READ CONSIGN-FILE
			AT END SET CONSIGN-EOF TO TRUE
		END-READ.

	LOAD-CONSIGN-ENTRY.
		IF CSG-STORE NUMERIC
			AND CSG-PRODUCT NUMERIC
			AND CSG-VENDOR NUMERIC
			AND WS-CG-COUNT < 999
			ADD 1 TO WS-CG-COUNT
			MOVE CSG-STORE TO CG-STORE(WS-CG-COUNT)
			MOVE CSG-PRODUCT TO CG-PROD(WS-CG-COUNT)
			MOVE CSG-VENDOR TO CG-VENDOR(WS-CG-COUNT)
			IF CSG-COST NUMERIC
				MOVE CSG-COST TO CG-COST(WS-CG-COUNT)
			ELSE
				MOVE ZERO TO CG-COST(WS-CG-COUNT)
			END-IF
		END-IF.
		PERFORM READ-CONSIGN.

	FIND-CONSIGNMENT.
		MOVE ZERO TO WS-CG-FOUND.
		PERFORM VARYING WS-CG-IDX FROM 1 BY 1
			UNTIL WS-CG-IDX > WS-CG-COUNT
			IF CG-PROD(WS-CG-IDX) = IVH-PRODUCT
				AND CG-STORE(WS-CG-IDX) = IVH-STORE
				MOVE WS-CG-IDX TO WS-CG-FOUND
			END-IF
			IF CG-PROD(WS-CG-IDX) = IVH-PRODUCT
				AND CG-STORE(WS-CG-IDX) = ZERO
				AND WS-CG-FOUND = ZERO
				MOVE WS-CG-IDX TO WS-CG-FOUND
			END-IF
		END-PERFORM.

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
			MOVE ZERO TO VT-LINES(WS-VN-COUNT)
			MOVE ZERO TO VT-TOTAL(WS-VN-COUNT)
		END-IF.
		PERFORM READ-VENDOR.

	FIND-VENDOR-ENTRY.
		MOVE ZERO TO WS-VN-FOUND.
		PERFORM VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT
			OR WS-VN-FOUND > ZERO
			IF VT-VENDOR(WS-VN-IDX) = SL-VENDOR(WS-SL-IDX)
				MOVE WS-VN-IDX TO WS-VN-FOUND
			END-IF
		END-PERFORM.
		IF WS-VN-FOUND = ZERO
			AND WS-VN-COUNT < 999
			DISPLAY "Deposant absent du VENDMAST : "
				SL-VENDOR(WS-SL-IDX)
			ADD 1 TO WS-NO-VENDOR
			MOVE 8 TO WS-RETURN-CODE
			ADD 1 TO WS-VN-COUNT
			MOVE WS-VN-COUNT TO WS-VN-FOUND
			MOVE SL-VENDOR(WS-SL-IDX)
				TO VT-VENDOR(WS-VN-FOUND)
			MOVE "** inconnu **" TO VT-NAME(WS-VN-FOUND)
			MOVE ZERO TO VT-LINES(WS-VN-FOUND)
			MOVE ZERO TO VT-TOTAL(WS-VN-FOUND)
		END-IF.

	TALLY-CONSIGN-SALES.
		IF WS-CG-COUNT = ZERO
			SET INV-HIST-EOF TO TRUE
		ELSE
			OPEN INPUT INV-HIST-FILE
			IF WS-INVHST-STATUS NOT = "00"
				DISPLAY "INVHIST indisponible : "
					WS-INVHST-STATUS
				MOVE 12 TO WS-RETURN-CODE
				SET SETTLE-HELD TO TRUE
				SET INV-HIST-EOF TO TRUE
			ELSE
				PERFORM READ-INV-HIST
			END-IF
		END-IF.
		PERFORM TALLY-ONE-INVOICE UNTIL INV-HIST-EOF.
		IF WS-CG-COUNT > ZERO
			AND WS-INVHST-STATUS NOT = "35"
			CLOSE INV-HIST-FILE
		END-IF.

	READ-INV-HIST.
		READ INV-HIST-FILE NEXT
			AT END SET INV-HIST-EOF TO TRUE
		END-READ.

	TALLY-ONE-INVOICE.
		ADD 1 TO WS-STAT-READ.
		IF IVH-DATE > WS-FROM-DATE
			AND IVH-DATE NOT > WS-BUS-DATE
			PERFORM FIND-CONSIGNMENT
			IF WS-CG-FOUND > ZERO
				ADD 1 TO WS-CSG-SALES
				PERFORM ADD-TO-SETTLE-LINE
			END-IF
		END-IF.
		PERFORM READ-INV-HIST.

	ADD-TO-SETTLE-LINE.
		MOVE ZERO TO WS-SL-FOUND.
		PERFORM VARYING WS-SL-IDX FROM 1 BY 1
			UNTIL WS-SL-IDX > WS-SL-COUNT
			OR WS-SL-FOUND > ZERO
			IF SL-STORE(WS-SL-IDX) = IVH-STORE
				AND SL-PROD(WS-SL-IDX) = IVH-PRODUCT
				MOVE WS-SL-IDX TO WS-SL-FOUND
			END-IF
		END-PERFORM.
		IF WS-SL-FOUND = ZERO
			IF WS-SL-COUNT < 9999
				ADD 1 TO WS-SL-COUNT
				MOVE WS-SL-COUNT TO WS-SL-FOUND
				MOVE CG-VENDOR(WS-CG-FOUND)
					TO SL-VENDOR(WS-SL-FOUND)
				MOVE IVH-STORE TO SL-STORE(WS-SL-FOUND)
				MOVE IVH-PRODUCT TO SL-PROD(WS-SL-FOUND)
				MOVE ZERO TO SL-SOLD(WS-SL-FOUND)
				MOVE ZERO TO SL-RETURNED(WS-SL-FOUND)
				MOVE CG-COST(WS-CG-FOUND)
					TO SL-COST(WS-SL-FOUND)
			ELSE
				DISPLAY "Table des depots saturee"
				MOVE 12 TO WS-RETURN-CODE
				SET SETTLE-HELD TO TRUE
			END-IF
		END-IF.
		IF WS-SL-FOUND > ZERO
			IF IVH-TXN-CODE = "R"
				ADD IVH-QTY TO SL-RETURNED(WS-SL-FOUND)
			ELSE
				ADD IVH-QTY TO SL-SOLD(WS-SL-FOUND)
			END-IF
		END-IF.

	OPEN-SETTLEMENT-OUTPUTS.
		OPEN EXTEND RTV-MEMO-FILE.
		IF WS-RTVMEMO-STATUS = "35"
			OPEN OUTPUT RTV-MEMO-FILE
		END-IF.
		OPEN EXTEND SUBLEDGER-FILE.
		IF WS-SUB-STATUS = "35"
			OPEN OUTPUT SUBLEDGER-FILE
		END-IF.
		MOVE "H" TO LDH-TYPE.
		MOVE WS-BUS-DATE TO LDH-DATE.
		MOVE "CSGSETL" TO LDH-SOURCE.
		WRITE LEDGER-HDR-REC.

	CLOSE-SETTLEMENT-OUTPUTS.
		MOVE "T" TO LDT-TYPE.
		MOVE WS-LED-COUNT TO LDT-COUNT.
		MOVE WS-LED-HASH TO LDT-HASH.
		WRITE LEDGER-TRL-REC.
		CLOSE SUBLEDGER-FILE.
		CLOSE RTV-MEMO-FILE.

	SETTLE-ONE-LINE.
		IF SL-COST(WS-SL-IDX) = ZERO
			DISPLAY "Cout de depot absent - magasin "
				SL-STORE(WS-SL-IDX) " produit "
				SL-PROD(WS-SL-IDX)
			ADD 1 TO WS-NO-COST
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM FIND-VENDOR-ENTRY.
		COMPUTE WS-NET-QTY = SL-SOLD(WS-SL-IDX)
			- SL-RETURNED(WS-SL-IDX).
		COMPUTE WS-LINE-AMOUNT ROUNDED =
			WS-NET-QTY * SL-COST(WS-SL-IDX).
		IF WS-VN-FOUND > ZERO
			ADD 1 TO VT-LINES(WS-VN-FOUND)
			ADD WS-LINE-AMOUNT TO VT-TOTAL(WS-VN-FOUND)
		END-IF.
		ADD WS-LINE-AMOUNT TO WS-TOTAL-OWED.
		EVALUATE TRUE
			WHEN WS-LINE-AMOUNT > ZERO
				PERFORM WRITE-RELEASE-LINE
			WHEN WS-LINE-AMOUNT < ZERO
				PERFORM WRITE-CREDIT-MEMO
		END-EVALUATE.
		IF WS-LINE-AMOUNT NOT = ZERO
			PERFORM WRITE-SETTLE-ENTRIES
		END-IF.

	WRITE-RELEASE-LINE.
		MOVE SL-VENDOR(WS-SL-IDX) TO VRL-VENDOR.
		MOVE WS-SETTLE-REF TO VRL-INVOICE.
		MOVE WS-BUS-DATE TO VRL-INV-DATE.
		MOVE ZERO TO VRL-PO.
		MOVE SL-STORE(WS-SL-IDX) TO VRL-STORE.
		MOVE SL-PROD(WS-SL-IDX) TO VRL-PROD.
		MOVE WS-NET-QTY TO VRL-QTY.
		MOVE SL-COST(WS-SL-IDX) TO VRL-PRICE.
		MOVE WS-LINE-AMOUNT TO VRL-AMOUNT.
		WRITE RELEASE-REC.
		ADD 1 TO WS-REL-LINES.
		ADD 1 TO WS-STAT-WRIT.

	WRITE-CREDIT-MEMO.
		MOVE WS-BUS-DATE TO RTM-DATE.
		MOVE SL-VENDOR(WS-SL-IDX) TO RTM-VENDOR.
		MOVE WS-SETTLE-REF TO RTM-AUTH.
		MOVE SL-STORE(WS-SL-IDX) TO RTM-STORE.
		MOVE SL-PROD(WS-SL-IDX) TO RTM-PROD.
		COMPUTE RTM-QTY = ZERO - WS-NET-QTY.
		MOVE SL-COST(WS-SL-IDX) TO RTM-COST.
		COMPUTE RTM-AMOUNT = ZERO - WS-LINE-AMOUNT.
		WRITE RTV-MEMO-REC.
		ADD 1 TO WS-MEMO-LINES.
		ADD 1 TO WS-STAT-WRIT.

	WRITE-SETTLE-ENTRIES.
		IF WS-LINE-AMOUNT < ZERO
			COMPUTE WS-ABS-AMOUNT =
				ZERO - WS-LINE-AMOUNT
			MOVE WS-AP-ACCOUNT TO WS-DR-ACCT
			MOVE WS-COST-ACCOUNT TO WS-CR-ACCT
		ELSE
			MOVE WS-LINE-AMOUNT TO WS-ABS-AMOUNT
			MOVE WS-COST-ACCOUNT TO WS-DR-ACCT
			MOVE WS-AP-ACCOUNT TO WS-CR-ACCT
		END-IF.
		PERFORM WRITE-ENTRY-PIECE
			UNTIL WS-ABS-AMOUNT = ZERO.

	WRITE-ENTRY-PIECE.
		IF WS-ABS-AMOUNT > WS-AMOUNT-CAP
			MOVE WS-AMOUNT-CAP TO WS-PIECE-AMT
		ELSE
			MOVE WS-ABS-AMOUNT TO WS-PIECE-AMT
		END-IF.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE WS-DR-ACCT TO LDO-ACCOUNT.
		MOVE "D" TO LDO-DC.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		PERFORM WRITE-LEDGER-ENTRY.
		MOVE "D" TO LDO-REC-TYPE.
		MOVE WS-CR-ACCT TO LDO-ACCOUNT.
		MOVE "C" TO LDO-DC.
		MOVE WS-PIECE-AMT TO LDO-AMOUNT.
		PERFORM WRITE-LEDGER-ENTRY.
		SUBTRACT WS-PIECE-AMT FROM WS-ABS-AMOUNT.

	WRITE-LEDGER-ENTRY.
		MOVE SL-STORE(WS-SL-IDX) TO LDO-CENTER.
		WRITE LEDGER-OUT-REC.
		ADD 1 TO WS-LED-COUNT.
		ADD LDO-AMOUNT TO WS-LED-HASH.

	STATE-ONE-VENDOR.
		IF VT-LINES(WS-VN-IDX) > ZERO
			ADD 1 TO WS-VENDORS
			PERFORM WRITE-VENDOR-STATEMENT
			MOVE VT-VENDOR(WS-VN-IDX) TO CV-VENDOR
			MOVE VT-NAME(WS-VN-IDX) TO CV-NAME
			MOVE VT-LINES(WS-VN-IDX) TO CV-LINES
			MOVE VT-TOTAL(WS-VN-IDX) TO CV-AMOUNT
			WRITE SETTLE-LINE FROM WS-RPT-VENDOR
		END-IF.

	WRITE-VENDOR-STATEMENT.
		WRITE STATEMENT-LINE FROM WS-STMT-TITLE.
		MOVE VT-VENDOR(WS-VN-IDX) TO SV-VENDOR.
		MOVE VT-NAME(WS-VN-IDX) TO SV-NAME.
		MOVE WS-FROM-DATE TO SV-FROM.
		MOVE WS-BUS-DATE TO SV-TO.
		WRITE STATEMENT-LINE FROM WS-STMT-VENDOR.
		MOVE WS-SETTLE-REF TO SR-REF.
		WRITE STATEMENT-LINE FROM WS-STMT-REF.
		MOVE SPACES TO STATEMENT-LINE.
		WRITE STATEMENT-LINE.
		WRITE STATEMENT-LINE FROM WS-STMT-COLUMNS.
		PERFORM WRITE-STATEMENT-DETAIL
			VARYING WS-SL-IDX FROM 1 BY 1
			UNTIL WS-SL-IDX > WS-SL-COUNT.
		MOVE VT-TOTAL(WS-VN-IDX) TO ST-TOTAL.
		WRITE STATEMENT-LINE FROM WS-STMT-TOTAL.
		MOVE SPACES TO STATEMENT-LINE.
		WRITE STATEMENT-LINE.
		IF VT-TOTAL(WS-VN-IDX) < ZERO
			MOVE "Solde en notre faveur, deduit de"
				TO SX-TEXT
			WRITE STATEMENT-LINE FROM WS-STMT-TEXT
			MOVE "votre prochain reglement." TO SX-TEXT
		ELSE
			MOVE "Montant porte a votre credit,"
				TO SX-TEXT
			WRITE STATEMENT-LINE FROM WS-STMT-TEXT
			MOVE "regle a vos conditions." TO SX-TEXT
		END-IF.
		WRITE STATEMENT-LINE FROM WS-STMT-TEXT.
		MOVE SPACES TO STATEMENT-LINE.
		WRITE STATEMENT-LINE.
		WRITE STATEMENT-LINE.

	WRITE-STATEMENT-DETAIL.
		IF SL-VENDOR(WS-SL-IDX) = VT-VENDOR(WS-VN-IDX)
			MOVE SL-STORE(WS-SL-IDX) TO SD-STORE
			MOVE SL-PROD(WS-SL-IDX) TO SD-PROD
			MOVE SL-SOLD(WS-SL-IDX) TO SD-SOLD
			MOVE SL-RETURNED(WS-SL-IDX) TO SD-RETURNED
			COMPUTE WS-NET-QTY = SL-SOLD(WS-SL-IDX)
				- SL-RETURNED(WS-SL-IDX)
			MOVE WS-NET-QTY TO SD-NET
			MOVE SL-COST(WS-SL-IDX) TO SD-COST
			COMPUTE SD-AMOUNT ROUNDED =
				WS-NET-QTY * SL-COST(WS-SL-IDX)
			WRITE STATEMENT-LINE FROM WS-STMT-DETAIL
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO SETTLE-LINE.
		WRITE SETTLE-LINE.
		IF SETTLE-HELD
			MOVE "REGLEMENT NON EFFECTUE - voir SYSOUT"
				TO CY-LABEL
			MOVE ZERO TO CY-COUNT
			WRITE SETTLE-LINE FROM WS-RPT-TALLY
		END-IF.
		MOVE "Ventes en depot lues" TO CY-LABEL.
		MOVE WS-CSG-SALES TO CY-COUNT.
		WRITE SETTLE-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes portees en dette" TO CY-LABEL.
		MOVE WS-REL-LINES TO CY-COUNT.
		WRITE SETTLE-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes en avoir (retours nets)" TO CY-LABEL.
		MOVE WS-MEMO-LINES TO CY-COUNT.
		WRITE SETTLE-LINE FROM WS-RPT-TALLY.
		MOVE "Deposants regles" TO CY-LABEL.
		MOVE WS-VENDORS TO CY-COUNT.
		WRITE SETTLE-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes sans cout de depot" TO CY-LABEL.
		MOVE WS-NO-COST TO CY-COUNT.
		WRITE SETTLE-LINE FROM WS-RPT-TALLY.
		MOVE "Deposants absents de VENDMAST" TO CY-LABEL.
		MOVE WS-NO-VENDOR TO CY-COUNT.
		WRITE SETTLE-LINE FROM WS-RPT-TALLY.
		MOVE WS-TOTAL-OWED TO CY-AMOUNT.
		WRITE SETTLE-LINE FROM WS-RPT-TOTAL.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
