	IDENTIFICATION DIVISION.
	PROGRAM-ID. RTVRPT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARM-FILE ASSIGN TO "RTVPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT RTV-LOG-FILE ASSIGN TO "RTVLOG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LOG-STATUS.
		SELECT RTV-MEMO-FILE ASSIGN TO "RTVMEMO"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MEMO-STATUS.
		SELECT AP-OPEN-IN-FILE ASSIGN TO "APOPNIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-API-STATUS.
		SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-VEND-STATUS.
		SELECT RTV-RPT-FILE ASSIGN TO "RTVRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARM-FILE.
	01  PARM-REC.
		02 RPM-MONTH PIC X(6).

	FD  RTV-LOG-FILE.
	COPY RTVREC.

	FD  RTV-MEMO-FILE.
	01  RTV-PEND-REC.
		02 RTP-DATE   PIC X(8).
		02 RTP-VENDOR PIC 9(4).
		02 RTP-AUTH   PIC X(10).
		02 RTP-STORE  PIC 9(4).
		02 RTP-PROD   PIC 9(4).
		02 RTP-QTY    PIC 9(8).
		02 RTP-COST   PIC 9(5)V99.
		02 RTP-AMOUNT PIC 9(9)V99.

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

	FD  VENDOR-MASTER.
	01  VENDOR-REC.
		02 VND-VENDOR  PIC 9(4).
		02 VND-NAME    PIC X(20).
		02 VND-PROD-LO PIC 9(4).
		02 VND-PROD-HI PIC 9(4).
		02 VND-STATUS  PIC X.
			88 VND-ACTIVE VALUE "A".
		02 VND-TERMS-DAYS PIC 9(3).

	FD  RTV-RPT-FILE.
	01  RTV-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS PIC XX.
	01 WS-LOG-STATUS  PIC XX.
	01 WS-MEMO-STATUS PIC XX.
	01 WS-API-STATUS  PIC XX.
	01 WS-VEND-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-LOG-EOF PIC X VALUE "N".
			88 LOG-EOF VALUE "Y".
		02 WS-MEMO-EOF PIC X VALUE "N".
			88 MEMO-EOF VALUE "Y".
		02 WS-API-EOF PIC X VALUE "N".
			88 AP-IN-EOF VALUE "Y".
		02 WS-VND-EOF PIC X VALUE "N".
			88 VENDOR-EOF VALUE "Y".

	01 WS-TODAY PIC X(8).
	01 WS-MONTH PIC X(6).

	01 WS-VEND-TAB-CTL.
		02 WS-VN-COUNT PIC 9(3) VALUE ZERO.
		02 WS-VN-IDX   PIC 9(3).
		02 WS-VN-FOUND PIC 9(3).

	01 WS-VEND-TAB.
		02 WS-VN-ENTRY OCCURS 999 TIMES.
			03 VT-VENDOR PIC 9(4).
			03 VT-NAME   PIC X(20).

	01 WS-MEMO-TAB-CTL.
		02 WS-MM-COUNT PIC 9(4) VALUE ZERO.
		02 WS-MM-IDX   PIC 9(4).
		02 WS-MM-FOUND PIC 9(4).

	01 WS-MEMO-TAB.
		02 WS-MM-ENTRY OCCURS 9999 TIMES.
			03 MM-VENDOR PIC 9(4).
			03 MM-AUTH   PIC X(10).
			03 MM-STATUS PIC X.

	01 WS-RTV-TAB-CTL.
		02 WS-RV-COUNT PIC 9(3) VALUE ZERO.
		02 WS-RV-IDX   PIC 9(3).
		02 WS-RV-FOUND PIC 9(3).

	01 WS-RTV-TAB.
		02 WS-RV-ENTRY OCCURS 999 TIMES.
			03 RV-VENDOR   PIC 9(4).
			03 RV-LINES    PIC 9(4).
			03 RV-QTY      PIC 9(8).
			03 RV-SHIPPED  PIC S9(9)V99.
			03 RV-RECEIVED PIC S9(9)V99.
			03 RV-OUTSTAND PIC S9(9)V99.

	01 WS-WORK.
		02 WS-FIND-VENDOR PIC 9(4).
		02 WS-FIND-AUTH   PIC X(10).
		02 WS-OPEN-AMOUNT PIC S9(9)V99.

	01 WS-TOTALS.
		02 WS-TOT-LINES    PIC 9(6) VALUE ZERO.
		02 WS-TOT-SHIPPED  PIC S9(9)V99 VALUE ZERO.
		02 WS-TOT-RECEIVED PIC S9(9)V99 VALUE ZERO.
		02 WS-TOT-OUTSTAND PIC S9(9)V99 VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(36) VALUE
			"Retours fournisseurs - mois de ".
		02 RT-MONTH PIC X(6).
		02 FILLER PIC X(10) VALUE " - edite ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(20) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(24) VALUE "  Fourn".
		02 FILLER PIC X(5)  VALUE "Lign".
		02 FILLER PIC X(9)  VALUE "Quantite".
		02 FILLER PIC X(12) VALUE "   Expedie".
		02 FILLER PIC X(12) VALUE "     Recu".
		02 FILLER PIC X(12) VALUE "  En attente".
		02 FILLER PIC X(6)  VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER       PIC X(2)  VALUE SPACES.
		02 RR-VENDOR    PIC ZZZ9.
		02 FILLER       PIC X(1)  VALUE SPACES.
		02 RR-NAME      PIC X(16).
		02 FILLER       PIC X(1)  VALUE SPACES.
		02 RR-LINES     PIC ZZZ9.
		02 FILLER       PIC X(1)  VALUE SPACES.
		02 RR-QTY       PIC ZZZZZZZ9.
		02 FILLER       PIC X(1)  VALUE SPACES.
		02 RR-SHIPPED   PIC -ZZZZZZ9.99.
		02 FILLER       PIC X(1)  VALUE SPACES.
		02 RR-RECEIVED  PIC -ZZZZZZ9.99.
		02 FILLER       PIC X(1)  VALUE SPACES.
		02 RR-OUTSTAND  PIC -ZZZZZZ9.99.
		02 FILLER       PIC X(7)  VALUE SPACES.

	01 WS-RPT-TOTAL.
		02 FILLER       PIC X(24) VALUE "  TOTAL".
		02 RX-LINES     PIC ZZZZZ9.
		02 FILLER       PIC X(9)  VALUE SPACES.
		02 RX-SHIPPED   PIC -ZZZZZZ9.99.
		02 FILLER       PIC X(1)  VALUE SPACES.
		02 RX-RECEIVED  PIC -ZZZZZZ9.99.
		02 FILLER       PIC X(1)  VALUE SPACES.
		02 RX-OUTSTAND  PIC -ZZZZZZ9.99.
		02 FILLER       PIC X(6)  VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "RTVRPT" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		PERFORM LOAD-VENDOR-TABLE.
		PERFORM LOAD-OPEN-MEMOS.
		PERFORM LOAD-PENDING-MEMOS.
		PERFORM TALLY-RETURNS.
		OPEN OUTPUT RTV-RPT-FILE.
		MOVE WS-MONTH TO RT-MONTH.
		MOVE WS-TODAY TO RT-DATE.
		WRITE RTV-LINE FROM WS-RPT-TITLE.
		WRITE RTV-LINE FROM WS-RPT-COLUMNS.
		PERFORM WRITE-VENDOR-LINE
			VARYING WS-RV-IDX FROM 1 BY 1
			UNTIL WS-RV-IDX > WS-RV-COUNT.
		MOVE WS-TOT-LINES TO RX-LINES.
		MOVE WS-TOT-SHIPPED TO RX-SHIPPED.
		MOVE WS-TOT-RECEIVED TO RX-RECEIVED.
		MOVE WS-TOT-OUTSTAND TO RX-OUTSTAND.
		MOVE SPACES TO RTV-LINE.
		WRITE RTV-LINE.
		WRITE RTV-LINE FROM WS-RPT-TOTAL.
		CLOSE RTV-RPT-FILE.
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
				AND RPM-MONTH NUMERIC
				MOVE RPM-MONTH TO WS-MONTH
			END-IF
			CLOSE PARM-FILE
		END-IF.

	LOAD-VENDOR-TABLE.
		OPEN INPUT VENDOR-MASTER.
		IF WS-VEND-STATUS NOT = "00"
			DISPLAY "Fichier VENDMAST absent"
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
		END-IF.
		PERFORM READ-VENDOR.

	LOAD-OPEN-MEMOS.
		OPEN INPUT AP-OPEN-IN-FILE.
		IF WS-API-STATUS NOT = "00"
			DISPLAY "Fichier APOPEN absent"
			MOVE 8 TO WS-RETURN-CODE
			SET AP-IN-EOF TO TRUE
		ELSE
			PERFORM READ-AP-IN
		END-IF.
		PERFORM LOAD-MEMO-ENTRY UNTIL AP-IN-EOF.
		IF WS-API-STATUS NOT = "35"
			CLOSE AP-OPEN-IN-FILE
		END-IF.

	READ-AP-IN.
		READ AP-OPEN-IN-FILE
			AT END SET AP-IN-EOF TO TRUE
		END-READ.

	LOAD-MEMO-ENTRY.
		IF API-DEBIT-MEMO
			IF WS-MM-COUNT < 9999
				ADD 1 TO WS-MM-COUNT
				MOVE API-VENDOR
					TO MM-VENDOR(WS-MM-COUNT)
				MOVE API-INVOICE
					TO MM-AUTH(WS-MM-COUNT)
				MOVE API-STATUS
					TO MM-STATUS(WS-MM-COUNT)
			ELSE
				DISPLAY "Table des avoirs saturee"
				MOVE 8 TO WS-RETURN-CODE
			END-IF
			IF API-OPEN
				COMPUTE WS-OPEN-AMOUNT =
					API-PAID - API-AMOUNT
				MOVE API-VENDOR TO WS-FIND-VENDOR
				PERFORM FIND-RTV-VENDOR
				ADD WS-OPEN-AMOUNT
					TO RV-OUTSTAND(WS-RV-FOUND)
				ADD WS-OPEN-AMOUNT TO WS-TOT-OUTSTAND
			END-IF
		END-IF.
		PERFORM READ-AP-IN.

	LOAD-PENDING-MEMOS.
		OPEN INPUT RTV-MEMO-FILE.
		IF WS-MEMO-STATUS NOT = "00"
			SET MEMO-EOF TO TRUE
		ELSE
			PERFORM READ-PENDING
		END-IF.
		PERFORM NOTE-PENDING-MEMO UNTIL MEMO-EOF.
		IF WS-MEMO-STATUS NOT = "35"
			CLOSE RTV-MEMO-FILE
		END-IF.

	READ-PENDING.
		READ RTV-MEMO-FILE
			AT END SET MEMO-EOF TO TRUE
		END-READ.

	NOTE-PENDING-MEMO.
		IF WS-MM-COUNT < 9999
			ADD 1 TO WS-MM-COUNT
			MOVE RTP-VENDOR TO MM-VENDOR(WS-MM-COUNT)
			MOVE RTP-AUTH TO MM-AUTH(WS-MM-COUNT)
			MOVE "O" TO MM-STATUS(WS-MM-COUNT)
		END-IF.
		MOVE RTP-VENDOR TO WS-FIND-VENDOR.
		PERFORM FIND-RTV-VENDOR.
		ADD RTP-AMOUNT TO RV-OUTSTAND(WS-RV-FOUND).
		ADD RTP-AMOUNT TO WS-TOT-OUTSTAND.
		PERFORM READ-PENDING.

	TALLY-RETURNS.
		OPEN INPUT RTV-LOG-FILE.
		IF WS-LOG-STATUS NOT = "00"
			DISPLAY "Fichier RTVLOG absent"
			SET LOG-EOF TO TRUE
		ELSE
			PERFORM READ-LOG
		END-IF.
		PERFORM TALLY-ONE-RETURN UNTIL LOG-EOF.
		IF WS-LOG-STATUS NOT = "35"
			CLOSE RTV-LOG-FILE
		END-IF.

	READ-LOG.
		READ RTV-LOG-FILE
			AT END SET LOG-EOF TO TRUE
		END-READ.

	TALLY-ONE-RETURN.
		ADD 1 TO WS-STAT-READ.
		IF RTM-DATE(1:6) = WS-MONTH
			MOVE RTM-VENDOR TO WS-FIND-VENDOR
			PERFORM FIND-RTV-VENDOR
			ADD 1 TO RV-LINES(WS-RV-FOUND)
			ADD RTM-QTY TO RV-QTY(WS-RV-FOUND)
			ADD RTM-AMOUNT TO RV-SHIPPED(WS-RV-FOUND)
			ADD 1 TO WS-TOT-LINES
			ADD RTM-AMOUNT TO WS-TOT-SHIPPED
			MOVE RTM-AUTH TO WS-FIND-AUTH
			PERFORM FIND-MEMO
			IF WS-MM-FOUND = ZERO
				OR MM-STATUS(WS-MM-FOUND) = "P"
				ADD RTM-AMOUNT
					TO RV-RECEIVED(WS-RV-FOUND)
				ADD RTM-AMOUNT TO WS-TOT-RECEIVED
			END-IF
		END-IF.
		PERFORM READ-LOG.

	FIND-MEMO.
		MOVE ZERO TO WS-MM-FOUND.
		PERFORM VARYING WS-MM-IDX FROM 1 BY 1
			UNTIL WS-MM-IDX > WS-MM-COUNT
			IF MM-VENDOR(WS-MM-IDX) = WS-FIND-VENDOR
				AND MM-AUTH(WS-MM-IDX) = WS-FIND-AUTH
				AND WS-MM-FOUND = ZERO
				MOVE WS-MM-IDX TO WS-MM-FOUND
			END-IF
		END-PERFORM.

	FIND-RTV-VENDOR.
		MOVE ZERO TO WS-RV-FOUND.
		PERFORM VARYING WS-RV-IDX FROM 1 BY 1
			UNTIL WS-RV-IDX > WS-RV-COUNT
			IF RV-VENDOR(WS-RV-IDX) = WS-FIND-VENDOR
				MOVE WS-RV-IDX TO WS-RV-FOUND
			END-IF
		END-PERFORM.
		IF WS-RV-FOUND = ZERO
			IF WS-RV-COUNT < 999
				ADD 1 TO WS-RV-COUNT
			ELSE
				DISPLAY "Table des fournisseurs saturee"
				MOVE 8 TO WS-RETURN-CODE
			END-IF
			MOVE WS-RV-COUNT TO WS-RV-FOUND
			MOVE WS-FIND-VENDOR TO RV-VENDOR(WS-RV-FOUND)
			MOVE ZERO TO RV-LINES(WS-RV-FOUND)
			MOVE ZERO TO RV-QTY(WS-RV-FOUND)
			MOVE ZERO TO RV-SHIPPED(WS-RV-FOUND)
			MOVE ZERO TO RV-RECEIVED(WS-RV-FOUND)
			MOVE ZERO TO RV-OUTSTAND(WS-RV-FOUND)
		END-IF.

	WRITE-VENDOR-LINE.
		MOVE ZERO TO WS-VN-FOUND.
		PERFORM VARYING WS-VN-IDX FROM 1 BY 1
			UNTIL WS-VN-IDX > WS-VN-COUNT
			IF VT-VENDOR(WS-VN-IDX) = RV-VENDOR(WS-RV-IDX)
				MOVE WS-VN-IDX TO WS-VN-FOUND
			END-IF
		END-PERFORM.
		IF WS-VN-FOUND > 0
			MOVE VT-NAME(WS-VN-FOUND) TO RR-NAME
		ELSE
			MOVE "INCONNU" TO RR-NAME
		END-IF.
		MOVE RV-VENDOR(WS-RV-IDX) TO RR-VENDOR.
		MOVE RV-LINES(WS-RV-IDX) TO RR-LINES.
		MOVE RV-QTY(WS-RV-IDX) TO RR-QTY.
		MOVE RV-SHIPPED(WS-RV-IDX) TO RR-SHIPPED.
		MOVE RV-RECEIVED(WS-RV-IDX) TO RR-RECEIVED.
		MOVE RV-OUTSTAND(WS-RV-IDX) TO RR-OUTSTAND.
		WRITE RTV-LINE FROM WS-RPT-DETAIL.
		ADD 1 TO WS-STAT-WRIT.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
