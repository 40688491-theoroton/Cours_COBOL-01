	IDENTIFICATION DIVISION.
	PROGRAM-ID. LOTEXP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAM-FILE ASSIGN TO "LOTPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARAM-STATUS.
		SELECT LOT-FILE ASSIGN TO "LOTSTK"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LOT-STATUS.
		SELECT EXPIRY-RPT-FILE ASSIGN TO "LOTRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE.
	01  PARAM-REC.
		02 LXP-DAYS PIC 9(3).

	FD  LOT-FILE.
	01  LOT-REC.
		02 LOT-STORE     PIC 9(4).
		02 LOT-PROD      PIC 9(4).
		02 LOT-EXPIRY    PIC X(8).
		02 LOT-NUMBER    PIC X(10).
		02 LOT-QTY       PIC 9(8).
		02 LOT-RECV-DATE PIC X(8).

	FD  EXPIRY-RPT-FILE.
	01  EXPIRY-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARAM-STATUS PIC XX.
	01 WS-LOT-STATUS   PIC XX.

	01 WS-FLAGS.
		02 WS-LOT-EOF PIC X VALUE "N".
			88 LOT-EOF VALUE "Y".
		02 WS-FIRST-FLAG PIC X VALUE "Y".
			88 FIRST-STORE VALUE "Y".

	01 WS-HORIZON.
		02 WS-DAYS       PIC 9(3) VALUE 7.
		02 WS-TODAY      PIC X(8).
		02 WS-TODAY-INT  PIC 9(8).
		02 WS-EXPIRY-INT PIC 9(8).
		02 WS-DAYS-LEFT  PIC 9(8).

	01 WS-STORE-WORK.
		02 WS-CUR-STORE  PIC 9(4).
		02 WS-STORE-LOTS PIC 9(6) VALUE ZERO.
		02 WS-STORE-QTY  PIC 9(9) VALUE ZERO.

	01 WS-TALLIES.
		02 WS-DUE-LOTS     PIC 9(6) VALUE ZERO.
		02 WS-EXPIRED-LOTS PIC 9(6) VALUE ZERO.
		02 WS-BAD-LOTS     PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(23) VALUE
			"Lots a peremption sous ".
		02 XT-DAYS PIC ZZ9.
		02 FILLER PIC X(12) VALUE " jours - le ".
		02 XT-DATE PIC X(8).
		02 FILLER PIC X(34) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(10) VALUE "  Magasin".
		02 FILLER PIC X(9)  VALUE "Produit".
		02 FILLER PIC X(12) VALUE "Lot".
		02 FILLER PIC X(11) VALUE "Peremption".
		02 FILLER PIC X(7)  VALUE "Jours".
		02 FILLER PIC X(11) VALUE "Quantite".
		02 FILLER PIC X(20) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 XD-STORE   PIC ZZZ9.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 XD-PROD    PIC ZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 XD-LOT     PIC X(10).
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 XD-EXPIRY  PIC X(8).
		02 FILLER     PIC X(3)  VALUE SPACES.
		02 XD-DAYS    PIC ZZZ9.
		02 FILLER     PIC X(3)  VALUE SPACES.
		02 XD-QTY     PIC ZZZZZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 XD-TEXT    PIC X(8).
		02 FILLER     PIC X(14) VALUE SPACES.

	01 WS-RPT-STORE-TOTAL.
		02 FILLER     PIC X(16) VALUE "  Total magasin ".
		02 XS-STORE   PIC ZZZ9.
		02 FILLER     PIC X(7)  VALUE " lots ".
		02 XS-LOTS    PIC ZZZZZ9.
		02 FILLER     PIC X(7)  VALUE " qte ".
		02 XS-QTY     PIC ZZZZZZZZ9.
		02 FILLER     PIC X(31) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 XY-LABEL  PIC X(34).
		02 XY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "LOTEXP" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-TODAY)).
		PERFORM LOAD-PARAMETERS.
		OPEN OUTPUT EXPIRY-RPT-FILE.
		MOVE WS-DAYS TO XT-DAYS.
		MOVE WS-TODAY TO XT-DATE.
		WRITE EXPIRY-LINE FROM WS-RPT-TITLE.
		WRITE EXPIRY-LINE FROM WS-RPT-COLUMNS.
		PERFORM SCAN-LOTS.
		PERFORM WRITE-SUMMARY.
		CLOSE EXPIRY-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		OPEN INPUT PARAM-FILE.
		IF WS-PARAM-STATUS = "00"
			READ PARAM-FILE
				AT END MOVE "10" TO WS-PARAM-STATUS
			END-READ
			IF WS-PARAM-STATUS = "00"
				AND LXP-DAYS NUMERIC
				MOVE LXP-DAYS TO WS-DAYS
			END-IF
			CLOSE PARAM-FILE
		ELSE
			DISPLAY "Fichier LOTPARM absent - "
				"horizon de 7 jours"
		END-IF.

	SCAN-LOTS.
		OPEN INPUT LOT-FILE.
		IF WS-LOT-STATUS NOT = "00"
			DISPLAY "Fichier LOTSTK absent"
			MOVE 8 TO WS-RETURN-CODE
			SET LOT-EOF TO TRUE
		ELSE
			PERFORM READ-LOT
		END-IF.
		PERFORM CHECK-ONE-LOT UNTIL LOT-EOF.
		IF NOT FIRST-STORE
			PERFORM WRITE-STORE-TOTAL
		END-IF.
		IF WS-LOT-STATUS NOT = "35"
			CLOSE LOT-FILE
		END-IF.

	READ-LOT.
		READ LOT-FILE
			AT END SET LOT-EOF TO TRUE
		END-READ.

	CHECK-ONE-LOT.
		ADD 1 TO WS-STAT-READ.
		IF LOT-EXPIRY NOT NUMERIC
			DISPLAY "Lot sans date de peremption : "
				LOT-STORE "/" LOT-PROD "/" LOT-NUMBER
			ADD 1 TO WS-BAD-LOTS
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		ELSE
			COMPUTE WS-EXPIRY-INT =
				FUNCTION INTEGER-OF-DATE(
				FUNCTION NUMVAL(LOT-EXPIRY))
			IF WS-EXPIRY-INT <= WS-TODAY-INT + WS-DAYS
				AND LOT-QTY > ZERO
				PERFORM REPORT-DUE-LOT
			END-IF
		END-IF.
		PERFORM READ-LOT.

	REPORT-DUE-LOT.
		IF FIRST-STORE
			MOVE "N" TO WS-FIRST-FLAG
			MOVE LOT-STORE TO WS-CUR-STORE
		END-IF.
		IF LOT-STORE NOT = WS-CUR-STORE
			PERFORM WRITE-STORE-TOTAL
			MOVE LOT-STORE TO WS-CUR-STORE
		END-IF.
		ADD 1 TO WS-DUE-LOTS.
		ADD 1 TO WS-STORE-LOTS.
		ADD LOT-QTY TO WS-STORE-QTY.
		MOVE LOT-STORE TO XD-STORE.
		MOVE LOT-PROD TO XD-PROD.
		MOVE LOT-NUMBER TO XD-LOT.
		MOVE LOT-EXPIRY TO XD-EXPIRY.
		MOVE LOT-QTY TO XD-QTY.
		IF WS-EXPIRY-INT < WS-TODAY-INT
			ADD 1 TO WS-EXPIRED-LOTS
			MOVE ZERO TO XD-DAYS
			MOVE "PERIME" TO XD-TEXT
		ELSE
			SUBTRACT WS-TODAY-INT FROM WS-EXPIRY-INT
				GIVING WS-DAYS-LEFT
			MOVE WS-DAYS-LEFT TO XD-DAYS
			MOVE SPACES TO XD-TEXT
		END-IF.
		ADD 1 TO WS-STAT-WRIT.
		WRITE EXPIRY-LINE FROM WS-RPT-DETAIL.

	WRITE-STORE-TOTAL.
		MOVE WS-CUR-STORE TO XS-STORE.
		MOVE WS-STORE-LOTS TO XS-LOTS.
		MOVE WS-STORE-QTY TO XS-QTY.
		WRITE EXPIRY-LINE FROM WS-RPT-STORE-TOTAL.
		MOVE SPACES TO EXPIRY-LINE.
		WRITE EXPIRY-LINE.
		MOVE ZERO TO WS-STORE-LOTS.
		MOVE ZERO TO WS-STORE-QTY.

	WRITE-SUMMARY.
		MOVE SPACES TO EXPIRY-LINE.
		WRITE EXPIRY-LINE.
		MOVE "Lots examines" TO XY-LABEL.
		MOVE WS-STAT-READ TO XY-COUNT.
		WRITE EXPIRY-LINE FROM WS-RPT-TALLY.
		MOVE "Lots arrivant a peremption" TO XY-LABEL.
		MOVE WS-DUE-LOTS TO XY-COUNT.
		WRITE EXPIRY-LINE FROM WS-RPT-TALLY.
		MOVE "Lots deja perimes" TO XY-LABEL.
		MOVE WS-EXPIRED-LOTS TO XY-COUNT.
		WRITE EXPIRY-LINE FROM WS-RPT-TALLY.
		MOVE "Lots sans date de peremption" TO XY-LABEL.
		MOVE WS-BAD-LOTS TO XY-COUNT.
		WRITE EXPIRY-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
