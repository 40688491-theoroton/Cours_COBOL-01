	IDENTIFICATION DIVISION.
	PROGRAM-ID. DCPICK.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DC-SUGGEST-FILE ASSIGN TO "DCSUGG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SUGG-STATUS.
		SELECT LOCATION-FILE ASSIGN TO "DCLOC"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-LOC-STATUS.
		SELECT DC-ORDER-IN-FILE ASSIGN TO "DCORDIN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DOI-STATUS.
		SELECT DC-NBR-FILE ASSIGN TO "DCNBRCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DCNBR-STATUS.
		SELECT DC-ORDER-OUT-FILE ASSIGN TO "DCORDOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT PICK-RPT-FILE ASSIGN TO "DCPICKL"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  DC-SUGGEST-FILE.
	01  DC-SUGGEST-REC.
		02 DCS-DC      PIC 9(4).
		02 DCS-STORE   PIC 9(4).
		02 DCS-PROD    PIC 9(4).
		02 DCS-ON-HAND PIC 9(8).
		02 DCS-QTY     PIC 9(8).

	FD  LOCATION-FILE.
	01  LOCATION-REC.
		02 DCL-PROD  PIC 9(4).
		02 DCL-AISLE PIC X(3).
		02 DCL-BIN   PIC X(5).

	FD  DC-ORDER-IN-FILE.
	01  DC-ORDER-IN-REC.
		02 DOI-NUMBER    PIC 9(6).
		02 DOI-DATE      PIC X(8).
		02 DOI-DC        PIC 9(4).
		02 DOI-STORE     PIC 9(4).
		02 DOI-PROD      PIC 9(4).
		02 DOI-QTY-ORD   PIC 9(8).
		02 DOI-QTY-SHIP  PIC 9(8).
		02 DOI-QTY-RCV   PIC 9(8).
		02 DOI-SHIP-DATE PIC X(8).
		02 DOI-STATUS    PIC X.
			88 DOI-OPEN      VALUE "O".
			88 DOI-CLOSED    VALUES "R" "C".

	FD  DC-NBR-FILE.
	01  DC-NBR-REC.
		02 DCN-LAST-NUMBER PIC 9(6).

	FD  DC-ORDER-OUT-FILE.
	01  DC-ORDER-OUT-REC.
		02 DOO-NUMBER    PIC 9(6).
		02 DOO-DATE      PIC X(8).
		02 DOO-DC        PIC 9(4).
		02 DOO-STORE     PIC 9(4).
		02 DOO-PROD      PIC 9(4).
		02 DOO-QTY-ORD   PIC 9(8).
		02 DOO-QTY-SHIP  PIC 9(8).
		02 DOO-QTY-RCV   PIC 9(8).
		02 DOO-SHIP-DATE PIC X(8).
		02 DOO-STATUS    PIC X.

	FD  PICK-RPT-FILE.
	01  PICK-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-SUGG-STATUS  PIC XX.
	01 WS-LOC-STATUS   PIC XX.
	01 WS-DOI-STATUS   PIC XX.
	01 WS-DCNBR-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-SUG-EOF PIC X VALUE "N".
			88 SUGGEST-EOF VALUE "Y".
		02 WS-LOC-EOF PIC X VALUE "N".
			88 LOCATION-EOF VALUE "Y".
		02 WS-DOI-EOF PIC X VALUE "N".
			88 DC-ORDER-EOF VALUE "Y".

	01 WS-LOC-TAB-CTL.
		02 WS-LC-COUNT PIC 9(4) VALUE ZERO.
		02 WS-LC-IDX   PIC 9(4).
		02 WS-LC-FOUND PIC 9(4).

	01 WS-LOC-TAB.
		02 WS-LC-ENTRY OCCURS 9999 TIMES.
			03 LC-PROD  PIC 9(4).
			03 LC-AISLE PIC X(3).
			03 LC-BIN   PIC X(5).

	01 WS-PICK-TAB-CTL.
		02 WS-PK-COUNT PIC 9(4) VALUE ZERO.
		02 WS-PK-IDX   PIC 9(4).
		02 WS-PK-INS   PIC 9(4).
		02 WS-PK-SHIFT PIC 9(4).

	01 WS-PICK-FIND-KEY.
		02 WS-PF-STORE  PIC 9(4).
		02 WS-PF-AISLE  PIC X(3).
		02 WS-PF-BIN    PIC X(5).
		02 WS-PF-PROD   PIC 9(4).
		02 WS-PF-NUMBER PIC 9(6).

	01 WS-PICK-TAB.
		02 WS-PK-ENTRY OCCURS 9999 TIMES.
			03 PK-KEY.
				04 PK-STORE  PIC 9(4).
				04 PK-AISLE  PIC X(3).
				04 PK-BIN    PIC X(5).
				04 PK-PROD   PIC 9(4).
				04 PK-NUMBER PIC 9(6).
			03 PK-DC  PIC 9(4).
			03 PK-QTY PIC 9(8).

	01 WS-DC-NUMBER PIC 9(6) VALUE ZERO.
	01 WS-TODAY     PIC X(8).

	01 WS-STORE-WORK.
		02 WS-CUR-STORE  PIC 9(4) VALUE ZERO.
		02 WS-STORE-LINES PIC 9(5) VALUE ZERO.
		02 WS-STORE-QTY  PIC 9(9) VALUE ZERO.

	01 WS-TALLIES.
		02 WS-CARRIED  PIC 9(6) VALUE ZERO.
		02 WS-PURGED   PIC 9(6) VALUE ZERO.
		02 WS-CREATED  PIC 9(6) VALUE ZERO.
		02 WS-NOLOC    PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(38) VALUE
			"Bons de preparation entrepot - lot du ".
		02 PT-DATE PIC X(8).
		02 FILLER PIC X(34) VALUE SPACES.

	01 WS-RPT-STORE-HEAD.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 FILLER     PIC X(27) VALUE
			"Bon de preparation magasin ".
		02 PH-STORE   PIC ZZZ9.
		02 FILLER     PIC X(10) VALUE " entrepot ".
		02 PH-DC      PIC ZZZ9.
		02 FILLER     PIC X(33) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(4)  VALUE SPACES.
		02 FILLER PIC X(7)  VALUE "Allee".
		02 FILLER PIC X(9)  VALUE "Empl.".
		02 FILLER PIC X(8)  VALUE "Prod".
		02 FILLER PIC X(12) VALUE "Quantite".
		02 FILLER PIC X(8)  VALUE "Ordre".
		02 FILLER PIC X(32) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 PD-AISLE   PIC X(3).
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 PD-BIN     PIC X(5).
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 PD-PROD    PIC ZZZ9.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 PD-QTY     PIC ZZZZZZZ9.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 PD-NUMBER  PIC ZZZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 PD-TEXT    PIC X(16).
		02 FILLER     PIC X(16) VALUE SPACES.

	01 WS-RPT-STORE-TOTAL.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 FILLER     PIC X(7)  VALUE "Lignes ".
		02 PS-LINES   PIC ZZZZ9.
		02 FILLER     PIC X(17) VALUE " quantite totale ".
		02 PS-QTY     PIC ZZZZZZZZ9.
		02 FILLER     PIC X(38) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 PY-LABEL  PIC X(34).
		02 PY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "DCPICK" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		OPEN OUTPUT PICK-RPT-FILE.
		MOVE WS-TODAY TO PT-DATE.
		WRITE PICK-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-LOCATION-TABLE.
		PERFORM LOAD-DC-NUMBER.
		OPEN OUTPUT DC-ORDER-OUT-FILE.
		PERFORM CARRY-DC-ORDERS.
		PERFORM PROCESS-SUGGESTIONS.
		CLOSE DC-ORDER-OUT-FILE.
		PERFORM SAVE-DC-NUMBER.
		PERFORM PRINT-PICK-LISTS.
		PERFORM WRITE-SUMMARY.
		CLOSE PICK-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-LOCATION-TABLE.
		OPEN INPUT LOCATION-FILE.
		IF WS-LOC-STATUS NOT = "00"
			DISPLAY "Fichier DCLOC absent - "
				"preparation sans emplacement"
			SET LOCATION-EOF TO TRUE
		ELSE
			PERFORM READ-LOCATION
		END-IF.
		PERFORM LOAD-LOCATION-ENTRY UNTIL LOCATION-EOF.
		IF WS-LOC-STATUS NOT = "35"
			CLOSE LOCATION-FILE
		END-IF.

	READ-LOCATION.
		READ LOCATION-FILE
			AT END SET LOCATION-EOF TO TRUE
		END-READ.

	LOAD-LOCATION-ENTRY.
		IF WS-LC-COUNT < 9999
			ADD 1 TO WS-LC-COUNT
			MOVE DCL-PROD TO LC-PROD(WS-LC-COUNT)
			MOVE DCL-AISLE TO LC-AISLE(WS-LC-COUNT)
			MOVE DCL-BIN TO LC-BIN(WS-LC-COUNT)
		ELSE
			DISPLAY "Table des emplacements saturee"
				" - produit " DCL-PROD
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-LOCATION.

	LOAD-DC-NUMBER.
		OPEN INPUT DC-NBR-FILE.
		IF WS-DCNBR-STATUS = "00"
			READ DC-NBR-FILE
				AT END MOVE "10" TO WS-DCNBR-STATUS
			END-READ
			IF WS-DCNBR-STATUS = "00"
				AND DCN-LAST-NUMBER NUMERIC
				MOVE DCN-LAST-NUMBER TO WS-DC-NUMBER
			END-IF
			CLOSE DC-NBR-FILE
		ELSE
			DISPLAY "Fichier DCNBRCTL absent - "
				"numerotation depuis zero"
		END-IF.

	SAVE-DC-NUMBER.
		OPEN OUTPUT DC-NBR-FILE.
		MOVE WS-DC-NUMBER TO DCN-LAST-NUMBER.
		WRITE DC-NBR-REC.
		CLOSE DC-NBR-FILE.

	CARRY-DC-ORDERS.
		OPEN INPUT DC-ORDER-IN-FILE.
		IF WS-DOI-STATUS NOT = "00"
			DISPLAY "Pas d'ordres entrepot en cours"
			SET DC-ORDER-EOF TO TRUE
		ELSE
			PERFORM READ-DC-ORDER
		END-IF.
		PERFORM CARRY-ONE-ORDER UNTIL DC-ORDER-EOF.
		IF WS-DOI-STATUS NOT = "35"
			CLOSE DC-ORDER-IN-FILE
		END-IF.

	READ-DC-ORDER.
		READ DC-ORDER-IN-FILE
			AT END SET DC-ORDER-EOF TO TRUE
		END-READ.

	CARRY-ONE-ORDER.
		IF DOI-CLOSED
			ADD 1 TO WS-PURGED
		ELSE
			ADD 1 TO WS-CARRIED
			MOVE DC-ORDER-IN-REC TO DC-ORDER-OUT-REC
			WRITE DC-ORDER-OUT-REC
			IF DOI-OPEN
				PERFORM ADD-PICK-LINE
			END-IF
		END-IF.
		PERFORM READ-DC-ORDER.

	PROCESS-SUGGESTIONS.
		OPEN INPUT DC-SUGGEST-FILE.
		IF WS-SUGG-STATUS NOT = "00"
			DISPLAY "Fichier DCSUGG absent"
			MOVE 8 TO WS-RETURN-CODE
			SET SUGGEST-EOF TO TRUE
		ELSE
			PERFORM READ-SUGGEST
		END-IF.
		PERFORM CREATE-DC-ORDER UNTIL SUGGEST-EOF.
		IF WS-SUGG-STATUS NOT = "35"
			CLOSE DC-SUGGEST-FILE
		END-IF.

	READ-SUGGEST.
		READ DC-SUGGEST-FILE
			AT END SET SUGGEST-EOF TO TRUE
		END-READ.

	CREATE-DC-ORDER.
		ADD 1 TO WS-STAT-READ.
		IF DCS-QTY > ZERO
			ADD 1 TO WS-DC-NUMBER
			ADD 1 TO WS-CREATED
			ADD 1 TO WS-STAT-WRIT
			MOVE WS-DC-NUMBER TO DOO-NUMBER
			MOVE WS-TODAY TO DOO-DATE
			MOVE DCS-DC TO DOO-DC
			MOVE DCS-STORE TO DOO-STORE
			MOVE DCS-PROD TO DOO-PROD
			MOVE DCS-QTY TO DOO-QTY-ORD
			MOVE ZERO TO DOO-QTY-SHIP
			MOVE ZERO TO DOO-QTY-RCV
			MOVE SPACES TO DOO-SHIP-DATE
			MOVE "O" TO DOO-STATUS
			WRITE DC-ORDER-OUT-REC
			MOVE DC-ORDER-OUT-REC TO DC-ORDER-IN-REC
			PERFORM ADD-PICK-LINE
		END-IF.
		PERFORM READ-SUGGEST.

	ADD-PICK-LINE.
		PERFORM FIND-LOCATION.
		MOVE DOI-STORE TO WS-PF-STORE.
		MOVE DOI-PROD TO WS-PF-PROD.
		MOVE DOI-NUMBER TO WS-PF-NUMBER.
		IF WS-LC-FOUND = ZERO
			MOVE HIGH-VALUES TO WS-PF-AISLE
			MOVE HIGH-VALUES TO WS-PF-BIN
		ELSE
			MOVE LC-AISLE(WS-LC-FOUND) TO WS-PF-AISLE
			MOVE LC-BIN(WS-LC-FOUND) TO WS-PF-BIN
		END-IF.
		MOVE ZERO TO WS-PK-INS.
		PERFORM VARYING WS-PK-IDX FROM 1 BY 1
			UNTIL WS-PK-IDX > WS-PK-COUNT
			OR WS-PK-INS > ZERO
			IF PK-KEY(WS-PK-IDX) > WS-PICK-FIND-KEY
				MOVE WS-PK-IDX TO WS-PK-INS
			END-IF
		END-PERFORM.
		IF WS-PK-COUNT < 9999
			PERFORM INSERT-PICK-ENTRY
		ELSE
			DISPLAY "Table de preparation saturee"
				" - ordre " DOI-NUMBER
			ADD 1 TO WS-STAT-REJ
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	FIND-LOCATION.
		MOVE ZERO TO WS-LC-FOUND.
		PERFORM VARYING WS-LC-IDX FROM 1 BY 1
			UNTIL WS-LC-IDX > WS-LC-COUNT
			IF LC-PROD(WS-LC-IDX) = DOI-PROD
				MOVE WS-LC-IDX TO WS-LC-FOUND
			END-IF
		END-PERFORM.

	INSERT-PICK-ENTRY.
		IF WS-PK-INS = ZERO
			COMPUTE WS-PK-INS = WS-PK-COUNT + 1
		END-IF.
		ADD 1 TO WS-PK-COUNT.
		PERFORM VARYING WS-PK-SHIFT FROM WS-PK-COUNT
			BY -1 UNTIL WS-PK-SHIFT <= WS-PK-INS
			MOVE WS-PK-ENTRY(WS-PK-SHIFT - 1)
				TO WS-PK-ENTRY(WS-PK-SHIFT)
		END-PERFORM.
		MOVE WS-PICK-FIND-KEY TO PK-KEY(WS-PK-INS).
		MOVE DOI-DC TO PK-DC(WS-PK-INS).
		SUBTRACT DOI-QTY-SHIP FROM DOI-QTY-ORD
			GIVING PK-QTY(WS-PK-INS).

	PRINT-PICK-LISTS.
		PERFORM PRINT-ONE-PICK
			VARYING WS-PK-IDX FROM 1 BY 1
			UNTIL WS-PK-IDX > WS-PK-COUNT.
		IF WS-PK-COUNT > ZERO
			PERFORM WRITE-STORE-TOTAL
		END-IF.

	PRINT-ONE-PICK.
		IF WS-PK-IDX = 1
			OR PK-STORE(WS-PK-IDX) NOT = WS-CUR-STORE
			IF WS-PK-IDX > 1
				PERFORM WRITE-STORE-TOTAL
			END-IF
			PERFORM WRITE-STORE-HEAD
		END-IF.
		ADD 1 TO WS-STORE-LINES.
		ADD PK-QTY(WS-PK-IDX) TO WS-STORE-QTY.
		MOVE PK-PROD(WS-PK-IDX) TO PD-PROD.
		MOVE PK-QTY(WS-PK-IDX) TO PD-QTY.
		MOVE PK-NUMBER(WS-PK-IDX) TO PD-NUMBER.
		IF PK-AISLE(WS-PK-IDX) = HIGH-VALUES
			ADD 1 TO WS-NOLOC
			MOVE SPACES TO PD-AISLE
			MOVE SPACES TO PD-BIN
			MOVE "sans emplacement" TO PD-TEXT
		ELSE
			MOVE PK-AISLE(WS-PK-IDX) TO PD-AISLE
			MOVE PK-BIN(WS-PK-IDX) TO PD-BIN
			MOVE SPACES TO PD-TEXT
		END-IF.
		WRITE PICK-LINE FROM WS-RPT-DETAIL.

	WRITE-STORE-HEAD.
		MOVE PK-STORE(WS-PK-IDX) TO WS-CUR-STORE.
		MOVE SPACES TO PICK-LINE.
		WRITE PICK-LINE.
		MOVE PK-STORE(WS-PK-IDX) TO PH-STORE.
		MOVE PK-DC(WS-PK-IDX) TO PH-DC.
		WRITE PICK-LINE FROM WS-RPT-STORE-HEAD.
		WRITE PICK-LINE FROM WS-RPT-COLUMNS.

	WRITE-STORE-TOTAL.
		MOVE WS-STORE-LINES TO PS-LINES.
		MOVE WS-STORE-QTY TO PS-QTY.
		WRITE PICK-LINE FROM WS-RPT-STORE-TOTAL.
		MOVE ZERO TO WS-STORE-LINES.
		MOVE ZERO TO WS-STORE-QTY.

	WRITE-SUMMARY.
		MOVE SPACES TO PICK-LINE.
		WRITE PICK-LINE.
		MOVE "Ordres entrepot crees" TO PY-LABEL.
		MOVE WS-CREATED TO PY-COUNT.
		WRITE PICK-LINE FROM WS-RPT-TALLY.
		MOVE "Ordres entrepot reconduits" TO PY-LABEL.
		MOVE WS-CARRIED TO PY-COUNT.
		WRITE PICK-LINE FROM WS-RPT-TALLY.
		MOVE "Ordres soldes purges" TO PY-LABEL.
		MOVE WS-PURGED TO PY-COUNT.
		WRITE PICK-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes a preparer" TO PY-LABEL.
		MOVE WS-PK-COUNT TO PY-COUNT.
		WRITE PICK-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes sans emplacement" TO PY-LABEL.
		MOVE WS-NOLOC TO PY-COUNT.
		WRITE PICK-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
