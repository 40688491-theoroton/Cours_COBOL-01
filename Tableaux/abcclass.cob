	IDENTIFICATION DIVISION.
	PROGRAM-ID. ABCCLASS.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAM-FILE ASSIGN TO "ABCPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARAM-STATUS.
		SELECT WEEKLY-FILE ASSIGN TO "WEEKHIST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-WEEK-STATUS.
		SELECT INV-HIST-FILE ASSIGN TO "INVHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS IVH-KEY
			FILE STATUS IS WS-INVHST-STATUS.
		SELECT WORK-FILE ASSIGN TO "ABCWORK"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT CELL-SORT-FILE ASSIGN TO "SORTWK1".
		SELECT SORTED-FILE ASSIGN TO "ABCSRTD"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SRTD-STATUS.
		SELECT CLASS-FILE ASSIGN TO "ABCCLASS"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT CLASS-RPT-FILE ASSIGN TO "ABCRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE.
	01  PARAM-REC.
		02 ABP-A-PCT PIC 9(2).
		02 ABP-B-PCT PIC 9(2).
		02 ABP-DAYS  PIC 9(3).

	FD  WEEKLY-FILE.
	01  WEEKLY-REC.
		02 WK-END-DATE PIC X(8).
		02 WK-STORE    PIC 9(4).
		02 WK-PROD     PIC 9(4).
		02 WK-OPEN     PIC 9(8).
		02 WK-CLOSE    PIC 9(8).
		02 WK-MIN      PIC 9(8).
		02 WK-MAX      PIC 9(8).
		02 WK-AVG      PIC 9(8).

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

	FD  WORK-FILE.
	01  WORK-REC.
		02 WRK-STORE PIC 9(4).
		02 WRK-PROD  PIC 9(4).
		02 WRK-VALUE PIC 9(9)V99.

	SD  CELL-SORT-FILE.
	01  CELL-SORT-REC.
		02 SRT-STORE PIC 9(4).
		02 SRT-PROD  PIC 9(4).
		02 SRT-VALUE PIC 9(9)V99.

	FD  SORTED-FILE.
	01  SORTED-REC.
		02 SRD-STORE PIC 9(4).
		02 SRD-PROD  PIC 9(4).
		02 SRD-VALUE PIC 9(9)V99.

	FD  CLASS-FILE.
	COPY ABCREC.

	FD  CLASS-RPT-FILE.
	01  CLASS-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARAM-STATUS  PIC XX.
	01 WS-WEEK-STATUS   PIC XX.
	01 WS-INVHST-STATUS PIC XX.
	01 WS-SRTD-STATUS   PIC XX.

	01 WS-FLAGS.
		02 WS-WEEK-EOF PIC X VALUE "N".
			88 WEEKLY-EOF VALUE "Y".
		02 WS-INV-EOF PIC X VALUE "N".
			88 INV-HIST-EOF VALUE "Y".
		02 WS-SRD-EOF PIC X VALUE "N".
			88 SORTED-EOF VALUE "Y".

	01 WS-PERIOD.
		02 WS-TODAY     PIC X(8).
		02 WS-FROM-DATE PIC X(8).
		02 WS-FROM-INT  PIC 9(8).
		02 WS-A-PCT     PIC 9(2) VALUE 80.
		02 WS-B-PCT     PIC 9(2) VALUE 95.
		02 WS-DAYS      PIC 9(3) VALUE 365.

	01 WS-CELL-TAB-CTL.
		02 WS-CE-COUNT PIC 9(4) VALUE ZERO.
		02 WS-CE-IDX   PIC 9(4).
		02 WS-CE-FOUND PIC 9(4).

	01 WS-FIND-KEY.
		02 WS-FIND-STORE PIC 9(4).
		02 WS-FIND-PROD  PIC 9(4).

	01 WS-CELL-TAB.
		02 WS-CE-ENTRY OCCURS 9999 TIMES.
			03 CE-STORE PIC 9(4).
			03 CE-PROD  PIC 9(4).
			03 CE-VALUE PIC S9(9)V99.
			03 CE-CLASS PIC X.
			03 CE-CLS-IDX PIC 9.
			03 CE-SEQ   PIC 9(5).

	01 WS-STORE-TAB-CTL.
		02 WS-SR-COUNT PIC 9(3) VALUE ZERO.
		02 WS-SR-IDX   PIC 9(3).
		02 WS-SR-FOUND PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-SR-ENTRY OCCURS 999 TIMES.
			03 SR-STORE PIC 9(4).
			03 SR-TOTAL PIC 9(11)V99.
			03 SR-CLASS OCCURS 3 TIMES.
				04 SR-COUNT PIC 9(5).
				04 SR-VALUE PIC 9(11)V99.

	01 WS-CLASS-WORK.
		02 WS-CUR-STORE  PIC 9(4).
		02 WS-CUM-VALUE  PIC 9(11)V99.
		02 WS-CUM-PCT    PIC 9(3)V99.
		02 WS-CLS-IDX    PIC 9.
		02 WS-CLASS-LETTERS PIC X(3) VALUE "ABC".

	01 WS-TALLIES.
		02 WS-WEEK-USED PIC 9(6) VALUE ZERO.
		02 WS-INV-USED  PIC 9(6) VALUE ZERO.
		02 WS-CLASS-TOT OCCURS 3 TIMES PIC 9(6).

	01 WS-RPT-TITLE.
		02 FILLER PIC X(27) VALUE
			"Classement ABC - ventes du ".
		02 AT-FROM PIC X(8).
		02 FILLER  PIC X(4) VALUE " au ".
		02 AT-TO   PIC X(8).
		02 FILLER  PIC X(33) VALUE SPACES.

	01 WS-RPT-LIMITS.
		02 FILLER PIC X(19) VALUE "  Classe A jusqu'a ".
		02 AL-A-PCT PIC Z9.
		02 FILLER PIC X(24) VALUE
			" % des ventes, classe B ".
		02 FILLER PIC X(8)  VALUE "jusqu'a ".
		02 AL-B-PCT PIC Z9.
		02 FILLER PIC X(25) VALUE " % cumules".

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(8)  VALUE "  Mag.".
		02 FILLER PIC X(20) VALUE "  N.A    Valeur A".
		02 FILLER PIC X(20) VALUE "  N.B    Valeur B".
		02 FILLER PIC X(20) VALUE "  N.C    Valeur C".
		02 FILLER PIC X(12) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AD-STORE   PIC ZZZ9.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 AD-CLASS-COL OCCURS 3 TIMES.
			03 AD-COUNT PIC ZZZZ9.
			03 FILLER   PIC X.
			03 AD-VALUE PIC ZZZZZZZZ9.99.
			03 FILLER   PIC X(2).
		02 FILLER     PIC X(12) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 AY-LABEL  PIC X(34).
		02 AY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "ABCCLASS" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		MOVE ZERO TO WS-CLASS-TOT(1).
		MOVE ZERO TO WS-CLASS-TOT(2).
		MOVE ZERO TO WS-CLASS-TOT(3).
		PERFORM LOAD-PARAMETERS.
		PERFORM SCAN-WEEKLY-HISTORY.
		PERFORM SCAN-INVOICE-HISTORY.
		PERFORM WRITE-WORK-FILE.
		PERFORM SORT-CELLS.
		PERFORM RELOAD-SORTED-CELLS.
		PERFORM CLASSIFY-ONE-CELL
			VARYING WS-CE-IDX FROM 1 BY 1
			UNTIL WS-CE-IDX > WS-CE-COUNT.
		PERFORM WRITE-CLASS-FILE.
		PERFORM PRINT-REPORT.
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
				AND ABP-A-PCT NUMERIC
				AND ABP-B-PCT NUMERIC
				AND ABP-DAYS NUMERIC
				AND ABP-A-PCT > ZERO
				AND ABP-B-PCT > ABP-A-PCT
				AND ABP-DAYS > ZERO
				MOVE ABP-A-PCT TO WS-A-PCT
				MOVE ABP-B-PCT TO WS-B-PCT
				MOVE ABP-DAYS TO WS-DAYS
			END-IF
			CLOSE PARAM-FILE
		ELSE
			DISPLAY "Fichier ABCPARM absent - "
				"80/95 % sur 365 jours"
		END-IF.
		COMPUTE WS-FROM-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-TODAY)) - WS-DAYS.
		MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
			TO WS-FROM-DATE.

	SCAN-WEEKLY-HISTORY.
		OPEN INPUT WEEKLY-FILE.
		IF WS-WEEK-STATUS NOT = "00"
			DISPLAY "Fichier WEEKHIST absent"
			MOVE 8 TO WS-RETURN-CODE
			SET WEEKLY-EOF TO TRUE
		ELSE
			PERFORM READ-WEEKLY
		END-IF.
		PERFORM TAKE-WEEKLY-CELL UNTIL WEEKLY-EOF.
		IF WS-WEEK-STATUS NOT = "35"
			CLOSE WEEKLY-FILE
		END-IF.

	READ-WEEKLY.
		READ WEEKLY-FILE
			AT END SET WEEKLY-EOF TO TRUE
		END-READ.

	TAKE-WEEKLY-CELL.
		ADD 1 TO WS-STAT-READ.
		IF WK-END-DATE > WS-FROM-DATE
			ADD 1 TO WS-WEEK-USED
			MOVE WK-STORE TO WS-FIND-STORE
			MOVE WK-PROD TO WS-FIND-PROD
			PERFORM FIND-CELL-ENTRY
		END-IF.
		PERFORM READ-WEEKLY.

	SCAN-INVOICE-HISTORY.
		OPEN INPUT INV-HIST-FILE.
		IF WS-INVHST-STATUS NOT = "00"
			DISPLAY "Fichier INVHIST indisponible : "
				WS-INVHST-STATUS
			MOVE 8 TO WS-RETURN-CODE
			SET INV-HIST-EOF TO TRUE
		ELSE
			PERFORM READ-INV-HIST
		END-IF.
		PERFORM TAKE-INVOICE-LINE UNTIL INV-HIST-EOF.
		IF WS-INVHST-STATUS NOT = "35"
			CLOSE INV-HIST-FILE
		END-IF.

	READ-INV-HIST.
		READ INV-HIST-FILE NEXT
			AT END SET INV-HIST-EOF TO TRUE
		END-READ.

	TAKE-INVOICE-LINE.
		ADD 1 TO WS-STAT-READ.
		IF IVH-DATE > WS-FROM-DATE
			AND IVH-DATE <= WS-TODAY
			MOVE IVH-STORE TO WS-FIND-STORE
			MOVE IVH-PRODUCT TO WS-FIND-PROD
			PERFORM FIND-CELL-ENTRY
			IF WS-CE-FOUND > ZERO
				ADD 1 TO WS-INV-USED
				ADD IVH-RPT-NET TO CE-VALUE(WS-CE-FOUND)
			END-IF
		END-IF.
		PERFORM READ-INV-HIST.

	FIND-CELL-ENTRY.
		MOVE ZERO TO WS-CE-FOUND.
		PERFORM VARYING WS-CE-IDX FROM 1 BY 1
			UNTIL WS-CE-IDX > WS-CE-COUNT
			OR WS-CE-FOUND > ZERO
			IF CE-STORE(WS-CE-IDX) = WS-FIND-STORE
				AND CE-PROD(WS-CE-IDX) = WS-FIND-PROD
				MOVE WS-CE-IDX TO WS-CE-FOUND
			END-IF
		END-PERFORM.
		IF WS-CE-FOUND = ZERO
			IF WS-CE-COUNT < 9999
				ADD 1 TO WS-CE-COUNT
				MOVE WS-CE-COUNT TO WS-CE-FOUND
				MOVE WS-FIND-STORE
					TO CE-STORE(WS-CE-FOUND)
				MOVE WS-FIND-PROD
					TO CE-PROD(WS-CE-FOUND)
				MOVE ZERO TO CE-VALUE(WS-CE-FOUND)
			ELSE
				DISPLAY "Table des articles saturee"
					" - article perdu "
					WS-FIND-STORE "/" WS-FIND-PROD
				ADD 1 TO WS-STAT-REJ
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.

	WRITE-WORK-FILE.
		OPEN OUTPUT WORK-FILE.
		PERFORM WRITE-ONE-WORK
			VARYING WS-CE-IDX FROM 1 BY 1
			UNTIL WS-CE-IDX > WS-CE-COUNT.
		CLOSE WORK-FILE.

	WRITE-ONE-WORK.
		MOVE CE-STORE(WS-CE-IDX) TO WRK-STORE.
		MOVE CE-PROD(WS-CE-IDX) TO WRK-PROD.
		IF CE-VALUE(WS-CE-IDX) > ZERO
			MOVE CE-VALUE(WS-CE-IDX) TO WRK-VALUE
		ELSE
			MOVE ZERO TO WRK-VALUE
		END-IF.
		WRITE WORK-REC.

	SORT-CELLS.
		SORT CELL-SORT-FILE
			ON ASCENDING KEY SRT-STORE
			ON DESCENDING KEY SRT-VALUE
			ON ASCENDING KEY SRT-PROD
			USING WORK-FILE
			GIVING SORTED-FILE.

	RELOAD-SORTED-CELLS.
		MOVE ZERO TO WS-CE-COUNT.
		OPEN INPUT SORTED-FILE.
		IF WS-SRTD-STATUS NOT = "00"
			DISPLAY "Fichier ABCWORK trie absent"
			MOVE 8 TO WS-RETURN-CODE
			SET SORTED-EOF TO TRUE
		ELSE
			PERFORM READ-SORTED
		END-IF.
		PERFORM RELOAD-ONE-CELL UNTIL SORTED-EOF.
		IF WS-SRTD-STATUS NOT = "35"
			CLOSE SORTED-FILE
		END-IF.

	READ-SORTED.
		READ SORTED-FILE
			AT END SET SORTED-EOF TO TRUE
		END-READ.

	RELOAD-ONE-CELL.
		ADD 1 TO WS-CE-COUNT.
		MOVE SRD-STORE TO CE-STORE(WS-CE-COUNT).
		MOVE SRD-PROD TO CE-PROD(WS-CE-COUNT).
		MOVE SRD-VALUE TO CE-VALUE(WS-CE-COUNT).
		MOVE SRD-STORE TO WS-FIND-STORE.
		PERFORM FIND-STORE-ENTRY.
		IF WS-SR-FOUND > ZERO
			ADD SRD-VALUE TO SR-TOTAL(WS-SR-FOUND)
		END-IF.
		PERFORM READ-SORTED.

	FIND-STORE-ENTRY.
		MOVE ZERO TO WS-SR-FOUND.
		PERFORM VARYING WS-SR-IDX FROM 1 BY 1
			UNTIL WS-SR-IDX > WS-SR-COUNT
			OR WS-SR-FOUND > ZERO
			IF SR-STORE(WS-SR-IDX) = WS-FIND-STORE
				MOVE WS-SR-IDX TO WS-SR-FOUND
			END-IF
		END-PERFORM.
		IF WS-SR-FOUND = ZERO
			AND WS-SR-COUNT < 999
			ADD 1 TO WS-SR-COUNT
			INITIALIZE WS-SR-ENTRY(WS-SR-COUNT)
			MOVE WS-FIND-STORE TO SR-STORE(WS-SR-COUNT)
			MOVE WS-SR-COUNT TO WS-SR-FOUND
		END-IF.

	CLASSIFY-ONE-CELL.
		IF WS-CE-IDX = 1
			OR CE-STORE(WS-CE-IDX) NOT = WS-CUR-STORE
			MOVE CE-STORE(WS-CE-IDX) TO WS-CUR-STORE
			MOVE CE-STORE(WS-CE-IDX) TO WS-FIND-STORE
			PERFORM FIND-STORE-ENTRY
			MOVE ZERO TO WS-CUM-VALUE
		END-IF.
		IF CE-VALUE(WS-CE-IDX) = ZERO
			OR SR-TOTAL(WS-SR-FOUND) = ZERO
			MOVE 3 TO WS-CLS-IDX
		ELSE
			COMPUTE WS-CUM-PCT = WS-CUM-VALUE * 100
				/ SR-TOTAL(WS-SR-FOUND)
			IF WS-CUM-PCT < WS-A-PCT
				MOVE 1 TO WS-CLS-IDX
			ELSE
				IF WS-CUM-PCT < WS-B-PCT
					MOVE 2 TO WS-CLS-IDX
				ELSE
					MOVE 3 TO WS-CLS-IDX
				END-IF
			END-IF
		END-IF.
		ADD CE-VALUE(WS-CE-IDX) TO WS-CUM-VALUE.
		MOVE WS-CLS-IDX TO CE-CLS-IDX(WS-CE-IDX).
		MOVE WS-CLASS-LETTERS(WS-CLS-IDX:1)
			TO CE-CLASS(WS-CE-IDX).
		ADD 1 TO SR-COUNT(WS-SR-FOUND, WS-CLS-IDX).
		ADD CE-VALUE(WS-CE-IDX)
			TO SR-VALUE(WS-SR-FOUND, WS-CLS-IDX).
		MOVE SR-COUNT(WS-SR-FOUND, WS-CLS-IDX)
			TO CE-SEQ(WS-CE-IDX).
		ADD 1 TO WS-CLASS-TOT(WS-CLS-IDX).

	WRITE-CLASS-FILE.
		OPEN OUTPUT CLASS-FILE.
		PERFORM WRITE-ONE-CLASS
			VARYING WS-CE-IDX FROM 1 BY 1
			UNTIL WS-CE-IDX > WS-CE-COUNT.
		CLOSE CLASS-FILE.

	WRITE-ONE-CLASS.
		MOVE CE-STORE(WS-CE-IDX) TO WS-FIND-STORE.
		PERFORM FIND-STORE-ENTRY.
		ADD 1 TO WS-STAT-WRIT.
		MOVE CE-STORE(WS-CE-IDX) TO ABC-STORE.
		MOVE CE-PROD(WS-CE-IDX) TO ABC-PROD.
		MOVE CE-CLASS(WS-CE-IDX) TO ABC-CLASS.
		MOVE CE-SEQ(WS-CE-IDX) TO ABC-SEQ.
		MOVE SR-COUNT(WS-SR-FOUND, CE-CLS-IDX(WS-CE-IDX))
			TO ABC-CLASS-SIZE.
		MOVE CE-VALUE(WS-CE-IDX) TO ABC-VALUE.
		MOVE WS-TODAY TO ABC-DATE.
		WRITE ABC-CLASS-REC.

	PRINT-REPORT.
		OPEN OUTPUT CLASS-RPT-FILE.
		MOVE WS-FROM-DATE TO AT-FROM.
		MOVE WS-TODAY TO AT-TO.
		WRITE CLASS-LINE FROM WS-RPT-TITLE.
		MOVE WS-A-PCT TO AL-A-PCT.
		MOVE WS-B-PCT TO AL-B-PCT.
		WRITE CLASS-LINE FROM WS-RPT-LIMITS.
		MOVE SPACES TO CLASS-LINE.
		WRITE CLASS-LINE.
		WRITE CLASS-LINE FROM WS-RPT-COLUMNS.
		PERFORM PRINT-ONE-STORE
			VARYING WS-SR-IDX FROM 1 BY 1
			UNTIL WS-SR-IDX > WS-SR-COUNT.
		PERFORM WRITE-SUMMARY.
		CLOSE CLASS-RPT-FILE.

	PRINT-ONE-STORE.
		MOVE SR-STORE(WS-SR-IDX) TO AD-STORE.
		PERFORM SET-CLASS-COLUMN
			VARYING WS-CLS-IDX FROM 1 BY 1
			UNTIL WS-CLS-IDX > 3.
		WRITE CLASS-LINE FROM WS-RPT-DETAIL.

	SET-CLASS-COLUMN.
		MOVE SPACES TO AD-CLASS-COL(WS-CLS-IDX).
		MOVE SR-COUNT(WS-SR-IDX, WS-CLS-IDX)
			TO AD-COUNT(WS-CLS-IDX).
		MOVE SR-VALUE(WS-SR-IDX, WS-CLS-IDX)
			TO AD-VALUE(WS-CLS-IDX).

	WRITE-SUMMARY.
		MOVE SPACES TO CLASS-LINE.
		WRITE CLASS-LINE.
		MOVE "Semaines WEEKHIST retenues" TO AY-LABEL.
		MOVE WS-WEEK-USED TO AY-COUNT.
		WRITE CLASS-LINE FROM WS-RPT-TALLY.
		MOVE "Lignes de factures retenues" TO AY-LABEL.
		MOVE WS-INV-USED TO AY-COUNT.
		WRITE CLASS-LINE FROM WS-RPT-TALLY.
		MOVE "Articles classes" TO AY-LABEL.
		MOVE WS-CE-COUNT TO AY-COUNT.
		WRITE CLASS-LINE FROM WS-RPT-TALLY.
		MOVE "Articles classe A" TO AY-LABEL.
		MOVE WS-CLASS-TOT(1) TO AY-COUNT.
		WRITE CLASS-LINE FROM WS-RPT-TALLY.
		MOVE "Articles classe B" TO AY-LABEL.
		MOVE WS-CLASS-TOT(2) TO AY-COUNT.
		WRITE CLASS-LINE FROM WS-RPT-TALLY.
		MOVE "Articles classe C" TO AY-LABEL.
		MOVE WS-CLASS-TOT(3) TO AY-COUNT.
		WRITE CLASS-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
