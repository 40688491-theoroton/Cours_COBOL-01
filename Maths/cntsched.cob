	IDENTIFICATION DIVISION.
	PROGRAM-ID. CNTSCHED.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAM-FILE ASSIGN TO "CNTSPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARAM-STATUS.
		SELECT CALENDAR-FILE ASSIGN TO "CALMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CAL-STATUS.
		SELECT CLASS-FILE ASSIGN TO "ABCCLASS"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CLASS-STATUS.
		SELECT SCHED-LOG-FILE ASSIGN TO "CNTSKLOG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SKLOG-STATUS.
		SELECT COUNT-LIST-FILE ASSIGN TO "CNTLIST"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE.
	01  PARAM-REC.
		02 CSP-DATE PIC X(8).

	FD  CALENDAR-FILE.
	01  CALENDAR-REC.
		02 CAL-DATE       PIC X(8).
		02 CAL-OPEN       PIC X.
		02 CAL-WEEK-END   PIC X.
		02 CAL-PERIOD-END PIC X.
		02 CAL-NEXT-DATE  PIC X(8).

	FD  CLASS-FILE.
	COPY ABCREC.

	FD  SCHED-LOG-FILE.
	COPY CNTSKREC.

	FD  COUNT-LIST-FILE.
	01  COUNT-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARAM-STATUS PIC XX.
	01 WS-CAL-STATUS   PIC XX.
	01 WS-CLASS-STATUS PIC XX.
	01 WS-SKLOG-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-CAL-EOF PIC X VALUE "N".
			88 CALENDAR-EOF VALUE "Y".
		02 WS-CLS-EOF PIC X VALUE "N".
			88 CLASS-EOF VALUE "Y".
		02 WS-DAY-FLAG PIC X VALUE "N".
			88 COUNT-DAY-OPEN VALUE "Y".

	01 WS-TODAY PIC X(8).

	01 WS-COUNT-DATE PIC X(8).
	01 WS-COUNT-DATE-R REDEFINES WS-COUNT-DATE.
		02 WS-CD-YEAR  PIC 9(4).
		02 WS-CD-MONTH PIC 9(2).
		02 WS-CD-DAY   PIC 9(2).

	01 WS-BOUND-DATE.
		02 WS-BD-YEAR  PIC 9(4).
		02 WS-BD-MONTH PIC 9(2).
		02 WS-BD-DAY   PIC 9(2).

	01 WS-OPEN-TAB-CTL.
		02 WS-OD-COUNT PIC 9(3) VALUE ZERO.
		02 WS-OD-IDX   PIC 9(3).

	01 WS-OPEN-TAB.
		02 WS-OD-DATE OCCURS 200 TIMES PIC X(8).

	01 WS-CLASS-PERIODS.
		02 WS-CP-ENTRY OCCURS 3 TIMES.
			03 CP-FIRST-MONTH PIC 9(2).
			03 CP-MONTHS      PIC 9(2).
			03 CP-START       PIC X(8).
			03 CP-END         PIC X(8).
			03 CP-DAYS        PIC 9(3).
			03 CP-DAY-NO      PIC 9(3).
			03 CP-LISTED      PIC 9(6).

	01 WS-SCHED-WORK.
		02 WS-CLS-IDX   PIC 9.
		02 WS-SLOT      PIC 9(3).
		02 WS-QUARTER   PIC 9.
		02 WS-CUR-STORE PIC 9(4).
		02 WS-STORES    PIC 9(4) VALUE ZERO.
		02 WS-CLASS-LETTERS PIC X(3) VALUE "ABC".

	01 WS-RPT-TITLE.
		02 FILLER PIC X(31) VALUE
			"Inventaire tournant - liste du ".
		02 LT-DATE PIC X(8).
		02 FILLER PIC X(41) VALUE SPACES.

	01 WS-RPT-PERIOD.
		02 FILLER  PIC X(2) VALUE SPACES.
		02 LP-CLASS PIC X.
		02 FILLER  PIC X(8) VALUE " : jour ".
		02 LP-DAY-NO PIC ZZ9.
		02 FILLER  PIC X(5) VALUE " sur ".
		02 LP-DAYS PIC ZZ9.
		02 FILLER  PIC X(11) VALUE " ouvres du ".
		02 LP-START PIC X(8).
		02 FILLER  PIC X(4) VALUE " au ".
		02 LP-END  PIC X(8).
		02 FILLER  PIC X(27) VALUE SPACES.

	01 WS-RPT-STORE.
		02 FILLER   PIC X(10) VALUE "  Magasin ".
		02 LS-STORE PIC ZZZ9.
		02 FILLER   PIC X(66) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(14) VALUE "      Produit".
		02 FILLER PIC X(9)  VALUE "Classe".
		02 FILLER PIC X(16) VALUE "Quantite comptee".
		02 FILLER PIC X(4)  VALUE SPACES.
		02 FILLER PIC X(8)  VALUE "Compteur".
		02 FILLER PIC X(29) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER   PIC X(9)  VALUE SPACES.
		02 LD-PROD  PIC ZZZ9.
		02 FILLER   PIC X(3)  VALUE SPACES.
		02 LD-CLASS PIC X.
		02 FILLER   PIC X(6)  VALUE SPACES.
		02 FILLER   PIC X(16) VALUE "________________".
		02 FILLER   PIC X(4)  VALUE SPACES.
		02 FILLER   PIC X(8)  VALUE "________".
		02 FILLER   PIC X(29) VALUE SPACES.

	01 WS-RPT-MESSAGE.
		02 FILLER     PIC X(2) VALUE SPACES.
		02 LM-MESSAGE PIC X(78).

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 LY-LABEL  PIC X(30).
		02 LY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(42) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "CNTSCHED" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		OPEN OUTPUT COUNT-LIST-FILE.
		PERFORM SET-COUNT-DATE.
		MOVE WS-COUNT-DATE TO LT-DATE.
		WRITE COUNT-LINE FROM WS-RPT-TITLE.
		PERFORM SET-CLASS-PERIODS.
		PERFORM LOAD-OPEN-DAYS.
		PERFORM COUNT-PERIOD-DAYS
			VARYING WS-CLS-IDX FROM 1 BY 1
			UNTIL WS-CLS-IDX > 3.
		IF COUNT-DAY-OPEN
			PERFORM PRINT-PERIOD-LINE
				VARYING WS-CLS-IDX FROM 1 BY 1
				UNTIL WS-CLS-IDX > 3
			PERFORM ISSUE-COUNT-LISTS
		ELSE
			MOVE SPACES TO COUNT-LINE
			WRITE COUNT-LINE
			MOVE "Jour non ouvre - aucune liste emise"
				TO LM-MESSAGE
			WRITE COUNT-LINE FROM WS-RPT-MESSAGE
			DISPLAY "CNTSCHED : " WS-COUNT-DATE
				" non ouvre dans CALMAST"
		END-IF.
		PERFORM WRITE-SUMMARY.
		CLOSE COUNT-LIST-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	SET-COUNT-DATE.
		MOVE WS-TODAY TO WS-COUNT-DATE.
		OPEN INPUT CALENDAR-FILE.
		IF WS-CAL-STATUS NOT = "00"
			DISPLAY "Fichier CALMAST absent"
			MOVE 12 TO WS-RETURN-CODE
		ELSE
			PERFORM READ-CALENDAR
			PERFORM FIND-NEXT-DAY UNTIL CALENDAR-EOF
			CLOSE CALENDAR-FILE
		END-IF.
		MOVE "N" TO WS-CAL-EOF.
		OPEN INPUT PARAM-FILE.
		IF WS-PARAM-STATUS = "00"
			READ PARAM-FILE
				AT END MOVE "10" TO WS-PARAM-STATUS
			END-READ
			IF WS-PARAM-STATUS = "00"
				AND CSP-DATE NUMERIC
				MOVE CSP-DATE TO WS-COUNT-DATE
			END-IF
			CLOSE PARAM-FILE
		END-IF.

	READ-CALENDAR.
		READ CALENDAR-FILE
			AT END SET CALENDAR-EOF TO TRUE
		END-READ.

	FIND-NEXT-DAY.
		IF CAL-DATE = WS-TODAY
			AND CAL-NEXT-DATE NUMERIC
			MOVE CAL-NEXT-DATE TO WS-COUNT-DATE
		END-IF.
		PERFORM READ-CALENDAR.

	SET-CLASS-PERIODS.
		MOVE WS-CD-MONTH TO CP-FIRST-MONTH(1).
		MOVE 1 TO CP-MONTHS(1).
		COMPUTE WS-QUARTER = (WS-CD-MONTH - 1) / 3.
		COMPUTE CP-FIRST-MONTH(2) = WS-QUARTER * 3 + 1.
		MOVE 3 TO CP-MONTHS(2).
		IF WS-CD-MONTH < 7
			MOVE 1 TO CP-FIRST-MONTH(3)
		ELSE
			MOVE 7 TO CP-FIRST-MONTH(3)
		END-IF.
		MOVE 6 TO CP-MONTHS(3).
		PERFORM SET-PERIOD-BOUNDS
			VARYING WS-CLS-IDX FROM 1 BY 1
			UNTIL WS-CLS-IDX > 3.

	SET-PERIOD-BOUNDS.
		MOVE WS-CD-YEAR TO WS-BD-YEAR.
		MOVE CP-FIRST-MONTH(WS-CLS-IDX) TO WS-BD-MONTH.
		MOVE 1 TO WS-BD-DAY.
		MOVE WS-BOUND-DATE TO CP-START(WS-CLS-IDX).
		COMPUTE WS-BD-MONTH = CP-FIRST-MONTH(WS-CLS-IDX)
			+ CP-MONTHS(WS-CLS-IDX) - 1.
		MOVE 31 TO WS-BD-DAY.
		MOVE WS-BOUND-DATE TO CP-END(WS-CLS-IDX).
		MOVE ZERO TO CP-DAYS(WS-CLS-IDX).
		MOVE ZERO TO CP-DAY-NO(WS-CLS-IDX).
		MOVE ZERO TO CP-LISTED(WS-CLS-IDX).

	LOAD-OPEN-DAYS.
		OPEN INPUT CALENDAR-FILE.
		IF WS-CAL-STATUS NOT = "00"
			SET CALENDAR-EOF TO TRUE
		ELSE
			PERFORM READ-CALENDAR
		END-IF.
		PERFORM TAKE-CALENDAR-DAY UNTIL CALENDAR-EOF.
		IF WS-CAL-STATUS NOT = "35"
			CLOSE CALENDAR-FILE
		END-IF.

	TAKE-CALENDAR-DAY.
		IF CAL-OPEN = "O"
			AND CAL-DATE >= CP-START(3)
			AND CAL-DATE <= CP-END(3)
			AND WS-OD-COUNT < 200
			ADD 1 TO WS-OD-COUNT
			MOVE CAL-DATE TO WS-OD-DATE(WS-OD-COUNT)
			IF CAL-DATE = WS-COUNT-DATE
				SET COUNT-DAY-OPEN TO TRUE
			END-IF
		END-IF.
		PERFORM READ-CALENDAR.

	COUNT-PERIOD-DAYS.
		PERFORM VARYING WS-OD-IDX FROM 1 BY 1
			UNTIL WS-OD-IDX > WS-OD-COUNT
			IF WS-OD-DATE(WS-OD-IDX) >= CP-START(WS-CLS-IDX)
				AND WS-OD-DATE(WS-OD-IDX)
					<= CP-END(WS-CLS-IDX)
				ADD 1 TO CP-DAYS(WS-CLS-IDX)
				IF WS-OD-DATE(WS-OD-IDX)
					<= WS-COUNT-DATE
					ADD 1 TO CP-DAY-NO(WS-CLS-IDX)
				END-IF
			END-IF
		END-PERFORM.

	PRINT-PERIOD-LINE.
		MOVE WS-CLASS-LETTERS(WS-CLS-IDX:1) TO LP-CLASS.
		MOVE CP-DAY-NO(WS-CLS-IDX) TO LP-DAY-NO.
		MOVE CP-DAYS(WS-CLS-IDX) TO LP-DAYS.
		MOVE CP-START(WS-CLS-IDX) TO LP-START.
		MOVE CP-END(WS-CLS-IDX) TO LP-END.
		WRITE COUNT-LINE FROM WS-RPT-PERIOD.

	ISSUE-COUNT-LISTS.
		OPEN EXTEND SCHED-LOG-FILE.
		IF WS-SKLOG-STATUS = "35"
			OPEN OUTPUT SCHED-LOG-FILE
		END-IF.
		IF WS-SKLOG-STATUS NOT = "00"
			DISPLAY "Fichier CNTSKLOG indisponible : "
				WS-SKLOG-STATUS
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		OPEN INPUT CLASS-FILE.
		IF WS-CLASS-STATUS NOT = "00"
			DISPLAY "Fichier ABCCLASS absent"
			MOVE 8 TO WS-RETURN-CODE
			SET CLASS-EOF TO TRUE
		ELSE
			PERFORM READ-CLASS
		END-IF.
		PERFORM SCHEDULE-ONE-ITEM UNTIL CLASS-EOF.
		IF WS-CLASS-STATUS NOT = "35"
			CLOSE CLASS-FILE
		END-IF.
		IF WS-SKLOG-STATUS = "00"
			CLOSE SCHED-LOG-FILE
		END-IF.

	READ-CLASS.
		READ CLASS-FILE
			AT END SET CLASS-EOF TO TRUE
		END-READ.

	SCHEDULE-ONE-ITEM.
		ADD 1 TO WS-STAT-READ.
		IF ABC-CLASS-A
			MOVE 1 TO WS-CLS-IDX
		ELSE
			IF ABC-CLASS-B
				MOVE 2 TO WS-CLS-IDX
			ELSE
				MOVE 3 TO WS-CLS-IDX
			END-IF
		END-IF.
		IF ABC-SEQ = ZERO
			OR ABC-CLASS-SIZE < ABC-SEQ
			OR CP-DAYS(WS-CLS-IDX) = ZERO
			ADD 1 TO WS-STAT-REJ
		ELSE
			COMPUTE WS-SLOT = (ABC-SEQ - 1)
				* CP-DAYS(WS-CLS-IDX)
				/ ABC-CLASS-SIZE + 1
			IF WS-SLOT = CP-DAY-NO(WS-CLS-IDX)
				PERFORM LIST-ONE-ITEM
			END-IF
		END-IF.
		PERFORM READ-CLASS.

	LIST-ONE-ITEM.
		IF WS-STORES = ZERO
			OR ABC-STORE NOT = WS-CUR-STORE
			MOVE ABC-STORE TO WS-CUR-STORE
			ADD 1 TO WS-STORES
			MOVE SPACES TO COUNT-LINE
			WRITE COUNT-LINE
			MOVE ABC-STORE TO LS-STORE
			WRITE COUNT-LINE FROM WS-RPT-STORE
			WRITE COUNT-LINE FROM WS-RPT-COLUMNS
		END-IF.
		ADD 1 TO CP-LISTED(WS-CLS-IDX).
		MOVE ABC-PROD TO LD-PROD.
		MOVE ABC-CLASS TO LD-CLASS.
		WRITE COUNT-LINE FROM WS-RPT-DETAIL.
		IF WS-SKLOG-STATUS = "00"
			ADD 1 TO WS-STAT-WRIT
			MOVE WS-COUNT-DATE TO CSK-DATE
			MOVE ABC-STORE TO CSK-STORE
			MOVE ABC-PROD TO CSK-PROD
			MOVE ABC-CLASS TO CSK-CLASS
			WRITE COUNT-SCHED-REC
		END-IF.

	WRITE-SUMMARY.
		MOVE SPACES TO COUNT-LINE.
		WRITE COUNT-LINE.
		MOVE "Magasins avec liste" TO LY-LABEL.
		MOVE WS-STORES TO LY-COUNT.
		WRITE COUNT-LINE FROM WS-RPT-TALLY.
		MOVE "Articles classe A a compter" TO LY-LABEL.
		MOVE CP-LISTED(1) TO LY-COUNT.
		WRITE COUNT-LINE FROM WS-RPT-TALLY.
		MOVE "Articles classe B a compter" TO LY-LABEL.
		MOVE CP-LISTED(2) TO LY-COUNT.
		WRITE COUNT-LINE FROM WS-RPT-TALLY.
		MOVE "Articles classe C a compter" TO LY-LABEL.
		MOVE CP-LISTED(3) TO LY-COUNT.
		WRITE COUNT-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
