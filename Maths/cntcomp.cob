	IDENTIFICATION DIVISION.
	PROGRAM-ID. CNTCOMP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAM-FILE ASSIGN TO "CNTCPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARAM-STATUS.
		SELECT COUNT-DONE-FILE ASSIGN TO "CNTDONE"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DONE-STATUS.
		SELECT SCHED-LOG-FILE ASSIGN TO "CNTSKLOG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SKLOG-STATUS.
		SELECT COMPLY-RPT-FILE ASSIGN TO "CNTCRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  PARAM-FILE.
	01  PARAM-REC.
		02 CCP-FROM-DATE PIC X(8).
		02 CCP-TO-DATE   PIC X(8).

	FD  COUNT-DONE-FILE.
	COPY CNTDNREC.

	FD  SCHED-LOG-FILE.
	COPY CNTSKREC.

	FD  COMPLY-RPT-FILE.
	01  COMPLY-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARAM-STATUS PIC XX.
	01 WS-DONE-STATUS  PIC XX.
	01 WS-SKLOG-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-DONE-EOF PIC X VALUE "N".
			88 DONE-EOF VALUE "Y".
		02 WS-SKL-EOF PIC X VALUE "N".
			88 SCHED-LOG-EOF VALUE "Y".

	01 WS-PERIOD.
		02 WS-TODAY     PIC X(8).
		02 WS-FROM-DATE PIC X(8).
		02 WS-TO-DATE   PIC X(8).
		02 WS-DATE-INT  PIC 9(8).

	01 WS-DONE-TAB-CTL.
		02 WS-DN-COUNT PIC 9(4) VALUE ZERO.
		02 WS-DN-IDX   PIC 9(4).
		02 WS-DN-FOUND PIC 9(4).

	01 WS-DONE-TAB.
		02 WS-DN-ENTRY OCCURS 9999 TIMES.
			03 DN-STORE PIC 9(4).
			03 DN-PROD  PIC 9(4).
			03 DN-DATE  PIC X(8).

	01 WS-FIND-KEY.
		02 WS-FIND-STORE PIC 9(4).
		02 WS-FIND-PROD  PIC 9(4).

	01 WS-STORE-TAB-CTL.
		02 WS-ST-COUNT PIC 9(3) VALUE ZERO.
		02 WS-ST-IDX   PIC 9(3).
		02 WS-ST-FOUND PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-ST-ENTRY OCCURS 999 TIMES.
			03 ST-STORE   PIC 9(4).
			03 ST-SCHED   PIC 9(6).
			03 ST-MISSING PIC 9(6).

	01 WS-COMPLY-WORK.
		02 WS-LAST-COUNT PIC X(8).
		02 WS-RECEIVED   PIC 9(6).
		02 WS-RATE       PIC 9(3)V9.

	01 WS-TALLIES.
		02 WS-SCHEDULED PIC 9(6) VALUE ZERO.
		02 WS-MISSING   PIC 9(6) VALUE ZERO.
		02 WS-DONE-READ PIC 9(6) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(33) VALUE
			"Comptages planifies non recus du ".
		02 CT-FROM PIC X(8).
		02 FILLER  PIC X(4) VALUE " au ".
		02 CT-TO   PIC X(8).
		02 FILLER  PIC X(27) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(12) VALUE "  Planifie".
		02 FILLER PIC X(10) VALUE "Magasin".
		02 FILLER PIC X(10) VALUE "Produit".
		02 FILLER PIC X(8)  VALUE "Classe".
		02 FILLER PIC X(16) VALUE "Dernier compte".
		02 FILLER PIC X(24) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER     PIC X(2)  VALUE SPACES.
		02 CD-DATE    PIC X(8).
		02 FILLER     PIC X(5)  VALUE SPACES.
		02 CD-STORE   PIC ZZZ9.
		02 FILLER     PIC X(6)  VALUE SPACES.
		02 CD-PROD    PIC ZZZ9.
		02 FILLER     PIC X(6)  VALUE SPACES.
		02 CD-CLASS   PIC X.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 CD-LAST    PIC X(8).
		02 FILLER     PIC X(32) VALUE SPACES.

	01 WS-RPT-STORE-COLS.
		02 FILLER PIC X(11) VALUE "  Magasin".
		02 FILLER PIC X(11) VALUE "Planifies".
		02 FILLER PIC X(9)  VALUE "Recus".
		02 FILLER PIC X(11) VALUE "Manquants".
		02 FILLER PIC X(10) VALUE "Respect %".
		02 FILLER PIC X(28) VALUE SPACES.

	01 WS-RPT-STORE.
		02 FILLER     PIC X(4)  VALUE SPACES.
		02 CS-STORE   PIC ZZZ9.
		02 FILLER     PIC X(3)  VALUE SPACES.
		02 CS-SCHED   PIC ZZZZZ9.
		02 FILLER     PIC X(3)  VALUE SPACES.
		02 CS-RECV    PIC ZZZZZ9.
		02 FILLER     PIC X(3)  VALUE SPACES.
		02 CS-MISSING PIC ZZZZZ9.
		02 FILLER     PIC X(5)  VALUE SPACES.
		02 CS-RATE    PIC ZZ9.9.
		02 FILLER     PIC X(35) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 CY-LABEL  PIC X(30).
		02 CY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(42) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "CNTCOMP" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		PERFORM LOAD-PARAMETERS.
		OPEN OUTPUT COMPLY-RPT-FILE.
		MOVE WS-FROM-DATE TO CT-FROM.
		MOVE WS-TO-DATE TO CT-TO.
		WRITE COMPLY-LINE FROM WS-RPT-TITLE.
		WRITE COMPLY-LINE FROM WS-RPT-COLUMNS.
		PERFORM LOAD-COUNTS-DONE.
		PERFORM CHECK-SCHEDULE.
		PERFORM PRINT-STORE-COMPLIANCE.
		PERFORM WRITE-SUMMARY.
		CLOSE COMPLY-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-PARAMETERS.
		COMPUTE WS-DATE-INT =
			FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-TODAY)) - 7.
		MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
			TO WS-TO-DATE.
		SUBTRACT 90 FROM WS-DATE-INT.
		MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
			TO WS-FROM-DATE.
		OPEN INPUT PARAM-FILE.
		IF WS-PARAM-STATUS = "00"
			READ PARAM-FILE
				AT END MOVE "10" TO WS-PARAM-STATUS
			END-READ
			IF WS-PARAM-STATUS = "00"
				AND CCP-FROM-DATE NUMERIC
				AND CCP-TO-DATE NUMERIC
				AND CCP-FROM-DATE <= CCP-TO-DATE
				MOVE CCP-FROM-DATE TO WS-FROM-DATE
				MOVE CCP-TO-DATE TO WS-TO-DATE
			END-IF
			CLOSE PARAM-FILE
		END-IF.

	LOAD-COUNTS-DONE.
		OPEN INPUT COUNT-DONE-FILE.
		IF WS-DONE-STATUS NOT = "00"
			DISPLAY "Fichier CNTDONE absent"
			MOVE 8 TO WS-RETURN-CODE
			SET DONE-EOF TO TRUE
		ELSE
			PERFORM READ-DONE
		END-IF.
		PERFORM LOAD-DONE-ENTRY UNTIL DONE-EOF.
		IF WS-DONE-STATUS NOT = "35"
			CLOSE COUNT-DONE-FILE
		END-IF.

	READ-DONE.
		READ COUNT-DONE-FILE
			AT END SET DONE-EOF TO TRUE
		END-READ.

	LOAD-DONE-ENTRY.
		ADD 1 TO WS-STAT-READ.
		ADD 1 TO WS-DONE-READ.
		MOVE CDN-STORE TO WS-FIND-STORE.
		MOVE CDN-PROD TO WS-FIND-PROD.
		PERFORM FIND-DONE-ENTRY.
		IF WS-DN-FOUND > ZERO
			IF CDN-DATE > DN-DATE(WS-DN-FOUND)
				MOVE CDN-DATE TO DN-DATE(WS-DN-FOUND)
			END-IF
		ELSE
			IF WS-DN-COUNT < 9999
				ADD 1 TO WS-DN-COUNT
				MOVE CDN-STORE TO DN-STORE(WS-DN-COUNT)
				MOVE CDN-PROD TO DN-PROD(WS-DN-COUNT)
				MOVE CDN-DATE TO DN-DATE(WS-DN-COUNT)
			ELSE
				ADD 1 TO WS-STAT-REJ
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
		PERFORM READ-DONE.

	FIND-DONE-ENTRY.
		MOVE ZERO TO WS-DN-FOUND.
		PERFORM VARYING WS-DN-IDX FROM 1 BY 1
			UNTIL WS-DN-IDX > WS-DN-COUNT
			OR WS-DN-FOUND > ZERO
			IF DN-STORE(WS-DN-IDX) = WS-FIND-STORE
				AND DN-PROD(WS-DN-IDX) = WS-FIND-PROD
				MOVE WS-DN-IDX TO WS-DN-FOUND
			END-IF
		END-PERFORM.

	CHECK-SCHEDULE.
		OPEN INPUT SCHED-LOG-FILE.
		IF WS-SKLOG-STATUS NOT = "00"
			DISPLAY "Fichier CNTSKLOG absent"
			MOVE 8 TO WS-RETURN-CODE
			SET SCHED-LOG-EOF TO TRUE
		ELSE
			PERFORM READ-SCHED-LOG
		END-IF.
		PERFORM CHECK-ONE-SCHEDULED UNTIL SCHED-LOG-EOF.
		IF WS-SKLOG-STATUS NOT = "35"
			CLOSE SCHED-LOG-FILE
		END-IF.

	READ-SCHED-LOG.
		READ SCHED-LOG-FILE
			AT END SET SCHED-LOG-EOF TO TRUE
		END-READ.

	CHECK-ONE-SCHEDULED.
		ADD 1 TO WS-STAT-READ.
		IF CSK-DATE >= WS-FROM-DATE
			AND CSK-DATE <= WS-TO-DATE
			ADD 1 TO WS-SCHEDULED
			PERFORM FIND-STORE-ENTRY
			IF WS-ST-FOUND > ZERO
				ADD 1 TO ST-SCHED(WS-ST-FOUND)
			END-IF
			MOVE CSK-STORE TO WS-FIND-STORE
			MOVE CSK-PROD TO WS-FIND-PROD
			PERFORM FIND-DONE-ENTRY
			MOVE SPACES TO WS-LAST-COUNT
			IF WS-DN-FOUND > ZERO
				MOVE DN-DATE(WS-DN-FOUND)
					TO WS-LAST-COUNT
			END-IF
			IF WS-DN-FOUND = ZERO
				OR WS-LAST-COUNT < CSK-DATE
				PERFORM REPORT-MISSING-COUNT
			END-IF
		END-IF.
		PERFORM READ-SCHED-LOG.

	FIND-STORE-ENTRY.
		MOVE ZERO TO WS-ST-FOUND.
		PERFORM VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT
			OR WS-ST-FOUND > ZERO
			IF ST-STORE(WS-ST-IDX) = CSK-STORE
				MOVE WS-ST-IDX TO WS-ST-FOUND
			END-IF
		END-PERFORM.
		IF WS-ST-FOUND = ZERO
			AND WS-ST-COUNT < 999
			ADD 1 TO WS-ST-COUNT
			MOVE CSK-STORE TO ST-STORE(WS-ST-COUNT)
			MOVE ZERO TO ST-SCHED(WS-ST-COUNT)
			MOVE ZERO TO ST-MISSING(WS-ST-COUNT)
			MOVE WS-ST-COUNT TO WS-ST-FOUND
		END-IF.

	REPORT-MISSING-COUNT.
		ADD 1 TO WS-MISSING.
		ADD 1 TO WS-STAT-WRIT.
		IF WS-ST-FOUND > ZERO
			ADD 1 TO ST-MISSING(WS-ST-FOUND)
		END-IF.
		MOVE CSK-DATE TO CD-DATE.
		MOVE CSK-STORE TO CD-STORE.
		MOVE CSK-PROD TO CD-PROD.
		MOVE CSK-CLASS TO CD-CLASS.
		IF WS-LAST-COUNT = SPACES
			MOVE "jamais" TO CD-LAST
		ELSE
			MOVE WS-LAST-COUNT TO CD-LAST
		END-IF.
		WRITE COMPLY-LINE FROM WS-RPT-DETAIL.

	PRINT-STORE-COMPLIANCE.
		MOVE SPACES TO COMPLY-LINE.
		WRITE COMPLY-LINE.
		WRITE COMPLY-LINE FROM WS-RPT-STORE-COLS.
		PERFORM PRINT-ONE-STORE
			VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT.

	PRINT-ONE-STORE.
		COMPUTE WS-RECEIVED =
			ST-SCHED(WS-ST-IDX) - ST-MISSING(WS-ST-IDX).
		IF ST-SCHED(WS-ST-IDX) > ZERO
			COMPUTE WS-RATE ROUNDED =
				WS-RECEIVED * 100 / ST-SCHED(WS-ST-IDX)
		ELSE
			MOVE ZERO TO WS-RATE
		END-IF.
		MOVE ST-STORE(WS-ST-IDX) TO CS-STORE.
		MOVE ST-SCHED(WS-ST-IDX) TO CS-SCHED.
		MOVE WS-RECEIVED TO CS-RECV.
		MOVE ST-MISSING(WS-ST-IDX) TO CS-MISSING.
		MOVE WS-RATE TO CS-RATE.
		WRITE COMPLY-LINE FROM WS-RPT-STORE.

	WRITE-SUMMARY.
		MOVE SPACES TO COMPLY-LINE.
		WRITE COMPLY-LINE.
		MOVE "Comptages recus lus" TO CY-LABEL.
		MOVE WS-DONE-READ TO CY-COUNT.
		WRITE COMPLY-LINE FROM WS-RPT-TALLY.
		MOVE "Comptages planifies" TO CY-LABEL.
		MOVE WS-SCHEDULED TO CY-COUNT.
		WRITE COMPLY-LINE FROM WS-RPT-TALLY.
		MOVE "Comptages non recus" TO CY-LABEL.
		MOVE WS-MISSING TO CY-COUNT.
		WRITE COMPLY-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
