	IDENTIFICATION DIVISION.
	PROGRAM-ID. NGTROLL.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ROLL-PARM-FILE ASSIGN TO "ROLLPARM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PARM-STATUS.
		SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNCTL-STATUS.
		SELECT SNAP-CONTROL-FILE ASSIGN TO "NGTSNCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SNCTL-STATUS.
		SELECT SNAPSHOT-FILE ASSIGN TO "NGTSNAP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SNAP-STATUS.
		SELECT ROLLBACK-RPT-FILE ASSIGN TO "NGTRLRPT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT PRICE-MASTER-FILE ASSIGN TO "PRICEMST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT PRICE-PEND-FILE ASSIGN TO "PRICPND"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT INV-NBR-FILE ASSIGN TO "INVNBR"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SMT-KEY
			FILE STATUS IS WS-CUR-STATUS.
		SELECT SALES-HIST-FILE ASSIGN TO "SALHISTI"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SHX-KEY
			FILE STATUS IS WS-CUR-STATUS.
		SELECT INV-HIST-FILE ASSIGN TO "INVHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS IVH-KEY
			FILE STATUS IS WS-CUR-STATUS.
		SELECT PROD-HIST-FILE ASSIGN TO "PRODHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS HIST-KEY
			FILE STATUS IS WS-CUR-STATUS.
		SELECT LOYALTY-FILE ASSIGN TO "LOYACCT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS LYA-CARD
			FILE STATUS IS WS-CUR-STATUS.
		SELECT SUBLEDGER-FILE ASSIGN TO "LEDGSUB"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT STK-RECYCLE-FILE ASSIGN TO "STKRCY"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT CYC-ADJUST-FILE ASSIGN TO "CYCADJ"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT CLOSE-TXN-FILE ASSIGN TO "CLOSTXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT DC-SHIP-FILE ASSIGN TO "DCSHTXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT REBAL-TXN-FILE ASSIGN TO "REBALTXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT MUL-RECYCLE-FILE ASSIGN TO "MULRCY"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT MUL-CKPT-FILE ASSIGN TO "MULCKPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT PROD-MASTER-FILE ASSIGN TO "PRODMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT RTV-MEMO-FILE ASSIGN TO "RTVMEMO"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT RTV-LOG-FILE ASSIGN TO "RTVLOG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT MOVE-ARCH-FILE ASSIGN TO "MOVARCHF"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT COST-HIST-FILE ASSIGN TO "COSTHIST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT RECV-HIST-FILE ASSIGN TO "PORCVHST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT PO-NBR-FILE ASSIGN TO "PONBRCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT DC-NBR-FILE ASSIGN TO "DCNBRCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT SCHED-LOG-FILE ASSIGN TO "CNTSKLOG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-CUR-STATUS.
		SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SUS-KEY
			FILE STATUS IS WS-CUR-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  ROLL-PARM-FILE.
	01  ROLL-PARM-REC.
		02 RLP-BUS-DATE PIC X(8).

	FD  RUN-CONTROL-FILE.
	01  RUN-CONTROL-REC.
		02 RC-BUS-DATE   PIC X(8).
		02 RC-RUN-STATUS PIC X.
			88 RC-RUN-ACTIVE   VALUE "E".
			88 RC-RUN-COMPLETE VALUE "C".
		02 RC-LAST-STEP  PIC X(12).

	FD  SNAP-CONTROL-FILE.
	COPY SNAPCTL.

	FD  SNAPSHOT-FILE.
	COPY SNAPREC.

	FD  ROLLBACK-RPT-FILE.
	01  ROLLBACK-LINE PIC X(80).

	FD  ACCT-MASTER-FILE.
	01  ACCT-MASTER-REC PIC X(18).

	FD  PRICE-MASTER-FILE.
	01  PRICE-MASTER-REC PIC X(9).

	FD  PRICE-PEND-FILE.
	01  PRICE-PEND-REC PIC X(17).

	FD  INV-NBR-FILE.
	01  INV-NBR-REC PIC X(6).

	FD  STOCK-MASTER-FILE.
	01  STOCK-MASTER-REC.
		02 SMT-KEY PIC X(8).
		02 FILLER  PIC X(8).

	FD  SALES-HIST-FILE.
	01  SALES-HIST-REC.
		02 SHX-KEY PIC X(13).
		02 FILLER  PIC X(16).

	FD  INV-HIST-FILE.
	01  INV-HIST-REC.
		02 IVH-KEY PIC X(9).
		02 FILLER  PIC X(101).

	FD  PROD-HIST-FILE.
	01  PROD-HIST-REC.
		02 HIST-KEY PIC X(8).
		02 FILLER   PIC X(154).

	FD  LOYALTY-FILE.
	01  LOYALTY-REC.
		02 LYA-CARD PIC X(10).
		02 FILLER   PIC X(132).

	FD  SUBLEDGER-FILE.
	01  SUBLEDGER-REC PIC X(19).

	FD  STK-RECYCLE-FILE.
	01  STK-RECYCLE-REC PIC X(50).

	FD  CYC-ADJUST-FILE.
	01  CYC-ADJUST-REC PIC X(19).

	FD  CLOSE-TXN-FILE.
	01  CLOSE-TXN-REC PIC X(19).

	FD  DC-SHIP-FILE.
	01  DC-SHIP-REC PIC X(19).

	FD  REBAL-TXN-FILE.
	01  REBAL-TXN-REC PIC X(19).

	FD  MUL-RECYCLE-FILE.
	01  MUL-RECYCLE-REC PIC X(36).

	FD  MUL-CKPT-FILE.
	01  MUL-CKPT-REC PIC X(45).

	FD  PROD-MASTER-FILE.
	01  PROD-MASTER-REC PIC X(23).

	FD  RTV-MEMO-FILE.
	01  RTV-MEMO-REC PIC X(56).

	FD  RTV-LOG-FILE.
	01  RTV-LOG-REC PIC X(56).

	FD  MOVE-ARCH-FILE.
	01  MOVE-ARCH-REC PIC X(69).

	FD  COST-HIST-FILE.
	01  COST-HIST-REC PIC X(59).

	FD  RECV-HIST-FILE.
	01  RECV-HIST-REC PIC X(68).

	FD  PO-NBR-FILE.
	01  PO-NBR-REC PIC X(6).

	FD  DC-NBR-FILE.
	01  DC-NBR-REC PIC X(6).

	FD  SCHED-LOG-FILE.
	01  SCHED-LOG-REC PIC X(17).

	FD  SUSPENSE-FILE.
	01  SUSPENSE-REC.
		02 SUS-KEY PIC X(14).
		02 FILLER  PIC X(112).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-PARM-STATUS   PIC XX.
	01 WS-RUNCTL-STATUS PIC XX.
	01 WS-SNCTL-STATUS  PIC XX.
	01 WS-SNAP-STATUS   PIC XX.
	01 WS-CUR-STATUS    PIC XX.

	01 WS-FLAGS.
		02 WS-SNAP-EOF PIC X VALUE "N".
			88 SNAPSHOT-EOF VALUE "Y".
		02 WS-ROLL-FLAG PIC X VALUE "Y".
			88 ROLL-ALLOWED VALUE "Y".
		02 WS-HDR-FLAG PIC X VALUE "N".
			88 HEADER-SEEN VALUE "Y".
		02 WS-TARGET-FLAG PIC X VALUE "N".
			88 TARGET-OPEN VALUE "Y".

	COPY SNAPLST.

	01 WS-FILE-NUM PIC 9(2).
	01 WS-CUR-REC  PIC X(162).

	01 WS-FILE-TAB.
		02 WS-FILE-ENTRY OCCURS 27 TIMES.
			03 FT-IMAGE    PIC 9(8).
			03 FT-TRAILER  PIC 9(8).
			03 FT-STATUS   PIC XX.
			03 FT-RESTORED PIC 9(8).
			03 FT-ERRORS   PIC 9(6).
			03 FT-OPEN     PIC XX.

	01 WS-DATES.
		02 WS-TODAY     PIC X(8).
		02 WS-NOW       PIC X(6).
		02 WS-ASKED     PIC X(8) VALUE SPACES.

	01 WS-SNAP-CONTROL.
		02 WS-SNC-DATE    PIC X(8) VALUE SPACES.
		02 WS-SNC-STATUS  PIC X    VALUE SPACES.
		02 WS-SNC-TIME    PIC X(6) VALUE SPACES.
		02 WS-SNC-RECORDS PIC 9(9) VALUE ZERO.

	01 WS-COUNTS.
		02 WS-IMAGE-TOTAL    PIC 9(9) VALUE ZERO.
		02 WS-RESTORED-TOTAL PIC 9(9) VALUE ZERO.
		02 WS-ERROR-TOTAL    PIC 9(9) VALUE ZERO.
		02 WS-FILES-RESTORED PIC 9(9) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(32) VALUE
			"Retour arriere de la cloture du ".
		02 RT-DATE PIC X(8).
		02 FILLER PIC X(40) VALUE SPACES.

	01 WS-RPT-COLUMNS.
		02 FILLER PIC X(44) VALUE
			"  Fichier        Image  Restaures  Resultat ".
		02 FILLER PIC X(36) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RF-NAME     PIC X(8).
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RF-IMAGE    PIC ZZZZZZZ9.
		02 FILLER      PIC X(3)  VALUE SPACES.
		02 RF-RESTORED PIC ZZZZZZZ9.
		02 FILLER      PIC X(2)  VALUE SPACES.
		02 RF-NOTE     PIC X(30).
		02 FILLER      PIC X(17) VALUE SPACES.

	01 WS-RPT-MESSAGE.
		02 FILLER  PIC X(2)  VALUE SPACES.
		02 RM-TEXT PIC X(78).

	01 WS-RPT-TALLY.
		02 FILLER   PIC X(2)  VALUE SPACES.
		02 RY-LABEL PIC X(34).
		02 RY-COUNT PIC ZZZZZZZZ9.
		02 FILLER   PIC X(35) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "NGTROLL" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		ACCEPT WS-NOW FROM TIME.
		PERFORM CLEAR-FILE-ENTRY
			VARYING WS-FILE-NUM FROM 1 BY 1
			UNTIL WS-FILE-NUM > WS-SNAP-FILES.
		PERFORM READ-ROLL-PARAMETER.
		PERFORM READ-SNAP-CONTROL.
		OPEN OUTPUT ROLLBACK-RPT-FILE.
		MOVE WS-SNC-DATE TO RT-DATE.
		WRITE ROLLBACK-LINE FROM WS-RPT-TITLE.
		MOVE SPACES TO ROLLBACK-LINE.
		WRITE ROLLBACK-LINE.
		PERFORM CHECK-SNAP-CONTROL.
		IF ROLL-ALLOWED
			PERFORM VERIFY-SNAPSHOT
		END-IF.
		IF ROLL-ALLOWED
			PERFORM RESTORE-SNAPSHOT
			PERFORM FINISH-ROLLBACK
		ELSE
			MOVE "Aucun fichier n'a ete restaure"
				TO RM-TEXT
			PERFORM WRITE-MESSAGE
		END-IF.
		PERFORM WRITE-FILE-SECTION.
		PERFORM WRITE-SUMMARY.
		CLOSE ROLLBACK-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	CLEAR-FILE-ENTRY.
		MOVE ZERO TO FT-IMAGE(WS-FILE-NUM).
		MOVE ZERO TO FT-TRAILER(WS-FILE-NUM).
		MOVE SPACES TO FT-STATUS(WS-FILE-NUM).
		MOVE ZERO TO FT-RESTORED(WS-FILE-NUM).
		MOVE ZERO TO FT-ERRORS(WS-FILE-NUM).
		MOVE SPACES TO FT-OPEN(WS-FILE-NUM).

	READ-ROLL-PARAMETER.
		OPEN INPUT ROLL-PARM-FILE.
		IF WS-PARM-STATUS = "00"
			READ ROLL-PARM-FILE
				AT END MOVE "10" TO WS-PARM-STATUS
			END-READ
			IF WS-PARM-STATUS = "00"
				MOVE RLP-BUS-DATE TO WS-ASKED
			END-IF
			CLOSE ROLL-PARM-FILE
		END-IF.

	READ-SNAP-CONTROL.
		OPEN INPUT SNAP-CONTROL-FILE.
		IF WS-SNCTL-STATUS = "00"
			READ SNAP-CONTROL-FILE
				AT END MOVE "10" TO WS-SNCTL-STATUS
			END-READ
			IF WS-SNCTL-STATUS = "00"
				MOVE SNC-BUS-DATE TO WS-SNC-DATE
				MOVE SNC-STATUS TO WS-SNC-STATUS
				MOVE SNC-TIME TO WS-SNC-TIME
				MOVE SNC-RECORDS TO WS-SNC-RECORDS
			END-IF
			CLOSE SNAP-CONTROL-FILE
		END-IF.

	CHECK-SNAP-CONTROL.
		EVALUATE TRUE
			WHEN WS-SNCTL-STATUS NOT = "00"
				OR WS-SNC-DATE = SPACES
				MOVE "Aucune image dans NGTSNCTL"
					TO RM-TEXT
				PERFORM REFUSE-ROLLBACK
			WHEN WS-ASKED NOT = SPACES
				AND WS-ASKED NOT = WS-SNC-DATE
				MOVE SPACES TO RM-TEXT
				STRING "Journee demandee " WS-ASKED
					" - image disponible du "
					WS-SNC-DATE
					DELIMITED BY SIZE INTO RM-TEXT
				PERFORM REFUSE-ROLLBACK
			WHEN WS-SNC-STATUS = "R"
				MOVE "Image deja restauree - reprise"
					TO RM-TEXT
				PERFORM WRITE-MESSAGE
			WHEN OTHER
				CONTINUE
		END-EVALUATE.

	REFUSE-ROLLBACK.
		PERFORM WRITE-MESSAGE.
		DISPLAY RM-TEXT.
		MOVE "N" TO WS-ROLL-FLAG.
		MOVE 12 TO WS-RETURN-CODE.

	VERIFY-SNAPSHOT.
		OPEN INPUT SNAPSHOT-FILE.
		IF WS-SNAP-STATUS NOT = "00"
			MOVE "Fichier NGTSNAP absent" TO RM-TEXT
			PERFORM REFUSE-ROLLBACK
		ELSE
			MOVE 1 TO WS-FILE-NUM
			MOVE "N" TO WS-SNAP-EOF
			PERFORM READ-SNAPSHOT
			PERFORM CHECK-ONE-SNAP-RECORD
				UNTIL SNAPSHOT-EOF OR NOT ROLL-ALLOWED
			CLOSE SNAPSHOT-FILE
			PERFORM CHECK-SNAPSHOT-END
		END-IF.

	READ-SNAPSHOT.
		READ SNAPSHOT-FILE
			AT END SET SNAPSHOT-EOF TO TRUE
		END-READ.

	CHECK-ONE-SNAP-RECORD.
		EVALUATE TRUE
			WHEN SNP-IS-HEADER
				PERFORM CHECK-SNAP-HEADER
			WHEN NOT HEADER-SEEN
				MOVE "Image sans en-tete" TO RM-TEXT
				PERFORM REFUSE-ROLLBACK
			WHEN WS-FILE-NUM > WS-SNAP-FILES
				MOVE "Enregistrement en trop"
					TO RM-TEXT
				PERFORM REFUSE-ROLLBACK
			WHEN SNP-FILE NOT = SF-NAME(WS-FILE-NUM)
				MOVE SPACES TO RM-TEXT
				STRING "Fichier " SNP-FILE
					" inattendu - "
					SF-NAME(WS-FILE-NUM) " attendu"
					DELIMITED BY SIZE INTO RM-TEXT
				PERFORM REFUSE-ROLLBACK
			WHEN SNP-IS-DETAIL
				ADD 1 TO FT-IMAGE(WS-FILE-NUM)
				ADD 1 TO WS-IMAGE-TOTAL
			WHEN SNP-IS-TRAILER
				MOVE SNP-TRL-COUNT
					TO FT-TRAILER(WS-FILE-NUM)
				MOVE SNP-TRL-STATUS
					TO FT-STATUS(WS-FILE-NUM)
				PERFORM CHECK-FILE-TRAILER
				ADD 1 TO WS-FILE-NUM
			WHEN OTHER
				MOVE "Type d'enregistrement inconnu"
					TO RM-TEXT
				PERFORM REFUSE-ROLLBACK
		END-EVALUATE.
		PERFORM READ-SNAPSHOT.

	CHECK-SNAP-HEADER.
		IF HEADER-SEEN
			OR SNP-HDR-DATE NOT = WS-SNC-DATE
			MOVE SPACES TO RM-TEXT
			STRING "En-tete de l'image du " SNP-HDR-DATE
				" - NGTSNCTL indique " WS-SNC-DATE
				DELIMITED BY SIZE INTO RM-TEXT
			PERFORM REFUSE-ROLLBACK
		ELSE
			SET HEADER-SEEN TO TRUE
		END-IF.

	CHECK-FILE-TRAILER.
		IF FT-IMAGE(WS-FILE-NUM) NOT = FT-TRAILER(WS-FILE-NUM)
			MOVE SPACES TO RM-TEXT
			STRING "Controle " SF-NAME(WS-FILE-NUM)
				" : lus " FT-IMAGE(WS-FILE-NUM)
				" attendus " FT-TRAILER(WS-FILE-NUM)
				DELIMITED BY SIZE INTO RM-TEXT
			PERFORM REFUSE-ROLLBACK
		END-IF.
		IF FT-STATUS(WS-FILE-NUM) NOT = "00"
			AND FT-STATUS(WS-FILE-NUM) NOT = "35"
			MOVE SPACES TO RM-TEXT
			STRING "Fichier " SF-NAME(WS-FILE-NUM)
				" illisible lors de l'image : "
				FT-STATUS(WS-FILE-NUM)
				DELIMITED BY SIZE INTO RM-TEXT
			PERFORM REFUSE-ROLLBACK
		END-IF.

	CHECK-SNAPSHOT-END.
		IF ROLL-ALLOWED
			AND NOT HEADER-SEEN
			MOVE "Image vide" TO RM-TEXT
			PERFORM REFUSE-ROLLBACK
		END-IF.
		IF ROLL-ALLOWED
			AND WS-FILE-NUM NOT > WS-SNAP-FILES
			MOVE SPACES TO RM-TEXT
			STRING "Image incomplete avant "
				SF-NAME(WS-FILE-NUM)
				DELIMITED BY SIZE INTO RM-TEXT
			PERFORM REFUSE-ROLLBACK
		END-IF.

	RESTORE-SNAPSHOT.
		OPEN INPUT SNAPSHOT-FILE.
		MOVE 1 TO WS-FILE-NUM.
		MOVE "N" TO WS-SNAP-EOF.
		MOVE "N" TO WS-TARGET-FLAG.
		PERFORM READ-SNAPSHOT.
		PERFORM RESTORE-ONE-RECORD UNTIL SNAPSHOT-EOF.
		CLOSE SNAPSHOT-FILE.

	RESTORE-ONE-RECORD.
		EVALUATE TRUE
			WHEN SNP-IS-DETAIL
				IF NOT TARGET-OPEN
					PERFORM OPEN-TARGET-FILE
				END-IF
				PERFORM RESTORE-ONE-DETAIL
			WHEN SNP-IS-TRAILER
				IF NOT TARGET-OPEN
					PERFORM OPEN-TARGET-FILE
				END-IF
				PERFORM CLOSE-TARGET-FILE
				ADD 1 TO WS-FILE-NUM
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
		PERFORM READ-SNAPSHOT.

	OPEN-TARGET-FILE.
		PERFORM OPEN-CURRENT-FILE.
		MOVE WS-CUR-STATUS TO FT-OPEN(WS-FILE-NUM).
		SET TARGET-OPEN TO TRUE.
		IF WS-CUR-STATUS NOT = "00"
			DISPLAY "Fichier " SF-NAME(WS-FILE-NUM)
				" non restaure : " WS-CUR-STATUS
			MOVE 12 TO WS-RETURN-CODE
		END-IF.

	RESTORE-ONE-DETAIL.
		IF FT-OPEN(WS-FILE-NUM) = "00"
			MOVE SNP-DATA TO WS-CUR-REC
			PERFORM WRITE-CURRENT-FILE
			IF WS-CUR-STATUS = "00"
				ADD 1 TO FT-RESTORED(WS-FILE-NUM)
				ADD 1 TO WS-RESTORED-TOTAL
				ADD 1 TO WS-STAT-WRIT
			ELSE
				ADD 1 TO FT-ERRORS(WS-FILE-NUM)
				ADD 1 TO WS-ERROR-TOTAL
				ADD 1 TO WS-STAT-REJ
				MOVE 12 TO WS-RETURN-CODE
			END-IF
		END-IF.
		ADD 1 TO WS-STAT-READ.

	CLOSE-TARGET-FILE.
		IF FT-OPEN(WS-FILE-NUM) = "00"
			PERFORM CLOSE-CURRENT-FILE
			IF FT-ERRORS(WS-FILE-NUM) = ZERO
				ADD 1 TO WS-FILES-RESTORED
			END-IF
		END-IF.
		MOVE "N" TO WS-TARGET-FLAG.

	FINISH-ROLLBACK.
		IF WS-RETURN-CODE = 12
			MOVE "Retour arriere incomplet - a resoumettre"
				TO RM-TEXT
			PERFORM WRITE-MESSAGE
		ELSE
			PERFORM RESET-RUN-CONTROL
			PERFORM MARK-SNAP-RESTORED
		END-IF.

	RESET-RUN-CONTROL.
		OPEN INPUT RUN-CONTROL-FILE.
		IF WS-RUNCTL-STATUS = "00"
			READ RUN-CONTROL-FILE
				AT END MOVE "10" TO WS-RUNCTL-STATUS
			END-READ
			CLOSE RUN-CONTROL-FILE
		END-IF.
		IF WS-RUNCTL-STATUS = "00"
			AND RC-BUS-DATE = WS-SNC-DATE
			MOVE SPACES TO RM-TEXT
			STRING "RUNCTL avant : journee " RC-BUS-DATE
				" etat " RC-RUN-STATUS
				" derniere etape " RC-LAST-STEP
				DELIMITED BY SIZE INTO RM-TEXT
			PERFORM WRITE-MESSAGE
			OPEN OUTPUT RUN-CONTROL-FILE
			MOVE WS-SNC-DATE TO RC-BUS-DATE
			MOVE "E" TO RC-RUN-STATUS
			MOVE SPACES TO RC-LAST-STEP
			WRITE RUN-CONTROL-REC
			CLOSE RUN-CONTROL-FILE
			MOVE "RUNCTL remis en reprise complete"
				TO RM-TEXT
		ELSE
			MOVE "RUNCTL sans cette journee - inchange"
				TO RM-TEXT
		END-IF.
		PERFORM WRITE-MESSAGE.

	MARK-SNAP-RESTORED.
		OPEN OUTPUT SNAP-CONTROL-FILE.
		MOVE WS-SNC-DATE TO SNC-BUS-DATE.
		MOVE "R" TO SNC-STATUS.
		MOVE WS-SNC-TIME TO SNC-TIME.
		MOVE WS-SNC-RECORDS TO SNC-RECORDS.
		MOVE WS-TODAY TO SNC-ROLL-DATE.
		MOVE WS-NOW TO SNC-ROLL-TIME.
		WRITE SNAP-CONTROL-REC.
		CLOSE SNAP-CONTROL-FILE.
		MOVE "Fichiers remis dans leur etat d'avant la cloture"
			TO RM-TEXT.
		PERFORM WRITE-MESSAGE.

	WRITE-MESSAGE.
		WRITE ROLLBACK-LINE FROM WS-RPT-MESSAGE.

	WRITE-FILE-SECTION.
		MOVE SPACES TO ROLLBACK-LINE.
		WRITE ROLLBACK-LINE.
		WRITE ROLLBACK-LINE FROM WS-RPT-COLUMNS.
		PERFORM WRITE-FILE-LINE
			VARYING WS-FILE-NUM FROM 1 BY 1
			UNTIL WS-FILE-NUM > WS-SNAP-FILES.

	WRITE-FILE-LINE.
		MOVE SF-NAME(WS-FILE-NUM) TO RF-NAME.
		MOVE FT-IMAGE(WS-FILE-NUM) TO RF-IMAGE.
		MOVE FT-RESTORED(WS-FILE-NUM) TO RF-RESTORED.
		EVALUATE TRUE
			WHEN FT-OPEN(WS-FILE-NUM) = SPACES
				MOVE "non traite" TO RF-NOTE
			WHEN FT-OPEN(WS-FILE-NUM) NOT = "00"
				MOVE SPACES TO RF-NOTE
				STRING "ouverture impossible "
					FT-OPEN(WS-FILE-NUM)
					DELIMITED BY SIZE INTO RF-NOTE
			WHEN FT-ERRORS(WS-FILE-NUM) > ZERO
				MOVE "erreurs d'ecriture" TO RF-NOTE
			WHEN FT-STATUS(WS-FILE-NUM) = "35"
				MOVE "absent avant cloture - vide"
					TO RF-NOTE
			WHEN OTHER
				MOVE "restaure" TO RF-NOTE
		END-EVALUATE.
		WRITE ROLLBACK-LINE FROM WS-RPT-DETAIL.

	WRITE-SUMMARY.
		MOVE SPACES TO ROLLBACK-LINE.
		WRITE ROLLBACK-LINE.
		MOVE "Enregistrements dans l'image" TO RY-LABEL.
		MOVE WS-IMAGE-TOTAL TO RY-COUNT.
		WRITE ROLLBACK-LINE FROM WS-RPT-TALLY.
		MOVE "Enregistrements restaures" TO RY-LABEL.
		MOVE WS-RESTORED-TOTAL TO RY-COUNT.
		WRITE ROLLBACK-LINE FROM WS-RPT-TALLY.
		MOVE "Erreurs d'ecriture" TO RY-LABEL.
		MOVE WS-ERROR-TOTAL TO RY-COUNT.
		WRITE ROLLBACK-LINE FROM WS-RPT-TALLY.
		MOVE "Fichiers restaures" TO RY-LABEL.
		MOVE WS-FILES-RESTORED TO RY-COUNT.
		WRITE ROLLBACK-LINE FROM WS-RPT-TALLY.

	OPEN-CURRENT-FILE.
		EVALUATE WS-FILE-NUM
			WHEN 1
				OPEN OUTPUT ACCT-MASTER-FILE
			WHEN 2
				OPEN OUTPUT PRICE-MASTER-FILE
			WHEN 3
				OPEN OUTPUT PRICE-PEND-FILE
			WHEN 4
				OPEN OUTPUT INV-NBR-FILE
			WHEN 5
				OPEN OUTPUT STOCK-MASTER-FILE
			WHEN 6
				OPEN OUTPUT SALES-HIST-FILE
			WHEN 7
				OPEN OUTPUT INV-HIST-FILE
			WHEN 8
				OPEN OUTPUT PROD-HIST-FILE
			WHEN 9
				OPEN OUTPUT LOYALTY-FILE
			WHEN 10
				OPEN OUTPUT SUBLEDGER-FILE
			WHEN 11
				OPEN OUTPUT STK-RECYCLE-FILE
			WHEN 12
				OPEN OUTPUT CYC-ADJUST-FILE
			WHEN 13
				OPEN OUTPUT CLOSE-TXN-FILE
			WHEN 14
				OPEN OUTPUT DC-SHIP-FILE
			WHEN 15
				OPEN OUTPUT REBAL-TXN-FILE
			WHEN 16
				OPEN OUTPUT MUL-RECYCLE-FILE
			WHEN 17
				OPEN OUTPUT MUL-CKPT-FILE
			WHEN 18
				OPEN OUTPUT PROD-MASTER-FILE
			WHEN 19
				OPEN OUTPUT RTV-MEMO-FILE
			WHEN 20
				OPEN OUTPUT RTV-LOG-FILE
			WHEN 21
				OPEN OUTPUT MOVE-ARCH-FILE
			WHEN 22
				OPEN OUTPUT COST-HIST-FILE
			WHEN 23
				OPEN OUTPUT RECV-HIST-FILE
			WHEN 24
				OPEN OUTPUT PO-NBR-FILE
			WHEN 25
				OPEN OUTPUT DC-NBR-FILE
			WHEN 26
				OPEN OUTPUT SCHED-LOG-FILE
			WHEN 27
				OPEN OUTPUT SUSPENSE-FILE
		END-EVALUATE.

	WRITE-CURRENT-FILE.
		EVALUATE WS-FILE-NUM
			WHEN 1
				MOVE WS-CUR-REC TO ACCT-MASTER-REC
				WRITE ACCT-MASTER-REC
			WHEN 2
				MOVE WS-CUR-REC TO PRICE-MASTER-REC
				WRITE PRICE-MASTER-REC
			WHEN 3
				MOVE WS-CUR-REC TO PRICE-PEND-REC
				WRITE PRICE-PEND-REC
			WHEN 4
				MOVE WS-CUR-REC TO INV-NBR-REC
				WRITE INV-NBR-REC
			WHEN 5
				MOVE WS-CUR-REC TO STOCK-MASTER-REC
				WRITE STOCK-MASTER-REC
					INVALID KEY CONTINUE
				END-WRITE
			WHEN 6
				MOVE WS-CUR-REC TO SALES-HIST-REC
				WRITE SALES-HIST-REC
					INVALID KEY CONTINUE
				END-WRITE
			WHEN 7
				MOVE WS-CUR-REC TO INV-HIST-REC
				WRITE INV-HIST-REC
					INVALID KEY CONTINUE
				END-WRITE
			WHEN 8
				MOVE WS-CUR-REC TO PROD-HIST-REC
				WRITE PROD-HIST-REC
					INVALID KEY CONTINUE
				END-WRITE
			WHEN 9
				MOVE WS-CUR-REC TO LOYALTY-REC
				WRITE LOYALTY-REC
					INVALID KEY CONTINUE
				END-WRITE
			WHEN 10
				MOVE WS-CUR-REC TO SUBLEDGER-REC
				WRITE SUBLEDGER-REC
			WHEN 11
				MOVE WS-CUR-REC TO STK-RECYCLE-REC
				WRITE STK-RECYCLE-REC
			WHEN 12
				MOVE WS-CUR-REC TO CYC-ADJUST-REC
				WRITE CYC-ADJUST-REC
			WHEN 13
				MOVE WS-CUR-REC TO CLOSE-TXN-REC
				WRITE CLOSE-TXN-REC
			WHEN 14
				MOVE WS-CUR-REC TO DC-SHIP-REC
				WRITE DC-SHIP-REC
			WHEN 15
				MOVE WS-CUR-REC TO REBAL-TXN-REC
				WRITE REBAL-TXN-REC
			WHEN 16
				MOVE WS-CUR-REC TO MUL-RECYCLE-REC
				WRITE MUL-RECYCLE-REC
			WHEN 17
				MOVE WS-CUR-REC TO MUL-CKPT-REC
				WRITE MUL-CKPT-REC
			WHEN 18
				MOVE WS-CUR-REC TO PROD-MASTER-REC
				WRITE PROD-MASTER-REC
			WHEN 19
				MOVE WS-CUR-REC TO RTV-MEMO-REC
				WRITE RTV-MEMO-REC
			WHEN 20
				MOVE WS-CUR-REC TO RTV-LOG-REC
				WRITE RTV-LOG-REC
			WHEN 21
				MOVE WS-CUR-REC TO MOVE-ARCH-REC
				WRITE MOVE-ARCH-REC
			WHEN 22
				MOVE WS-CUR-REC TO COST-HIST-REC
				WRITE COST-HIST-REC
			WHEN 23
				MOVE WS-CUR-REC TO RECV-HIST-REC
				WRITE RECV-HIST-REC
			WHEN 24
				MOVE WS-CUR-REC TO PO-NBR-REC
				WRITE PO-NBR-REC
			WHEN 25
				MOVE WS-CUR-REC TO DC-NBR-REC
				WRITE DC-NBR-REC
			WHEN 26
				MOVE WS-CUR-REC TO SCHED-LOG-REC
				WRITE SCHED-LOG-REC
			WHEN 27
				MOVE WS-CUR-REC TO SUSPENSE-REC
				WRITE SUSPENSE-REC
					INVALID KEY CONTINUE
				END-WRITE
		END-EVALUATE.

	CLOSE-CURRENT-FILE.
		EVALUATE WS-FILE-NUM
			WHEN 1
				CLOSE ACCT-MASTER-FILE
			WHEN 2
				CLOSE PRICE-MASTER-FILE
			WHEN 3
				CLOSE PRICE-PEND-FILE
			WHEN 4
				CLOSE INV-NBR-FILE
			WHEN 5
				CLOSE STOCK-MASTER-FILE
			WHEN 6
				CLOSE SALES-HIST-FILE
			WHEN 7
				CLOSE INV-HIST-FILE
			WHEN 8
				CLOSE PROD-HIST-FILE
			WHEN 9
				CLOSE LOYALTY-FILE
			WHEN 10
				CLOSE SUBLEDGER-FILE
			WHEN 11
				CLOSE STK-RECYCLE-FILE
			WHEN 12
				CLOSE CYC-ADJUST-FILE
			WHEN 13
				CLOSE CLOSE-TXN-FILE
			WHEN 14
				CLOSE DC-SHIP-FILE
			WHEN 15
				CLOSE REBAL-TXN-FILE
			WHEN 16
				CLOSE MUL-RECYCLE-FILE
			WHEN 17
				CLOSE MUL-CKPT-FILE
			WHEN 18
				CLOSE PROD-MASTER-FILE
			WHEN 19
				CLOSE RTV-MEMO-FILE
			WHEN 20
				CLOSE RTV-LOG-FILE
			WHEN 21
				CLOSE MOVE-ARCH-FILE
			WHEN 22
				CLOSE COST-HIST-FILE
			WHEN 23
				CLOSE RECV-HIST-FILE
			WHEN 24
				CLOSE PO-NBR-FILE
			WHEN 25
				CLOSE DC-NBR-FILE
			WHEN 26
				CLOSE SCHED-LOG-FILE
			WHEN 27
				CLOSE SUSPENSE-FILE
		END-EVALUATE.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
