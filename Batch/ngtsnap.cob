	IDENTIFICATION DIVISION.
	PROGRAM-ID. NGTSNAP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RUNCTL-STATUS.
		SELECT SNAP-CONTROL-FILE ASSIGN TO "NGTSNCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SNCTL-STATUS.
		SELECT SNAPSHOT-FILE ASSIGN TO "NGTSNAP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SNAP-STATUS.
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

	01 WS-RUNCTL-STATUS PIC XX.
	01 WS-SNCTL-STATUS  PIC XX.
	01 WS-SNAP-STATUS   PIC XX.
	01 WS-CUR-STATUS    PIC XX.
	01 WS-OPEN-STATUS   PIC XX.

	01 WS-FLAGS.
		02 WS-CUR-EOF PIC X VALUE "N".
			88 CURRENT-EOF VALUE "Y".

	COPY SNAPLST.

	01 WS-FILE-NUM PIC 9(2).
	01 WS-CUR-REC  PIC X(162).

	01 WS-DATES.
		02 WS-TODAY    PIC X(8).
		02 WS-NOW      PIC X(6).
		02 WS-BUS-DATE PIC X(8).

	01 WS-SNAP-CONTROL.
		02 WS-SNC-DATE   PIC X(8)  VALUE SPACES.
		02 WS-SNC-STATUS PIC X     VALUE SPACES.
		02 WS-SNC-TIME   PIC X(6)  VALUE SPACES.

	01 WS-COUNTS.
		02 WS-FILE-RECS  PIC 9(8) VALUE ZERO.
		02 WS-SNAP-TOTAL PIC 9(9) VALUE ZERO.
		02 WS-ABSENT     PIC 9(2) VALUE ZERO.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "NGTSNAP" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		ACCEPT WS-TODAY FROM DATE YYYYMMDD.
		ACCEPT WS-NOW FROM TIME.
		PERFORM READ-RUN-CONTROL.
		PERFORM READ-SNAP-CONTROL.
		IF WS-SNC-DATE = WS-BUS-DATE
			AND WS-SNC-STATUS = "P"
			DISPLAY "Image avant cloture du " WS-BUS-DATE
				" deja prise a " WS-SNC-TIME
				" - conservee"
		ELSE
			PERFORM TAKE-SNAPSHOT
		END-IF.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	READ-RUN-CONTROL.
		MOVE WS-TODAY TO WS-BUS-DATE.
		OPEN INPUT RUN-CONTROL-FILE.
		IF WS-RUNCTL-STATUS = "00"
			READ RUN-CONTROL-FILE
				AT END MOVE "10" TO WS-RUNCTL-STATUS
			END-READ
			IF WS-RUNCTL-STATUS = "00"
				AND RC-RUN-ACTIVE
				MOVE RC-BUS-DATE TO WS-BUS-DATE
				DISPLAY "Journee " WS-BUS-DATE
					" en cours dans RUNCTL"
			END-IF
			CLOSE RUN-CONTROL-FILE
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
			END-IF
			CLOSE SNAP-CONTROL-FILE
		END-IF.

	TAKE-SNAPSHOT.
		OPEN OUTPUT SNAPSHOT-FILE.
		IF WS-SNAP-STATUS NOT = "00"
			DISPLAY "Fichier NGTSNAP indisponible : "
				WS-SNAP-STATUS
			MOVE 12 TO WS-RETURN-CODE
		ELSE
			MOVE "H" TO SNP-HDR-TYPE
			MOVE "NIGHTLY" TO SNP-HDR-JOB
			MOVE WS-BUS-DATE TO SNP-HDR-DATE
			MOVE WS-NOW TO SNP-HDR-TIME
			WRITE SNAP-HEADER-REC
			PERFORM SNAP-ONE-FILE
				VARYING WS-FILE-NUM FROM 1 BY 1
				UNTIL WS-FILE-NUM > WS-SNAP-FILES
			CLOSE SNAPSHOT-FILE
			PERFORM CLOSE-SNAPSHOT
		END-IF.

	CLOSE-SNAPSHOT.
		IF WS-RETURN-CODE < 12
			PERFORM WRITE-SNAP-CONTROL
			DISPLAY "Image avant cloture du " WS-BUS-DATE
				" : " WS-SNAP-TOTAL " enregistrements, "
				WS-ABSENT " fichiers absents"
		ELSE
			DISPLAY "Image avant cloture incomplete - "
				"ne pas lancer la cloture"
		END-IF.

	SNAP-ONE-FILE.
		MOVE ZERO TO WS-FILE-RECS.
		MOVE "N" TO WS-CUR-EOF.
		PERFORM OPEN-CURRENT-FILE.
		MOVE WS-CUR-STATUS TO WS-OPEN-STATUS.
		EVALUATE WS-OPEN-STATUS
			WHEN "00"
				PERFORM READ-CURRENT-FILE
				PERFORM UNLOAD-ONE-RECORD
					UNTIL CURRENT-EOF
				PERFORM CLOSE-CURRENT-FILE
			WHEN "35"
				ADD 1 TO WS-ABSENT
				DISPLAY "Fichier " SF-NAME(WS-FILE-NUM)
					" absent - image vide"
			WHEN OTHER
				ADD 1 TO WS-STAT-REJ
				DISPLAY "Fichier " SF-NAME(WS-FILE-NUM)
					" illisible : " WS-OPEN-STATUS
				MOVE 12 TO WS-RETURN-CODE
		END-EVALUATE.
		MOVE "T" TO SNP-TRL-TYPE.
		MOVE SF-NAME(WS-FILE-NUM) TO SNP-TRL-FILE.
		MOVE WS-FILE-RECS TO SNP-TRL-COUNT.
		MOVE WS-OPEN-STATUS TO SNP-TRL-STATUS.
		WRITE SNAP-TRAILER-REC.

	UNLOAD-ONE-RECORD.
		ADD 1 TO WS-FILE-RECS.
		ADD 1 TO WS-SNAP-TOTAL.
		ADD 1 TO WS-STAT-READ.
		ADD 1 TO WS-STAT-WRIT.
		MOVE "D" TO SNP-REC-TYPE.
		MOVE SF-NAME(WS-FILE-NUM) TO SNP-FILE.
		MOVE WS-CUR-REC TO SNP-DATA.
		WRITE SNAP-DETAIL-REC.
		PERFORM READ-CURRENT-FILE.

	WRITE-SNAP-CONTROL.
		OPEN OUTPUT SNAP-CONTROL-FILE.
		MOVE WS-BUS-DATE TO SNC-BUS-DATE.
		MOVE "P" TO SNC-STATUS.
		MOVE WS-NOW TO SNC-TIME.
		MOVE WS-SNAP-TOTAL TO SNC-RECORDS.
		MOVE SPACES TO SNC-ROLL-DATE.
		MOVE SPACES TO SNC-ROLL-TIME.
		WRITE SNAP-CONTROL-REC.
		CLOSE SNAP-CONTROL-FILE.

	OPEN-CURRENT-FILE.
		EVALUATE WS-FILE-NUM
			WHEN 1
				OPEN INPUT ACCT-MASTER-FILE
			WHEN 2
				OPEN INPUT PRICE-MASTER-FILE
			WHEN 3
				OPEN INPUT PRICE-PEND-FILE
			WHEN 4
				OPEN INPUT INV-NBR-FILE
			WHEN 5
				OPEN INPUT STOCK-MASTER-FILE
			WHEN 6
				OPEN INPUT SALES-HIST-FILE
			WHEN 7
				OPEN INPUT INV-HIST-FILE
			WHEN 8
				OPEN INPUT PROD-HIST-FILE
			WHEN 9
				OPEN INPUT LOYALTY-FILE
			WHEN 10
				OPEN INPUT SUBLEDGER-FILE
			WHEN 11
				OPEN INPUT STK-RECYCLE-FILE
			WHEN 12
				OPEN INPUT CYC-ADJUST-FILE
			WHEN 13
				OPEN INPUT CLOSE-TXN-FILE
			WHEN 14
				OPEN INPUT DC-SHIP-FILE
			WHEN 15
				OPEN INPUT REBAL-TXN-FILE
			WHEN 16
				OPEN INPUT MUL-RECYCLE-FILE
			WHEN 17
				OPEN INPUT MUL-CKPT-FILE
			WHEN 18
				OPEN INPUT PROD-MASTER-FILE
			WHEN 19
				OPEN INPUT RTV-MEMO-FILE
			WHEN 20
				OPEN INPUT RTV-LOG-FILE
			WHEN 21
				OPEN INPUT MOVE-ARCH-FILE
			WHEN 22
				OPEN INPUT COST-HIST-FILE
			WHEN 23
				OPEN INPUT RECV-HIST-FILE
			WHEN 24
				OPEN INPUT PO-NBR-FILE
			WHEN 25
				OPEN INPUT DC-NBR-FILE
			WHEN 26
				OPEN INPUT SCHED-LOG-FILE
			WHEN 27
				OPEN INPUT SUSPENSE-FILE
		END-EVALUATE.

	READ-CURRENT-FILE.
		EVALUATE WS-FILE-NUM
			WHEN 1
				READ ACCT-MASTER-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE ACCT-MASTER-REC
						TO WS-CUR-REC
				END-READ
			WHEN 2
				READ PRICE-MASTER-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE PRICE-MASTER-REC
						TO WS-CUR-REC
				END-READ
			WHEN 3
				READ PRICE-PEND-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE PRICE-PEND-REC
						TO WS-CUR-REC
				END-READ
			WHEN 4
				READ INV-NBR-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE INV-NBR-REC
						TO WS-CUR-REC
				END-READ
			WHEN 5
				READ STOCK-MASTER-FILE NEXT
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE STOCK-MASTER-REC
						TO WS-CUR-REC
				END-READ
			WHEN 6
				READ SALES-HIST-FILE NEXT
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE SALES-HIST-REC
						TO WS-CUR-REC
				END-READ
			WHEN 7
				READ INV-HIST-FILE NEXT
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE INV-HIST-REC
						TO WS-CUR-REC
				END-READ
			WHEN 8
				READ PROD-HIST-FILE NEXT
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE PROD-HIST-REC
						TO WS-CUR-REC
				END-READ
			WHEN 9
				READ LOYALTY-FILE NEXT
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE LOYALTY-REC
						TO WS-CUR-REC
				END-READ
			WHEN 10
				READ SUBLEDGER-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE SUBLEDGER-REC
						TO WS-CUR-REC
				END-READ
			WHEN 11
				READ STK-RECYCLE-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE STK-RECYCLE-REC
						TO WS-CUR-REC
				END-READ
			WHEN 12
				READ CYC-ADJUST-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE CYC-ADJUST-REC
						TO WS-CUR-REC
				END-READ
			WHEN 13
				READ CLOSE-TXN-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE CLOSE-TXN-REC
						TO WS-CUR-REC
				END-READ
			WHEN 14
				READ DC-SHIP-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE DC-SHIP-REC
						TO WS-CUR-REC
				END-READ
			WHEN 15
				READ REBAL-TXN-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE REBAL-TXN-REC
						TO WS-CUR-REC
				END-READ
			WHEN 16
				READ MUL-RECYCLE-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE MUL-RECYCLE-REC
						TO WS-CUR-REC
				END-READ
			WHEN 17
				READ MUL-CKPT-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE MUL-CKPT-REC
						TO WS-CUR-REC
				END-READ
			WHEN 18
				READ PROD-MASTER-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE PROD-MASTER-REC
						TO WS-CUR-REC
				END-READ
			WHEN 19
				READ RTV-MEMO-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE RTV-MEMO-REC
						TO WS-CUR-REC
				END-READ
			WHEN 20
				READ RTV-LOG-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE RTV-LOG-REC
						TO WS-CUR-REC
				END-READ
			WHEN 21
				READ MOVE-ARCH-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE MOVE-ARCH-REC
						TO WS-CUR-REC
				END-READ
			WHEN 22
				READ COST-HIST-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE COST-HIST-REC
						TO WS-CUR-REC
				END-READ
			WHEN 23
				READ RECV-HIST-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE RECV-HIST-REC
						TO WS-CUR-REC
				END-READ
			WHEN 24
				READ PO-NBR-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE PO-NBR-REC
						TO WS-CUR-REC
				END-READ
			WHEN 25
				READ DC-NBR-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE DC-NBR-REC
						TO WS-CUR-REC
				END-READ
			WHEN 26
				READ SCHED-LOG-FILE
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE SCHED-LOG-REC
						TO WS-CUR-REC
				END-READ
			WHEN 27
				READ SUSPENSE-FILE NEXT
					AT END SET CURRENT-EOF TO TRUE
					NOT AT END MOVE SUSPENSE-REC
						TO WS-CUR-REC
				END-READ
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
