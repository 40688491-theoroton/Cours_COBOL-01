			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT ADJUST-FILE ASSIGN TO "CYCADJ"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT COUNT-DONE-FILE ASSIGN TO "CNTDONE"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-DONE-STATUS.

	DATA DIVISION.
	FILE SECTION.
		02 ADJ-TRL-COUNT PIC 9(6).
		02 ADJ-TRL-HASH  PIC 9(10)V99.

	FD  COUNT-DONE-FILE.
	COPY CNTDNREC.

	WORKING-STORAGE SECTION.
	01 WS-COUNT-STATUS  PIC XX.
	01 WS-STKMST-STATUS PIC XX.
	01 WS-COST-STATUS   PIC XX.
	01 WS-DONE-STATUS   PIC XX.

	01 WS-FLAGS.
		02 WS-CNT-EOF PIC X VALUE "N".
		PERFORM WRITE-ADJ-HEADER.
		PERFORM OPEN-STOCK-MASTER.
		PERFORM LOAD-COST-TABLE.
		PERFORM OPEN-COUNT-LOG.
		PERFORM PROCESS-COUNTS.
		IF STOCK-MASTER-OPEN
			CLOSE STOCK-MASTER-FILE
		END-IF.
		IF WS-DONE-STATUS = "00"
			CLOSE COUNT-DONE-FILE
		END-IF.
		PERFORM WRITE-ADJ-TRAILER.
		PERFORM WRITE-SUMMARY.
		CLOSE VARIANCE-RPT-FILE.
		END-IF.
		PERFORM READ-COST.

	OPEN-COUNT-LOG.
		OPEN EXTEND COUNT-DONE-FILE.
		IF WS-DONE-STATUS = "35"
			OPEN OUTPUT COUNT-DONE-FILE
		END-IF.
		IF WS-DONE-STATUS NOT = "00"
			DISPLAY "Fichier CNTDONE indisponible : "
				WS-DONE-STATUS
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	PROCESS-COUNTS.
		OPEN INPUT COUNT-FILE.
		IF WS-COUNT-STATUS NOT = "00"

	PROCESS-ONE-COUNT.
		ADD 1 TO WS-COUNTED.
		IF WS-DONE-STATUS = "00"
			PERFORM WRITE-COUNT-DONE
		END-IF.
		PERFORM FIND-BOOK-QTY.
		PERFORM FIND-UNIT-COST.
		COMPUTE WS-QTY-DIFF = CNT-QTY - WS-BOOK-QTY.
		END-IF.
		PERFORM READ-COUNT.

	WRITE-COUNT-DONE.
		MOVE VT-DATE TO CDN-DATE.
		MOVE CNT-STORE TO CDN-STORE.
		MOVE CNT-PROD TO CDN-PROD.
		MOVE CNT-COUNTER-ID TO CDN-COUNTER-ID.
		WRITE COUNT-DONE-REC.

	FIND-BOOK-QTY.
		MOVE ZERO TO WS-BOOK-QTY.
		IF STOCK-MASTER-OPEN
