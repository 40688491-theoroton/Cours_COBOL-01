			88 MASTER-EOF VALUE "Y".
		02 WS-TXN-EOF PIC X VALUE "N".
			88 TXN-EOF VALUE "Y".
		02 WS-MAST-SHORT PIC X VALUE "N".
			88 MASTER-INCOMPLETE VALUE "Y".

	01 WS-MAST-TAB-CTL.
		02 WS-MT-COUNT PIC 9(4) VALUE ZERO.
		OPEN OUTPUT MAINT-AUDIT-FILE.
		MOVE SPACES TO PMA-REASON.
		PERFORM LOAD-MASTER-TABLE.
		IF NOT MASTER-INCOMPLETE
			PERFORM APPLY-MAINT-TXNS
			PERFORM WRITE-NEW-MASTER
			PERFORM CLEAR-MAINT-TXNS
		END-IF.
		DISPLAY "Maintenance PRODMAST : "
			WS-APPLIED " appliquees, "
			WS-REJECTED " rejetees".
		OPEN INPUT PRODUCT-MASTER.
		IF WS-MAST-STATUS NOT = "00"
			DISPLAY "Fichier PRODMAST absent"
			MOVE 12 TO WS-RETURN-CODE
			SET MASTER-INCOMPLETE TO TRUE
			SET MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-MASTER
			MOVE MST-PRODUCT TO MT-PROD(WS-MT-COUNT)
			MOVE MST-QTY TO MT-QTY(WS-MT-COUNT)
			MOVE MST-UNIT-COST TO MT-COST(WS-MT-COUNT)
		ELSE
			DISPLAY "Table PRODMAST saturee"
				" - article perdu " MST-STORE
				"/" MST-PRODUCT
			MOVE 12 TO WS-RETURN-CODE
			SET MASTER-INCOMPLETE TO TRUE
		END-IF.
		PERFORM READ-MASTER.

		WRITE MAINT-AUDIT-REC.
		MOVE SPACES TO PMA-REASON.

	CLEAR-MAINT-TXNS.
		IF WS-TXN-STATUS = "00"
			OPEN OUTPUT MAINT-TXN-FILE
			CLOSE MAINT-TXN-FILE
		END-IF.

	WRITE-NEW-MASTER.
		OPEN OUTPUT MASTER-OUT-FILE.
		PERFORM WRITE-MASTER-OUT
