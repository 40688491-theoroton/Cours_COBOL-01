		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  STORE-TXN-FILE.
	01  STORE-TXN-REC.
		02 STX-STORE  PIC 9(4).
		02 STX-NAME   PIC X(20).
		02 STX-REGION PIC X(10).
		02 STX-TYPE   PIC X.
			88 STX-DC VALUE "D".
		02 STX-CURRENCY PIC X(3).

	FD  STORE-OUT-FILE.
	01  STORE-OUT-REC.
		02 STO-OUT-NAME   PIC X(20).
		02 STO-OUT-REGION PIC X(10).
		02 STO-OUT-STATUS PIC X.
		02 STO-OUT-TYPE   PIC X.
		02 STO-OUT-CURRENCY PIC X(3).

	FD  MAINT-RPT-FILE.
	01  MAINT-LINE PIC X(80).
			03 ST-NAME   PIC X(20).
			03 ST-REGION PIC X(10).
			03 ST-STATUS PIC X.
			03 ST-TYPE   PIC X.
			03 ST-CURRENCY PIC X(3).

	01 WS-TALLIES.
		02 WS-OPENED   PIC 9(4) VALUE ZERO.
		PERFORM LOAD-STORE-MASTER.
		PERFORM APPLY-STORE-TXNS.
		PERFORM WRITE-NEW-MASTER.
		PERFORM CLEAR-STORE-TXNS.
		PERFORM WRITE-SUMMARY.
		CLOSE MAINT-RPT-FILE.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
			MOVE STO-NAME TO ST-NAME(WS-ST-COUNT)
			MOVE STO-REGION TO ST-REGION(WS-ST-COUNT)
			MOVE STO-STATUS TO ST-STATUS(WS-ST-COUNT)
			MOVE STO-TYPE TO ST-TYPE(WS-ST-COUNT)
			MOVE STO-CURRENCY TO ST-CURRENCY(WS-ST-COUNT)
		END-IF.
		PERFORM READ-STORE-MASTER.

				MOVE STX-REGION
					TO ST-REGION(WS-ST-FOUND)
			END-IF
			IF STX-TYPE NOT = SPACES
				MOVE STX-TYPE TO ST-TYPE(WS-ST-FOUND)
			END-IF
			IF STX-CURRENCY NOT = SPACES
				MOVE STX-CURRENCY
					TO ST-CURRENCY(WS-ST-FOUND)
			END-IF
			MOVE "Magasin reouvert" TO MD-RESULT
			ADD 1 TO WS-OPENED
		ELSE
				MOVE STX-REGION
					TO ST-REGION(WS-ST-COUNT)
				MOVE "O" TO ST-STATUS(WS-ST-COUNT)
				MOVE STX-TYPE TO ST-TYPE(WS-ST-COUNT)
				MOVE STX-CURRENCY
					TO ST-CURRENCY(WS-ST-COUNT)
				IF STX-DC
					MOVE "Entrepot cree"
						TO MD-RESULT
				ELSE
					MOVE "Magasin cree" TO MD-RESULT
				END-IF
				ADD 1 TO WS-OPENED
			ELSE
				MOVE "Table saturee" TO MD-RESULT
		END-IF.
		WRITE MAINT-LINE FROM WS-RPT-DETAIL.

	CLEAR-STORE-TXNS.
		IF WS-TXN-STATUS = "00"
			OPEN OUTPUT STORE-TXN-FILE
			CLOSE STORE-TXN-FILE
		END-IF.

	WRITE-NEW-MASTER.
		OPEN OUTPUT STORE-OUT-FILE.
		PERFORM WRITE-MASTER-ENTRY
		MOVE ST-NAME(WS-ST-IDX) TO STO-OUT-NAME.
		MOVE ST-REGION(WS-ST-IDX) TO STO-OUT-REGION.
		MOVE ST-STATUS(WS-ST-IDX) TO STO-OUT-STATUS.
		MOVE ST-TYPE(WS-ST-IDX) TO STO-OUT-TYPE.
		MOVE ST-CURRENCY(WS-ST-IDX) TO STO-OUT-CURRENCY.
		WRITE STORE-OUT-REC.

	WRITE-SUMMARY.
