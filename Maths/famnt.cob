	IDENTIFICATION DIVISION.
	PROGRAM-ID. FAMNT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ASSET-MASTER ASSIGN TO "FAMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MAST-STATUS.
		SELECT ASSET-TXN-FILE ASSIGN TO "FATXN"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-TXN-STATUS.
		SELECT STORE-MASTER ASSIGN TO "STORMAST"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-STORE-STATUS.
		SELECT ASSET-OUT-FILE ASSIGN TO "FAMOUT"
			ORGANIZATION IS LINE SEQUENTIAL.
		SELECT MAINT-RPT-FILE ASSIGN TO "FAMRPT"
			ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  ASSET-MASTER.
	COPY FAREC.

	FD  ASSET-TXN-FILE.
	01  ASSET-TXN-REC.
		02 FAT-ACTION  PIC X.
			88 FAT-ADD      VALUE "A".
			88 FAT-TRANSFER VALUE "T".
			88 FAT-DISPOSE  VALUE "D".
			88 FAT-CLOSURE  VALUE "C".
		02 FAT-ASSET   PIC 9(6).
		02 FAT-STORE   PIC 9(4).
		02 FAT-CLASS   PIC X(4).
		02 FAT-DATE    PIC X(8).
		02 FAT-AMOUNT  PIC 9(8)V99.
		02 FAT-LIFE    PIC 9(3).
		02 FAT-METHOD  PIC X.
		02 FAT-SALVAGE PIC 9(8)V99.

	FD  STORE-MASTER.
	01  STORE-REC.
		02 STO-STORE  PIC 9(4).
		02 STO-NAME   PIC X(20).
		02 STO-REGION PIC X(10).
		02 STO-STATUS PIC X.
		02 STO-TYPE   PIC X.
		02 STO-CURRENCY PIC X(3).

	FD  ASSET-OUT-FILE.
	01  ASSET-OUT-REC PIC X(85).

	FD  MAINT-RPT-FILE.
	01  MAINT-LINE PIC X(80).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.

	01 WS-STAT-COUNTS.
		02 WS-STAT-READ PIC 9(6) VALUE ZERO.
		02 WS-STAT-WRIT PIC 9(6) VALUE ZERO.
		02 WS-STAT-REJ  PIC 9(6) VALUE ZERO.

	01 WS-MAST-STATUS  PIC XX.
	01 WS-TXN-STATUS   PIC XX.
	01 WS-STORE-STATUS PIC XX.

	01 WS-FLAGS.
		02 WS-MAST-EOF PIC X VALUE "N".
			88 MASTER-EOF VALUE "Y".
		02 WS-TXN-EOF PIC X VALUE "N".
			88 TXN-EOF VALUE "Y".
		02 WS-STO-EOF PIC X VALUE "N".
			88 STORE-MASTER-EOF VALUE "Y".

	01 WS-ASSET-TAB-CTL.
		02 WS-AT-COUNT PIC 9(4) VALUE ZERO.
		02 WS-AT-IDX   PIC 9(4).
		02 WS-AT-FOUND PIC 9(4).
		02 WS-AT-INS   PIC 9(4).
		02 WS-AT-SHIFT PIC 9(4).

	01 WS-ASSET-TAB.
		02 WS-AT-ENTRY OCCURS 5000 TIMES.
			03 AT-ASSET     PIC 9(6).
			03 AT-STORE     PIC 9(4).
			03 AT-CLASS     PIC X(4).
			03 AT-ACQ-DATE  PIC X(8).
			03 AT-COST      PIC 9(8)V99.
			03 AT-LIFE      PIC 9(3).
			03 AT-METHOD    PIC X.
			03 AT-SALVAGE   PIC 9(8)V99.
			03 AT-ACCUM     PIC 9(8)V99.
			03 AT-LAST-MONTH PIC X(6).
			03 AT-STATUS    PIC X.
			03 AT-DISP-DATE PIC X(8).
			03 AT-PROCEEDS  PIC 9(8)V99.
			03 AT-GL-STORE  PIC 9(4).

	01 WS-STORE-TAB-CTL.
		02 WS-ST-COUNT PIC 9(3) VALUE ZERO.
		02 WS-ST-IDX   PIC 9(3).
		02 WS-ST-FOUND PIC 9(3).

	01 WS-STORE-TAB.
		02 WS-ST-ENTRY OCCURS 999 TIMES.
			03 ST-STORE  PIC 9(4).
			03 ST-STATUS PIC X.

	01 WS-FIND-STORE PIC 9(4).
	01 WS-CLOSE-COUNT PIC 9(4).

	01 WS-TALLIES.
		02 WS-ADDED       PIC 9(4) VALUE ZERO.
		02 WS-TRANSFERRED PIC 9(4) VALUE ZERO.
		02 WS-DISPOSED    PIC 9(4) VALUE ZERO.
		02 WS-REJECTED    PIC 9(4) VALUE ZERO.

	01 WS-RPT-TITLE.
		02 FILLER PIC X(36) VALUE
			"Maintenance immobilisations - du ".
		02 MT-DATE PIC X(8).
		02 FILLER PIC X(36) VALUE SPACES.

	01 WS-RPT-DETAIL.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 MD-ACTION PIC X(10).
		02 FILLER    PIC X(6)  VALUE " bien ".
		02 MD-ASSET  PIC 9(6).
		02 FILLER    PIC X(9)  VALUE " magasin ".
		02 MD-STORE  PIC ZZZ9.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 MD-RESULT PIC X(30).
		02 FILLER    PIC X(11) VALUE SPACES.

	01 WS-RPT-TALLY.
		02 FILLER    PIC X(2)  VALUE SPACES.
		02 MY-LABEL  PIC X(34).
		02 MY-COUNT  PIC ZZZZZ9.
		02 FILLER    PIC X(38) VALUE SPACES.

	01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PARA.
		MOVE "FAMNT" TO RS-PROGRAM.
		ACCEPT RS-DATE FROM DATE YYYYMMDD.
		ACCEPT RS-START FROM TIME.
		OPEN OUTPUT MAINT-RPT-FILE.
		ACCEPT MT-DATE FROM DATE YYYYMMDD.
		WRITE MAINT-LINE FROM WS-RPT-TITLE.
		PERFORM LOAD-STORE-MASTER.
		PERFORM LOAD-ASSET-MASTER.
		PERFORM APPLY-ASSET-TXNS.
		PERFORM WRITE-NEW-MASTER.
		PERFORM WRITE-SUMMARY.
		CLOSE MAINT-RPT-FILE.
		PERFORM WRITE-RUN-STATS.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LOAD-STORE-MASTER.
		OPEN INPUT STORE-MASTER.
		IF WS-STORE-STATUS NOT = "00"
			DISPLAY "Fichier STORMAST absent"
			MOVE 12 TO WS-RETURN-CODE
			SET STORE-MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-STORE-MASTER
		END-IF.
		PERFORM LOAD-STORE-ENTRY
			UNTIL STORE-MASTER-EOF.
		IF WS-STORE-STATUS NOT = "35"
			CLOSE STORE-MASTER
		END-IF.

	READ-STORE-MASTER.
		READ STORE-MASTER
			AT END SET STORE-MASTER-EOF TO TRUE
		END-READ.

	LOAD-STORE-ENTRY.
		IF WS-ST-COUNT < 999
			ADD 1 TO WS-ST-COUNT
			MOVE STO-STORE TO ST-STORE(WS-ST-COUNT)
			MOVE STO-STATUS TO ST-STATUS(WS-ST-COUNT)
		END-IF.
		PERFORM READ-STORE-MASTER.

	FIND-STORE-STATUS.
		MOVE ZERO TO WS-ST-FOUND.
		PERFORM VARYING WS-ST-IDX FROM 1 BY 1
			UNTIL WS-ST-IDX > WS-ST-COUNT
			IF ST-STORE(WS-ST-IDX) = WS-FIND-STORE
				MOVE WS-ST-IDX TO WS-ST-FOUND
			END-IF
		END-PERFORM.

	LOAD-ASSET-MASTER.
		OPEN INPUT ASSET-MASTER.
		IF WS-MAST-STATUS NOT = "00"
			DISPLAY "Fichier FAMAST absent - creation"
			SET MASTER-EOF TO TRUE
		ELSE
			PERFORM READ-ASSET-MASTER
		END-IF.
		PERFORM LOAD-ASSET-ENTRY UNTIL MASTER-EOF.
		IF WS-MAST-STATUS NOT = "35"
			CLOSE ASSET-MASTER
		END-IF.

	READ-ASSET-MASTER.
		READ ASSET-MASTER
			AT END SET MASTER-EOF TO TRUE
		END-READ.

	LOAD-ASSET-ENTRY.
		IF WS-AT-COUNT < 5000
			ADD 1 TO WS-AT-COUNT
			MOVE ASSET-REC TO WS-AT-ENTRY(WS-AT-COUNT)
		ELSE
			DISPLAY "Table des immobilisations saturee"
			MOVE 12 TO WS-RETURN-CODE
		END-IF.
		PERFORM READ-ASSET-MASTER.

	APPLY-ASSET-TXNS.
		OPEN INPUT ASSET-TXN-FILE.
		IF WS-TXN-STATUS NOT = "00"
			DISPLAY "Fichier FATXN absent"
			MOVE 8 TO WS-RETURN-CODE
			SET TXN-EOF TO TRUE
		ELSE
			PERFORM READ-ASSET-TXN
		END-IF.
		PERFORM APPLY-ONE-ASSET-TXN UNTIL TXN-EOF.
		IF WS-TXN-STATUS NOT = "35"
			CLOSE ASSET-TXN-FILE
		END-IF.

	READ-ASSET-TXN.
		READ ASSET-TXN-FILE
			AT END SET TXN-EOF TO TRUE
		END-READ.

	APPLY-ONE-ASSET-TXN.
		ADD 1 TO WS-STAT-READ.
		PERFORM FIND-ASSET-ENTRY.
		MOVE FAT-ASSET TO MD-ASSET.
		MOVE FAT-STORE TO MD-STORE.
		EVALUATE TRUE
			WHEN FAT-ADD
				MOVE "AJOUT" TO MD-ACTION
				PERFORM ADD-ASSET
			WHEN FAT-TRANSFER
				MOVE "TRANSFERT" TO MD-ACTION
				PERFORM TRANSFER-ASSET
			WHEN FAT-DISPOSE
				MOVE "CESSION" TO MD-ACTION
				PERFORM DISPOSE-ASSET
			WHEN FAT-CLOSURE
				MOVE "FERMETURE" TO MD-ACTION
				MOVE ZERO TO MD-ASSET
				PERFORM CLOSE-STORE-ASSETS
			WHEN OTHER
				MOVE "INCONNUE" TO MD-ACTION
				MOVE "Action invalide" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
		END-EVALUATE.
		PERFORM READ-ASSET-TXN.

	FIND-ASSET-ENTRY.
		MOVE ZERO TO WS-AT-FOUND.
		PERFORM VARYING WS-AT-IDX FROM 1 BY 1
			UNTIL WS-AT-IDX > WS-AT-COUNT
			OR WS-AT-FOUND > ZERO
			IF AT-ASSET(WS-AT-IDX) = FAT-ASSET
				MOVE WS-AT-IDX TO WS-AT-FOUND
			END-IF
		END-PERFORM.

	ADD-ASSET.
		MOVE FAT-STORE TO WS-FIND-STORE.
		PERFORM FIND-STORE-STATUS.
		EVALUATE TRUE
			WHEN WS-AT-FOUND > ZERO
				MOVE "Bien deja existant" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN WS-ST-FOUND = ZERO
				MOVE "Magasin inconnu" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN ST-STATUS(WS-ST-FOUND) = "C"
				MOVE "Magasin ferme" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN FAT-DATE NOT NUMERIC
				OR FAT-AMOUNT NOT NUMERIC
				OR FAT-SALVAGE NOT NUMERIC
				OR FAT-LIFE NOT NUMERIC
				MOVE "Zone numerique invalide"
					TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN FAT-LIFE = ZERO
				MOVE "Duree nulle" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN FAT-METHOD NOT = "L"
				AND FAT-METHOD NOT = "D"
				MOVE "Methode autre que L/D"
					TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN FAT-SALVAGE > FAT-AMOUNT
				MOVE "Valeur residuelle > cout"
					TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN WS-AT-COUNT NOT < 5000
				MOVE "Table saturee" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN OTHER
				PERFORM INSERT-SORTED-ASSET
				MOVE "Bien cree" TO MD-RESULT
				WRITE MAINT-LINE FROM WS-RPT-DETAIL
				ADD 1 TO WS-ADDED
		END-EVALUATE.

	INSERT-SORTED-ASSET.
		MOVE ZERO TO WS-AT-INS.
		PERFORM VARYING WS-AT-IDX FROM 1 BY 1
			UNTIL WS-AT-IDX > WS-AT-COUNT
			OR WS-AT-INS > 0
			IF AT-ASSET(WS-AT-IDX) > FAT-ASSET
				MOVE WS-AT-IDX TO WS-AT-INS
			END-IF
		END-PERFORM.
		IF WS-AT-INS = ZERO
			COMPUTE WS-AT-INS = WS-AT-COUNT + 1
		END-IF.
		ADD 1 TO WS-AT-COUNT.
		PERFORM VARYING WS-AT-SHIFT FROM WS-AT-COUNT
			BY -1 UNTIL WS-AT-SHIFT <= WS-AT-INS
			MOVE WS-AT-ENTRY(WS-AT-SHIFT - 1)
				TO WS-AT-ENTRY(WS-AT-SHIFT)
		END-PERFORM.
		MOVE FAT-ASSET TO AT-ASSET(WS-AT-INS).
		MOVE FAT-STORE TO AT-STORE(WS-AT-INS).
		MOVE FAT-CLASS TO AT-CLASS(WS-AT-INS).
		MOVE FAT-DATE TO AT-ACQ-DATE(WS-AT-INS).
		MOVE FAT-AMOUNT TO AT-COST(WS-AT-INS).
		MOVE FAT-LIFE TO AT-LIFE(WS-AT-INS).
		MOVE FAT-METHOD TO AT-METHOD(WS-AT-INS).
		MOVE FAT-SALVAGE TO AT-SALVAGE(WS-AT-INS).
		MOVE ZERO TO AT-ACCUM(WS-AT-INS).
		MOVE SPACES TO AT-LAST-MONTH(WS-AT-INS).
		MOVE "A" TO AT-STATUS(WS-AT-INS).
		MOVE SPACES TO AT-DISP-DATE(WS-AT-INS).
		MOVE ZERO TO AT-PROCEEDS(WS-AT-INS).
		MOVE FAT-STORE TO AT-GL-STORE(WS-AT-INS).

	TRANSFER-ASSET.
		MOVE FAT-STORE TO WS-FIND-STORE.
		PERFORM FIND-STORE-STATUS.
		EVALUATE TRUE
			WHEN WS-AT-FOUND = ZERO
				MOVE "Bien inconnu" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN AT-STATUS(WS-AT-FOUND) NOT = "A"
				MOVE "Bien deja cede" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN WS-ST-FOUND = ZERO
				MOVE "Magasin inconnu" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN ST-STATUS(WS-ST-FOUND) = "C"
				MOVE "Magasin ferme" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN AT-STORE(WS-AT-FOUND) = FAT-STORE
				MOVE "Deja affecte a ce magasin"
					TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN OTHER
				MOVE FAT-STORE TO AT-STORE(WS-AT-FOUND)
				MOVE "Bien transfere" TO MD-RESULT
				WRITE MAINT-LINE FROM WS-RPT-DETAIL
				ADD 1 TO WS-TRANSFERRED
		END-EVALUATE.

	DISPOSE-ASSET.
		EVALUATE TRUE
			WHEN WS-AT-FOUND = ZERO
				MOVE "Bien inconnu" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN AT-STATUS(WS-AT-FOUND) NOT = "A"
				MOVE "Bien deja cede" TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN FAT-DATE NOT NUMERIC
				OR FAT-AMOUNT NOT NUMERIC
				MOVE "Zone numerique invalide"
					TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN FAT-DATE < AT-ACQ-DATE(WS-AT-FOUND)
				MOVE "Cession avant acquisition"
					TO MD-RESULT
				PERFORM REJECT-ASSET-TXN
			WHEN OTHER
				MOVE AT-STORE(WS-AT-FOUND) TO MD-STORE
				MOVE WS-AT-FOUND TO WS-AT-IDX
				MOVE FAT-AMOUNT
					TO AT-PROCEEDS(WS-AT-IDX)
				PERFORM MARK-DISPOSED
		END-EVALUATE.

	MARK-DISPOSED.
		MOVE "D" TO AT-STATUS(WS-AT-IDX).
		MOVE FAT-DATE TO AT-DISP-DATE(WS-AT-IDX).
		MOVE "Bien cede" TO MD-RESULT.
		WRITE MAINT-LINE FROM WS-RPT-DETAIL.
		ADD 1 TO WS-DISPOSED.

	CLOSE-STORE-ASSETS.
		MOVE FAT-STORE TO WS-FIND-STORE.
		PERFORM FIND-STORE-STATUS.
		IF WS-ST-FOUND = ZERO
			OR FAT-DATE NOT NUMERIC
			IF WS-ST-FOUND = ZERO
				MOVE "Magasin inconnu" TO MD-RESULT
			ELSE
				MOVE "Date invalide" TO MD-RESULT
			END-IF
			PERFORM REJECT-ASSET-TXN
		ELSE
			MOVE ZERO TO WS-CLOSE-COUNT
			MOVE "CESSION" TO MD-ACTION
			PERFORM CLOSE-ONE-ASSET
				VARYING WS-AT-IDX FROM 1 BY 1
				UNTIL WS-AT-IDX > WS-AT-COUNT
			MOVE "FERMETURE" TO MD-ACTION
			MOVE ZERO TO MD-ASSET
			MOVE FAT-STORE TO MD-STORE
			IF WS-CLOSE-COUNT = ZERO
				MOVE "Aucun bien actif" TO MD-RESULT
			ELSE
				MOVE "Biens du magasin cedes"
					TO MD-RESULT
			END-IF
			WRITE MAINT-LINE FROM WS-RPT-DETAIL
		END-IF.

	CLOSE-ONE-ASSET.
		IF AT-STORE(WS-AT-IDX) = FAT-STORE
			AND AT-STATUS(WS-AT-IDX) = "A"
			MOVE AT-ASSET(WS-AT-IDX) TO MD-ASSET
			MOVE ZERO TO AT-PROCEEDS(WS-AT-IDX)
			PERFORM MARK-DISPOSED
			ADD 1 TO WS-CLOSE-COUNT
		END-IF.

	REJECT-ASSET-TXN.
		DISPLAY "Mouvement rejete : " FAT-ACTION
			" " FAT-ASSET " " FAT-STORE.
		WRITE MAINT-LINE FROM WS-RPT-DETAIL.
		ADD 1 TO WS-REJECTED.
		ADD 1 TO WS-STAT-REJ.
		MOVE 8 TO WS-RETURN-CODE.

	WRITE-NEW-MASTER.
		OPEN OUTPUT ASSET-OUT-FILE.
		PERFORM WRITE-ASSET-OUT
			VARYING WS-AT-IDX FROM 1 BY 1
			UNTIL WS-AT-IDX > WS-AT-COUNT.
		CLOSE ASSET-OUT-FILE.

	WRITE-ASSET-OUT.
		MOVE WS-AT-ENTRY(WS-AT-IDX) TO ASSET-OUT-REC.
		WRITE ASSET-OUT-REC.
		ADD 1 TO WS-STAT-WRIT.

	WRITE-SUMMARY.
		MOVE SPACES TO MAINT-LINE.
		WRITE MAINT-LINE.
		MOVE "Biens crees" TO MY-LABEL.
		MOVE WS-ADDED TO MY-COUNT.
		WRITE MAINT-LINE FROM WS-RPT-TALLY.
		MOVE "Biens transferes" TO MY-LABEL.
		MOVE WS-TRANSFERRED TO MY-COUNT.
		WRITE MAINT-LINE FROM WS-RPT-TALLY.
		MOVE "Biens cedes" TO MY-LABEL.
		MOVE WS-DISPOSED TO MY-COUNT.
		WRITE MAINT-LINE FROM WS-RPT-TALLY.
		MOVE "Mouvements rejetes" TO MY-LABEL.
		MOVE WS-REJECTED TO MY-COUNT.
		WRITE MAINT-LINE FROM WS-RPT-TALLY.

	WRITE-RUN-STATS.
		ACCEPT RS-END FROM TIME.
		MOVE WS-STAT-READ TO RS-READ.
		MOVE WS-STAT-WRIT TO RS-WRITTEN.
		MOVE WS-STAT-REJ TO RS-REJECTED.
		MOVE WS-RETURN-CODE TO RS-RC.
		CALL "STATWRT" USING RUN-STATS-REC.
