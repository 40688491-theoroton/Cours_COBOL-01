	01 WS-SNAP-FILES PIC 9(2) VALUE 27.
	01 WS-SNAP-FILE-TABLE.
		02 FILLER PIC X(8) VALUE "ACCTMAST".
		02 FILLER PIC X(8) VALUE "PRICEMST".
		02 FILLER PIC X(8) VALUE "PRICPND".
		02 FILLER PIC X(8) VALUE "INVNBR".
		02 FILLER PIC X(8) VALUE "STOCKMST".
		02 FILLER PIC X(8) VALUE "SALHISTI".
		02 FILLER PIC X(8) VALUE "INVHIST".
		02 FILLER PIC X(8) VALUE "PRODHIST".
		02 FILLER PIC X(8) VALUE "LOYACCT".
		02 FILLER PIC X(8) VALUE "LEDGSUB".
		02 FILLER PIC X(8) VALUE "STKRCY".
		02 FILLER PIC X(8) VALUE "CYCADJ".
		02 FILLER PIC X(8) VALUE "CLOSTXN".
		02 FILLER PIC X(8) VALUE "DCSHTXN".
		02 FILLER PIC X(8) VALUE "REBALTXN".
		02 FILLER PIC X(8) VALUE "MULRCY".
		02 FILLER PIC X(8) VALUE "MULCKPT".
		02 FILLER PIC X(8) VALUE "PRODMAST".
		02 FILLER PIC X(8) VALUE "RTVMEMO".
		02 FILLER PIC X(8) VALUE "RTVLOG".
		02 FILLER PIC X(8) VALUE "MOVARCHF".
		02 FILLER PIC X(8) VALUE "COSTHIST".
		02 FILLER PIC X(8) VALUE "PORCVHST".
		02 FILLER PIC X(8) VALUE "PONBRCTL".
		02 FILLER PIC X(8) VALUE "DCNBRCTL".
		02 FILLER PIC X(8) VALUE "CNTSKLOG".
		02 FILLER PIC X(8) VALUE "SUSPENSE".
	01 WS-SNAP-FILE-LIST REDEFINES WS-SNAP-FILE-TABLE.
		02 SF-NAME PIC X(8) OCCURS 27 TIMES.
