	01  SNAP-CONTROL-REC.
		02 SNC-BUS-DATE  PIC X(8).
		02 SNC-STATUS    PIC X.
			88 SNC-TAKEN    VALUE "P".
			88 SNC-RESTORED VALUE "R".
		02 SNC-TIME      PIC X(6).
		02 SNC-RECORDS   PIC 9(9).
		02 SNC-ROLL-DATE PIC X(8).
		02 SNC-ROLL-TIME PIC X(6).
