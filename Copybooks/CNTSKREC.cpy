	01 COUNT-SCHED-REC.
		02 CSK-DATE  PIC X(8).
		02 CSK-STORE PIC 9(4).
		02 CSK-PROD  PIC 9(4).
		02 CSK-CLASS PIC X.
