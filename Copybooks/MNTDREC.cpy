	01 MAINT-DECN-REC.
		02 MDC-NUMBER   PIC 9(6).
		02 MDC-DECISION PIC X.
			88 MDC-APPROVE VALUE "A".
			88 MDC-REJECT  VALUE "R".
		02 MDC-CHECKER  PIC X(8).
		02 MDC-DATE     PIC X(8).
		02 MDC-TIME     PIC X(6).
		02 MDC-REASON   PIC X(30).
