	01  SNAP-DETAIL-REC.
		02 SNP-REC-TYPE PIC X.
			88 SNP-IS-HEADER  VALUE "H".
			88 SNP-IS-DETAIL  VALUE "D".
			88 SNP-IS-TRAILER VALUE "T".
		02 SNP-FILE     PIC X(8).
		02 SNP-DATA     PIC X(162).
	01  SNAP-HEADER-REC.
		02 SNP-HDR-TYPE PIC X.
		02 SNP-HDR-JOB  PIC X(8).
		02 SNP-HDR-DATE PIC X(8).
		02 SNP-HDR-TIME PIC X(6).
	01  SNAP-TRAILER-REC.
		02 SNP-TRL-TYPE   PIC X.
		02 SNP-TRL-FILE   PIC X(8).
		02 SNP-TRL-COUNT  PIC 9(8).
		02 SNP-TRL-STATUS PIC XX.
