	01 ASSET-REC.
		02 FA-ASSET     PIC 9(6).
		02 FA-STORE     PIC 9(4).
		02 FA-CLASS     PIC X(4).
		02 FA-ACQ-DATE  PIC X(8).
		02 FA-COST      PIC 9(8)V99.
		02 FA-LIFE      PIC 9(3).
		02 FA-METHOD    PIC X.
			88 FA-STRAIGHT-LINE VALUE "L".
			88 FA-DECLINING     VALUE "D".
		02 FA-SALVAGE   PIC 9(8)V99.
		02 FA-ACCUM     PIC 9(8)V99.
		02 FA-LAST-MONTH PIC X(6).
		02 FA-STATUS    PIC X.
			88 FA-ACTIVE   VALUE "A".
			88 FA-DISPOSED VALUE "D".
			88 FA-RETIRED  VALUE "R".
		02 FA-DISP-DATE PIC X(8).
		02 FA-PROCEEDS  PIC 9(8)V99.
		02 FA-GL-STORE  PIC 9(4).
