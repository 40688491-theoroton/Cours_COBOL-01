	01 MAINT-PEND-REC.
		02 MPD-NUMBER     PIC 9(6).
		02 MPD-TARGET     PIC X.
			88 MPD-PRODUCT VALUE "P".
			88 MPD-STORE   VALUE "S".
			88 MPD-PRICE   VALUE "R".
		02 MPD-MAKER      PIC X(8).
		02 MPD-ENTRY-DATE PIC X(8).
		02 MPD-ENTRY-TIME PIC X(6).
		02 MPD-TXN        PIC X(40).
