	01 COUNT-DONE-REC.
		02 CDN-DATE       PIC X(8).
		02 CDN-STORE      PIC 9(4).
		02 CDN-PROD       PIC 9(4).
		02 CDN-COUNTER-ID PIC X(8).
