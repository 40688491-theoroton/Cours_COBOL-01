	DATA DIVISION.
	FILE SECTION.
	FD  STOCK-JOURNAL-FILE.
	01  JOURNAL-REC PIC X(69).

	FD  ARCHIVE-FILE.
	01  ARCHIVE-REC PIC X(69).

	WORKING-STORAGE SECTION.
	COPY RUNSTAT.
