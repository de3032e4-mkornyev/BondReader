005100 FILE SECTION.
005200
005300 FD  CTLFILE.
005400 01  CTL-FILE-RECORD             PIC X(200).
005500
005600 FD  FACEFILE.
005700*    RAW RECORD - SEE BONDFAC.CPY IN WORKING-STORAGE FOR THE     *
