004700 FILE SECTION.
004800
004900 FD  CTLFILE.
005000 01  CTL-FILE-RECORD             PIC X(200).
005100
005200 FD  MATRDFIL.
005300*    MATURED - STILL OUTSTANDING EXTRACT FROM BONDGRWX - SEE     *
