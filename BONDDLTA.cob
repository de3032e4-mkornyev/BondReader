004400 FILE SECTION.
004500
004600 FD  CTLFILE.
004700 01  CTL-FILE-RECORD             PIC X(200).
004800
004900 FD  BTCHOUT.
005000*    ONE RECORD PER QUALIFYING MONTH, TAGGED WITH THE SOURCE     *
