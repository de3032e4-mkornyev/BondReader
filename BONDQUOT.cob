004600 FILE SECTION.
004700
004800 FD  CTLFILE.
004900 01  CTL-FILE-RECORD             PIC X(200).
005000
005100 FD  INFILE.
005200*    ONE ROW PER BOND, AS SUPPLIED BY TREASURY.  SAME SHAPE AS   *
