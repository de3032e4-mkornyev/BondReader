004300 FILE SECTION.
004400
004500 FD  CTLFILE.
004600 01  CTL-FILE-RECORD             PIC X(200).
004700
004800 FD  INFILE.
004900*    ONE ROW PER BOND, AS SUPPLIED BY TREASURY.  SAME SHAPE AS   *
