004300 FILE SECTION.
004400
004500 FD  CTLFILE.
004600 01  CTL-FILE-RECORD             PIC X(200).
004700
004800 FD  OUTFILE.
004900*    ONE RECORD PER QUALIFYING MONTH, KEYED FOR POINT LOOKUPS -  *
