005300 FILE SECTION.
005400
005500 FD  CTLFILE.
005600 01  CTL-FILE-RECORD             PIC X(200).
005700
005800 FD  OUTFILE.
005900*    ONE RECORD PER QUALIFYING MONTH, KEYED FOR POINT LOOKUPS -  *
