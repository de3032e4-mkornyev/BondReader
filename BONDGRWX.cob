004200 FILE SECTION.
004300
004400 FD  CTLFILE.
004500 01  CTL-FILE-RECORD             PIC X(200).
004600
004700 FD  BONDMSTR.
004800*    ONE ROW PER STAGED TREASURY TABLE ROW, KEYED SERIES/IYEAR/  *
