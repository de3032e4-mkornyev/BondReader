002900 FILE SECTION.

003000 FD  CTLFILE.
003100 01  CTL-FILE-RECORD             PIC X(200).

003200 FD  BONDMSTR.
003300*    ONE ROW PER STAGED TREASURY TABLE ROW, KEYED SERIES/IYEAR/  *
