005000 FILE SECTION.
005100
005200 FD  CTLFILE.
005300 01  CTL-FILE-RECORD             PIC X(200).
005400
005500 FD  NEWTABLE.
005600*    THE NEW RELEASE - ONE ROW PER BOND, AS SUPPLIED BY          *
