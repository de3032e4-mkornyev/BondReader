004700 FILE SECTION.
004800
004900 FD  CTLFILE.
005000 01  CTL-FILE-RECORD             PIC X(200).
005100
005200 FD  BATCHLST.
005300*    ONE LINE PER MONTHLY TABLE TO RUN, IN THE ORDER THE RUN     *
