004000 FILE SECTION.
004100
004200 FD  CTLFILE.
004300 01  CTL-FILE-RECORD             PIC X(200).
004400
004500 FD  RUNLOG.
004600*    RUN-HISTORY LOG RECORD - SEE BONDRUN.CPY.                   *
