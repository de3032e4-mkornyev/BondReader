000100******************************************************************
000200*    BONDBTL.CPY                                                 *
000300*    VALUE-BAND TALLY RECORD, WRITTEN BY A PARTITIONED BONDREAD  *
000400*    RUN (BANDTAL.Pn) WHEN CTL-BAND-SWITCH IS ON - ONE RECORD    *
000500*    PER SERIES AND BAND WITH A NON-ZERO COUNT OF BOND-MONTHS.   *
000600*    BAND NUMBER 00 IS THE SERIES' OUT-OF-BANDS RESIDUAL; THE    *
000700*    OTHERS ARE BANDFILE POSITIONS.  BONDMRGE ADDS THE           *
000800*    PARTITIONS' TALLIES BACK INTO ONE DISTRIBUTION.             *
000900*                                                                *
001000*    MAINTENANCE HISTORY                                         *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001300******************************************************************
001400 01  BTL-RECORD.
001500     05  BTL-SERIES              PIC X.
001600     05  BTL-BAND-NO             PIC 9(02).
001700         88  BTL-OUT-OF-BANDS    VALUE 0.
001800     05  BTL-COUNT               PIC 9(09).
