000100******************************************************************
000200*    BONDCAT.CPY                                                 *
000300*    UNLOAD GENERATION CATALOG (BKUPCAT) - ONE RECORD PER        *
000400*    UNLOAD BONDBKUP HAS TAKEN AND STILL KEEPS, WITH THE CONTROL *
000500*    TOTALS FROM ITS TRAILER.  BONDBKUP ROLLS OFF GENERATIONS    *
000600*    BEYOND CTL-BKUP-GENERATIONS; BONDRELD PICKS THE GENERATION  *
000700*    TO RESTORE FROM HERE AND PROVES THE UNLOAD AGAINST IT.      *
000800*                                                                *
000900*    MAINTENANCE HISTORY                                         *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001200******************************************************************
001300 01  CAT-RECORD.
001400     05  CAT-FILE-ID             PIC X(08).
001500     05  CAT-RUN-DATE            PIC 9(08).
001600     05  CAT-RUN-TIME            PIC 9(06).
001700     05  CAT-UNLOAD-NAME         PIC X(20).
001800     05  CAT-RECORD-COUNT        PIC 9(09).
001900     05  CAT-VALUE-HASH          PIC 9(15)V99.
002000     05  CAT-CONTROL-HASH        PIC 9(18).
