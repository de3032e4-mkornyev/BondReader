000100******************************************************************
000200*    BONDBKU.CPY                                                 *
000300*    UNLOAD RECORD - ONE DATED SEQUENTIAL COPY OF A FILE, AS     *
000400*    WRITTEN BY BONDBKUP AND PROVED AND RELOADED BY BONDRELD.    *
000500*    A HEADER NAMES THE FILE AND WHEN IT WAS TAKEN, ONE DETAIL   *
000600*    CARRIES EACH RECORD'S IMAGE IN KEY ORDER, AND A TRAILER     *
000700*    CARRIES THE RECORD COUNT AND THE TWO HASH TOTALS - THE      *
000800*    VALUE HASH (THE MONEY OR DATE FIELDS ADDED UP) AND THE      *
000900*    CONTROL HASH (THE NUMERIC KEY FIELDS ADDED UP).  AN UNLOAD  *
001000*    WITH NO TRAILER WAS CUT SHORT AND IS NEVER RELOADED.        *
001100*                                                                *
001200*    MAINTENANCE HISTORY                                         *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  BKU-RECORD.
001700     05  BKU-REC-TYPE            PIC X.
001800         88  BKU-HEADER          VALUE "H".
001900         88  BKU-DETAIL          VALUE "D".
002000         88  BKU-TRAILER         VALUE "T".
002100     05  BKU-BODY                PIC X(200).
002200*    HEADER - THE FILE, ITS DATA SET NAME AND WHEN IT WAS TAKEN. *
002300     05  BKU-HEADER-VIEW REDEFINES BKU-BODY.
002400         10  BKU-H-FILE-ID       PIC X(08).
002500         10  BKU-H-DSNAME        PIC X(20).
002600         10  BKU-H-RUN-DATE      PIC 9(08).
002700         10  BKU-H-RUN-TIME      PIC 9(06).
002800         10  BKU-H-RECORD-LENGTH PIC 9(03).
002900         10  FILLER              PIC X(155).
003000*    TRAILER - THE CONTROL TOTALS OVER EVERY DETAIL.             *
003100     05  BKU-TRAILER-VIEW REDEFINES BKU-BODY.
003200         10  BKU-T-FILE-ID       PIC X(08).
003300         10  BKU-T-RECORD-COUNT  PIC 9(09).
003400         10  BKU-T-VALUE-HASH    PIC 9(15)V99.
003500         10  BKU-T-CONTROL-HASH  PIC 9(18).
003600         10  FILLER              PIC X(148).
