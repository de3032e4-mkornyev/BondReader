000100******************************************************************
000200*    BONDSNP.CPY                                                 *
000300*    MONTH-END CARRIED-VALUE SNAPSHOT - ONE RECORD PER ACCRUAL   *
000400*    PERIOD AND SERIES/IYEAR, WRITTEN TO ACCRSNAP.DAT BY         *
000500*    BONDACCR.  CARRIED VALUE IS THE REDEMPTION LIABILITY ON     *
000600*    THE OUTSTANDING FACE AT THAT MONTH-END - NEXT MONTH'S       *
000700*    ACCRUAL RUNS AGAINST IT.  SNAPSHOTS ARE RETAINED, SO ANY    *
000800*    PAST MONTH-END'S LIABILITY CAN BE SHOWN AGAIN, AND A RERUN  *
000900*    OF THE SAME PERIOD OVERLAYS ITS OWN RECORDS.                *
001000*                                                                *
001100*    MAINTENANCE HISTORY                                        *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  SNP-RECORD.
001600     05  SNP-KEY.
001700         10  SNP-PERIOD          PIC 9(06).
001800         10  SNP-SERIES          PIC X.
001900         10  SNP-IYEAR           PIC 9(04).
002000     05  SNP-FACE-VALUE          PIC 9(11)V99.
002100     05  SNP-CARRIED-VALUE       PIC 9(13)V99.
002200     05  SNP-RUN-DATE            PIC 9(08).
