000100******************************************************************
000200*    BONDPAY.CPY                                                 *
000300*    REDEMPTION PAYMENT RECORD - ONE WRITTEN TO PAYFILE BY       *
000400*    BONDRDMP FOR EVERY SETTLED REDEMPTION, CARRYING THE PAYEE   *
000500*    NAME AND MAILING ADDRESS OFF THE HOLDER REGISTER AND THE    *
000600*    NET AMOUNT TO DISBURSE.  PAYFILE IS REBUILT EACH RUN AND    *
000700*    HANDED TO DISBURSEMENTS AS-IS.                              *
000800*                                                                *
000900*    MAINTENANCE HISTORY                                        *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001200******************************************************************
001300 01  PAY-RECORD.
001400     05  PAY-HOLDER-ID           PIC X(10).
001500     05  PAY-SERIAL              PIC X(12).
001600     05  PAY-NAME                PIC X(30).
001700     05  PAY-ADDR-LINE-1         PIC X(30).
001800     05  PAY-ADDR-LINE-2         PIC X(30).
001900     05  PAY-CITY                PIC X(20).
002000     05  PAY-STATE               PIC X(02).
002100     05  PAY-ZIP                 PIC X(10).
002200     05  PAY-NET-AMOUNT          PIC 9(09)V99.
002300     05  PAY-SETTLE-DATE         PIC 9(08).
