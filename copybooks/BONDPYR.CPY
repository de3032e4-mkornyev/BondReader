000100******************************************************************
000200*    BONDPYR.CPY                                                 *
000300*    PAYER REFERENCE RECORD - THE ONE-LINE PAYRFILE NAMING THE   *
000400*    OFFICE AS PAYER AND TRANSMITTER OF THE YEAR-END 1099-INT    *
000500*    ELECTRONIC FILING: FEDERAL EIN, THE IRS-ASSIGNED            *
000600*    TRANSMITTER CONTROL CODE, NAME CONTROL, NAME AND ADDRESS,   *
000700*    AND THE CONTACT THE IRS CALLS ABOUT THE FILE.  A "T" IN     *
000800*    THE TEST BYTE MARKS THE FILE AS A TEST SUBMISSION.          *
000900*    MAINTAINED BY HAND LIKE SERFILE - IT CHANGES ONLY WHEN THE  *
001000*    OFFICE MOVES OR THE IRS REISSUES THE CONTROL CODE.          *
001100*                                                                *
001200*    MAINTENANCE HISTORY                                         *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  PYR-RECORD.
001700     05  PYR-TIN                 PIC X(09).
001800     05  PYR-TCC                 PIC X(05).
001900     05  PYR-NAME-CONTROL        PIC X(04).
002000     05  PYR-NAME                PIC X(40).
002100     05  PYR-NAME-2              PIC X(40).
002200     05  PYR-ADDRESS             PIC X(40).
002300     05  PYR-CITY                PIC X(40).
002400     05  PYR-STATE               PIC X(02).
002500     05  PYR-ZIP                 PIC X(09).
002600     05  PYR-PHONE               PIC X(15).
002700     05  PYR-CONTACT-NAME        PIC X(40).
002800     05  PYR-CONTACT-EMAIL       PIC X(50).
002900     05  PYR-TEST-SWITCH         PIC X.
003000         88  PYR-TEST-FILE       VALUE "T".
