000100******************************************************************
000200*    BONDCTH.CPY                                                 *
000300*    CONTROL-RECORD HISTORY - ONE RECORD PER VERSION OF CTLFILE, *
000400*    APPENDED TO CTLHIST BY BONDCTLM AND NEVER REWRITTEN.  EACH  *
000500*    VERSION CARRIES THE FULL CONTROL IMAGE AND THE DATE AND     *
000600*    TIME IT WENT INTO FORCE, SO THE SETTINGS ANY PAST RUN USED  *
000700*    ARE THE LATEST VERSION DATED AT OR BEFORE THAT RUN'S STEP   *
000800*    TOKEN, AND A BAD CHANGE IS ROLLED BACK BY VERSION NUMBER.   *
000900*                                                                *
001000*    MAINTENANCE HISTORY                                         *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001300******************************************************************
001400 01  CTH-RECORD.
001500     05  CTH-VERSION             PIC 9(05).
001600     05  CTH-EFF-DATE            PIC 9(08).
001700     05  CTH-EFF-TIME            PIC 9(06).
001800*    HOW THE VERSION CAME ABOUT - "F" IS AN IMAGE FOUND ON       *
001900*    CTLFILE THAT HISTORY DID NOT YET HOLD (THE FIRST RUN, OR A  *
002000*    CHANGE MADE OUTSIDE BONDCTLM), "C" IS A FIELD CHANGE, "R"   *
002100*    A ROLLBACK TO CTH-SOURCE-VERSION.                           *
002200     05  CTH-ACTION              PIC X.
002300         88  CTH-FOUND-ON-FILE   VALUE "F".
002400         88  CTH-CHANGED         VALUE "C".
002500         88  CTH-ROLLED-BACK     VALUE "R".
002600     05  CTH-SOURCE-VERSION      PIC 9(05).
002700     05  CTH-CHANGE-COUNT        PIC 9(03).
002800     05  CTH-CTL-IMAGE           PIC X(200).
