000100******************************************************************
000200*    BONDSTR.CPY                                                 *
000300*    NIGHTLY STREAM DEFINITION - ONE RECORD PER EXPECTED STEP,   *
000400*    IN THE ORDER THE STREAM RUNS THEM, ON STRMDEF.  EACH STEP   *
000500*    NAMES THE PROGRAM AS IT SIGNS ITS STEPLOG TOKEN, THE STEP   *
000600*    WHOSE ACCEPTED TOKEN IT NEEDS BEFORE IT MAY RUN (SPACES FOR *
000700*    THE FIRST STEP OF THE STREAM), AND THE LATEST TIME OF DAY   *
000800*    IT MAY FINISH AND STILL MEET THE SERVICE LEVEL.  BONDSTRM   *
000900*    READS THE NIGHT'S TOKENS AGAINST IT - A STEP THAT NEVER     *
001000*    RAN LEAVES NO TOKEN, SO THIS IS WHAT MAKES IT VISIBLE.      *
001100*                                                                *
001200*    MAINTENANCE HISTORY                                         *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/15/26   DLR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  STR-RECORD.
001700     05  STR-PROGRAM             PIC X(08).
001800     05  STR-PREDECESSOR         PIC X(08).
001900         88  STR-STREAM-START    VALUE SPACES.
002000     05  STR-DEADLINE-X          PIC X(06).
002100     05  STR-DEADLINE REDEFINES STR-DEADLINE-X.
002200         10  STR-DEADLINE-HH     PIC 9(02).
002300         10  STR-DEADLINE-MM     PIC 9(02).
002400         10  STR-DEADLINE-SS     PIC 9(02).
002500     05  STR-DESC                PIC X(24).
