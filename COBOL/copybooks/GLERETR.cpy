000100******************************************************************
000200*    GLERETR.CPY
000300*    RECORD LAYOUT FOR THE GLERETN DEPARTMENT RETURN FILES. EACH
000400*    GLEBATCH RUN CUTS ONE RETURN FILE PER DEPARTMENT THAT SENT
000500*    TRANSACTIONS (THE DEPARTMENT IS THE ONE THE USER-ID CARRIES
000600*    ON THE GLEOPER REGISTRY; '***' FOR A USER-ID NOT ON IT):
000700*      'H' HEADER   -- ONE, FIRST: THE DEPARTMENT AND RUN DATE.
000800*      'R' RESULT   -- ONE PER GAME PLAYED: ITS GLEBRSLT RECORD.
000900*      'J' REJECT   -- ONE PER TRANSACTION GLEEDIT REJECTED: ITS
001000*                      GLETRANR RECORD (REASON AND ORIGINAL).
001100*      'T' TRAILER  -- ONE, LAST: THE CONTROL TOTALS.
001200*    THE TRAILER PROVES EVERY TRANSACTION THE DEPARTMENT SENT
001300*    CAME BACK ONE WAY OR THE OTHER: RECEIVED MUST EQUAL
001400*    REJECTED PLUS PLAYED (BALANCED 'Y'). THE PLAYED GAMES ARE
001500*    BROKEN DOWN BY OUTCOME -- WON, QUIT, EXHAUSTED, AND
001600*    CONTRADICTED ADD UP TO PLAYED -- AND TRIPWIRE COUNTS THE
001700*    PLAYED GAMES WHOSE TRIPWIRE FLAG WAS SET, WHATEVER THEIR
001800*    OUTCOME.
001900******************************************************************
002000 01  GLE-RETN-RECORD.
002100     05  GLE-RETN-TYPE           PIC X(01).
002200         88  GLE-RETN-HEADER            VALUE 'H'.
002300         88  GLE-RETN-RESULT            VALUE 'R'.
002400         88  GLE-RETN-REJECT            VALUE 'J'.
002500         88  GLE-RETN-TRAILER           VALUE 'T'.
002600     05  GLE-RETN-DEPT           PIC X(03).
002700     05  GLE-RETN-BODY           PIC X(76).
002800     05  GLE-RETN-HDR REDEFINES GLE-RETN-BODY.
002900         10  GLE-RETN-HDR-RUN-DATE   PIC 9(08).
003000         10  GLE-RETN-HDR-RUN-TIME   PIC 9(08).
003100         10  GLE-RETN-HDR-TITLE      PIC X(30).
003200         10  FILLER                  PIC X(30).
003300     05  GLE-RETN-RSLT REDEFINES GLE-RETN-BODY.
003400         10  GLE-RETN-RSLT-DATA      PIC X(40).
003500         10  FILLER                  PIC X(36).
003600     05  GLE-RETN-REJ REDEFINES GLE-RETN-BODY.
003700         10  GLE-RETN-REJ-DATA       PIC X(44).
003800         10  FILLER                  PIC X(32).
003900     05  GLE-RETN-TRLR REDEFINES GLE-RETN-BODY.
004000         10  GLE-RETN-TRL-RECEIVED   PIC 9(07).
004100         10  GLE-RETN-TRL-REJECTED   PIC 9(07).
004200         10  GLE-RETN-TRL-PLAYED     PIC 9(07).
004300         10  GLE-RETN-TRL-WON        PIC 9(07).
004400         10  GLE-RETN-TRL-QUIT       PIC 9(07).
004500         10  GLE-RETN-TRL-EXHAUSTED  PIC 9(07).
004600         10  GLE-RETN-TRL-CONTRA     PIC 9(07).
004700         10  GLE-RETN-TRL-TRIPWIRE   PIC 9(07).
004800         10  GLE-RETN-TRL-BALANCED   PIC X(01).
004900             88  GLE-RETN-IN-BALANCE        VALUE 'Y'.
005000         10  FILLER                  PIC X(19).
