000100******************************************************************
000200*    GLEINTX.CPY
000300*    RECORD LAYOUT FOR THE GLEINTG INTEGRITY EXCEPTION FILE
000400*    (GLEINTX). ONE RECORD PER AUDIT RECORD THAT FAILED THE
000500*    REPLAY: A REASON CODE, THE GUESS GLECALC SAYS SHOULD HAVE
000600*    BEEN MADE (ZERO UNLESS THE REASON IS GESS), AND THE
000700*    OFFENDING GLEAUDR RECORD UNCHANGED, SO THE RECORD CAN BE
000800*    FOUND ON THE ARCHIVE WITH GLEARSCH WITHOUT REKEYING.
000900*    REASON CODES:
001000*      GESS -- A 'G' RECORD'S GUESS IS NOT WHAT GLECALC GIVES
001100*              FROM THE PRIOR LOW/HIGH AND THE RECORD'S
001200*              STRATEGY.
001300*      TIME -- THE RECORD'S DATE/TIME IS EARLIER THAN THE
001400*              RECORD BEFORE IT IN THE SAME GAME.
001500*      USER -- THE RECORD'S USER-ID IS NOT THE ONE ON THE
001600*              GAME'S OPENING 'S' RECORD.
001700*      RNGE -- THE RECORD'S LOW OR HIGH FALLS OUTSIDE THE
001800*              GAME'S PROFILE RANGE.
001900*      AFTE -- A 'G'/'U'/'E' RECORD FOR A GAME ALREADY CLOSED
002000*              BY ITS 'E' RECORD.
002100*      EMPT -- AN 'E' RECORD STRAIGHT AFTER THE GAME'S 'S'
002200*              RECORD, WITH NO GUESS BETWEEN THEM.
002300*      NOST -- A 'G'/'U'/'E' RECORD FOR A GAME WITH NO 'S'
002400*              RECORD AHEAD OF IT.
002500*      NOEN -- AN 'S' RECORD NEVER CLOSED BY AN 'E' RECORD
002600*              (THE RECORD CARRIED IS THE GAME'S LAST).
002700******************************************************************
002800 01  GLE-INTX-RECORD.
002900     05  GLE-INTX-REASON         PIC X(04).
003000     05  GLE-INTX-EXPECTED       PIC 9(04).
003100     05  GLE-INTX-AUDIT.
003200         10  GLE-INTX-DATE       PIC 9(08).
003300         10  GLE-INTX-TIME       PIC 9(08).
003400         10  GLE-INTX-GAME-ID    PIC 9(08).
003500         10  GLE-INTX-AUD-REST   PIC X(33).
