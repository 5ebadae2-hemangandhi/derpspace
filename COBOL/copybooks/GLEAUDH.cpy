000100******************************************************************
000200*    GLEAUDH.CPY
000300*    RECORD LAYOUT FOR THE KEYED AUDIT HISTORY FILE (GLEAUDHS).
000400*    GLEMCON CONSOLIDATES EACH MONTH'S GLEAUDAR ARCHIVE
000500*    GENERATIONS INTO IT AT MONTH END, ONE RECORD PER ARCHIVED
000600*    AUDIT RECORD, SO A GAME IS FOUND BY KEY AND A MONTH IS
000700*    READ ALONG ITS OWN KEY INSTEAD OF SCANNING A STACK OF
000800*    DAILY GENERATIONS THAT ROLL OFF THE GDG LIMIT.
000900*    THE KEY IS THE GAME-ID AND THE RECORD'S DATE AND TIME, SO A
001000*    GAME'S RECORDS SIT TOGETHER IN THE ORDER THEY WERE WRITTEN;
001100*    GLE-AUDH-SEQ NUMBERS RECORDS OF ONE GAME STAMPED IN THE
001200*    SAME HUNDREDTH OF A SECOND (1, 2, ... IN TRAIL ORDER) SO
001300*    EVERY KEY IS UNIQUE. GLE-AUDH-MONTH IS THE MONTH THE
001400*    RECORD WAS CONSOLIDATED UNDER (THE MONTH OF ITS ARCHIVE
001500*    CUT, NOT NECESSARILY OF ITS OWN DATE -- A GAME PLAYED
001600*    ACROSS MIDNIGHT ON THE LAST DAY IS CUT THE NEXT MORNING)
001700*    AND IS AN ALTERNATE KEY WITH DUPLICATES. GLE-AUDH-GEN-DATE
001800*    IS THE DATE ON THE TRAILER OF THE GENERATION IT CAME FROM.
001900*    GLE-AUDH-AUDIT IS THE ARCHIVED GLEAUDR RECORD UNCHANGED.
002000******************************************************************
002100 01  GLE-AUDH-RECORD.
002200     05  GLE-AUDH-KEY.
002300         10  GLE-AUDH-GAME-ID    PIC 9(08).
002400         10  GLE-AUDH-DATE       PIC 9(08).
002500         10  GLE-AUDH-TIME       PIC 9(08).
002600         10  GLE-AUDH-SEQ        PIC 9(04).
002700     05  GLE-AUDH-MONTH          PIC 9(06).
002800     05  GLE-AUDH-GEN-DATE       PIC 9(08).
002900     05  GLE-AUDH-AUDIT          PIC X(57).
003000     05  GLE-AUDH-RESERVED       PIC X(05).
