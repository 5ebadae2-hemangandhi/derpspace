000100******************************************************************
000200*    GLERSTR.CPY
000300*    RECORD LAYOUT FOR THE GLE BATCH RESTART CONTROL RECORD
000400*    (GLERSTRT). ONE RECORD, REWRITTEN BY A BATCH GLE RUN AS IT
000500*    STARTS, AFTER EVERY COMMIT INTERVAL OF COMPLETED
000600*    TRANSACTIONS (GLEPARM, 100 BY DEFAULT), AND ONCE MORE AS
000700*    THE RUN ENDS. A TRANSACTION IS COMPLETED ONCE ITS GAME'S
000800*    'E' AUDIT RECORD AND ITS GLEBRSLT RESULT ARE BOTH WRITTEN.
000900*    STATE 'R' MEANS THE RUN THAT WROTE THE RECORD NEVER
001000*    FINISHED, SO THE NEXT BATCH RUN IS A RESTART: IT SKIPS THE
001100*    TRANS-DONE TRANSACTIONS AT THE RESTART POINT (LAST-GAME-ID
001200*    IS THE GAME-ID OF THE LAST OF THEM, CHECKED AGAINST
001300*    GLETRANS) AND ANY COMPLETED AFTER IT THAT ARE ALREADY ON
001400*    THE KEPT GLEBRSLT GENERATION. STATE 'C' (OR NO RECORD)
001500*    MEANS THE LAST RUN FINISHED AND THE NEXT ONE STARTS FRESH.
001600*    RUN-DATE/RUN-TIME ARE WHEN THE ORIGINAL RUN BEGAN (CARRIED
001700*    FORWARD ACROSS RESTARTS); POINT-DATE/POINT-TIME ARE WHEN
001800*    THIS RECORD WAS WRITTEN.
001900******************************************************************
002000 01  GLE-RSTR-RECORD.
002100     05  GLE-RSTR-STATE          PIC X(01).
002200         88  GLE-RSTR-RUNNING           VALUE 'R'.
002300         88  GLE-RSTR-COMPLETE          VALUE 'C'.
002400     05  GLE-RSTR-RUN-DATE       PIC 9(08).
002500     05  GLE-RSTR-RUN-TIME       PIC 9(08).
002600     05  GLE-RSTR-TRANS-DONE     PIC 9(09).
002700     05  GLE-RSTR-LAST-GAME-ID   PIC 9(08).
002800     05  GLE-RSTR-INTERVAL       PIC 9(05).
002900     05  GLE-RSTR-POINT-DATE     PIC 9(08).
003000     05  GLE-RSTR-POINT-TIME     PIC 9(08).
003100     05  GLE-RSTR-RESERVED       PIC X(10).
