000100******************************************************************
000200*    GLEPMCM.CPY
000300*    RECORD LAYOUT FOR THE GLEPMNT PROFILE MAINTENANCE COMMAND
000400*    FILE (GLEPMCMD). ONE COMMAND PER RECORD, PROCESSED IN
000500*    ORDER:
000600*      ADD    -- ADD A NEW PROFILE WITH THE CARD'S LOW, HIGH,
000700*                AND STRATEGY (BLANK STRATEGY = 'M').
000800*      CHANGE -- GIVE AN EXISTING PROFILE A NEW LOW/HIGH (AND
000900*                STRATEGY, IF NOT BLANK).
001000*      RETIRE -- TAKE AN EXISTING PROFILE OUT OF SERVICE.
001100*      LIST   -- LIST EVERY PROFILE AND ANY STAGED CHANGE.
001200*    GLE-PMCM-EFF-DATE IS THE DATE AN ADD, CHANGE, OR RETIRE
001300*    TAKES EFFECT; ZERO OR BLANK MEANS THE RUN DATE. A LATER
001400*    DATE STAGES THE CHANGE UNTIL THAT DAY. GLE-PMCM-USER-ID
001500*    NAMES WHO ASKED FOR THE CHANGE AND IS REQUIRED ON EVERY
001600*    ACTION BUT LIST; IT IS CARRIED ONTO THE GLEPHST HISTORY.
001700******************************************************************
001800 01  GLE-PMCM-RECORD.
001900     05  GLE-PMCM-ACTION         PIC X(08).
002000         88  GLE-PMCM-ADD               VALUE 'ADD'.
002100         88  GLE-PMCM-CHANGE            VALUE 'CHANGE'.
002200         88  GLE-PMCM-RETIRE            VALUE 'RETIRE'.
002300         88  GLE-PMCM-LIST              VALUE 'LIST'.
002400     05  GLE-PMCM-CODE           PIC X(04).
002500     05  GLE-PMCM-LOW            PIC 9(04).
002600     05  GLE-PMCM-HIGH           PIC 9(04).
002700     05  GLE-PMCM-STRATEGY       PIC X(01).
002800         88  GLE-PMCM-STRAT-VALID       VALUE 'M' 'L' 'H' ' '.
002900     05  GLE-PMCM-EFF-DATE       PIC 9(08).
003000     05  GLE-PMCM-USER-ID        PIC X(08).
003100     05  GLE-PMCM-RESERVED       PIC X(08).
