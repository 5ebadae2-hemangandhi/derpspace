000100******************************************************************
000200*    GLEOPSS.CPY
000300*    RECORD LAYOUT FOR THE FLAT OPERATIONS STATUS FILE (GLEOPSST)
000400*    THAT GLEOPSR REWRITES AT THE END OF EVERY GLEDAILY RUN FOR
000500*    THE MONITORING CONSOLE TO PICK UP:
000600*      'D' -- ONE PER STEP OR JOB WATCHED, IN JOB-STEP ORDER: THE
000700*             RUN CONTROL RECORD'S DATE, TIME, RETURN CODE, AND
000800*             NOTE, AND ITS GREEN/AMBER/RED STATUS.
000900*      'S' -- ONE, LAST: THE WORST STATUS AND RETURN CODE OF THE
001000*             NIGHT, AND THE STEP GLEDAILY MUST BE RESUBMITTED
001100*             FROM (SPACES WHEN EVERY STEP COMPLETED).
001200******************************************************************
001300 01  GLE-OPSS-RECORD.
001400     05  GLE-OPSS-TYPE           PIC X(01).
001500         88  GLE-OPSS-STEP-LINE         VALUE 'D'.
001600         88  GLE-OPSS-SUMMARY           VALUE 'S'.
001700     05  GLE-OPSS-JOB            PIC X(08).
001800     05  GLE-OPSS-STEP           PIC X(08).
001900     05  GLE-OPSS-PROGRAM        PIC X(08).
002000     05  GLE-OPSS-RUN-DATE       PIC 9(08).
002100     05  GLE-OPSS-RUN-TIME       PIC 9(08).
002200     05  GLE-OPSS-RC             PIC 9(04).
002300     05  GLE-OPSS-COLOR          PIC X(05).
002400         88  GLE-OPSS-GREEN             VALUE 'GREEN'.
002500         88  GLE-OPSS-AMBER             VALUE 'AMBER'.
002600         88  GLE-OPSS-RED               VALUE 'RED  '.
002700     05  GLE-OPSS-NOTE           PIC X(16).
002800     05  GLE-OPSS-RESTART-STEP   PIC X(08).
002900     05  GLE-OPSS-RESERVED       PIC X(06).
