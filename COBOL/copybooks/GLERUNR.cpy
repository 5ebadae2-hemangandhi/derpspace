000100******************************************************************
000200*    GLERUNR.CPY
000300*    RECORD LAYOUT FOR THE COMMON RUN-CONTROL FILE (GLERUNC).
000400*    EVERY GLEDAILY PROGRAM, AND GLECHGB AND GLESWEEP IN THEIR
000500*    OWN JOBS, APPENDS ONE 'E' RECORD AS IT ENDS: ITS RETURN
000600*    CODE, A SHORT NOTE, AND UP TO FOUR NAMED KEY COUNTS. GLEARCH,
000700*    THE FIRST GLEDAILY STEP, ALSO APPENDS AN 'S' RECORD AS IT
000800*    STARTS; THAT RECORD OPENS A NEW GLEDAILY CYCLE, AND
000900*    EVERYTHING AFTER IT BELONGS TO THAT NIGHT'S RUN, INCLUDING
001000*    ANY RESUBMISSION OF IT THAT RESTARTS PAST STEP005.
001100*    A GLEDAILY STEP THAT FINDS ITS OWN 'E' RECORD AT RC 4 OR
001200*    BETTER IN THE CURRENT CYCLE HAS ALREADY DONE ITS WORK AND
001300*    ENDS AT ONCE WITHOUT DOING IT AGAIN. GLEOPSR READS THE FILE
001400*    FOR THE MORNING STATUS PAGE.
001500******************************************************************
001600 01  GLE-RUNC-RECORD.
001700     05  GLE-RUNC-PROGRAM        PIC X(08).
001800         88  GLE-RUNC-CYCLE-PROGRAM     VALUE 'GLEARCH '.
001900     05  GLE-RUNC-EVENT          PIC X(01).
002000         88  GLE-RUNC-STARTED           VALUE 'S'.
002100         88  GLE-RUNC-ENDED             VALUE 'E'.
002200     05  GLE-RUNC-RUN-DATE       PIC 9(08).
002300     05  GLE-RUNC-RUN-TIME       PIC 9(08).
002400     05  GLE-RUNC-RC             PIC 9(04).
002500         88  GLE-RUNC-COMPLETED         VALUE 0 THRU 4.
002600     05  GLE-RUNC-NOTE           PIC X(16).
002700     05  GLE-RUNC-COUNTS.
002800         10  GLE-RUNC-COUNT          OCCURS 4 TIMES.
002900             15  GLE-RUNC-COUNT-NAME     PIC X(10).
003000             15  GLE-RUNC-COUNT-VALUE    PIC 9(09).
003100     05  GLE-RUNC-RESERVED       PIC X(07).
