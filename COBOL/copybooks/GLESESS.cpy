000996*    THE WHOLE GROWING FILE. EVERY PROGRAM'S SELECT MUST NAME
000998*    BOTH KEYS; A FILE BUILT BEFORE THE CHANGE MUST BE
000999*    RELOADED TO ADD THE ALTERNATE INDEX.
001000*    GLE-SESS-BATCH-PASSES AND GLE-SESS-BATCH-STAGE (ALSO
001001*    CARVED OUT OF THE RESERVED FILLER) TRACK A BATCH GAME
001002*    UNTIL ITS GLEBRSLT RESULT IS WRITTEN, SO A RESTARTED RUN
001003*    CAN PICK UP THE GAME IT WAS PLAYING WHEN IT FAILED. PASSES
001004*    IS HOW MANY OF THE TRANSACTION'S MOVES ARE ALREADY LOGGED
001005*    ON GLEAUDIT; STAGE IS 'P' WHILE THE GAME IS BEING PLAYED,
001006*    'E' ONCE ITS 'E' AUDIT RECORD IS LOGGED, AND SPACE ONCE
001007*    THE RESULT IS WRITTEN (AND ALWAYS FOR AN INTERACTIVE
001008*    GAME). PRE-CHANGE ROWS HOLD SPACES IN BOTH.
001050******************************************************************
001100 01  GLE-SESS-RECORD.
001200     05  GLE-SESS-GAME-ID        PIC 9(08).
001300     05  GLE-SESS-USER-ID        PIC X(08).
001900     05  GLE-SESS-GUESS-COUNT    PIC 9(05).
001950     05  GLE-SESS-LAST-DATE      PIC 9(08).
001960     05  GLE-SESS-PROF-CODE      PIC X(04).
001970     05  GLE-SESS-BATCH-PASSES   PIC 9(02).
001980     05  GLE-SESS-BATCH-STAGE    PIC X(01).
001985         88  GLE-SESS-BATCH-PLAYING     VALUE 'P'.
001990         88  GLE-SESS-BATCH-END-LOGGED  VALUE 'E'.
002000     05  GLE-SESS-RESERVED       PIC X(05).
