000607*    THE OLD RULE. A 'G' RECORD NEVER CLOSES A GAME, EVEN WHEN
000608*    ITS RESPONSE IS 'E'/'Q', BECAUSE ITS GAME'S 'E' RECORD
000609*    FOLLOWS; COUNTING BOTH WOULD CLOSE THE GAME TWICE.
000610*    'U' IS WRITTEN WHEN THE OPERATOR TAKES BACK THEIR LAST
000611*    ANSWER: ITS LOW/HIGH ARE THE RANGE PUT BACK, AND IT TAKES
000612*    BACK THE GUESS THE UNDONE ANSWER WAS CHARGED, SO A READER
000613*    COUNTING GUESSES SUBTRACTS ONE FOR IT RATHER THAN ADDING
000614*    ONE. AN 'E' RECORD WHOSE USER-INPUT IS 'c' CLOSES A GAME
000615*    WHOSE ANSWERS CONTRADICTED EACH OTHER (NO NUMBER WAS LEFT
000616*    BETWEEN LOW AND HIGH); SUCH A GAME IS NEITHER WON NOR
000617*    QUIT AND IS KEPT OUT OF GUESS-COUNT AVERAGES.
000620*    ON AN 'S' RECORD THE RESERVED AREA IS READ THROUGH
000621*    GLE-AUD-START-INFO: THE GLEPROF CODE AND VERSION IN
000622*    FORCE WHEN THE GAME WAS STARTED OR RESUMED, SO A PAST
000623*    GAME'S GUESS COUNTS CAN BE READ AGAINST THE RANGE IT WAS
000624*    PLAYED UNDER (THE GLEPHST HISTORY RECORD OF THE SAME CODE
000625*    AND VERSION). A BLANK CODE MEANS THE RUN'S DEFAULT RANGE
000626*    WAS USED; A CODE WITH VERSION ZERO IS A PROFILE RELOADED
000627*    FROM BEFORE VERSIONS WERE KEPT, WITH NO HISTORY RECORD.
000628*    'S' RECORDS WRITTEN BEFORE THE CHANGE HOLD SPACES THERE;
000629*    ON OTHER RECORD TYPES THE AREA IS FREE TEXT (E.G.
000630*    GLESMNT'S FORCED-CLOSE NOTE).
000640******************************************************************
000700 01  GLE-AUDIT-RECORD.
000800     05  GLE-AUD-TIMESTAMP.
000900         10  GLE-AUD-DATE        PIC 9(08).
001440         88  GLE-AUD-REC-GUESS          VALUE 'G'.
001450         88  GLE-AUD-REC-END            VALUE 'E'.
001460         88  GLE-AUD-REC-LEGACY         VALUE ' '.
001465         88  GLE-AUD-REC-UNDO           VALUE 'U'.
001470     05  GLE-AUD-USER-ID         PIC X(08).
001500     05  GLE-AUD-RESERVED        PIC X(10).
001510     05  GLE-AUD-START-INFO REDEFINES GLE-AUD-RESERVED.
001520         10  GLE-AUD-PROF-CODE   PIC X(04).
001530         10  GLE-AUD-PROF-VERSION PIC 9(03).
001540         10  FILLER              PIC X(03).
