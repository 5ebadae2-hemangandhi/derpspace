000377*                     FOLLOWS). A RECORD WITH A BLANK TYPE IS A
000378*                     PRE-CHANGE GUESS AND STILL CLOSES ON AN
000379*                     'E'/'Q' RESPONSE, THE OLD RULE.
000380*    2026-10-15  DH   A 'U' RECORD GIVES BACK THE GUESS ITS
000381*                     UNDONE ANSWER COST. A GAME CLOSED WITH 'c'
000382*                     (CONTRADICTED) IS COUNTED ON ITS OWN LINE
000383*                     AND KEPT OUT OF THE AVERAGE AND WORST CASE.
000384*    2026-10-15  DH   SORT THE TRAIL INTO GAME-ID/TIMESTAMP ORDER
000385*                     AND TALLY ONE GAME AT A TIME INSTEAD OF
000386*                     HOLDING EVERY OPEN GAME ON A 200-SLOT TABLE,
000387*                     WHICH DROPPED GAMES ONCE A HEAVY DAY FILLED
000388*                     IT. THE REPORT AND RETURN CODES ARE
000389*                     UNCHANGED.
000390*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
000391*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
000392*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
000393*                     MORNING STATUS PAGE, AND END AT ONCE, RC 0,
000394*                     WHEN GLERUNC SHOWS THIS STEP ALREADY
000395*                     COMPLETED IN THE CURRENT GLEDAILY CYCLE, SO
000396*                     A RESUBMITTED GLEDAILY DOES NOT DO ITS WORK
000397*                     TWICE.
000398******************************************************************
000399 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT GLE-AUDIT-FILE ASSIGN TO "GLEAUDIT"
000500     SELECT GLE-ERRS-FILE ASSIGN TO "GLEERRS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ST-ERRS-STATUS.
000525     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
000526     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
000527         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS ST-RUNC-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  GLE-AUDIT-FILE.
000560 01  ST-AUDIT-IN                 PIC X(57).
000570 FD  GLE-HIST-FILE.
000580 COPY GLEHIST.
000590 FD  GLE-ERRS-FILE.
000592 COPY GLEERRL.
000594 FD  GLE-RUNC-FILE.
000596 COPY GLERUNR.
000598 SD  GLE-SORT-FILE.
000602 01  ST-SORT-RECORD.
000603     05  ST-SORT-GAME-ID         PIC 9(08).
000604     05  ST-SORT-STAMP           PIC X(16).
000605     05  ST-SORT-SEQ             PIC 9(09).
000606     05  ST-SORT-AUDIT           PIC X(57).
000610 WORKING-STORAGE SECTION.
000620******************************************************************
000630*    FILE CONTROLS AND SWITCHES
000680     88  ST-NOT-EOF                 VALUE 'N'.
000690 77  ST-FILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000700     88  ST-FILE-IS-OPEN            VALUE 'Y'.
000703 77  ST-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
000706     88  ST-SORT-EOF                VALUE 'Y'.
000710 77  ST-HIST-STATUS          PIC X(02) VALUE SPACES.
000720 77  ST-RUN-DATE             PIC 9(08) VALUE 0.
000730******************************************************************
000820******************************************************************
000830 77  ST-GAMES-WON            PIC 9(07) VALUE 0.
000840 77  ST-GAMES-QUIT           PIC 9(07) VALUE 0.
000845 77  ST-GAMES-CONTRA         PIC 9(07) VALUE 0.
000850 77  ST-GAMES-IN-PROGRESS    PIC 9(07) VALUE 0.
000860 77  ST-SUM-GUESSES-WON      PIC 9(09) VALUE 0.
000870 77  ST-WORST-GUESSES        PIC 9(05) VALUE 0.
000880 77  ST-AVG-GUESSES-WON      PIC 9(05)V9(02) VALUE 0.
000890 77  ST-TOTAL-GAMES          PIC 9(07) VALUE 0.
000900 77  ST-AVG-GUESSES-EDIT     PIC ZZZZ9.99.
000907******************************************************************
000914*    THE AUDIT RECORD BEING TALLIED. THE TRAIL IS READ INTO IT ON
000921*    THE WAY INTO THE SORT AND EACH SORTED RECORD IS MOVED BACK
000928*    INTO IT ON THE WAY OUT.
000935******************************************************************
000942 COPY GLEAUDR.
000949******************************************************************
000956*    CURRENT GAME. MORE THAN ONE GAME CAN BE LIVE ON GLEAUDIT AT
000963*    ONCE AND THEIR GUESSES INTERLEAVE, SO THE TRAIL IS SORTED
000970*    INTO GAME-ID/TIMESTAMP ORDER FIRST. EACH GAME'S RECORDS THEN
000977*    ARRIVE TOGETHER AND ONLY ITS OWN RUNNING GUESS COUNT IS
000984*    HELD, HOWEVER MANY GAMES THE DAY CARRIES. ST-GAME-OPEN IS
000991*    SET BY ANY RECORD AND CLEARED WHEN THE GAME CLOSES OUT.
000998******************************************************************
001005 77  ST-SORT-SEQ-NO          PIC 9(09) VALUE 0.
001012 77  ST-CURR-GAME-ID         PIC 9(08) VALUE 0.
001019 77  ST-GAME-GUESSES         PIC 9(05) VALUE 0.
001026 77  ST-GAME-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001027     88  ST-GAME-OPEN               VALUE 'Y'.
001028******************************************************************
001029*    RUN-CONTROL FILE (SEE 0500-CHECK-RUN-CONTROL AND
001030*    9700-RECORD-RUN)
001031******************************************************************
001032 77  ST-RUNC-STATUS          PIC X(02) VALUE SPACES.
001033 77  ST-RUNC-EOF-SWITCH      PIC X(01) VALUE 'N'.
001034     88  ST-RUNC-EOF                VALUE 'Y'.
001035 77  ST-STEP-DONE-SWITCH     PIC X(01) VALUE 'N'.
001036     88  ST-STEP-DONE               VALUE 'Y'.
001037 77  ST-DONE-RC              PIC 9(04) VALUE 0.
001038 77  ST-DONE-DATE            PIC 9(08) VALUE 0.
001039 77  ST-DONE-TIME            PIC 9(08) VALUE 0.
001040 PROCEDURE DIVISION.
001048******************************************************************
001056*    0000-MAINLINE
001064*    SORTS THE AUDIT TRAIL INTO GAME ORDER, TALLIES EACH GAME ON
001072*    THE WAY OUT OF THE SORT, AND PRINTS THE SUMMARY REPORT.
001080******************************************************************
001088 0000-MAINLINE.
001089     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001090     IF ST-STEP-DONE
001091         STOP RUN
001092     END-IF.
001096     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001104     IF ST-FILE-IS-OPEN
001112         SORT GLE-SORT-FILE
001120             ON ASCENDING KEY ST-SORT-GAME-ID ST-SORT-STAMP
001128                 ST-SORT-SEQ
001136             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
001144             OUTPUT PROCEDURE IS 2020-TALLY-GAMES THRU 2020-EXIT
001145     END-IF.
001146     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001147     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001148     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
001149     STOP RUN.
001150******************************************************************
001151*    0500-CHECK-RUN-CONTROL
001152*    LOOKS FOR THIS PROGRAM ON THE GLERUNC RUN-CONTROL FILE IN
001153*    THE CURRENT GLEDAILY CYCLE (SINCE GLEARCH LAST STARTED). IF
001154*    IT ALREADY ENDED THERE AT RC 4 OR BETTER, THIS IS A
001155*    RESUBMITTED GLEDAILY PASSING A STEP THAT FINISHED, AND THE
001156*    RUN ENDS AT ONCE, RC 0, WITHOUT DOING THE WORK AGAIN OR
001157*    RECORDING ANOTHER RUN. NO FILE YET, OR ONE THAT CANNOT BE
001158*    READ, MEANS THE STEP RUNS.
001159******************************************************************
001160 0500-CHECK-RUN-CONTROL.
001161     OPEN INPUT GLE-RUNC-FILE.
001162     IF ST-RUNC-STATUS = "35"
001163         GO TO 0500-EXIT
001164     END-IF.
001165     IF ST-RUNC-STATUS NOT = "00"
001166         DISPLAY "GLESTAT: GLERUNC COULD NOT BE OPENED, STATUS="
001167             ST-RUNC-STATUS " -- STEP RUNS."
001168         GO TO 0500-EXIT
001169     END-IF.
001170     PERFORM 0510-READ-RUN-CONTROL THRU 0510-EXIT
001171         UNTIL ST-RUNC-EOF.
001172     CLOSE GLE-RUNC-FILE.
001173     IF ST-STEP-DONE
001174         DISPLAY "GLESTAT: ALREADY ENDED RC " ST-DONE-RC
001175             " AT " ST-DONE-DATE " " ST-DONE-TIME
001176             " IN THIS GLEDAILY CYCLE -- NOT RUN AGAIN."
001177     END-IF.
001178 0500-EXIT.
001179     EXIT.
001180******************************************************************
001181*    0510-READ-RUN-CONTROL
001182*    READS ONE RUN-CONTROL RECORD. GLEARCH STARTING OPENS A NEW
001183*    CYCLE AND FORGETS EVERY EARLIER RUN; THIS PROGRAM'S OWN 'E'
001184*    RECORDS SAY WHETHER IT COMPLETED, THE LATEST ONE WINNING.
001185******************************************************************
001186 0510-READ-RUN-CONTROL.
001187     READ GLE-RUNC-FILE
001188         AT END
001189             MOVE 'Y' TO ST-RUNC-EOF-SWITCH
001190     END-READ.
001191     IF ST-RUNC-EOF
001192         GO TO 0510-EXIT
001193     END-IF.
001194     IF ST-RUNC-STATUS NOT = "00"
001195         DISPLAY "GLESTAT: READ OF GLERUNC FAILED, STATUS="
001196             ST-RUNC-STATUS " -- STEP RUNS."
001197         MOVE 'N' TO ST-STEP-DONE-SWITCH
001198         MOVE 'Y' TO ST-RUNC-EOF-SWITCH
001199         GO TO 0510-EXIT
001200     END-IF.
001201     IF GLE-RUNC-CYCLE-PROGRAM
001202         MOVE 'N' TO ST-STEP-DONE-SWITCH
001203     END-IF.
001204     IF GLE-RUNC-PROGRAM = 'GLESTAT ' AND GLE-RUNC-ENDED
001205         IF GLE-RUNC-COMPLETED
001206             MOVE 'Y' TO ST-STEP-DONE-SWITCH
001207             MOVE GLE-RUNC-RC       TO ST-DONE-RC
001208             MOVE GLE-RUNC-RUN-DATE TO ST-DONE-DATE
001209             MOVE GLE-RUNC-RUN-TIME TO ST-DONE-TIME
001210         ELSE
001211             MOVE 'N' TO ST-STEP-DONE-SWITCH
001212         END-IF
001213     END-IF.
001214 0510-EXIT.
001215     EXIT.
001216******************************************************************
001217*    1000-INITIALIZE
001218*    OPENS THE AUDIT TRAIL FILE AND PRIMES THE READ.
001219******************************************************************
001220 1000-INITIALIZE.
001224     OPEN INPUT GLE-AUDIT-FILE.
001232     IF GLE-AUDIT-STATUS NOT = "00"
001240         MOVE 'GLEAUDIT'        TO ST-ERR-FILE
001248         MOVE 'OPEN'            TO ST-ERR-VERB
001256         MOVE GLE-AUDIT-STATUS  TO ST-ERR-FSTAT
001264         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
001272         MOVE 'Y' TO ST-EOF-SWITCH
001280     ELSE
001288         MOVE 'Y' TO ST-FILE-OPEN-SWITCH
001296     END-IF.
001304 1000-EXIT.
001312     EXIT.
001320******************************************************************
001328*    2000-LOAD-SORT
001336*    SORT INPUT PROCEDURE. RELEASES EVERY AUDIT RECORD ON THE
001344*    TRAIL TO THE SORT, KEYED BY GAME-ID AND TIMESTAMP, WITH ITS
001352*    POSITION ON THE INPUT AS THE TIE-BREAK SO RECORDS STAMPED
001360*    IN THE SAME HUNDREDTH OF A SECOND KEEP THE ORDER GLE WROTE
001368*    THEM IN.
001376******************************************************************
001384 2000-LOAD-SORT.
001392     PERFORM 2010-READ-AUDIT THRU 2010-EXIT
001400         UNTIL ST-EOF.
001408 2000-EXIT.
001416     EXIT.
001424******************************************************************
001432*    2010-READ-AUDIT
001440*    READS ONE AUDIT RECORD AND RELEASES IT TO THE SORT. AN
001448*    ARCHIVE CONTROL-TOTAL TRAILER IS RECOGNIZED BY ITS
001456*    NON-NUMERIC DATE POSITION AND SKIPPED.
001464******************************************************************
001472 2010-READ-AUDIT.
001480     READ GLE-AUDIT-FILE INTO GLE-AUDIT-RECORD
001488         AT END
001496             MOVE 'Y' TO ST-EOF-SWITCH
001504     END-READ.
001512     IF NOT ST-EOF AND GLE-AUDIT-STATUS NOT = "00"
001520         MOVE 'GLEAUDIT'        TO ST-ERR-FILE
001528         MOVE 'READ'            TO ST-ERR-VERB
001536         MOVE GLE-AUDIT-STATUS  TO ST-ERR-FSTAT
001544         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
001552         MOVE 'Y' TO ST-EOF-SWITCH
001560     END-IF.
001568     IF NOT ST-EOF AND GLE-AUD-DATE NUMERIC
001576         ADD 1 TO ST-SORT-SEQ-NO
001584         MOVE GLE-AUD-GAME-ID   TO ST-SORT-GAME-ID
001592         MOVE GLE-AUD-TIMESTAMP TO ST-SORT-STAMP
001600         MOVE ST-SORT-SEQ-NO    TO ST-SORT-SEQ
001608         MOVE GLE-AUDIT-RECORD  TO ST-SORT-AUDIT
001616         RELEASE ST-SORT-RECORD
001624     END-IF.
001632 2010-EXIT.
001640     EXIT.
001648******************************************************************
001656*    2020-TALLY-GAMES
001664*    SORT OUTPUT PROCEDURE. TAKES BACK EACH RECORD IN GAME ORDER
001672*    AND ROLLS IT INTO THE TOTALS, THEN CLOSES OUT THE LAST
001680*    GAME-ID.
001688******************************************************************
001696 2020-TALLY-GAMES.
001704     PERFORM 2030-RETURN-AUDIT THRU 2030-EXIT
001712         UNTIL ST-SORT-EOF.
001720     PERFORM 2040-END-GAME-ID THRU 2040-EXIT.
001728 2020-EXIT.
001736     EXIT.
001744******************************************************************
001752*    2030-RETURN-AUDIT
001760*    RETURNS ONE SORTED RECORD AND ROLLS IT INTO ITS GAME. A
001768*    CHANGE OF GAME-ID FIRST CLOSES OUT THE GAME-ID BEFORE IT.
001776*    AN 'S' RECORD OPENS THE GAME, A 'G' RECORD IS ONE GUESS, AN
001784*    'E' RECORD CLOSES IT, AND A BLANK-TYPE (PRE-CHANGE) RECORD
001792*    IS A GUESS THAT CLOSES ON AN 'E'/'Q' RESPONSE.
001800******************************************************************
001808 2030-RETURN-AUDIT.
001816     RETURN GLE-SORT-FILE
001824         AT END
001832             MOVE 'Y' TO ST-SORT-EOF-SWITCH
001840     END-RETURN.
001848     IF ST-SORT-EOF
001856         GO TO 2030-EXIT
001864     END-IF.
001872     MOVE ST-SORT-AUDIT TO GLE-AUDIT-RECORD.
001880     IF GLE-AUD-GAME-ID NOT = ST-CURR-GAME-ID
001888         PERFORM 2040-END-GAME-ID THRU 2040-EXIT
001896         MOVE GLE-AUD-GAME-ID TO ST-CURR-GAME-ID
001904     END-IF.
001912     MOVE 'Y' TO ST-GAME-OPEN-SWITCH.
001920     EVALUATE TRUE
001928         WHEN GLE-AUD-REC-START
001936             CONTINUE
001944         WHEN GLE-AUD-REC-END
001952             EVALUATE GLE-AUD-USER-INPUT
001960                 WHEN 'e'
001968                     PERFORM 2100-CLOSE-OUT-WIN THRU 2100-EXIT
001976                 WHEN 'c'
001984                     PERFORM 2250-CLOSE-OUT-CONTRA THRU 2250-EXIT
001992                 WHEN OTHER
002000                     PERFORM 2200-CLOSE-OUT-QUIT THRU 2200-EXIT
002008             END-EVALUATE
002016         WHEN GLE-AUD-REC-GUESS
002024             ADD 1 TO ST-GAME-GUESSES
002032         WHEN GLE-AUD-REC-UNDO
002040             IF ST-GAME-GUESSES > 0
002048                 SUBTRACT 1 FROM ST-GAME-GUESSES
002056             END-IF
002064         WHEN OTHER
002072             ADD 1 TO ST-GAME-GUESSES
002080             EVALUATE GLE-AUD-USER-INPUT
002088                 WHEN 'e'
002096                     PERFORM 2100-CLOSE-OUT-WIN THRU 2100-EXIT
002104                 WHEN 'q'
002112                     PERFORM 2200-CLOSE-OUT-QUIT THRU 2200-EXIT
002120                 WHEN OTHER
002128                     CONTINUE
002136             END-EVALUATE
002144     END-EVALUATE.
002152 2030-EXIT.
002160     EXIT.
002168******************************************************************
002176*    2040-END-GAME-ID
002184*    CLOSES OUT A GAME-ID ONCE THE SORTED TRAIL MOVES PAST IT. A
002192*    GAME STILL OPEN HERE NEVER REACHED 'E' OR 'Q' -- LIKELY ONE
002200*    STILL IN PROGRESS OR INTERRUPTED.
002208******************************************************************
002216 2040-END-GAME-ID.
002224     IF ST-GAME-OPEN
002232         ADD 1 TO ST-GAMES-IN-PROGRESS
002240     END-IF.
002248     PERFORM 2300-CLEAR-GAME THRU 2300-EXIT.
002256 2040-EXIT.
002264     EXIT.
002370******************************************************************
002380*    2100-CLOSE-OUT-WIN
002390*    CLOSES OUT A GAME THAT ENDED IN 'E' AND ROLLS ITS GUESS
002400*    COUNT INTO THE WIN TOTALS, THEN CLEARS THE CURRENT GAME.
002410******************************************************************
002420 2100-CLOSE-OUT-WIN.
002430     ADD 1 TO ST-GAMES-WON.
002440     ADD ST-GAME-GUESSES TO ST-SUM-GUESSES-WON.
002450     IF ST-GAME-GUESSES > ST-WORST-GUESSES
002460         MOVE ST-GAME-GUESSES TO ST-WORST-GUESSES
002470     END-IF.
002480     PERFORM 2300-CLEAR-GAME THRU 2300-EXIT.
002490 2100-EXIT.
002500     EXIT.
002510******************************************************************
002520*    2200-CLOSE-OUT-QUIT
002530*    CLOSES OUT A GAME THAT ENDED IN 'Q', THEN CLEARS THE
002540*    CURRENT GAME.
002550******************************************************************
002560 2200-CLOSE-OUT-QUIT.
002570     ADD 1 TO ST-GAMES-QUIT.
002580     IF ST-GAME-GUESSES > ST-WORST-GUESSES
002590         MOVE ST-GAME-GUESSES TO ST-WORST-GUESSES
002600     END-IF.
002610     PERFORM 2300-CLEAR-GAME THRU 2300-EXIT.
002620 2200-EXIT.
002630     EXIT.
002634******************************************************************
002638*    2250-CLOSE-OUT-CONTRA
002642*    CLOSES OUT A GAME THAT ENDED CONTRADICTED ('c'), THEN CLEARS
002646*    THE CURRENT GAME. ITS GUESS COUNT SAYS NOTHING ABOUT HOW WELL
002650*    THE SEARCH DID, SO IT STAYS OUT OF THE AVERAGE AND WORST
002654*    CASE.
002658******************************************************************
002662 2250-CLOSE-OUT-CONTRA.
002666     ADD 1 TO ST-GAMES-CONTRA.
002670     PERFORM 2300-CLEAR-GAME THRU 2300-EXIT.
002674 2250-EXIT.
002678     EXIT.
002682******************************************************************
002686*    2300-CLEAR-GAME
002690*    RESETS THE CURRENT GAME ONCE IT HAS CLOSED OUT, SO A LATER
002694*    RECORD REUSING THE GAME-ID STARTS A FRESH COUNT.
002698******************************************************************
002702 2300-CLEAR-GAME.
002706     MOVE 0   TO ST-GAME-GUESSES.
002710     MOVE 'N' TO ST-GAME-OPEN-SWITCH.
002714 2300-EXIT.
002718     EXIT.
002740******************************************************************
002750*    3000-PRINT-REPORT
002760*    PRINTS THE DAILY SUMMARY TO SYSOUT. THE IN-PROGRESS COUNT
002770*    WAS TAKEN AS EACH GAME-ID WAS CLOSED OUT OF THE SORT.
002800******************************************************************
002810 3000-PRINT-REPORT.
002830     COMPUTE ST-TOTAL-GAMES = ST-GAMES-WON + ST-GAMES-QUIT.
002840     IF ST-GAMES-WON > 0
002850         COMPUTE ST-AVG-GUESSES-WON ROUNDED =
002930         ST-TOTAL-GAMES.
002940     DISPLAY "  GAMES WON (ENDED 'E')...........: " ST-GAMES-WON.
002950     DISPLAY "  GAMES QUIT (ENDED 'Q')..........: " ST-GAMES-QUIT.
002955     IF ST-GAMES-CONTRA > 0
002956         DISPLAY "  GAMES CONTRADICTED (ENDED 'c')..: "
002957             ST-GAMES-CONTRA
002958     END-IF.
002960     DISPLAY "AVERAGE GUESSES TO WIN.............: "
002970         ST-AVG-GUESSES-EDIT.
002980     DISPLAY "WORST-CASE GUESS COUNT.............: "
003520     CLOSE GLE-HIST-FILE.
003530 3500-EXIT.
003540     EXIT.
003790******************************************************************
003800*    9000-TERMINATE
003810*    CLOSES THE AUDIT TRAIL FILE BEFORE ENDING THE RUN.
003840     IF ST-FILE-IS-OPEN
003850         CLOSE GLE-AUDIT-FILE
003860     END-IF.
003861 9000-EXIT.
003862     EXIT.
003863******************************************************************
003864*    9700-RECORD-RUN
003865*    APPENDS THIS RUN'S 'E' RECORD -- RETURN CODE, NOTE, AND KEY
003866*    COUNTS -- TO THE COMMON GLERUNC RUN-CONTROL FILE FOR THE
003867*    GLEOPSR MORNING STATUS PAGE (SEE GLERUNR). A RUN THAT
003868*    CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE; IT
003869*    SHOWS AS NOT RUN ON THE STATUS PAGE.
003870******************************************************************
003871 9700-RECORD-RUN.
003872     OPEN EXTEND GLE-RUNC-FILE.
003873     IF ST-RUNC-STATUS = "05" OR "35"
003874         OPEN OUTPUT GLE-RUNC-FILE
003875     END-IF.
003876     IF ST-RUNC-STATUS NOT = "00"
003877         DISPLAY "GLESTAT: GLERUNC COULD NOT BE OPENED, STATUS="
003878             ST-RUNC-STATUS " -- RUN NOT RECORDED."
003879         GO TO 9700-EXIT
003880     END-IF.
003881     MOVE SPACES             TO GLE-RUNC-RECORD.
003882     MOVE 'GLESTAT '         TO GLE-RUNC-PROGRAM.
003883     MOVE 'E'                TO GLE-RUNC-EVENT.
003884     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
003885     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
003886     MOVE RETURN-CODE        TO GLE-RUNC-RC.
003887     MOVE 'COMPLETED'        TO GLE-RUNC-COUNT-NAME (1).
003888     MOVE ST-TOTAL-GAMES     TO GLE-RUNC-COUNT-VALUE (1).
003889     MOVE 'WON'              TO GLE-RUNC-COUNT-NAME (2).
003890     MOVE ST-GAMES-WON       TO GLE-RUNC-COUNT-VALUE (2).
003891     MOVE 'QUIT'             TO GLE-RUNC-COUNT-NAME (3).
003892     MOVE ST-GAMES-QUIT      TO GLE-RUNC-COUNT-VALUE (3).
003893     MOVE 'IN PROG'          TO GLE-RUNC-COUNT-NAME (4).
003894     MOVE ST-GAMES-IN-PROGRESS TO GLE-RUNC-COUNT-VALUE (4).
003895     WRITE GLE-RUNC-RECORD.
003896     IF ST-RUNC-STATUS NOT = "00"
003897         DISPLAY "GLESTAT: WRITE OF GLERUNC FAILED, STATUS="
003898             ST-RUNC-STATUS " -- RUN NOT RECORDED."
003899     END-IF.
003900     CLOSE GLE-RUNC-FILE.
003901 9700-EXIT.
003902     EXIT.
003903******************************************************************
003904*    9800-LOG-ERROR
003910*    COMMON FAILURE PATH FOR A CHECKED I/O VERB. THE CALLER
003920*    FILLS ST-ERR-FILE / ST-ERR-VERB / ST-ERR-FSTAT; THE
003930*    FAILURE IS APPENDED TO THE COMMON GLEERRS ERROR LOG,
