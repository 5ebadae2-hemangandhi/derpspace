002371*                     '*NOSESS*'.
002372*    2026-09-01  DH   NAME THE NEW USER-ID ALTERNATE KEY ON THE
002373*                     GLESESS SELECT -- EVERY PROGRAM OPENING
002391*                     THE FILE MUST DECLARE BOTH KEYS.
002409*    2026-10-15  DH   A 'U' RECORD GIVES BACK THE GUESS ITS
002427*                     UNDONE ANSWER COST. A GAME CLOSED WITH 'C'
002445*                     (CONTRADICTED) IS DROPPED FROM THE USER'S
002463*                     TOTALS SO IT CANNOT SKEW THE AVERAGE.
002481*    2026-10-15  DH   SORT THE TRAIL INTO GAME-ID/TIMESTAMP ORDER
002499*                     AND TOTAL ONE GAME AT A TIME INSTEAD OF
002517*                     HOLDING EVERY OPEN GAME ON A 200-SLOT TABLE,
002535*                     WHICH DROPPED GAMES ONCE A HEAVY DAY FILLED
002553*                     IT. USERS NOW PRINT IN THE ORDER THEIR FIRST
002571*                     GAME-ID COMES OFF THE SORT; THE TOTALS ARE
002589*                     UNCHANGED.
002591*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
002593*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
002595*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
002597*                     MORNING STATUS PAGE, AND END AT ONCE, RC 0,
002599*                     WHEN GLERUNC SHOWS THIS STEP ALREADY
002601*                     COMPLETED IN THE CURRENT GLEDAILY CYCLE, SO
002603*                     A RESUBMITTED GLEDAILY DOES NOT DO ITS WORK
002605*                     TWICE.
002607******************************************************************
002625*    SEVERAL GAMES' RECORDS CAN INTERLEAVE ON THE TRAIL, SO IT IS
002643*    SORTED INTO GAME-ID/TIMESTAMP ORDER FIRST AND GUESSES ARE
002661*    ACCUMULATED FOR ONE GAME AT A TIME AS IT COMES OFF THE SORT.
002679*    WHEN A GAME'S CLOSING 'E'/'Q' RECORD GOES BY,
002700*    ITS GLESESS ROW SUPPLIES THE USER-ID AND THE GAME IS ROLLED
002800*    INTO THAT USER'S TOTALS. A GAME WITH NO GLESESS ROW IS
002900*    CHARGED TO '*NOSESS*' RATHER THAN DROPPED. AN ARCHIVE
004400     SELECT OPTIONAL GLE-PARM-FILE ASSIGN TO "GLEPARM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS UR-PARM-STATUS.
004650     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
004662     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
004674         ORGANIZATION IS LINE SEQUENTIAL
004686         FILE STATUS IS UR-RUNC-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  GLE-AUDIT-FILE.
005000 01  UR-AUDIT-IN                 PIC X(57).
005100 FD  GLE-SESS-FILE.
005200 COPY GLESESS.
005300 FD  GLE-PARM-FILE.
005400 COPY GLEPARM.
005404 FD  GLE-RUNC-FILE.
005408 COPY GLERUNR.
005414 SD  GLE-SORT-FILE.
005428 01  UR-SORT-RECORD.
005442     05  UR-SORT-GAME-ID         PIC 9(08).
005456     05  UR-SORT-STAMP           PIC X(16).
005470     05  UR-SORT-SEQ             PIC 9(09).
005484     05  UR-SORT-AUDIT           PIC X(57).
005500 WORKING-STORAGE SECTION.
005600******************************************************************
005700*    FILE CONTROLS AND SWITCHES
006500     88  UR-AUDIT-IS-OPEN           VALUE 'Y'.
006600 77  UR-SESS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006700     88  UR-SESS-IS-OPEN            VALUE 'Y'.
006733 77  UR-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
006766     88  UR-SORT-EOF                VALUE 'Y'.
006800******************************************************************
006900*    GUESSING RANGE AND CEILING (SAME APPROACH AS GLE/GLERGRS).
007000******************************************************************
007950 77  UR-PLAYED-COUNT         PIC 9(07) VALUE 0.
008000 77  UR-AVG-GUESSES          PIC 9(05)V9(02) VALUE 0.
008100 77  UR-AVG-GUESSES-EDIT     PIC ZZZZ9.99.
008180******************************************************************
008260*    THE AUDIT RECORD BEING CHARGED. THE TRAIL IS READ INTO IT ON
008340*    THE WAY INTO THE SORT AND EACH SORTED RECORD IS MOVED BACK
008420*    INTO IT ON THE WAY OUT.
008500******************************************************************
008580 COPY GLEAUDR.
008660******************************************************************
008740*    CURRENT GAME. THE SORTED TRAIL BRINGS EACH GAME'S RECORDS
008820*    TOGETHER, SO ONLY ITS OWN RUNNING GUESS COUNT IS HELD,
008900*    HOWEVER MANY GAMES THE DAY CARRIES.
008980******************************************************************
009060 77  UR-SORT-SEQ-NO          PIC 9(09) VALUE 0.
009140 77  UR-CURR-GAME-ID         PIC 9(08) VALUE 0.
009220 77  UR-GAME-GUESSES         PIC 9(05) VALUE 0.
009300******************************************************************
009400*    PER-USER TOTALS TABLE, KEYED BY GLE-SESS-USER-ID.
009500******************************************************************
010400         10  UR-USER-SUM-GUESSES PIC 9(09) VALUE 0.
010500         10  UR-USER-WORST       PIC 9(05) VALUE 0.
010600         10  UR-USER-OVER-MAX    PIC 9(07) VALUE 0.
010606******************************************************************
010612*    RUN-CONTROL FILE (SEE 0500-CHECK-RUN-CONTROL AND
010618*    9700-RECORD-RUN)
010624******************************************************************
010630 77  UR-RUNC-STATUS          PIC X(02) VALUE SPACES.
010636 77  UR-RUNC-EOF-SWITCH      PIC X(01) VALUE 'N'.
010642     88  UR-RUNC-EOF                VALUE 'Y'.
010648 77  UR-STEP-DONE-SWITCH     PIC X(01) VALUE 'N'.
010654     88  UR-STEP-DONE               VALUE 'Y'.
010660 77  UR-DONE-RC              PIC 9(04) VALUE 0.
010666 77  UR-DONE-DATE            PIC 9(08) VALUE 0.
010672 77  UR-DONE-TIME            PIC 9(08) VALUE 0.
010678 77  UR-USER-COUNT           PIC 9(07) VALUE 0.
010684 77  UR-GAME-COUNT           PIC 9(07) VALUE 0.
010700 PROCEDURE DIVISION.
010766******************************************************************
010832*    0000-MAINLINE
010898*    SORTS THE AUDIT TRAIL INTO GAME ORDER, CHARGES EACH GAME ON
010964*    THE WAY OUT OF THE SORT, AND PRINTS THE PER-USER REPORT.
011030******************************************************************
011096 0000-MAINLINE.
011109     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
011122     IF UR-STEP-DONE
011135         STOP RUN
011148     END-IF.
011162     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011228     IF UR-AUDIT-IS-OPEN
011294         SORT GLE-SORT-FILE
011360             ON ASCENDING KEY UR-SORT-GAME-ID UR-SORT-STAMP
011426                 UR-SORT-SEQ
011492             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
011558             OUTPUT PROCEDURE IS 2020-CHARGE-GAMES THRU 2020-EXIT
011624     END-IF.
011690     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
011756     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011789     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
011822     STOP RUN.
011823******************************************************************
011824*    0500-CHECK-RUN-CONTROL
011825*    LOOKS FOR THIS PROGRAM ON THE GLERUNC RUN-CONTROL FILE IN
011826*    THE CURRENT GLEDAILY CYCLE (SINCE GLEARCH LAST STARTED). IF
011827*    IT ALREADY ENDED THERE AT RC 4 OR BETTER, THIS IS A
011828*    RESUBMITTED GLEDAILY PASSING A STEP THAT FINISHED, AND THE
011829*    RUN ENDS AT ONCE, RC 0, WITHOUT DOING THE WORK AGAIN OR
011830*    RECORDING ANOTHER RUN. NO FILE YET, OR ONE THAT CANNOT BE
011831*    READ, MEANS THE STEP RUNS.
011832******************************************************************
011833 0500-CHECK-RUN-CONTROL.
011834     OPEN INPUT GLE-RUNC-FILE.
011835     IF UR-RUNC-STATUS = "35"
011836         GO TO 0500-EXIT
011837     END-IF.
011838     IF UR-RUNC-STATUS NOT = "00"
011839         DISPLAY "GLEUSER: GLERUNC COULD NOT BE OPENED, STATUS="
011840             UR-RUNC-STATUS " -- STEP RUNS."
011841         GO TO 0500-EXIT
011842     END-IF.
011843     PERFORM 0510-READ-RUN-CONTROL THRU 0510-EXIT
011844         UNTIL UR-RUNC-EOF.
011845     CLOSE GLE-RUNC-FILE.
011846     IF UR-STEP-DONE
011847         DISPLAY "GLEUSER: ALREADY ENDED RC " UR-DONE-RC
011848             " AT " UR-DONE-DATE " " UR-DONE-TIME
011849             " IN THIS GLEDAILY CYCLE -- NOT RUN AGAIN."
011850     END-IF.
011851 0500-EXIT.
011852     EXIT.
011853******************************************************************
011854*    0510-READ-RUN-CONTROL
011855*    READS ONE RUN-CONTROL RECORD. GLEARCH STARTING OPENS A NEW
011856*    CYCLE AND FORGETS EVERY EARLIER RUN; THIS PROGRAM'S OWN 'E'
011857*    RECORDS SAY WHETHER IT COMPLETED, THE LATEST ONE WINNING.
011858******************************************************************
011859 0510-READ-RUN-CONTROL.
011860     READ GLE-RUNC-FILE
011861         AT END
011862             MOVE 'Y' TO UR-RUNC-EOF-SWITCH
011863     END-READ.
011864     IF UR-RUNC-EOF
011865         GO TO 0510-EXIT
011866     END-IF.
011867     IF UR-RUNC-STATUS NOT = "00"
011868         DISPLAY "GLEUSER: READ OF GLERUNC FAILED, STATUS="
011869             UR-RUNC-STATUS " -- STEP RUNS."
011870         MOVE 'N' TO UR-STEP-DONE-SWITCH
011871         MOVE 'Y' TO UR-RUNC-EOF-SWITCH
011872         GO TO 0510-EXIT
011873     END-IF.
011874     IF GLE-RUNC-CYCLE-PROGRAM
011875         MOVE 'N' TO UR-STEP-DONE-SWITCH
011876     END-IF.
011877     IF GLE-RUNC-PROGRAM = 'GLEUSER ' AND GLE-RUNC-ENDED
011878         IF GLE-RUNC-COMPLETED
011879             MOVE 'Y' TO UR-STEP-DONE-SWITCH
011880             MOVE GLE-RUNC-RC       TO UR-DONE-RC
011881             MOVE GLE-RUNC-RUN-DATE TO UR-DONE-DATE
011882             MOVE GLE-RUNC-RUN-TIME TO UR-DONE-TIME
011883         ELSE
011884             MOVE 'N' TO UR-STEP-DONE-SWITCH
011885         END-IF
011886     END-IF.
011887 0510-EXIT.
011888     EXIT.
011900******************************************************************
012000*    1000-INITIALIZE
012100*    OPENS THE AUDIT TRAIL AND SESSION FILES, LOADS THE OPTIONAL
018892     ADD 1 TO GLE-MAX-GUESSES.
018894 1760-EXIT.
018896     EXIT.
018987******************************************************************
019078*    2000-LOAD-SORT
019169*    SORT INPUT PROCEDURE. RELEASES EVERY AUDIT RECORD ON THE
019260*    TRAIL TO THE SORT, KEYED BY GAME-ID AND TIMESTAMP, WITH ITS
019351*    POSITION ON THE INPUT AS THE TIE-BREAK SO RECORDS STAMPED
019442*    IN THE SAME HUNDREDTH OF A SECOND KEEP THE ORDER GLE WROTE
019533*    THEM IN.
019624******************************************************************
019715 2000-LOAD-SORT.
019806     PERFORM 2010-READ-AUDIT THRU 2010-EXIT
019897         UNTIL UR-EOF.
019988 2000-EXIT.
020079     EXIT.
020170******************************************************************
020261*    2010-READ-AUDIT
020352*    READS ONE AUDIT RECORD AND RELEASES IT TO THE SORT. AN
020443*    ARCHIVE CONTROL-TOTAL TRAILER IS RECOGNIZED BY ITS
020534*    NON-NUMERIC DATE POSITION AND SKIPPED.
020625******************************************************************
020716 2010-READ-AUDIT.
020807     READ GLE-AUDIT-FILE INTO GLE-AUDIT-RECORD
020898         AT END
020989             MOVE 'Y' TO UR-EOF-SWITCH
021080     END-READ.
021171     IF NOT UR-EOF AND UR-AUDIT-STATUS NOT = "00"
021262         DISPLAY "GLEUSER: READ OF GLEAUDIT FAILED, STATUS="
021353             UR-AUDIT-STATUS
021444         MOVE 'Y' TO UR-EOF-SWITCH
021535     END-IF.
021626     IF NOT UR-EOF AND GLE-AUD-DATE NUMERIC
021717         ADD 1 TO UR-SORT-SEQ-NO
021808         MOVE GLE-AUD-GAME-ID   TO UR-SORT-GAME-ID
021899         MOVE GLE-AUD-TIMESTAMP TO UR-SORT-STAMP
021990         MOVE UR-SORT-SEQ-NO    TO UR-SORT-SEQ
022081         MOVE GLE-AUDIT-RECORD  TO UR-SORT-AUDIT
022172         RELEASE UR-SORT-RECORD
022263     END-IF.
022354 2010-EXIT.
022445     EXIT.
022536******************************************************************
022627*    2020-CHARGE-GAMES
022718*    SORT OUTPUT PROCEDURE. TAKES BACK EACH RECORD IN GAME ORDER
022809*    AND CHARGES IT TO ITS GAME.
022900******************************************************************
022991 2020-CHARGE-GAMES.
023082     PERFORM 2030-RETURN-AUDIT THRU 2030-EXIT
023173         UNTIL UR-SORT-EOF.
023264 2020-EXIT.
023355     EXIT.
023446******************************************************************
023537*    2030-RETURN-AUDIT
023628*    RETURNS ONE SORTED RECORD AND CHARGES THE GUESS TO ITS GAME.
023719*    A CHANGE OF GAME-ID STARTS THE COUNT AGAIN FROM ZERO -- A
023810*    GAME-ID THE SORT MOVES PAST WITHOUT A CLOSE NEVER FINISHED
023901*    AND IS LEFT OFF THE REPORT. A RECORD WHOSE RESPONSE IS 'E'
023992*    OR 'Q' CLOSES OUT THE GAME AND ROLLS IT INTO ITS USER'S
024083*    TOTALS.
024174******************************************************************
024265 2030-RETURN-AUDIT.
024356     RETURN GLE-SORT-FILE
024447         AT END
024538             MOVE 'Y' TO UR-SORT-EOF-SWITCH
024629     END-RETURN.
024720     IF UR-SORT-EOF
024811         GO TO 2030-EXIT
024902     END-IF.
024993     MOVE UR-SORT-AUDIT TO GLE-AUDIT-RECORD.
025084     IF GLE-AUD-GAME-ID NOT = UR-CURR-GAME-ID
025175         MOVE GLE-AUD-GAME-ID TO UR-CURR-GAME-ID
025266         MOVE 0 TO UR-GAME-GUESSES
025357     END-IF.
025448     EVALUATE TRUE
025539         WHEN GLE-AUD-REC-START
025630             CONTINUE
025721         WHEN GLE-AUD-REC-END
025812             PERFORM 2500-CLOSE-OUT-GAME THRU 2500-EXIT
025903         WHEN GLE-AUD-REC-GUESS
025994             ADD 1 TO UR-GAME-GUESSES
026085         WHEN GLE-AUD-REC-UNDO
026176             IF UR-GAME-GUESSES > 0
026267                 SUBTRACT 1 FROM UR-GAME-GUESSES
026358             END-IF
026449         WHEN OTHER
026540             ADD 1 TO UR-GAME-GUESSES
026631             IF GLE-AUD-USER-INPUT = 'e' OR 'q'
026722                 PERFORM 2500-CLOSE-OUT-GAME THRU 2500-EXIT
026813             END-IF
026904     END-EVALUATE.
026995 2030-EXIT.
027086     EXIT.
027177******************************************************************
027268*    2500-CLOSE-OUT-GAME
027359*    LOOKS UP THE CLOSING GAME'S USER-ID ON GLESESS, ROLLS THE
027450*    GAME INTO THAT USER'S TOTALS, AND CLEARS THE GUESS COUNT.
027541*    A CONTRADICTED GAME ('c') IS NEITHER WON NOR QUIT AND ITS
027632*    GUESS COUNT MEANS NOTHING, SO THE COUNT IS ONLY CLEARED.
027723******************************************************************
027814 2500-CLOSE-OUT-GAME.
027905     IF GLE-AUD-USER-INPUT = 'c'
027996         MOVE 0 TO UR-GAME-GUESSES
028087         GO TO 2500-EXIT
028178     END-IF.
028269     PERFORM 2550-LOOK-UP-USER THRU 2550-EXIT.
028360     PERFORM 2600-FIND-OR-ADD-USER THRU 2600-EXIT.
028451     IF UR-USER-FOUND NOT = 0
028542         IF GLE-AUD-USER-INPUT = 'e'
028633             ADD 1 TO UR-USER-WON(UR-USER-FOUND)
028724         ELSE
028815             ADD 1 TO UR-USER-QUIT(UR-USER-FOUND)
028906         END-IF
028997         ADD UR-GAME-GUESSES
029088             TO UR-USER-SUM-GUESSES(UR-USER-FOUND)
029179         IF UR-GAME-GUESSES > UR-USER-WORST(UR-USER-FOUND)
029270             MOVE UR-GAME-GUESSES
029361                 TO UR-USER-WORST(UR-USER-FOUND)
029452         END-IF
029543         IF UR-GAME-GUESSES > GLE-MAX-GUESSES
029634             ADD 1 TO UR-USER-OVER-MAX(UR-USER-FOUND)
029725         END-IF
029816     END-IF.
029907     MOVE 0 TO UR-GAME-GUESSES.
030000 2500-EXIT.
030100     EXIT.
030200******************************************************************
038600                 UR-USER-SUM-GUESSES(UR-USER-IDX) /
038700                 UR-PLAYED-COUNT
038900         END-IF
038933         ADD 1 TO UR-USER-COUNT
038966         ADD UR-PLAYED-COUNT TO UR-GAME-COUNT
039000         MOVE UR-AVG-GUESSES TO UR-AVG-GUESSES-EDIT
039100         DISPLAY "USER " UR-USER-ID(UR-USER-IDX)
039150             " PLAYED " UR-PLAYED-COUNT
041100     END-IF.
041200 9000-EXIT.
041300     EXIT.
041400******************************************************************
041500*    9700-RECORD-RUN
041600*    APPENDS THIS RUN'S 'E' RECORD -- RETURN CODE, NOTE, AND KEY
041700*    COUNTS -- TO THE COMMON GLERUNC RUN-CONTROL FILE FOR THE
041800*    GLEOPSR MORNING STATUS PAGE (SEE GLERUNR). A RUN THAT
041900*    CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE; IT
042000*    SHOWS AS NOT RUN ON THE STATUS PAGE.
042100******************************************************************
042200 9700-RECORD-RUN.
042300     OPEN EXTEND GLE-RUNC-FILE.
042400     IF UR-RUNC-STATUS = "05" OR "35"
042500         OPEN OUTPUT GLE-RUNC-FILE
042600     END-IF.
042700     IF UR-RUNC-STATUS NOT = "00"
042800         DISPLAY "GLEUSER: GLERUNC COULD NOT BE OPENED, STATUS="
042900             UR-RUNC-STATUS " -- RUN NOT RECORDED."
043000         GO TO 9700-EXIT
043100     END-IF.
043200     MOVE SPACES             TO GLE-RUNC-RECORD.
043300     MOVE 'GLEUSER '         TO GLE-RUNC-PROGRAM.
043400     MOVE 'E'                TO GLE-RUNC-EVENT.
043500     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
043600     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
043700     MOVE RETURN-CODE        TO GLE-RUNC-RC.
043800     MOVE 'USERS'            TO GLE-RUNC-COUNT-NAME (1).
043900     MOVE UR-USER-COUNT      TO GLE-RUNC-COUNT-VALUE (1).
044000     MOVE 'GAMES'            TO GLE-RUNC-COUNT-NAME (2).
044100     MOVE UR-GAME-COUNT      TO GLE-RUNC-COUNT-VALUE (2).
044200     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (3).
044300     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (4).
044400     WRITE GLE-RUNC-RECORD.
044500     IF UR-RUNC-STATUS NOT = "00"
044600         DISPLAY "GLEUSER: WRITE OF GLERUNC FAILED, STATUS="
044700             UR-RUNC-STATUS " -- RUN NOT RECORDED."
044800     END-IF.
044900     CLOSE GLE-RUNC-FILE.
045000 9700-EXIT.
045100     EXIT.
