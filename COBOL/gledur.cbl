002560*                     WITH A BLANK TYPE, A GUESS ANSWERED
002570*                     'E'/'Q' -- CLOSES IT; A 'G' RECORD NEVER
002580*                     DOES, SO A GAME IS NO LONGER TIMED TWICE.
002582*    2026-10-15  DH   SORT THE TRAIL INTO GAME-ID/TIMESTAMP ORDER
002584*                     AND TIME ONE GAME AT A TIME INSTEAD OF
002586*                     HOLDING EVERY OPEN GAME'S START ON A
002588*                     200-SLOT TABLE, WHICH DROPPED GAMES FROM
002590*                     THE REPORT ONCE A HEAVY DAY FILLED IT. GAME
002592*                     LINES NOW COME OUT IN GAME-ID ORDER; THE
002594*                     LINES, TOTALS, AND RETURN CODES ARE
002602*                     OTHERWISE UNCHANGED.
002610*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
002618*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
002626*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
002634*                     MORNING STATUS PAGE, AND END AT ONCE, RC 0,
002642*                     WHEN GLERUNC SHOWS THIS STEP ALREADY
002650*                     COMPLETED IN THE CURRENT GLEDAILY CYCLE, SO
002658*                     A RESUBMITTED GLEDAILY DOES NOT DO ITS WORK
002666*                     TWICE.
002674******************************************************************
002687*    THE TRAIL IS SORTED INTO GAME-ID/TIMESTAMP ORDER SO EACH
002774*    GAME'S RECORDS ARRIVE TOGETHER AND ONLY THE CURRENT GAME'S
002861*    START TIMESTAMP IS HELD, HOWEVER MANY GAMES THE DAY
002948*    CARRIES. DAY SPANS USE INTEGER-OF-DATE -- CALENDAR
003035*    ARITHMETIC ACROSS MONTH ENDS IS NOT A JOB FOR ORDINARY
003122*    VERBS. AN ARCHIVE CONTROL-TOTAL TRAILER IS RECOGNIZED BY
003209*    ITS NON-NUMERIC DATE POSITION AND SKIPPED.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004000     SELECT OPTIONAL GLE-DURP-FILE ASSIGN TO "GLEDURP"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS DU-DURP-STATUS.
004250     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
004262     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
004274         ORGANIZATION IS LINE SEQUENTIAL
004286         FILE STATUS IS DU-RUNC-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  GLE-AUDIT-FILE.
004600 01  DU-AUDIT-IN                 PIC X(57).
004700 FD  GLE-DURP-FILE.
004800 COPY GLEDURP.
004804 FD  GLE-RUNC-FILE.
004808 COPY GLERUNR.
004814 SD  GLE-SORT-FILE.
004828 01  DU-SORT-RECORD.
004842     05  DU-SORT-GAME-ID         PIC 9(08).
004856     05  DU-SORT-STAMP           PIC X(16).
004870     05  DU-SORT-SEQ             PIC 9(09).
004884     05  DU-SORT-AUDIT           PIC X(57).
004900 WORKING-STORAGE SECTION.
005000******************************************************************
005100*    FILE CONTROLS AND SWITCHES
005600     88  DU-EOF                     VALUE 'Y'.
005700 77  DU-AUDIT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
005800     88  DU-AUDIT-IS-OPEN           VALUE 'Y'.
005833 77  DU-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
005866     88  DU-SORT-EOF                VALUE 'Y'.
005900******************************************************************
006000*    SLA THRESHOLD (SECONDS). 600 = TEN MINUTES UNLESS GLEDURP
006100*    OVERRIDES IT.
008200 77  DU-GAMES-REPORTED       PIC 9(07) VALUE 0.
008300 77  DU-GAMES-FLAGGED        PIC 9(07) VALUE 0.
008400 77  DU-GAMES-STILL-OPEN     PIC 9(07) VALUE 0.
008476******************************************************************
008552*    THE AUDIT RECORD BEING TIMED. THE TRAIL IS READ INTO IT ON
008628*    THE WAY INTO THE SORT AND EACH SORTED RECORD IS MOVED BACK
008704*    INTO IT ON THE WAY OUT.
008780******************************************************************
008856 COPY GLEAUDR.
008932******************************************************************
009008*    CURRENT GAME. ITS FIRST RECORD FIXES THE START TIMESTAMP
009084*    AND SETS DU-GAME-OPEN UNTIL ITS CLOSING RECORD GOES BY.
009160******************************************************************
009236 77  DU-SORT-SEQ-NO          PIC 9(09) VALUE 0.
009312 77  DU-CURR-GAME-ID         PIC 9(08) VALUE 0.
009388 77  DU-GAME-SDATE           PIC 9(08) VALUE 0.
009464 77  DU-GAME-STIME           PIC 9(08) VALUE 0.
009540 77  DU-GAME-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009616     88  DU-GAME-OPEN               VALUE 'Y'.
009622******************************************************************
009628*    RUN-CONTROL FILE (SEE 0500-CHECK-RUN-CONTROL AND
009634*    9700-RECORD-RUN)
009640******************************************************************
009646 77  DU-RUNC-STATUS          PIC X(02) VALUE SPACES.
009652 77  DU-RUNC-EOF-SWITCH      PIC X(01) VALUE 'N'.
009658     88  DU-RUNC-EOF                VALUE 'Y'.
009664 77  DU-STEP-DONE-SWITCH     PIC X(01) VALUE 'N'.
009670     88  DU-STEP-DONE               VALUE 'Y'.
009676 77  DU-DONE-RC              PIC 9(04) VALUE 0.
009682 77  DU-DONE-DATE            PIC 9(08) VALUE 0.
009688 77  DU-DONE-TIME            PIC 9(08) VALUE 0.
009700 PROCEDURE DIVISION.
009768******************************************************************
009836*    0000-MAINLINE
009904*    SORTS THE AUDIT TRAIL INTO GAME ORDER, TIMES EACH GAME ON
009972*    THE WAY OUT OF THE SORT, AND PRINTS THE DURATION REPORT
010040*    TOTALS ONCE EVERY GAME HAS BEEN SEEN.
010108******************************************************************
010176 0000-MAINLINE.
010189     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
010202     IF DU-STEP-DONE
010215         STOP RUN
010228     END-IF.
010244     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010312     IF DU-AUDIT-IS-OPEN
010380         SORT GLE-SORT-FILE
010448             ON ASCENDING KEY DU-SORT-GAME-ID DU-SORT-STAMP
010516                 DU-SORT-SEQ
010584             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
010652             OUTPUT PROCEDURE IS 2020-TIME-GAMES THRU 2020-EXIT
010720     END-IF.
010788     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
010856     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010890     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
010924     STOP RUN.
010925******************************************************************
010926*    0500-CHECK-RUN-CONTROL
010927*    LOOKS FOR THIS PROGRAM ON THE GLERUNC RUN-CONTROL FILE IN
010928*    THE CURRENT GLEDAILY CYCLE (SINCE GLEARCH LAST STARTED). IF
010929*    IT ALREADY ENDED THERE AT RC 4 OR BETTER, THIS IS A
010930*    RESUBMITTED GLEDAILY PASSING A STEP THAT FINISHED, AND THE
010931*    RUN ENDS AT ONCE, RC 0, WITHOUT DOING THE WORK AGAIN OR
010932*    RECORDING ANOTHER RUN. NO FILE YET, OR ONE THAT CANNOT BE
010933*    READ, MEANS THE STEP RUNS.
010934******************************************************************
010935 0500-CHECK-RUN-CONTROL.
010936     OPEN INPUT GLE-RUNC-FILE.
010937     IF DU-RUNC-STATUS = "35"
010938         GO TO 0500-EXIT
010939     END-IF.
010940     IF DU-RUNC-STATUS NOT = "00"
010941         DISPLAY "GLEDUR: GLERUNC COULD NOT BE OPENED, STATUS="
010942             DU-RUNC-STATUS " -- STEP RUNS."
010943         GO TO 0500-EXIT
010944     END-IF.
010945     PERFORM 0510-READ-RUN-CONTROL THRU 0510-EXIT
010946         UNTIL DU-RUNC-EOF.
010947     CLOSE GLE-RUNC-FILE.
010948     IF DU-STEP-DONE
010949         DISPLAY "GLEDUR: ALREADY ENDED RC " DU-DONE-RC
010950             " AT " DU-DONE-DATE " " DU-DONE-TIME
010951             " IN THIS GLEDAILY CYCLE -- NOT RUN AGAIN."
010952     END-IF.
010953 0500-EXIT.
010954     EXIT.
010955******************************************************************
010956*    0510-READ-RUN-CONTROL
010957*    READS ONE RUN-CONTROL RECORD. GLEARCH STARTING OPENS A NEW
010958*    CYCLE AND FORGETS EVERY EARLIER RUN; THIS PROGRAM'S OWN 'E'
010959*    RECORDS SAY WHETHER IT COMPLETED, THE LATEST ONE WINNING.
010960******************************************************************
010961 0510-READ-RUN-CONTROL.
010962     READ GLE-RUNC-FILE
010963         AT END
010964             MOVE 'Y' TO DU-RUNC-EOF-SWITCH
010965     END-READ.
010966     IF DU-RUNC-EOF
010967         GO TO 0510-EXIT
010968     END-IF.
010969     IF DU-RUNC-STATUS NOT = "00"
010970         DISPLAY "GLEDUR: READ OF GLERUNC FAILED, STATUS="
010971             DU-RUNC-STATUS " -- STEP RUNS."
010972         MOVE 'N' TO DU-STEP-DONE-SWITCH
010973         MOVE 'Y' TO DU-RUNC-EOF-SWITCH
010974         GO TO 0510-EXIT
010975     END-IF.
010976     IF GLE-RUNC-CYCLE-PROGRAM
010977         MOVE 'N' TO DU-STEP-DONE-SWITCH
010978     END-IF.
010979     IF GLE-RUNC-PROGRAM = 'GLEDUR  ' AND GLE-RUNC-ENDED
010980         IF GLE-RUNC-COMPLETED
010981             MOVE 'Y' TO DU-STEP-DONE-SWITCH
010982             MOVE GLE-RUNC-RC       TO DU-DONE-RC
010983             MOVE GLE-RUNC-RUN-DATE TO DU-DONE-DATE
010984             MOVE GLE-RUNC-RUN-TIME TO DU-DONE-TIME
010985         ELSE
010986             MOVE 'N' TO DU-STEP-DONE-SWITCH
010987         END-IF
010988     END-IF.
010989 0510-EXIT.
010990     EXIT.
011000******************************************************************
011100*    1000-INITIALIZE
011200*    OPENS THE AUDIT TRAIL, LOADS THE OPTIONAL SLA THRESHOLD,
014900     END-IF.
015000 1150-EXIT.
015100     EXIT.
015184******************************************************************
015268*    2000-LOAD-SORT
015352*    SORT INPUT PROCEDURE. RELEASES EVERY AUDIT RECORD ON THE
015436*    TRAIL TO THE SORT, KEYED BY GAME-ID AND TIMESTAMP, WITH ITS
015520*    POSITION ON THE INPUT AS THE TIE-BREAK SO RECORDS STAMPED
015604*    IN THE SAME HUNDREDTH OF A SECOND KEEP THE ORDER GLE WROTE
015688*    THEM IN.
015772******************************************************************
015856 2000-LOAD-SORT.
015940     PERFORM 2010-READ-AUDIT THRU 2010-EXIT
016024         UNTIL DU-EOF.
016108 2000-EXIT.
016192     EXIT.
016276******************************************************************
016360*    2010-READ-AUDIT
016444*    READS ONE AUDIT RECORD AND RELEASES IT TO THE SORT. AN
016528*    ARCHIVE CONTROL-TOTAL TRAILER IS RECOGNIZED BY ITS
016612*    NON-NUMERIC DATE POSITION AND SKIPPED.
016696******************************************************************
016780 2010-READ-AUDIT.
016864     READ GLE-AUDIT-FILE INTO GLE-AUDIT-RECORD
016948         AT END
017032             MOVE 'Y' TO DU-EOF-SWITCH
017116     END-READ.
017200     IF NOT DU-EOF AND DU-AUDIT-STATUS NOT = "00"
017284         DISPLAY "GLEDUR: READ OF GLEAUDIT FAILED, STATUS="
017368             DU-AUDIT-STATUS
017452         MOVE 'Y' TO DU-EOF-SWITCH
017536     END-IF.
017620     IF NOT DU-EOF AND GLE-AUD-DATE NUMERIC
017704         ADD 1 TO DU-SORT-SEQ-NO
017788         MOVE GLE-AUD-GAME-ID   TO DU-SORT-GAME-ID
017872         MOVE GLE-AUD-TIMESTAMP TO DU-SORT-STAMP
017956         MOVE DU-SORT-SEQ-NO    TO DU-SORT-SEQ
018040         MOVE GLE-AUDIT-RECORD  TO DU-SORT-AUDIT
018124         RELEASE DU-SORT-RECORD
018208     END-IF.
018292 2010-EXIT.
018376     EXIT.
018460******************************************************************
018544*    2020-TIME-GAMES
018628*    SORT OUTPUT PROCEDURE. TAKES BACK EACH RECORD IN GAME ORDER
018712*    AND TIMES ITS GAME, THEN CLOSES OUT THE LAST GAME-ID.
018796******************************************************************
018880 2020-TIME-GAMES.
018964     PERFORM 2030-RETURN-AUDIT THRU 2030-EXIT
019048         UNTIL DU-SORT-EOF.
019132     PERFORM 2040-END-GAME-ID THRU 2040-EXIT.
019216 2020-EXIT.
019300     EXIT.
019384******************************************************************
019468*    2030-RETURN-AUDIT
019552*    RETURNS ONE SORTED RECORD. A CHANGE OF GAME-ID FIRST CLOSES
019636*    OUT THE GAME-ID BEFORE IT. THE FIRST RECORD SEEN FOR A GAME
019720*    FIXES ITS START TIMESTAMP -- THE 'S' RECORD WHEN THE GAME
019804*    HAS ONE, THE FIRST GUESS FOR A PRE-CHANGE GAME. THE 'E'
019888*    RECORD (OR A BLANK-TYPE GUESS ANSWERED 'E'/'Q') SUPPLIES
019972*    THE END AND PRODUCES THE REPORT LINE.
020056******************************************************************
020140 2030-RETURN-AUDIT.
020224     RETURN GLE-SORT-FILE
020308         AT END
020392             MOVE 'Y' TO DU-SORT-EOF-SWITCH
020476     END-RETURN.
020560     IF DU-SORT-EOF
020644         GO TO 2030-EXIT
020728     END-IF.
020812     MOVE DU-SORT-AUDIT TO GLE-AUDIT-RECORD.
020896     IF GLE-AUD-GAME-ID NOT = DU-CURR-GAME-ID
020980         PERFORM 2040-END-GAME-ID THRU 2040-EXIT
021064         MOVE GLE-AUD-GAME-ID TO DU-CURR-GAME-ID
021148     END-IF.
021232     IF NOT DU-GAME-OPEN
021316         MOVE 'Y'          TO DU-GAME-OPEN-SWITCH
021400         MOVE GLE-AUD-DATE TO DU-GAME-SDATE
021484         MOVE GLE-AUD-TIME TO DU-GAME-STIME
021568     END-IF.
021652     IF GLE-AUD-REC-END
021736         OR (GLE-AUD-REC-LEGACY
021820             AND (GLE-AUD-USER-INPUT = 'e' OR 'q'))
021904         PERFORM 2500-CLOSE-OUT-GAME THRU 2500-EXIT
021988     END-IF.
022072 2030-EXIT.
022156     EXIT.
022240******************************************************************
022324*    2040-END-GAME-ID
022408*    CLOSES OUT A GAME-ID ONCE THE SORTED TRAIL MOVES PAST IT. A
022492*    GAME STILL OPEN HERE NEVER REACHED 'E' OR 'Q' AND IS LISTED
022576*    AS STILL OPEN.
022660******************************************************************
022744 2040-END-GAME-ID.
022828     IF DU-GAME-OPEN
022912         ADD 1 TO DU-GAMES-STILL-OPEN
022996         DISPLAY "GAME " DU-CURR-GAME-ID
023080             " STILL OPEN SINCE "
023164             DU-GAME-SDATE "/"
023248             DU-GAME-STIME
023332         MOVE 'N' TO DU-GAME-OPEN-SWITCH
023416     END-IF.
023500 2040-EXIT.
023584     EXIT.
023700******************************************************************
023800*    2500-CLOSE-OUT-GAME
023900*    PAIRS THE CLOSING RECORD'S TIMESTAMP WITH THE START HELD ON
024000*    FOR THE GAME, COMPUTES THE WALL-CLOCK DURATION (THE DATE TERM
024100*    CARRIES A GAME ACROSS MIDNIGHT), PRINTS THE REPORT LINE
024200*    WITH THE SLA FLAG, AND CLOSES THE GAME.
024300******************************************************************
024400 2500-CLOSE-OUT-GAME.
024500     COMPUTE DU-START-INT = FUNCTION
024600         INTEGER-OF-DATE(DU-GAME-SDATE).
024700     COMPUTE DU-END-INT = FUNCTION
024800         INTEGER-OF-DATE(GLE-AUD-DATE).
024900     MOVE DU-GAME-STIME TO DU-TIME-WORK.
025000     COMPUTE DU-START-SECS = DU-TIME-HH * 3600
025100         + DU-TIME-MM * 60 + DU-TIME-SS.
025200     MOVE GLE-AUD-TIME TO DU-TIME-WORK.
026000     IF DU-DURATION-SECS > DU-LIMIT-SECS
026100         ADD 1 TO DU-GAMES-FLAGGED
026200         DISPLAY "GAME " GLE-AUD-GAME-ID
026300             " START " DU-GAME-SDATE "/"
026400             DU-GAME-STIME
026500             " END " GLE-AUD-DATE "/" GLE-AUD-TIME
026600             " SECS " DU-DURATION-EDIT " ** OVER SLA **"
026700     ELSE
026800         DISPLAY "GAME " GLE-AUD-GAME-ID
026900             " START " DU-GAME-SDATE "/"
027000             DU-GAME-STIME
027100             " END " GLE-AUD-DATE "/" GLE-AUD-TIME
027200             " SECS " DU-DURATION-EDIT
027300     END-IF.
027400     MOVE 'N' TO DU-GAME-OPEN-SWITCH.
027700 2500-EXIT.
027800     EXIT.
027900******************************************************************
028000*    3000-PRINT-TOTALS
028100*    PRINTS THE REPORT TOTALS. THE GAMES STILL OPEN WERE COUNTED
028200*    AS EACH GAME-ID WAS CLOSED OUT OF THE SORT.
028300******************************************************************
028400 3000-PRINT-TOTALS.
028900     DISPLAY "==================================================".
029000     DISPLAY "GAMES REPORTED.....................: "
029100         DU-GAMES-REPORTED.
029600     DISPLAY "==================================================".
029700 3000-EXIT.
029800     EXIT.
031600******************************************************************
031700*    9000-TERMINATE
031800*    CLOSES THE AUDIT TRAIL FILE BEFORE ENDING THE RUN.
032300     END-IF.
032400 9000-EXIT.
032500     EXIT.
032600******************************************************************
032700*    9700-RECORD-RUN
032800*    APPENDS THIS RUN'S 'E' RECORD -- RETURN CODE, NOTE, AND KEY
032900*    COUNTS -- TO THE COMMON GLERUNC RUN-CONTROL FILE FOR THE
033000*    GLEOPSR MORNING STATUS PAGE (SEE GLERUNR). A RUN THAT
033100*    CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE; IT
033200*    SHOWS AS NOT RUN ON THE STATUS PAGE.
033300******************************************************************
033400 9700-RECORD-RUN.
033500     OPEN EXTEND GLE-RUNC-FILE.
033600     IF DU-RUNC-STATUS = "05" OR "35"
033700         OPEN OUTPUT GLE-RUNC-FILE
033800     END-IF.
033900     IF DU-RUNC-STATUS NOT = "00"
034000         DISPLAY "GLEDUR: GLERUNC COULD NOT BE OPENED, STATUS="
034100             DU-RUNC-STATUS " -- RUN NOT RECORDED."
034200         GO TO 9700-EXIT
034300     END-IF.
034400     MOVE SPACES             TO GLE-RUNC-RECORD.
034500     MOVE 'GLEDUR  '         TO GLE-RUNC-PROGRAM.
034600     MOVE 'E'                TO GLE-RUNC-EVENT.
034700     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
034800     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
034900     MOVE RETURN-CODE        TO GLE-RUNC-RC.
035000     IF DU-GAMES-FLAGGED > 0
035100         MOVE 'SLA BREACHED'  TO GLE-RUNC-NOTE
035200     END-IF.
035300     MOVE 'REPORTED'         TO GLE-RUNC-COUNT-NAME (1).
035400     MOVE DU-GAMES-REPORTED  TO GLE-RUNC-COUNT-VALUE (1).
035500     MOVE 'OVER SLA'         TO GLE-RUNC-COUNT-NAME (2).
035600     MOVE DU-GAMES-FLAGGED   TO GLE-RUNC-COUNT-VALUE (2).
035700     MOVE 'STILL OPEN'       TO GLE-RUNC-COUNT-NAME (3).
035800     MOVE DU-GAMES-STILL-OPEN TO GLE-RUNC-COUNT-VALUE (3).
035900     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (4).
036000     WRITE GLE-RUNC-RECORD.
036100     IF DU-RUNC-STATUS NOT = "00"
036200         DISPLAY "GLEDUR: WRITE OF GLERUNC FAILED, STATUS="
036300             DU-RUNC-STATUS " -- RUN NOT RECORDED."
036400     END-IF.
036500     CLOSE GLE-RUNC-FILE.
036600 9700-EXIT.
036700     EXIT.
