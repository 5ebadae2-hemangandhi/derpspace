000100******************************************************************
000200*    IDENTIFICATION DIVISION.
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     GLEOPSR.
000600 AUTHOR.         D. HEMANG.
000700 INSTALLATION.   OPERATIONS SYSTEMS.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100*    MODIFICATION HISTORY
001200*    ------------------------------------------------------------
001300*    2026-10-15  DH   ORIGINAL. MORNING OPERATIONS STATUS PAGE.
001400*                     EVERY GLEDAILY STEP REPORTED ON ITS OWN
001500*                     SYSOUT, AND THE GLERECON MISMATCH, THE
001600*                     GLEWACK ACKNOWLEDGMENT, THE GLEERRPT AGING,
001700*                     THE GLECHGB UNASSIGNED COUNT, AND THE LAST
001800*                     GLESWEEP STALE COUNT WERE PIECED TOGETHER BY
001900*                     HAND EACH MORNING. THIS LAST GLEDAILY STEP
002000*                     READS THE GLERUNC RUN-CONTROL FILE THOSE
002100*                     PROGRAMS NOW WRITE, PRINTS ONE PAGE WITH A
002200*                     GREEN, AMBER, OR RED LINE PER STEP AND THE
002300*                     STEP TO RESUBMIT FROM, AND REWRITES THE FLAT
002400*                     GLEOPSST STATUS FILE FOR THE MONITORING
002500*                     CONSOLE.
002600******************************************************************
002700*    THE GLEDAILY STEPS ARE JUDGED ON THE CURRENT CYCLE -- THE
002800*    RECORDS SINCE GLEARCH LAST STARTED (SEE GLERUNR) -- SO A
002900*    RESUBMITTED JOB'S LATER RECORDS REPLACE THE FAILED ONES AND
003000*    A STEP THAT NEVER RAN TONIGHT SHOWS AS NOT RUN RATHER THAN
003100*    AS LAST NIGHT'S RESULT. GLECHGB AND GLESWEEP RUN IN THEIR
003200*    OWN JOBS AND ARE SHOWN AS THEIR LATEST RUN, WHENEVER THAT
003300*    WAS.
003400*      GREEN -- ENDED RC 0.
003500*      AMBER -- ENDED RC 1-4 (A WARNING THE STEP ITSELF RAISED),
003600*               OR, FOR GLECHGB/GLESWEEP, NO RUN ON FILE.
003700*      RED   -- ENDED ABOVE RC 4; STARTED BUT NEVER ENDED (AN
003800*               ABEND); OR NOT RUN IN TONIGHT'S CYCLE.
003900*    THE FIRST RED GLEDAILY STEP IS THE ONE TO RESUBMIT FROM;
004000*    THE STEPS AFTER IT THAT ALREADY COMPLETED PASS THEMSELVES BY
004100*    ON THE RESUBMISSION. THIS STEP ENDS RC 0 WHATEVER THE NIGHT
004200*    LOOKED LIKE -- THE STEPS' OWN RETURN CODES ALREADY TELL THE
004300*    SCHEDULER -- AND RC 8 ONLY IF ITS OWN FILES FAIL.
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS OP-RUNC-STATUS.
005100     SELECT GLE-OPSS-FILE ASSIGN TO "GLEOPSST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS OP-OPSS-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  GLE-RUNC-FILE.
005700 COPY GLERUNR.
005800 FD  GLE-OPSS-FILE.
005900 COPY GLEOPSS.
006000 WORKING-STORAGE SECTION.
006100******************************************************************
006200*    FILE CONTROLS AND SWITCHES
006300******************************************************************
006400 77  OP-RUNC-STATUS          PIC X(02) VALUE SPACES.
006500 77  OP-OPSS-STATUS          PIC X(02) VALUE SPACES.
006600 77  OP-RUNC-EOF-SWITCH      PIC X(01) VALUE 'N'.
006700     88  OP-RUNC-EOF                VALUE 'Y'.
006800 77  OP-OPSS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006900     88  OP-OPSS-IS-OPEN            VALUE 'Y'.
007000 77  OP-RUN-DATE             PIC 9(08) VALUE 0.
007100 77  OP-RUN-TIME             PIC 9(08) VALUE 0.
007200 77  OP-RUNC-READ-COUNT      PIC 9(07) VALUE 0.
007300******************************************************************
007400*    THE STEPS AND JOBS WATCHED, IN THE ORDER THE PAGE AND THE
007500*    STATUS FILE SHOW THEM. 'Y' MARKS A GLEDAILY STEP, JUDGED ON
007600*    THE CURRENT CYCLE; 'N' A JOB SHOWN AS ITS LATEST RUN. A NEW
007700*    GLEDAILY STEP THAT WRITES GLERUNC IS ADDED HERE IN STEP
007800*    ORDER, AND OP-MAX-STEPS AND THE OCCURS RAISED TO MATCH.
007900******************************************************************
008000 77  OP-MAX-STEPS            PIC 9(05) BINARY VALUE 11.
008100 77  OP-STEP-IDX             PIC 9(05) BINARY VALUE 0.
008200 77  OP-STEP-FOUND           PIC 9(05) BINARY VALUE 0.
008300 01  OP-STEP-VALUES.
008400     05  FILLER              PIC X(25)
008500                             VALUE 'GLEDAILYSTEP005 GLEARCH Y'.
008600     05  FILLER              PIC X(25)
008700                             VALUE 'GLEDAILYSTEP010 GLESTAT Y'.
008800     05  FILLER              PIC X(25)
008900                             VALUE 'GLEDAILYSTEP020 GLERECONY'.
009000     05  FILLER              PIC X(25)
009100                             VALUE 'GLEDAILYSTEP030 GLEUSER Y'.
009200     05  FILLER              PIC X(25)
009300                             VALUE 'GLEDAILYSTEP040 GLETRENDY'.
009400     05  FILLER              PIC X(25)
009500                             VALUE 'GLEDAILYSTEP050 GLEDUR  Y'.
009600     05  FILLER              PIC X(25)
009700                             VALUE 'GLEDAILYSTEP060 GLEXTRCTY'.
009800     05  FILLER              PIC X(25)
009900                             VALUE 'GLEDAILYSTEP065 GLEWACK Y'.
010000     05  FILLER              PIC X(25)
010100                             VALUE 'GLEDAILYSTEP070 GLEERRPTY'.
010200     05  FILLER              PIC X(25)
010300                             VALUE 'GLECHGB STEP010 GLECHGB N'.
010400     05  FILLER              PIC X(25)
010500                             VALUE 'GLESWEEPSTEP010 GLESWEEPN'.
010600 01  OP-STEP-TABLE REDEFINES OP-STEP-VALUES.
010700     05  OP-STEP-DEF OCCURS 11 TIMES.
010800         10  OP-STEP-JOB         PIC X(08).
010900         10  OP-STEP-NAME        PIC X(08).
011000         10  OP-STEP-PROGRAM     PIC X(08).
011100         10  OP-STEP-IN-CYCLE    PIC X(01).
011200             88  OP-STEP-CYCLE-STEP     VALUE 'Y'.
011300******************************************************************
011400*    THE LATEST RUN-CONTROL RECORD SEEN FOR EACH STEP ABOVE.
011500******************************************************************
011600 01  OP-RUN-TABLE.
011700     05  OP-RUN-ENTRY OCCURS 11 TIMES.
011800         10  OP-RUN-SEEN         PIC X(01).
011900             88  OP-RUN-FOUND           VALUE 'Y'.
012000         10  OP-RUN-RECORD       PIC X(128).
012100******************************************************************
012200*    CURRENT CYCLE AND THE NIGHT'S VERDICT
012300******************************************************************
012400 77  OP-CYCLE-DATE           PIC 9(08) VALUE 0.
012500 77  OP-CYCLE-TIME           PIC 9(08) VALUE 0.
012600 77  OP-CYCLE-SWITCH         PIC X(01) VALUE 'N'.
012700     88  OP-CYCLE-FOUND             VALUE 'Y'.
012800 77  OP-WORST-RANK           PIC 9(01) VALUE 0.
012900 77  OP-WORST-RC             PIC 9(04) VALUE 0.
013000 77  OP-RESTART-STEP         PIC X(08) VALUE SPACES.
013100 77  OP-GREEN-COUNT          PIC 9(03) VALUE 0.
013200 77  OP-AMBER-COUNT          PIC 9(03) VALUE 0.
013300 77  OP-RED-COUNT            PIC 9(03) VALUE 0.
013400******************************************************************
013500*    ONE STEP'S LINE AS IT IS JUDGED AND PRINTED
013600******************************************************************
013700 77  OP-COLOR                PIC X(05) VALUE SPACES.
013800 77  OP-RANK                 PIC 9(01) VALUE 0.
013900 77  OP-NOTE                 PIC X(16) VALUE SPACES.
014000 77  OP-RC                   PIC 9(04) VALUE 0.
014100 77  OP-ENDED-DATE           PIC 9(08) VALUE 0.
014200 77  OP-ENDED-TIME           PIC 9(08) VALUE 0.
014300 77  OP-COUNT-IDX            PIC 9(05) BINARY VALUE 0.
014400 77  OP-COUNT-PTR            PIC 9(05) BINARY VALUE 0.
014500 77  OP-COUNT-EDIT           PIC Z(08)9.
014600 77  OP-COUNT-LINE           PIC X(100) VALUE SPACES.
014700 PROCEDURE DIVISION.
014800******************************************************************
014900*    0000-MAINLINE
015000*    READS THE RUN-CONTROL FILE, THEN JUDGES AND PRINTS EACH STEP
015100*    AND WRITES ITS STATUS-FILE LINE, THEN THE NIGHT'S SUMMARY.
015200******************************************************************
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-READ-RUN-CONTROL THRU 2000-EXIT
015600         UNTIL OP-RUNC-EOF.
015700     PERFORM 3000-PRINT-HEADING THRU 3000-EXIT.
015800     MOVE 1 TO OP-STEP-IDX.
015900     PERFORM 3100-REPORT-ONE-STEP THRU 3100-EXIT
016000         UNTIL OP-STEP-IDX > OP-MAX-STEPS.
016100     PERFORM 3500-REPORT-SUMMARY THRU 3500-EXIT.
016200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016300     STOP RUN.
016400******************************************************************
016500*    1000-INITIALIZE
016600*    CLEARS THE RUN TABLE AND OPENS BOTH FILES. NO GLERUNC AT
016700*    ALL IS REPORTED AS A NIGHT WHERE NOTHING RAN; A STATUS FILE
016800*    THAT WILL NOT OPEN STILL LEAVES THE PRINTED PAGE.
016900******************************************************************
017000 1000-INITIALIZE.
017100     ACCEPT OP-RUN-DATE FROM DATE YYYYMMDD.
017200     ACCEPT OP-RUN-TIME FROM TIME.
017300     MOVE 1 TO OP-STEP-IDX.
017400     PERFORM 1100-CLEAR-ONE-RUN THRU 1100-EXIT
017500         UNTIL OP-STEP-IDX > OP-MAX-STEPS.
017600     OPEN INPUT GLE-RUNC-FILE.
017700     IF OP-RUNC-STATUS = "35"
017800         DISPLAY "GLEOPSR: NO GLERUNC RUN-CONTROL FILE -- "
017900             "NO STEP HAS RECORDED A RUN."
018000         MOVE 'Y' TO OP-RUNC-EOF-SWITCH
018100     ELSE
018200         IF OP-RUNC-STATUS NOT = "00"
018300             DISPLAY "GLEOPSR: GLERUNC COULD NOT BE OPENED, "
018400                 "STATUS=" OP-RUNC-STATUS
018500             MOVE 'Y' TO OP-RUNC-EOF-SWITCH
018600             MOVE 8 TO RETURN-CODE
018700         END-IF
018800     END-IF.
018900     OPEN OUTPUT GLE-OPSS-FILE.
019000     IF OP-OPSS-STATUS NOT = "00"
019100         DISPLAY "GLEOPSR: GLEOPSST COULD NOT BE OPENED, STATUS="
019200             OP-OPSS-STATUS " -- STATUS FILE NOT WRITTEN."
019300         MOVE 8 TO RETURN-CODE
019400     ELSE
019500         MOVE 'Y' TO OP-OPSS-OPEN-SWITCH
019600     END-IF.
019700 1000-EXIT.
019800     EXIT.
019900******************************************************************
020000*    1100-CLEAR-ONE-RUN
020100*    FORGETS ONE STEP'S RUN AND ADVANCES TO THE NEXT SLOT.
020200******************************************************************
020300 1100-CLEAR-ONE-RUN.
020400     MOVE 'N'    TO OP-RUN-SEEN(OP-STEP-IDX).
020500     MOVE SPACES TO OP-RUN-RECORD(OP-STEP-IDX).
020600     ADD 1 TO OP-STEP-IDX.
020700 1100-EXIT.
020800     EXIT.
020900******************************************************************
021000*    2000-READ-RUN-CONTROL
021100*    READS ONE RUN-CONTROL RECORD. GLEARCH STARTING OPENS A NEW
021200*    CYCLE, SO EVERY GLEDAILY STEP'S EARLIER RUN IS FORGOTTEN;
021300*    THEN THE RECORD BECOMES ITS PROGRAM'S LATEST RUN. A PROGRAM
021400*    NOT IN THE TABLE IS PASSED OVER.
021500******************************************************************
021600 2000-READ-RUN-CONTROL.
021700     READ GLE-RUNC-FILE
021800         AT END
021900             MOVE 'Y' TO OP-RUNC-EOF-SWITCH
022000     END-READ.
022100     IF OP-RUNC-EOF
022200         GO TO 2000-EXIT
022300     END-IF.
022400     IF OP-RUNC-STATUS NOT = "00"
022500         DISPLAY "GLEOPSR: READ OF GLERUNC FAILED, STATUS="
022600             OP-RUNC-STATUS " -- LATER RUNS NOT SEEN."
022700         MOVE 'Y' TO OP-RUNC-EOF-SWITCH
022800         MOVE 8 TO RETURN-CODE
022900         GO TO 2000-EXIT
023000     END-IF.
023100     ADD 1 TO OP-RUNC-READ-COUNT.
023200     IF GLE-RUNC-CYCLE-PROGRAM AND GLE-RUNC-STARTED
023300         MOVE 'Y'               TO OP-CYCLE-SWITCH
023400         MOVE GLE-RUNC-RUN-DATE TO OP-CYCLE-DATE
023500         MOVE GLE-RUNC-RUN-TIME TO OP-CYCLE-TIME
023600         MOVE 1 TO OP-STEP-IDX
023700         PERFORM 2100-FORGET-CYCLE-RUN THRU 2100-EXIT
023800             UNTIL OP-STEP-IDX > OP-MAX-STEPS
023900     END-IF.
024000     MOVE 0 TO OP-STEP-FOUND.
024100     MOVE 1 TO OP-STEP-IDX.
024200     PERFORM 2200-FIND-STEP THRU 2200-EXIT
024300         UNTIL OP-STEP-IDX > OP-MAX-STEPS OR OP-STEP-FOUND > 0.
024400     IF OP-STEP-FOUND > 0
024500         MOVE 'Y'             TO OP-RUN-SEEN(OP-STEP-FOUND)
024600         MOVE GLE-RUNC-RECORD TO OP-RUN-RECORD(OP-STEP-FOUND)
024700     END-IF.
024800 2000-EXIT.
024900     EXIT.
025000******************************************************************
025100*    2100-FORGET-CYCLE-RUN
025200*    FORGETS ONE GLEDAILY STEP'S RUN FROM AN EARLIER CYCLE. THE
025300*    OTHER JOBS' RUNS ARE KEPT.
025400******************************************************************
025500 2100-FORGET-CYCLE-RUN.
025600     IF OP-STEP-CYCLE-STEP(OP-STEP-IDX)
025700         MOVE 'N'    TO OP-RUN-SEEN(OP-STEP-IDX)
025800         MOVE SPACES TO OP-RUN-RECORD(OP-STEP-IDX)
025900     END-IF.
026000     ADD 1 TO OP-STEP-IDX.
026100 2100-EXIT.
026200     EXIT.
026300******************************************************************
026400*    2200-FIND-STEP
026500*    CHECKS ONE TABLE SLOT AGAINST THE RECORD'S PROGRAM AND
026600*    ADVANCES TO THE NEXT.
026700******************************************************************
026800 2200-FIND-STEP.
026900     IF OP-STEP-PROGRAM(OP-STEP-IDX) = GLE-RUNC-PROGRAM
027000         MOVE OP-STEP-IDX TO OP-STEP-FOUND
027100     END-IF.
027200     ADD 1 TO OP-STEP-IDX.
027300 2200-EXIT.
027400     EXIT.
027500******************************************************************
027600*    3000-PRINT-HEADING
027700*    PRINTS THE PAGE HEADING AND THE CYCLE BEING REPORTED.
027800******************************************************************
027900 3000-PRINT-HEADING.
028000     DISPLAY "================================================"
028100         "==========================".
028200     DISPLAY "GLEOPSR - GLE MORNING OPERATIONS STATUS "
028300         OP-RUN-DATE " " OP-RUN-TIME.
028400     DISPLAY "================================================"
028500         "==========================".
028600     IF OP-CYCLE-FOUND
028700         DISPLAY "GLEDAILY CYCLE STARTED.............: "
028800             OP-CYCLE-DATE " " OP-CYCLE-TIME
028900     ELSE
029000         DISPLAY "GLEDAILY CYCLE STARTED.............: "
029100             "NONE ON FILE"
029200     END-IF.
029300     DISPLAY "RUN-CONTROL RECORDS READ...........: "
029400         OP-RUNC-READ-COUNT.
029500     DISPLAY "------------------------------------------------"
029600         "--------------------------".
029700     DISPLAY "JOB      STEP     PROGRAM  STATUS  RC   "
029800         "ENDED             NOTE".
029900     DISPLAY "------------------------------------------------"
030000         "--------------------------".
030100 3000-EXIT.
030200     EXIT.
030300******************************************************************
030400*    3100-REPORT-ONE-STEP
030500*    JUDGES ONE STEP GREEN, AMBER, OR RED, PRINTS ITS LINE AND
030600*    ITS KEY COUNTS, WRITES ITS STATUS-FILE LINE, AND ADVANCES
030700*    TO THE NEXT. THE FIRST RED GLEDAILY STEP IS THE RESTART
030800*    POINT.
030900******************************************************************
031000 3100-REPORT-ONE-STEP.
031100     PERFORM 3200-JUDGE-STEP THRU 3200-EXIT.
031200     EVALUATE OP-RANK
031300         WHEN 0
031400             ADD 1 TO OP-GREEN-COUNT
031500         WHEN 1
031600             ADD 1 TO OP-AMBER-COUNT
031700         WHEN OTHER
031800             ADD 1 TO OP-RED-COUNT
031900     END-EVALUATE.
032000     IF OP-RANK > OP-WORST-RANK
032100         MOVE OP-RANK TO OP-WORST-RANK
032200     END-IF.
032300     IF OP-RC > OP-WORST-RC
032400         MOVE OP-RC TO OP-WORST-RC
032500     END-IF.
032600     IF OP-RANK = 2 AND OP-STEP-CYCLE-STEP(OP-STEP-IDX)
032700         AND OP-RESTART-STEP = SPACES
032800         MOVE OP-STEP-NAME(OP-STEP-IDX) TO OP-RESTART-STEP
032900     END-IF.
033000     DISPLAY OP-STEP-JOB(OP-STEP-IDX) " "
033100         OP-STEP-NAME(OP-STEP-IDX) " "
033200         OP-STEP-PROGRAM(OP-STEP-IDX) " "
033300         OP-COLOR "   " OP-RC " "
033400         OP-ENDED-DATE " " OP-ENDED-TIME " " OP-NOTE.
033500     IF OP-RUN-FOUND(OP-STEP-IDX)
033600         PERFORM 3300-PRINT-COUNTS THRU 3300-EXIT
033700     END-IF.
033800     IF OP-OPSS-IS-OPEN
033900         MOVE SPACES                       TO GLE-OPSS-RECORD
034000         MOVE 'D'                          TO GLE-OPSS-TYPE
034100         MOVE OP-STEP-JOB(OP-STEP-IDX)     TO GLE-OPSS-JOB
034200         MOVE OP-STEP-NAME(OP-STEP-IDX)    TO GLE-OPSS-STEP
034300         MOVE OP-STEP-PROGRAM(OP-STEP-IDX) TO GLE-OPSS-PROGRAM
034400         MOVE OP-ENDED-DATE                TO GLE-OPSS-RUN-DATE
034500         MOVE OP-ENDED-TIME                TO GLE-OPSS-RUN-TIME
034600         MOVE OP-RC                        TO GLE-OPSS-RC
034700         MOVE OP-COLOR                     TO GLE-OPSS-COLOR
034800         MOVE OP-NOTE                      TO GLE-OPSS-NOTE
034900         PERFORM 3800-WRITE-STATUS THRU 3800-EXIT
035000     END-IF.
035100     ADD 1 TO OP-STEP-IDX.
035200 3100-EXIT.
035300     EXIT.
035400******************************************************************
035500*    3200-JUDGE-STEP
035600*    SETS THE STEP'S COLOR (RANK 0 GREEN, 1 AMBER, 2 RED), ITS
035700*    RETURN CODE, WHEN IT ENDED, AND ITS NOTE FROM ITS LATEST
035800*    RUN-CONTROL RECORD.
035900******************************************************************
036000 3200-JUDGE-STEP.
036100     MOVE 0      TO OP-RC OP-ENDED-DATE OP-ENDED-TIME.
036200     MOVE SPACES TO OP-NOTE.
036300     IF NOT OP-RUN-FOUND(OP-STEP-IDX)
036400         IF OP-STEP-CYCLE-STEP(OP-STEP-IDX)
036500             MOVE 'RED  '        TO OP-COLOR
036600             MOVE 2              TO OP-RANK
036700             MOVE 'NOT RUN'      TO OP-NOTE
036800         ELSE
036900             MOVE 'AMBER'        TO OP-COLOR
037000             MOVE 1              TO OP-RANK
037100             MOVE 'NO RUN ON FILE' TO OP-NOTE
037200         END-IF
037300         GO TO 3200-EXIT
037400     END-IF.
037500     MOVE OP-RUN-RECORD(OP-STEP-IDX) TO GLE-RUNC-RECORD.
037600     IF GLE-RUNC-STARTED
037700         MOVE 'RED  '            TO OP-COLOR
037800         MOVE 2                  TO OP-RANK
037900         MOVE 'STARTED, NO END'  TO OP-NOTE
038000         GO TO 3200-EXIT
038100     END-IF.
038200     MOVE GLE-RUNC-RC            TO OP-RC.
038300     MOVE GLE-RUNC-RUN-DATE      TO OP-ENDED-DATE.
038400     MOVE GLE-RUNC-RUN-TIME      TO OP-ENDED-TIME.
038500     MOVE GLE-RUNC-NOTE          TO OP-NOTE.
038600     EVALUATE TRUE
038700         WHEN GLE-RUNC-RC = 0
038800             MOVE 'GREEN'        TO OP-COLOR
038900             MOVE 0              TO OP-RANK
039000         WHEN GLE-RUNC-COMPLETED
039100             MOVE 'AMBER'        TO OP-COLOR
039200             MOVE 1              TO OP-RANK
039300         WHEN OTHER
039400             MOVE 'RED  '        TO OP-COLOR
039500             MOVE 2              TO OP-RANK
039600     END-EVALUATE.
039700 3200-EXIT.
039800     EXIT.
039900******************************************************************
040000*    3300-PRINT-COUNTS
040100*    PRINTS THE NAMED KEY COUNTS OF THE STEP'S LATEST RUN, ON ONE
040200*    LINE UNDER THE STEP'S OWN.
040300******************************************************************
040400 3300-PRINT-COUNTS.
040500     MOVE SPACES TO OP-COUNT-LINE.
040600     MOVE 10     TO OP-COUNT-PTR.
040700     MOVE 1      TO OP-COUNT-IDX.
040800     PERFORM 3350-ADD-ONE-COUNT THRU 3350-EXIT
040900         UNTIL OP-COUNT-IDX > 4.
041000     IF OP-COUNT-PTR > 10
041100         DISPLAY OP-COUNT-LINE
041200     END-IF.
041300 3300-EXIT.
041400     EXIT.
041500******************************************************************
041600*    3350-ADD-ONE-COUNT
041700*    ADDS ONE NAMED COUNT TO THE COUNTS LINE (AN UNNAMED SLOT IS
041800*    UNUSED) AND ADVANCES TO THE NEXT.
041900******************************************************************
042000 3350-ADD-ONE-COUNT.
042100     IF GLE-RUNC-COUNT-NAME(OP-COUNT-IDX) NOT = SPACES
042200         MOVE GLE-RUNC-COUNT-VALUE(OP-COUNT-IDX) TO OP-COUNT-EDIT
042300         STRING GLE-RUNC-COUNT-NAME(OP-COUNT-IDX)
042400                                      DELIMITED BY SIZE
042500                OP-COUNT-EDIT         DELIMITED BY SIZE
042600                "   "                 DELIMITED BY SIZE
042700             INTO OP-COUNT-LINE
042800             WITH POINTER OP-COUNT-PTR
042900         END-STRING
043000     END-IF.
043100     ADD 1 TO OP-COUNT-IDX.
043200 3350-EXIT.
043300     EXIT.
043400******************************************************************
043500*    3500-REPORT-SUMMARY
043600*    PRINTS THE NIGHT'S VERDICT AND THE STEP TO RESUBMIT FROM,
043700*    AND WRITES THE STATUS FILE'S SUMMARY LINE.
043800******************************************************************
043900 3500-REPORT-SUMMARY.
044000     EVALUATE OP-WORST-RANK
044100         WHEN 0
044200             MOVE 'GREEN' TO OP-COLOR
044300         WHEN 1
044400             MOVE 'AMBER' TO OP-COLOR
044500         WHEN OTHER
044600             MOVE 'RED  ' TO OP-COLOR
044700     END-EVALUATE.
044800     IF OP-RESTART-STEP = SPACES
044900         MOVE 'ALL STEPS DONE'  TO OP-NOTE
045000     ELSE
045100         MOVE 'RESTART NEEDED'  TO OP-NOTE
045200     END-IF.
045300     DISPLAY "------------------------------------------------"
045400         "--------------------------".
045500     DISPLAY "STEPS GREEN / AMBER / RED..........: "
045600         OP-GREEN-COUNT " / " OP-AMBER-COUNT " / " OP-RED-COUNT.
045700     DISPLAY "OVERALL STATUS.....................: " OP-COLOR.
045800     IF OP-RESTART-STEP = SPACES
045900         DISPLAY "EVERY GLEDAILY STEP COMPLETED -- NO RESTART "
046000             "NEEDED."
046100     ELSE
046200         DISPLAY "RESUBMIT GLEDAILY WITH.............: RESTART="
046300             OP-RESTART-STEP
046400         DISPLAY "  (SEE RESUBMITTING GLEDAILY IN THE JCL)"
046500     END-IF.
046600     DISPLAY "================================================"
046700         "==========================".
046800     IF OP-OPSS-IS-OPEN
046900         MOVE SPACES          TO GLE-OPSS-RECORD
047000         MOVE 'S'             TO GLE-OPSS-TYPE
047100         MOVE 'GLEDAILY'      TO GLE-OPSS-JOB
047200         MOVE 'GLEOPSR '      TO GLE-OPSS-PROGRAM
047300         MOVE OP-RUN-DATE     TO GLE-OPSS-RUN-DATE
047400         MOVE OP-RUN-TIME     TO GLE-OPSS-RUN-TIME
047500         MOVE OP-WORST-RC     TO GLE-OPSS-RC
047600         MOVE OP-COLOR        TO GLE-OPSS-COLOR
047700         MOVE OP-NOTE         TO GLE-OPSS-NOTE
047800         MOVE OP-RESTART-STEP TO GLE-OPSS-RESTART-STEP
047900         PERFORM 3800-WRITE-STATUS THRU 3800-EXIT
048000     END-IF.
048100 3500-EXIT.
048200     EXIT.
048300******************************************************************
048400*    3800-WRITE-STATUS
048500*    WRITES ONE STATUS-FILE LINE. A FAILED WRITE CLOSES THE FILE
048600*    SO THE CONSOLE IS NOT LEFT A HALF-WRITTEN NIGHT THAT LOOKS
048700*    COMPLETE, AND ENDS THE RUN RC 8.
048800******************************************************************
048900 3800-WRITE-STATUS.
049000     WRITE GLE-OPSS-RECORD.
049100     IF OP-OPSS-STATUS NOT = "00"
049200         DISPLAY "GLEOPSR: WRITE OF GLEOPSST FAILED, STATUS="
049300             OP-OPSS-STATUS
049400         CLOSE GLE-OPSS-FILE
049500         MOVE 'N' TO OP-OPSS-OPEN-SWITCH
049600         MOVE 8 TO RETURN-CODE
049700     END-IF.
049800 3800-EXIT.
049900     EXIT.
050000******************************************************************
050100*    9000-TERMINATE
050200*    CLOSES THE FILES BEFORE ENDING THE RUN.
050300******************************************************************
050400 9000-TERMINATE.
050500     IF OP-RUNC-STATUS NOT = "35"
050600         CLOSE GLE-RUNC-FILE
050700     END-IF.
050800     IF OP-OPSS-IS-OPEN
050900         CLOSE GLE-OPSS-FILE
051000     END-IF.
051100 9000-EXIT.
051200     EXIT.
