000100******************************************************************
000200*    IDENTIFICATION DIVISION.
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     GLEMCON.
000600 AUTHOR.         D. HEMANG.
000700 INSTALLATION.   OPERATIONS SYSTEMS.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100*    MODIFICATION HISTORY
001200*    ------------------------------------------------------------
001300*    2026-10-15  DH   ORIGINAL. MONTH-END CONSOLIDATION OF THE
001400*                     GLEAUDAR ARCHIVE. GLEARSCH AND GLECHGB READ
001500*                     A MONTH OF DAILY GENERATIONS FRONT TO BACK
001600*                     TO FIND ONE GAME OR BILL ONE MONTH, WHICH
001700*                     SLOWED EVERY DAY AND BROKE WHEN GENERATIONS
001800*                     ROLLED OFF THE GDG LIMIT. GIVEN THE MONTH ON
001900*                     THE GLEMCPM CARD, CHECKS EVERY GENERATION ON
002000*                     THE GLEAUDAR DD AGAINST ITS ARCHTRLR
002100*                     CONTROL-TOTAL TRAILER, THEN MERGES THEM INTO
002200*                     THE KEYED GLEAUDHS AUDIT HISTORY AND APPENDS
002300*                     THE MONTH'S CONTROL TOTALS TO GLEAUDHT.
002301*    2026-10-15  DH   A MONTH WHOSE CUTS DO NOT COVER EVERY DAY
002302*                     FROM THE 1ST TO THE MONTH END, ONE CUT A DAY
002303*                     IN DATE ORDER, IS NOW REFUSED RC 8 WITH
002304*                     NOTHING WRITTEN -- A SHORT GLEAUDAR LIST
002305*                     OTHERWISE LOCKED IN A PART MONTH FOR GOOD.
002306*                     THE REPORT SHOWS THE FIRST AND LAST CUT AND
002307*                     THE DAYS WITHOUT ONE.
002308*    2026-10-15  DH   TRAILER AND CUT-DATE CHECKS MOVED INTO
002309*                     THEIR OWN PARAGRAPHS (2120, 2260).
002400******************************************************************
002500*    NOTHING IS WRITTEN UNLESS EVERY GENERATION BALANCES: EACH
002600*    ONE MUST END IN A TRAILER WHOSE RECORD AND GAME COUNTS
002700*    MATCH WHAT WAS READ (THE GLEARSCH RULE -- A GAME COUNTS ON
002800*    ITS 'E' RECORD OR A BLANK-TYPE GUESS ANSWERED 'E'/'Q'),
002900*    WHOSE DATE FALLS IN THE MONTH, AND WHICH NO OTHER
002901*    GENERATION ON THE DD ALSO CARRIES; AND THE CUTS, IN DD
002902*    ORDER, MUST RUN ONE A DAY FROM THE 1ST TO THE LAST DAY OF
002903*    THE MONTH WITH NO DAY MISSING. THE RECORDS ARE THEN
003100*    SORTED INTO KEY ORDER (GAME-ID, TIMESTAMP, POSITION ON THE
003200*    INPUT) AND WRITTEN BY KEY. A MONTH ALREADY ON GLEAUDHT IS
003300*    REFUSED. A RUN THAT FAILS PART WAY WRITES NO CONTROL RECORD
003400*    AND IS SIMPLY RUN AGAIN: A RECORD IT FINDS ALREADY ON THE
003500*    HISTORY EXACTLY AS IT WOULD WRITE IT IS COUNTED AS ON FILE;
003600*    ONE THAT DIFFERS ENDS THE RUN RC 8.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT GLE-ARCH-FILE ASSIGN TO "GLEAUDAR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS MC-ARCH-STATUS.
004400     SELECT GLE-MNTH-FILE ASSIGN TO "GLEMCPM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS MC-MNTH-STATUS.
004700     SELECT GLE-AUDH-FILE ASSIGN TO "GLEAUDHS"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS GLE-AUDH-KEY
005100         ALTERNATE RECORD KEY IS GLE-AUDH-MONTH
005200             WITH DUPLICATES
005300         FILE STATUS IS MC-AUDH-STATUS.
005400     SELECT GLE-AHCT-FILE ASSIGN TO "GLEAUDHT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS MC-AHCT-STATUS.
005700     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  GLE-ARCH-FILE.
006100 COPY GLEAUDR.
006200 COPY GLEARCT.
006300 FD  GLE-MNTH-FILE.
006400 COPY GLEMNTH.
006500 FD  GLE-AUDH-FILE.
006600 COPY GLEAUDH.
006700 FD  GLE-AHCT-FILE.
006800 COPY GLEAHCT.
006900 SD  GLE-SORT-FILE.
007000 01  MC-SORT-RECORD.
007100     05  MC-SORT-GAME-ID         PIC 9(08).
007200     05  MC-SORT-STAMP           PIC X(16).
007300     05  MC-SORT-SEQ             PIC 9(09).
007400     05  MC-SORT-GEN             PIC 9(03).
007500     05  MC-SORT-AUDIT           PIC X(57).
007600 WORKING-STORAGE SECTION.
007700******************************************************************
007800*    FILE CONTROLS AND SWITCHES
007900******************************************************************
008000 77  MC-ARCH-STATUS          PIC X(02) VALUE SPACES.
008100 77  MC-MNTH-STATUS          PIC X(02) VALUE SPACES.
008200 77  MC-AUDH-STATUS          PIC X(02) VALUE SPACES.
008300 77  MC-AHCT-STATUS          PIC X(02) VALUE SPACES.
008400 77  MC-ARCH-EOF-SWITCH      PIC X(01) VALUE 'N'.
008500     88  MC-ARCH-EOF                VALUE 'Y'.
008600 77  MC-AHCT-EOF-SWITCH      PIC X(01) VALUE 'N'.
008700     88  MC-AHCT-EOF                VALUE 'Y'.
008800 77  MC-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
008900     88  MC-SORT-EOF                VALUE 'Y'.
009000 77  MC-ARCH-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009100     88  MC-ARCH-IS-OPEN            VALUE 'Y'.
009200 77  MC-AUDH-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009300     88  MC-AUDH-IS-OPEN            VALUE 'Y'.
009400 77  MC-GO-SWITCH            PIC X(01) VALUE 'N'.
009500     88  MC-GO                      VALUE 'Y'.
009600 77  MC-BALANCED-SWITCH      PIC X(01) VALUE 'Y'.
009700     88  MC-BALANCED                VALUE 'Y'.
009800******************************************************************
009900*    THE MONTH BEING CONSOLIDATED, OFF THE GLEMCPM CARD
010000******************************************************************
010100 77  MC-MONTH                PIC 9(06) VALUE 0.
010200 77  MC-RUN-DATE             PIC 9(08) VALUE 0.
010300 77  MC-RUN-TIME             PIC 9(08) VALUE 0.
010400 01  MC-TRLR-DATE            PIC 9(08) VALUE 0.
010500 01  MC-TRLR-DATE-PARTS REDEFINES MC-TRLR-DATE.
010600     05  MC-TRLR-MONTH           PIC 9(06).
010700     05  MC-TRLR-DAY             PIC 9(02).
010800******************************************************************
010900*    ONE ENTRY PER GENERATION ON THE GLEAUDAR DD, IN DD ORDER,
011000*    WITH THE COUNTS READ AND THE DATE OFF ITS TRAILER. A MONTH
011100*    HAS AT MOST ONE CUT A DAY; THE TABLE LEAVES ROOM FOR A
011200*    REPEATED CUT TO BE CAUGHT AND REPORTED.
011300******************************************************************
011400 77  MC-MAX-GENS             PIC 9(05) BINARY VALUE 62.
011500 77  MC-GEN-COUNT            PIC 9(05) BINARY VALUE 0.
011600 77  MC-GEN-IDX              PIC 9(05) BINARY VALUE 0.
011700 77  MC-GEN-CHECK            PIC 9(05) BINARY VALUE 0.
011800 77  MC-GEN-NUMBER           PIC 9(03) VALUE 0.
011900 77  MC-GEN-EDIT             PIC 9(03) VALUE 0.
012000 01  MC-GEN-TABLE.
012100     05  MC-GEN-ENTRY OCCURS 62 TIMES.
012200         10  MC-GEN-DATE         PIC 9(08).
012300         10  MC-GEN-RECS         PIC 9(07).
012400         10  MC-GEN-GAMES        PIC 9(07).
012401******************************************************************
012402*    THE CALENDAR CHECK. MC-CAL-DATE WALKS THE MONTH A DAY AT A
012403*    TIME AHEAD OF THE CUTS; MC-MONTH-END IS ITS LAST DAY, TAKEN
012404*    FROM MC-DAYS-IN-MONTH (FEBRUARY GETS 29 IN A LEAP YEAR).
012405******************************************************************
012406 01  MC-CAL-DATE             PIC 9(08) VALUE 0.
012407 01  MC-CAL-DATE-PARTS REDEFINES MC-CAL-DATE.
012408     05  MC-CAL-YEAR             PIC 9(04).
012409     05  MC-CAL-MM               PIC 9(02).
012410     05  MC-CAL-DAY              PIC 9(02).
012411 01  MC-DAYS-IN-MONTH-VALUES.
012412     05  FILLER                  PIC X(24)
012413             VALUE "312831303130313130313031".
012414 01  MC-DAYS-IN-MONTH-TABLE REDEFINES MC-DAYS-IN-MONTH-VALUES.
012415     05  MC-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
012416 77  MC-MONTH-END            PIC 9(08) VALUE 0.
012417 77  MC-GAP-END              PIC 9(08) VALUE 0.
012418 77  MC-LEAP-QUOT            PIC 9(04) VALUE 0.
012419 77  MC-LEAP-REM-4           PIC 9(04) VALUE 0.
012420 77  MC-LEAP-REM-100         PIC 9(04) VALUE 0.
012421 77  MC-LEAP-REM-400         PIC 9(04) VALUE 0.
012422 77  MC-FIRST-CUT            PIC 9(08) VALUE 0.
012423 77  MC-LAST-CUT             PIC 9(08) VALUE 0.
012424 77  MC-DAYS-MISSING         PIC 9(03) VALUE 0.
012500******************************************************************
012600*    THE GENERATION BEING READ
012700******************************************************************
012800 77  MC-CURR-RECS            PIC 9(07) VALUE 0.
012900 77  MC-CURR-GAMES           PIC 9(07) VALUE 0.
013000******************************************************************
013100*    WRITING THE HISTORY. MC-PREV-KEY HOLDS THE LAST GAME-ID AND
013200*    TIMESTAMP WRITTEN SO RECORDS SHARING THEM ARE NUMBERED IN
013300*    TURN; MC-NEW-RECORD HOLDS A RECORD WHILE AN EXISTING ONE
013400*    UNDER ITS KEY IS READ FOR COMPARISON.
013500******************************************************************
013600 77  MC-SORT-SEQ-NO          PIC 9(09) VALUE 0.
013700 77  MC-PREV-KEY             PIC X(24) VALUE LOW-VALUES.
013800 77  MC-THIS-KEY             PIC X(24) VALUE SPACES.
013900 77  MC-KEY-SEQ              PIC 9(04) VALUE 0.
014000 77  MC-NEW-RECORD           PIC X(104) VALUE SPACES.
014100******************************************************************
014200*    RUNNING TOTALS
014300******************************************************************
014400 77  MC-REC-COUNT            PIC 9(09) VALUE 0.
014500 77  MC-GAME-COUNT           PIC 9(07) VALUE 0.
014600 77  MC-ADDED-COUNT          PIC 9(09) VALUE 0.
014700 77  MC-ON-FILE-COUNT        PIC 9(09) VALUE 0.
014800 77  MC-CONFLICT-COUNT       PIC 9(07) VALUE 0.
014900 77  MC-GEN-ERRORS           PIC 9(05) VALUE 0.
015000 PROCEDURE DIVISION.
015100******************************************************************
015200*    0000-MAINLINE
015300*    CHECKS THE MONTH, SORTS THE MONTH'S ARCHIVE STREAM INTO KEY
015400*    ORDER (VERIFYING EACH GENERATION ON THE WAY IN AND WRITING
015500*    THE HISTORY ON THE WAY OUT IF ALL OF THEM BALANCED), THEN
015600*    RECORDS AND PRINTS THE MONTH'S CONTROL TOTALS.
015700******************************************************************
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000     IF MC-GO
016100         SORT GLE-SORT-FILE
016200             ON ASCENDING KEY MC-SORT-GAME-ID MC-SORT-STAMP
016300                 MC-SORT-SEQ
016400             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
016500             OUTPUT PROCEDURE IS 3000-WRITE-HISTORY THRU 3000-EXIT
016600         PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT
016700         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
016800     END-IF.
016900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017000     STOP RUN.
017100******************************************************************
017200*    1000-INITIALIZE
017300*    READS THE MONTH OFF THE GLEMCPM CARD, REFUSES A MONTH
017400*    GLEAUDHT SAYS IS ALREADY CONSOLIDATED, AND OPENS THE
017500*    ARCHIVE STREAM AND THE HISTORY (CREATING THE HISTORY ON ITS
017600*    FIRST RUN, THE SAME WAY GLESTAT CREATES GLEHIST). ANY
017700*    REFUSAL ENDS THE RUN RC 8 WITH NOTHING WRITTEN.
017800******************************************************************
017900 1000-INITIALIZE.
018000     ACCEPT MC-RUN-DATE FROM DATE YYYYMMDD.
018100     ACCEPT MC-RUN-TIME FROM TIME.
018200     OPEN INPUT GLE-MNTH-FILE.
018300     IF MC-MNTH-STATUS NOT = "00"
018400         DISPLAY "GLEMCON: GLEMCPM COULD NOT BE OPENED, STATUS="
018500             MC-MNTH-STATUS
018600         MOVE 8 TO RETURN-CODE
018700         GO TO 1000-EXIT
018800     END-IF.
018900     READ GLE-MNTH-FILE
019000         AT END CONTINUE
019100     END-READ.
019200     IF MC-MNTH-STATUS = "00"
019300         AND GLE-MNTH-MONTH NUMERIC
019400         AND GLE-MNTH-YEAR > 0
019500         AND GLE-MNTH-MM > 0 AND GLE-MNTH-MM < 13
019600         MOVE GLE-MNTH-MONTH TO MC-MONTH
019700     END-IF.
019800     CLOSE GLE-MNTH-FILE.
019900     IF MC-MONTH = 0
020000         DISPLAY "GLEMCON: NO VALID YYYYMM MONTH ON GLEMCPM -- "
020100             "NOTHING CONSOLIDATED."
020200         MOVE 8 TO RETURN-CODE
020300         GO TO 1000-EXIT
020400     END-IF.
020500     PERFORM 1100-CHECK-CONTROL THRU 1100-EXIT.
020600     IF RETURN-CODE > 0
020700         GO TO 1000-EXIT
020800     END-IF.
020900     OPEN INPUT GLE-ARCH-FILE.
021000     IF MC-ARCH-STATUS NOT = "00"
021100         DISPLAY "GLEMCON: GLEAUDAR COULD NOT BE OPENED, STATUS="
021200             MC-ARCH-STATUS
021300         MOVE 8 TO RETURN-CODE
021400         GO TO 1000-EXIT
021500     END-IF.
021600     MOVE 'Y' TO MC-ARCH-OPEN-SWITCH.
021700     OPEN I-O GLE-AUDH-FILE.
021800     IF MC-AUDH-STATUS = "35"
021900         OPEN OUTPUT GLE-AUDH-FILE
022000         CLOSE GLE-AUDH-FILE
022100         OPEN I-O GLE-AUDH-FILE
022200     END-IF.
022300     IF MC-AUDH-STATUS NOT = "00"
022400         DISPLAY "GLEMCON: GLEAUDHS COULD NOT BE OPENED, STATUS="
022500             MC-AUDH-STATUS
022600         MOVE 8 TO RETURN-CODE
022700         GO TO 1000-EXIT
022800     END-IF.
022900     MOVE 'Y' TO MC-AUDH-OPEN-SWITCH.
023000     MOVE 'Y' TO MC-GO-SWITCH.
023100 1000-EXIT.
023200     EXIT.
023300******************************************************************
023400*    1100-CHECK-CONTROL
023500*    READS THE GLEAUDHT CONTROL RECORDS AND REFUSES THE MONTH IF
023600*    ONE IS ALREADY THERE FOR IT. NO GLEAUDHT YET MEANS NOTHING
023700*    HAS BEEN CONSOLIDATED.
023800******************************************************************
023900 1100-CHECK-CONTROL.
024000     OPEN INPUT GLE-AHCT-FILE.
024100     IF MC-AHCT-STATUS = "35"
024200         GO TO 1100-EXIT
024300     END-IF.
024400     IF MC-AHCT-STATUS NOT = "00"
024500         DISPLAY "GLEMCON: GLEAUDHT COULD NOT BE OPENED, STATUS="
024600             MC-AHCT-STATUS
024700         MOVE 8 TO RETURN-CODE
024800         GO TO 1100-EXIT
024900     END-IF.
025000     PERFORM 1150-READ-CONTROL THRU 1150-EXIT
025100         UNTIL MC-AHCT-EOF.
025200     CLOSE GLE-AHCT-FILE.
025300 1100-EXIT.
025400     EXIT.
025500******************************************************************
025600*    1150-READ-CONTROL
025700*    READS ONE CONTROL RECORD AND STOPS ON THE MONTH'S OWN.
025800******************************************************************
025900 1150-READ-CONTROL.
026000     READ GLE-AHCT-FILE
026100         AT END
026200             MOVE 'Y' TO MC-AHCT-EOF-SWITCH
026300     END-READ.
026400     IF MC-AHCT-EOF
026500         GO TO 1150-EXIT
026600     END-IF.
026700     IF MC-AHCT-STATUS NOT = "00"
026800         DISPLAY "GLEMCON: READ OF GLEAUDHT FAILED, STATUS="
026900             MC-AHCT-STATUS
027000         MOVE 'Y' TO MC-AHCT-EOF-SWITCH
027100         MOVE 8 TO RETURN-CODE
027200         GO TO 1150-EXIT
027300     END-IF.
027400     IF GLE-AHCT-MONTH = MC-MONTH
027500         DISPLAY "GLEMCON: MONTH " MC-MONTH
027600             " WAS ALREADY CONSOLIDATED ON " GLE-AHCT-RUN-DATE
027700             " (" GLE-AHCT-REC-COUNT " RECORDS) -- REFUSED."
027800         MOVE 'Y' TO MC-AHCT-EOF-SWITCH
027900         MOVE 8 TO RETURN-CODE
028000     END-IF.
028100 1150-EXIT.
028200     EXIT.
028300******************************************************************
028400*    2000-LOAD-SORT
028500*    SORT INPUT PROCEDURE. READS THE WHOLE ARCHIVE STREAM,
028600*    VERIFYING EACH GENERATION AT ITS TRAILER AND RELEASING
028700*    EVERY AUDIT RECORD TAGGED WITH ITS GENERATION AND ITS
028800*    POSITION ON THE INPUT. RECORDS LEFT OVER AFTER THE LAST
028801*    TRAILER ARE A TRUNCATED CUT. THE CUTS ARE THEN CHECKED
028802*    AGAINST THE CALENDAR.
029000******************************************************************
029100 2000-LOAD-SORT.
029200     MOVE 1 TO MC-GEN-NUMBER.
029300     PERFORM 2010-READ-ARCHIVE THRU 2010-EXIT
029400         UNTIL MC-ARCH-EOF.
029500     IF MC-CURR-RECS NOT = 0
029600         DISPLAY "GLEMCON: GEN " MC-GEN-NUMBER
029700             " ** NO TRAILER ** " MC-CURR-RECS
029800             " RECORD(S) WITHOUT A CONTROL-TOTAL TRAILER."
029900         ADD 1 TO MC-GEN-ERRORS
030000     END-IF.
030100     IF MC-GEN-COUNT = 0
030200         DISPLAY "GLEMCON: NO GENERATION ON GLEAUDAR ENDED IN A "
030300             "TRAILER -- NOTHING TO CONSOLIDATE."
030400         ADD 1 TO MC-GEN-ERRORS
030401     ELSE
030402         PERFORM 2200-CHECK-CALENDAR THRU 2200-EXIT
030403     END-IF.
030600     IF MC-GEN-ERRORS > 0
030700         MOVE 'N' TO MC-BALANCED-SWITCH
030800         MOVE 8 TO RETURN-CODE
030900     END-IF.
031000 2000-EXIT.
031100     EXIT.
031200******************************************************************
031300*    2010-READ-ARCHIVE
031400*    READS ONE ARCHIVE RECORD. A TRAILER CLOSES THE CURRENT
031500*    GENERATION; AN AUDIT RECORD ROLLS INTO ITS COUNTS AND GOES
031600*    TO THE SORT. ANYTHING ELSE NON-NUMERIC IN THE DATE POSITION
031700*    IS PASSED OVER, AS EVERY ARCHIVE READER DOES.
031800******************************************************************
031900 2010-READ-ARCHIVE.
032000     READ GLE-ARCH-FILE
032100         AT END
032200             MOVE 'Y' TO MC-ARCH-EOF-SWITCH
032300     END-READ.
032400     IF MC-ARCH-EOF
032500         GO TO 2010-EXIT
032600     END-IF.
032700     IF MC-ARCH-STATUS NOT = "00"
032800         DISPLAY "GLEMCON: READ OF GLEAUDAR FAILED, STATUS="
032900             MC-ARCH-STATUS
033000         MOVE 'Y' TO MC-ARCH-EOF-SWITCH
033100         ADD 1 TO MC-GEN-ERRORS
033200         GO TO 2010-EXIT
033300     END-IF.
033400     IF GLE-ARCT-IS-TRAILER
033500         PERFORM 2100-VERIFY-TRAILER THRU 2100-EXIT
033600         GO TO 2010-EXIT
033700     END-IF.
033800     IF GLE-AUD-DATE NOT NUMERIC
033900         GO TO 2010-EXIT
034000     END-IF.
034100     ADD 1 TO MC-CURR-RECS.
034200     IF GLE-AUD-REC-END
034300         OR (GLE-AUD-REC-LEGACY
034400             AND (GLE-AUD-USER-INPUT = 'e' OR 'q'))
034500         ADD 1 TO MC-CURR-GAMES
034600     END-IF.
034700     ADD 1 TO MC-SORT-SEQ-NO.
034800     MOVE GLE-AUD-GAME-ID   TO MC-SORT-GAME-ID.
034900     MOVE GLE-AUD-TIMESTAMP TO MC-SORT-STAMP.
035000     MOVE MC-SORT-SEQ-NO    TO MC-SORT-SEQ.
035100     MOVE MC-GEN-NUMBER     TO MC-SORT-GEN.
035200     MOVE GLE-AUDIT-RECORD  TO MC-SORT-AUDIT.
035300     RELEASE MC-SORT-RECORD.
035400 2010-EXIT.
035500     EXIT.
035600******************************************************************
035700*    2100-VERIFY-TRAILER
035800*    CHECKS THE GENERATION JUST READ AGAINST ITS TRAILER: THE
035900*    RECORD AND GAME COUNTS MUST MATCH, THE CUT DATE MUST FALL
036000*    IN THE MONTH, AND NO EARLIER GENERATION ON THE DD MAY CARRY
036100*    THE SAME DATE (THE SAME CUT CONCATENATED TWICE WOULD PUT
036200*    EVERY RECORD ON THE HISTORY TWICE). THE GENERATION GOES ON
036300*    THE TABLE EITHER WAY AND THE COUNTS RESET FOR THE NEXT.
036400******************************************************************
036500 2100-VERIFY-TRAILER.
036600     MOVE GLE-ARCT-DATE TO MC-TRLR-DATE.
036700     IF MC-GEN-COUNT NOT < MC-MAX-GENS
036800         MOVE MC-MAX-GENS TO MC-GEN-EDIT
036900         DISPLAY "GLEMCON: MORE THAN " MC-GEN-EDIT
037000             " GENERATIONS ON GLEAUDAR -- NOT ONE MONTH'S CUTS."
037100         ADD 1 TO MC-GEN-ERRORS
037120     ELSE
037140         PERFORM 2120-CHECK-GEN THRU 2120-EXIT
037160     END-IF.
037180     MOVE 0 TO MC-CURR-RECS.
037200     MOVE 0 TO MC-CURR-GAMES.
037220     ADD 1 TO MC-GEN-NUMBER.
037240 2100-EXIT.
037260     EXIT.
037280******************************************************************
037300*    2120-CHECK-GEN
037320*    RUNS THE TRAILER CHECKS ON A GENERATION THAT FITS THE TABLE
037340*    AND PUTS IT ON THE TABLE.
037360******************************************************************
037380 2120-CHECK-GEN.
037400     IF GLE-ARCT-REC-COUNT NOT = MC-CURR-RECS
037500         OR GLE-ARCT-GAME-COUNT NOT = MC-CURR-GAMES
037600         DISPLAY "GLEMCON: GEN " MC-GEN-NUMBER
037700             " TRAILER " GLE-ARCT-DATE
037800             " ** MISMATCH ** TRAILER SAYS "
037900             GLE-ARCT-REC-COUNT "/" GLE-ARCT-GAME-COUNT
038000             " BUT COUNTED " MC-CURR-RECS "/" MC-CURR-GAMES "."
038100         ADD 1 TO MC-GEN-ERRORS
038200     END-IF.
038300     IF MC-TRLR-MONTH NOT = MC-MONTH
038400         DISPLAY "GLEMCON: GEN " MC-GEN-NUMBER
038500             " TRAILER " GLE-ARCT-DATE
038600             " ** NOT IN MONTH " MC-MONTH " **"
038700         ADD 1 TO MC-GEN-ERRORS
038800     END-IF.
038900     MOVE 0 TO MC-GEN-CHECK.
039000     MOVE 1 TO MC-GEN-IDX.
039100     PERFORM 2150-CHECK-REPEAT THRU 2150-EXIT
039200         UNTIL MC-GEN-IDX > MC-GEN-COUNT OR MC-GEN-CHECK > 0.
039300     IF MC-GEN-CHECK > 0
039400         MOVE MC-GEN-CHECK TO MC-GEN-EDIT
039500         DISPLAY "GLEMCON: GEN " MC-GEN-NUMBER
039600             " TRAILER " GLE-ARCT-DATE
039700             " ** SAME CUT DATE AS GEN " MC-GEN-EDIT " **"
039800         ADD 1 TO MC-GEN-ERRORS
039900     END-IF.
040000     ADD 1 TO MC-GEN-COUNT.
040100     MOVE GLE-ARCT-DATE TO MC-GEN-DATE(MC-GEN-COUNT).
040200     MOVE MC-CURR-RECS  TO MC-GEN-RECS(MC-GEN-COUNT).
040300     MOVE MC-CURR-GAMES TO MC-GEN-GAMES(MC-GEN-COUNT).
040400     ADD MC-CURR-RECS   TO MC-REC-COUNT.
040500     ADD MC-CURR-GAMES  TO MC-GAME-COUNT.
040600 2120-EXIT.
040700     EXIT.
041200******************************************************************
041300*    2150-CHECK-REPEAT
041400*    TESTS ONE EARLIER GENERATION'S CUT DATE AGAINST THE ONE
041500*    JUST READ AND ADVANCES TO THE NEXT.
041600******************************************************************
041700 2150-CHECK-REPEAT.
041800     IF MC-GEN-DATE(MC-GEN-IDX) = GLE-ARCT-DATE
041900         MOVE MC-GEN-IDX TO MC-GEN-CHECK
042000     END-IF.
042100     ADD 1 TO MC-GEN-IDX.
042200 2150-EXIT.
042300     EXIT.
042301******************************************************************
042302*    2200-CHECK-CALENDAR
042303*    WALKS THE CUT DATES IN DD ORDER AGAINST THE MONTH'S DAYS.
042304*    EACH CUT MUST BE THE DAY AFTER THE ONE BEFORE IT, THE FIRST
042305*    THE 1ST AND THE LAST THE MONTH END. EVERY RUN OF MISSING
042306*    DAYS IS REPORTED AND COUNTS AS A GENERATION ERROR, SO A
042307*    MONTH WITH A GAP IS NEVER WRITTEN. A CUT DATED OUTSIDE THE
042308*    MONTH HAS ALREADY BEEN REPORTED AND IS PASSED OVER HERE.
042309******************************************************************
042310 2200-CHECK-CALENDAR.
042311     COMPUTE MC-CAL-DATE = MC-MONTH * 100 + 1.
042312     DIVIDE MC-CAL-YEAR BY 4 GIVING MC-LEAP-QUOT
042313         REMAINDER MC-LEAP-REM-4.
042314     DIVIDE MC-CAL-YEAR BY 100 GIVING MC-LEAP-QUOT
042315         REMAINDER MC-LEAP-REM-100.
042316     DIVIDE MC-CAL-YEAR BY 400 GIVING MC-LEAP-QUOT
042317         REMAINDER MC-LEAP-REM-400.
042318     COMPUTE MC-MONTH-END = MC-MONTH * 100
042319         + MC-DAYS-IN-MONTH(MC-CAL-MM).
042320     IF MC-CAL-MM = 2 AND MC-LEAP-REM-4 = 0
042321         AND (MC-LEAP-REM-100 NOT = 0 OR MC-LEAP-REM-400 = 0)
042322         ADD 1 TO MC-MONTH-END
042323     END-IF.
042324     MOVE 1 TO MC-GEN-IDX.
042325     PERFORM 2250-CHECK-ONE-CUT THRU 2250-EXIT
042326         UNTIL MC-GEN-IDX > MC-GEN-COUNT.
042327     IF MC-CAL-DATE NOT > MC-MONTH-END
042328         MOVE MC-MONTH-END TO MC-GAP-END
042329         PERFORM 2290-REPORT-GAP THRU 2290-EXIT
042330     END-IF.
042331 2200-EXIT.
042332     EXIT.
042333******************************************************************
042334*    2250-CHECK-ONE-CUT
042335*    TESTS ONE GENERATION'S CUT DATE AGAINST THE NEXT DAY DUE
042336*    (2260) AND ADVANCES TO THE NEXT.
042337******************************************************************
042338 2250-CHECK-ONE-CUT.
042339     PERFORM 2260-TEST-ONE-CUT THRU 2260-EXIT.
042340     ADD 1 TO MC-GEN-IDX.
042341 2250-EXIT.
042342     EXIT.
042343******************************************************************
042344*    2260-TEST-ONE-CUT
042345*    TESTS ONE CUT DATE AGAINST THE NEXT DAY DUE AND NOTES THE
042346*    FIRST AND LAST CUT. A CUT EARLIER THAN THE DAY DUE IS OUT OF
042347*    DATE ORDER (A REPEAT IS ALSO REPORTED HERE AS WELL AS BY
042348*    2150-CHECK-REPEAT).
042349******************************************************************
042350 2260-TEST-ONE-CUT.
042351     MOVE MC-GEN-IDX TO MC-GEN-NUMBER.
042352     IF MC-GEN-DATE(MC-GEN-IDX)(1:6) NOT = MC-MONTH
042353         GO TO 2260-EXIT
042354     END-IF.
042355     IF MC-FIRST-CUT = 0
042356         MOVE MC-GEN-DATE(MC-GEN-IDX) TO MC-FIRST-CUT
042357     END-IF.
042358     IF MC-GEN-DATE(MC-GEN-IDX) < MC-CAL-DATE
042359         DISPLAY "GLEMCON: GEN " MC-GEN-NUMBER
042360             " TRAILER " MC-GEN-DATE(MC-GEN-IDX)
042361             " ** OUT OF DATE ORDER **"
042362         ADD 1 TO MC-GEN-ERRORS
042363         GO TO 2260-EXIT
042364     END-IF.
042365     IF MC-GEN-DATE(MC-GEN-IDX) > MC-CAL-DATE
042366         COMPUTE MC-GAP-END = MC-GEN-DATE(MC-GEN-IDX) - 1
042367         PERFORM 2290-REPORT-GAP THRU 2290-EXIT
042368     END-IF.
042369     MOVE MC-GEN-DATE(MC-GEN-IDX) TO MC-LAST-CUT.
042370     COMPUTE MC-CAL-DATE = MC-GEN-DATE(MC-GEN-IDX) + 1.
042371 2260-EXIT.
042372     EXIT.
042373******************************************************************
042374*    2290-REPORT-GAP
042375*    REPORTS THE DAYS FROM MC-CAL-DATE THROUGH MC-GAP-END AS
042376*    HAVING NO CUT ON THE DD.
042377******************************************************************
042378 2290-REPORT-GAP.
042379     COMPUTE MC-DAYS-MISSING = MC-DAYS-MISSING
042380         + MC-GAP-END - MC-CAL-DATE + 1.
042381     DISPLAY "GLEMCON: ** NO CUT ** FOR " MC-CAL-DATE
042382         " THROUGH " MC-GAP-END
042383         " -- EXTEND GLEAUDAR TO EVERY CUT OF THE MONTH."
042384     ADD 1 TO MC-GEN-ERRORS.
042385 2290-EXIT.
042386     EXIT.
042400******************************************************************
042500*    3000-WRITE-HISTORY
042600*    SORT OUTPUT PROCEDURE. WHEN EVERY GENERATION BALANCED,
042700*    TAKES BACK EACH RECORD IN KEY ORDER AND WRITES IT TO THE
042800*    HISTORY; OTHERWISE WRITES NOTHING AT ALL.
042900******************************************************************
043000 3000-WRITE-HISTORY.
043100     IF NOT MC-BALANCED
043200         DISPLAY "GLEMCON: ARCHIVE DID NOT BALANCE -- NOTHING "
043300             "WRITTEN TO GLEAUDHS."
043400         GO TO 3000-EXIT
043500     END-IF.
043600     PERFORM 3010-RETURN-RECORD THRU 3010-EXIT
043700         UNTIL MC-SORT-EOF.
043800 3000-EXIT.
043900     EXIT.
044000******************************************************************
044100*    3010-RETURN-RECORD
044200*    RETURNS ONE SORTED RECORD AND WRITES IT TO THE HISTORY,
044300*    NUMBERING IT AFTER ANY EARLIER RECORD OF THE SAME GAME AND
044400*    TIMESTAMP. A KEY ALREADY ON FILE IS CHECKED, NOT REWRITTEN.
044500*    ANY OTHER WRITE FAILURE STOPS THE RUN RC 8.
044600******************************************************************
044700 3010-RETURN-RECORD.
044800     RETURN GLE-SORT-FILE
044900         AT END
045000             MOVE 'Y' TO MC-SORT-EOF-SWITCH
045100     END-RETURN.
045200     IF MC-SORT-EOF
045300         GO TO 3010-EXIT
045400     END-IF.
045500     MOVE MC-SORT-AUDIT TO GLE-AUDIT-RECORD.
045600     MOVE MC-SORT-RECORD(1:24) TO MC-THIS-KEY.
045700     IF MC-THIS-KEY = MC-PREV-KEY
045800         ADD 1 TO MC-KEY-SEQ
045900     ELSE
046000         MOVE 1 TO MC-KEY-SEQ
046100         MOVE MC-THIS-KEY TO MC-PREV-KEY
046200     END-IF.
046300     MOVE SPACES                     TO GLE-AUDH-RECORD.
046400     MOVE GLE-AUD-GAME-ID            TO GLE-AUDH-GAME-ID.
046500     MOVE GLE-AUD-DATE               TO GLE-AUDH-DATE.
046600     MOVE GLE-AUD-TIME               TO GLE-AUDH-TIME.
046700     MOVE MC-KEY-SEQ                 TO GLE-AUDH-SEQ.
046800     MOVE MC-MONTH                   TO GLE-AUDH-MONTH.
046900     MOVE MC-GEN-DATE(MC-SORT-GEN)   TO GLE-AUDH-GEN-DATE.
047000     MOVE GLE-AUDIT-RECORD           TO GLE-AUDH-AUDIT.
047100     WRITE GLE-AUDH-RECORD
047200         INVALID KEY CONTINUE
047300     END-WRITE.
047400     EVALUATE MC-AUDH-STATUS
047500         WHEN "00"
047600         WHEN "02"
047700             ADD 1 TO MC-ADDED-COUNT
047800         WHEN "22"
047900             PERFORM 3100-CHECK-ON-FILE THRU 3100-EXIT
048000         WHEN OTHER
048100             DISPLAY "GLEMCON: WRITE OF GLEAUDHS FAILED, STATUS="
048200                 MC-AUDH-STATUS " AT GAME " GLE-AUD-GAME-ID
048300             MOVE 'Y' TO MC-SORT-EOF-SWITCH
048400             MOVE 'N' TO MC-BALANCED-SWITCH
048500             MOVE 8 TO RETURN-CODE
048600     END-EVALUATE.
048700 3010-EXIT.
048800     EXIT.
048900******************************************************************
049000*    3100-CHECK-ON-FILE
049100*    A RECORD WHOSE KEY IS ALREADY ON THE HISTORY. LEFT BY AN
049200*    EARLIER RUN OF THIS MONTH THAT FAILED PART WAY, IT IS
049300*    IDENTICAL AND IS COUNTED AS ON FILE; ANYTHING ELSE (THE
049400*    SAME CUT ALREADY CONSOLIDATED UNDER ANOTHER MONTH, SAY) IS
049500*    A CONFLICT, LEFT AS IT IS AND ENDING THE RUN RC 8.
049600******************************************************************
049700 3100-CHECK-ON-FILE.
049800     MOVE GLE-AUDH-RECORD TO MC-NEW-RECORD.
049900     READ GLE-AUDH-FILE
050000         KEY IS GLE-AUDH-KEY
050100         INVALID KEY CONTINUE
050200     END-READ.
050300     IF MC-AUDH-STATUS = "00" AND GLE-AUDH-RECORD = MC-NEW-RECORD
050400         ADD 1 TO MC-ON-FILE-COUNT
050500     ELSE
050600         ADD 1 TO MC-CONFLICT-COUNT
050700         DISPLAY "GLEMCON: GAME " GLE-AUD-GAME-ID " RECORD "
050800             GLE-AUD-DATE "/" GLE-AUD-TIME
050900             " IS ON GLEAUDHS DIFFERENTLY (MONTH "
051000             GLE-AUDH-MONTH ") -- LEFT AS IT IS."
051100         MOVE 'N' TO MC-BALANCED-SWITCH
051200         MOVE 8 TO RETURN-CODE
051300     END-IF.
051400 3100-EXIT.
051500     EXIT.
051600******************************************************************
051700*    4000-WRITE-CONTROL
051800*    APPENDS THE MONTH'S CONTROL TOTALS TO GLEAUDHT -- ONLY WHEN
051900*    EVERY GENERATION BALANCED AND EVERY RECORD IS ON THE
052000*    HISTORY, SO A CONTROL RECORD ALWAYS MEANS A WHOLE MONTH.
052100******************************************************************
052200 4000-WRITE-CONTROL.
052300     IF NOT MC-BALANCED
052400         GO TO 4000-EXIT
052500     END-IF.
052600     OPEN EXTEND GLE-AHCT-FILE.
052700     IF MC-AHCT-STATUS = "05" OR MC-AHCT-STATUS = "35"
052800         OPEN OUTPUT GLE-AHCT-FILE
052900     END-IF.
053000     IF MC-AHCT-STATUS NOT = "00"
053100         DISPLAY "GLEMCON: GLEAUDHT COULD NOT BE OPENED, STATUS="
053200             MC-AHCT-STATUS " -- MONTH NOT RECORDED AS DONE."
053300         MOVE 'N' TO MC-BALANCED-SWITCH
053400         MOVE 8 TO RETURN-CODE
053500         GO TO 4000-EXIT
053600     END-IF.
053700     MOVE SPACES                     TO GLE-AHCT-RECORD.
053800     MOVE MC-MONTH                   TO GLE-AHCT-MONTH.
053900     MOVE MC-RUN-DATE                TO GLE-AHCT-RUN-DATE.
054000     MOVE MC-RUN-TIME                TO GLE-AHCT-RUN-TIME.
054100     MOVE MC-GEN-COUNT               TO GLE-AHCT-GEN-COUNT.
054200     MOVE MC-GEN-DATE(1)             TO GLE-AHCT-FIRST-GEN.
054300     MOVE MC-GEN-DATE(MC-GEN-COUNT)  TO GLE-AHCT-LAST-GEN.
054400     MOVE MC-REC-COUNT               TO GLE-AHCT-REC-COUNT.
054500     MOVE MC-GAME-COUNT              TO GLE-AHCT-GAME-COUNT.
054600     MOVE MC-ADDED-COUNT             TO GLE-AHCT-ADDED.
054700     MOVE MC-ON-FILE-COUNT           TO GLE-AHCT-ON-FILE.
054800     WRITE GLE-AHCT-RECORD.
054900     IF MC-AHCT-STATUS NOT = "00"
055000         DISPLAY "GLEMCON: WRITE OF GLEAUDHT FAILED, STATUS="
055100             MC-AHCT-STATUS " -- MONTH NOT RECORDED AS DONE."
055200         MOVE 'N' TO MC-BALANCED-SWITCH
055300         MOVE 8 TO RETURN-CODE
055400     END-IF.
055500     CLOSE GLE-AHCT-FILE.
055600 4000-EXIT.
055700     EXIT.
055800******************************************************************
055900*    5000-PRINT-REPORT
056000*    PRINTS ONE LINE PER GENERATION AND THE MONTH'S CONTROL
056100*    TOTALS.
056200******************************************************************
056300 5000-PRINT-REPORT.
056400     DISPLAY "==================================================".
056500     DISPLAY "GLEMCON - GLEAUDAR MONTH-END CONSOLIDATION "
056600         MC-RUN-DATE.
056700     DISPLAY "MONTH..............................: " MC-MONTH.
056800     DISPLAY "==================================================".
056900     MOVE 1 TO MC-GEN-IDX.
057000     PERFORM 5100-PRINT-ONE-GEN THRU 5100-EXIT
057100         UNTIL MC-GEN-IDX > MC-GEN-COUNT.
057200     DISPLAY "--------------------------------------------------".
057300     MOVE MC-GEN-COUNT TO MC-GEN-EDIT.
057400     DISPLAY "GENERATIONS WITH A TRAILER.........: " MC-GEN-EDIT.
057401     DISPLAY "FIRST CUT IN THE MONTH.............: " MC-FIRST-CUT.
057402     DISPLAY "LAST CUT IN THE MONTH..............: " MC-LAST-CUT.
057403     DISPLAY "DAYS OF THE MONTH WITHOUT A CUT....: "
057404         MC-DAYS-MISSING.
057500     DISPLAY "GENERATION ERRORS..................: "
057600         MC-GEN-ERRORS.
057700     DISPLAY "AUDIT RECORDS IN THE MONTH.........: " MC-REC-COUNT.
057800     DISPLAY "COMPLETED GAMES IN THE MONTH.......: "
057900         MC-GAME-COUNT.
058000     DISPLAY "RECORDS ADDED TO GLEAUDHS..........: "
058100         MC-ADDED-COUNT.
058200     DISPLAY "RECORDS ALREADY ON GLEAUDHS........: "
058300         MC-ON-FILE-COUNT.
058400     DISPLAY "RECORDS IN CONFLICT................: "
058500         MC-CONFLICT-COUNT.
058600     IF MC-BALANCED
058700         DISPLAY "MONTH " MC-MONTH " CONSOLIDATED AND RECORDED "
058800             "ON GLEAUDHT."
058900     ELSE
059000         DISPLAY "MONTH " MC-MONTH " ** NOT CONSOLIDATED ** -- "
059100             "PUT RIGHT AND RUN AGAIN."
059200     END-IF.
059300     DISPLAY "==================================================".
059400 5000-EXIT.
059500     EXIT.
059600******************************************************************
059700*    5100-PRINT-ONE-GEN
059800*    PRINTS ONE GENERATION'S CUT DATE AND COUNTS AND ADVANCES TO
059900*    THE NEXT.
060000******************************************************************
060100 5100-PRINT-ONE-GEN.
060200     MOVE MC-GEN-IDX TO MC-GEN-NUMBER.
060300     DISPLAY "GEN " MC-GEN-NUMBER
060400         " CUT " MC-GEN-DATE(MC-GEN-IDX)
060500         " RECORDS " MC-GEN-RECS(MC-GEN-IDX)
060600         " GAMES " MC-GEN-GAMES(MC-GEN-IDX).
060700     ADD 1 TO MC-GEN-IDX.
060800 5100-EXIT.
060900     EXIT.
061000******************************************************************
061100*    9000-TERMINATE
061200*    CLOSES THE ARCHIVE STREAM AND THE HISTORY BEFORE ENDING THE
061300*    RUN.
061400******************************************************************
061500 9000-TERMINATE.
061600     IF MC-ARCH-IS-OPEN
061700         CLOSE GLE-ARCH-FILE
061800     END-IF.
061900     IF MC-AUDH-IS-OPEN
062000         CLOSE GLE-AUDH-FILE
062100     END-IF.
062200 9000-EXIT.
062300     EXIT.
