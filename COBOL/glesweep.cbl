002400*                     USES) SO THE SHIFT SUPERVISOR CAN ACT WHILE
002500*                     THE DAY'S RECONCILIATION CAN STILL COME OUT
002600*                     CLEAN.
002612*    2026-10-15  DH   SORT THE LIVE TRAIL INTO GAME-ID/TIMESTAMP
002624*                     ORDER AND MATCH IT AGAINST THE SESSION FILE
002636*                     IN ONE PASS INSTEAD OF HOLDING EVERY GAME ON
002648*                     A 200-SLOT TABLE, WHICH LEFT GAMES AGING OFF
002660*                     THEIR LAST-SAVE DATE ONCE A HEAVY DAY FILLED
002672*                     IT. THE REPORT AND RETURN CODES ARE
002684*                     UNCHANGED.
002686*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
002688*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
002690*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
002692*                     MORNING STATUS PAGE, WHICH SHOWS THE LATEST
002694*                     SWEEP AND ITS STALE-GAME COUNT.
002700******************************************************************
002785*    THE LIVE TRAIL IS SORTED INTO GAME-ID/TIMESTAMP ORDER, SO
002870*    THE LAST RECORD OF EACH GAME-ID OFF THE SORT IS ITS LATEST
002955*    ACTIVITY; EVERY RECORD TYPE COUNTS AS ACTIVITY. THE SESSION
003040*    FILE IS WALKED IN GAME-ID ORDER ALONGSIDE THE SORTED TRAIL
003125*    AND EACH IN-PROGRESS ROW IS AGED FROM ITS LATEST
003210*    TRAIL ACTIVITY, FALLING BACK TO THE ROW'S LAST-SAVE DATE
003300*    WHEN THE GAME LEFT NO TRAIL RECORD ON THE LIVE FILE. DAY
003400*    SPANS USE INTEGER-OF-DATE, THE SAME AS GLEDUR. A ROW WITH
003500*    NO USABLE TIMESTAMP AT ALL IS FLAGGED OUTRIGHT -- ITS AGE
005100     SELECT OPTIONAL GLE-DURP-FILE ASSIGN TO "GLEDURP"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS SW-DURP-STATUS.
005350     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
005362     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
005374         ORGANIZATION IS LINE SEQUENTIAL
005386         FILE STATUS IS SW-RUNC-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  GLE-AUDIT-FILE.
005900 COPY GLESESS.
006000 FD  GLE-DURP-FILE.
006100 COPY GLEDURP.
006104 FD  GLE-RUNC-FILE.
006108 COPY GLERUNR.
006112 SD  GLE-SORT-FILE.
006124 01  SW-SORT-RECORD.
006136     05  SW-SORT-GAME-ID         PIC 9(08).
006148     05  SW-SORT-STAMP.
006160         10  SW-SORT-DATE        PIC 9(08).
006172         10  SW-SORT-TIME        PIC 9(08).
006184     05  SW-SORT-SEQ             PIC 9(09).
006200 WORKING-STORAGE SECTION.
006300******************************************************************
006400*    FILE CONTROLS AND SWITCHES
007400     88  SW-AUDIT-IS-OPEN           VALUE 'Y'.
007500 77  SW-SESS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007600     88  SW-SESS-IS-OPEN            VALUE 'Y'.
007620 77  SW-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
007640     88  SW-SORT-EOF                VALUE 'Y'.
007660 77  SW-TRAIL-EOF-SWITCH     PIC X(01) VALUE 'N'.
007680     88  SW-TRAIL-EOF               VALUE 'Y'.
007700******************************************************************
007800*    IDLE THRESHOLD (SECONDS). 600 = TEN MINUTES UNLESS GLEDURP
007900*    OVERRIDES IT, THE SAME AS GLEDUR.
009800 77  SW-IDLE-EDIT            PIC ZZZZZZZZ9.
009900 77  SW-LAST-DATE            PIC 9(08) VALUE 0.
010000 77  SW-LAST-TIME            PIC 9(08) VALUE 0.
010100******************************************************************
010200*    RUNNING TOTALS
010300******************************************************************
010400 77  SW-OPEN-COUNT           PIC 9(07) VALUE 0.
010500 77  SW-STALE-COUNT          PIC 9(07) VALUE 0.
010618******************************************************************
010736*    CURRENT TRAIL GAME. THE SORTED TRAIL IS MATCHED AGAINST THE
010854*    SESSION FILE ONE GAME-ID AT A TIME, SO ONLY THE LATEST
010972*    ACTIVITY OF THE GAME-ID THE MATCH HAS REACHED IS HELD,
011090*    HOWEVER MANY GAMES THE DAY CARRIES.
011208******************************************************************
011326 77  SW-SORT-SEQ-NO          PIC 9(09) VALUE 0.
011444 77  SW-TRAIL-GAME-ID        PIC 9(08) VALUE 0.
011562 77  SW-TRAIL-LDATE          PIC 9(08) VALUE 0.
011680 77  SW-TRAIL-LTIME          PIC 9(08) VALUE 0.
011704******************************************************************
011728*    RUN-CONTROL FILE (SEE 9700-RECORD-RUN)
011752******************************************************************
011776 77  SW-RUNC-STATUS          PIC X(02) VALUE SPACES.
011800 PROCEDURE DIVISION.
011882******************************************************************
011964*    0000-MAINLINE
012046*    SORTS THE LIVE TRAIL INTO GAME ORDER AND, ON THE WAY OUT OF
012128*    THE SORT, WALKS THE SESSION FILE AGING EVERY IN-PROGRESS
012210*    ROW. WITH NO TRAIL THE SORT IS SIMPLY EMPTY.
012292******************************************************************
012374 0000-MAINLINE.
012456     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012538     SORT GLE-SORT-FILE
012620         ON ASCENDING KEY SW-SORT-GAME-ID SW-SORT-STAMP
012702             SW-SORT-SEQ
012784         INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
012866         OUTPUT PROCEDURE IS 3000-SWEEP-SESSIONS THRU 3000-EXIT.
012948     PERFORM 3800-PRINT-TOTALS THRU 3800-EXIT.
013030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013071     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
013112     STOP RUN.
013200******************************************************************
013300*    1000-INITIALIZE
013400*    STAMPS THE SWEEP TIME, LOADS THE OPTIONAL THRESHOLD, AND
018700     END-IF.
018800 1150-EXIT.
018900     EXIT.
019088******************************************************************
019276*    2000-LOAD-SORT
019464*    SORT INPUT PROCEDURE. RELEASES THE GAME-ID AND TIMESTAMP OF
019652*    EVERY LIVE-TRAIL RECORD TO THE SORT, WITH ITS POSITION ON
019840*    THE INPUT AS THE TIE-BREAK. NOTHING IS RELEASED WHEN
020028*    GLEAUDIT DID NOT OPEN.
020216******************************************************************
020404 2000-LOAD-SORT.
020592     PERFORM 2010-READ-AUDIT THRU 2010-EXIT
020780         UNTIL SW-AUDIT-EOF.
020968 2000-EXIT.
021156     EXIT.
021344******************************************************************
021532*    2010-READ-AUDIT
021720*    READS ONE LIVE-TRAIL RECORD AND RELEASES IT TO THE SORT.
021908*    EVERY RECORD TYPE COUNTS AS ACTIVITY -- A START, A GUESS,
022096*    OR A CLOSE ALL PROVE SOMEBODY TOUCHED THE GAME.
022284******************************************************************
022472 2010-READ-AUDIT.
022660     READ GLE-AUDIT-FILE
022848         AT END
023036             MOVE 'Y' TO SW-AUDIT-EOF-SWITCH
023224     END-READ.
023412     IF NOT SW-AUDIT-EOF AND SW-AUDIT-STATUS NOT = "00"
023600         DISPLAY "GLESWEEP: READ OF GLEAUDIT FAILED, STATUS="
023788             SW-AUDIT-STATUS
023976         MOVE 'Y' TO SW-AUDIT-EOF-SWITCH
024164         MOVE 8 TO RETURN-CODE
024352     END-IF.
024540     IF NOT SW-AUDIT-EOF AND GLE-AUD-DATE NUMERIC
024728         ADD 1 TO SW-SORT-SEQ-NO
024916         MOVE GLE-AUD-GAME-ID   TO SW-SORT-GAME-ID
025104         MOVE GLE-AUD-DATE      TO SW-SORT-DATE
025292         MOVE GLE-AUD-TIME      TO SW-SORT-TIME
025480         MOVE SW-SORT-SEQ-NO    TO SW-SORT-SEQ
025668         RELEASE SW-SORT-RECORD
025856     END-IF.
026044 2010-EXIT.
026232     EXIT.
026420******************************************************************
026608*    3000-SWEEP-SESSIONS
026796*    SORT OUTPUT PROCEDURE. PRIMES THE FIRST TRAIL GAME, THEN
026984*    WALKS THE WHOLE SESSION FILE IN GAME-ID ORDER AND AGES
027172*    EVERY IN-PROGRESS ROW.
027360******************************************************************
027548 3000-SWEEP-SESSIONS.
027736     IF NOT SW-SESS-IS-OPEN
027924         GO TO 3000-EXIT
028112     END-IF.
028300     PERFORM 3400-RETURN-AUDIT THRU 3400-EXIT.
028488     PERFORM 3300-NEXT-TRAIL-GAME THRU 3300-EXIT.
028676     MOVE 'N' TO SW-SESS-EOF-SWITCH.
028900     MOVE 0 TO GLE-SESS-GAME-ID.
029000     START GLE-SESS-FILE
029100         KEY IS NOT LESS THAN GLE-SESS-GAME-ID
031600 3100-EXIT.
031700     EXIT.
031800******************************************************************
031960*    3200-AGE-ONE-GAME
032040*    FINDS THE GAME'S LATEST ACTIVITY -- ITS LIVE-TRAIL RECORDS
032120*    IF IT HAS ANY, OTHERWISE THE ROW'S LAST-SAVE DATE -- AND
032200*    PRINTS THE ROW WITH ITS IDLE AGE, FLAGGING IT WHEN THE AGE
032280*    PASSES THE LIMIT OR CANNOT BE ESTABLISHED AT ALL. THE
032360*    SORTED TRAIL IS FIRST BROUGHT UP TO THE ROW'S GAME-ID.
032440******************************************************************
032520 3200-AGE-ONE-GAME.
032600     MOVE 0 TO SW-LAST-DATE.
032680     MOVE 0 TO SW-LAST-TIME.
032760     PERFORM 3300-NEXT-TRAIL-GAME THRU 3300-EXIT
032840         UNTIL SW-TRAIL-EOF
032920             OR SW-TRAIL-GAME-ID NOT < GLE-SESS-GAME-ID.
033000     IF NOT SW-TRAIL-EOF
033080         AND SW-TRAIL-GAME-ID = GLE-SESS-GAME-ID
033160         MOVE SW-TRAIL-LDATE TO SW-LAST-DATE
033240         MOVE SW-TRAIL-LTIME TO SW-LAST-TIME
033320     ELSE
033400         IF GLE-SESS-LAST-DATE NUMERIC
033500             MOVE GLE-SESS-LAST-DATE TO SW-LAST-DATE
033600         END-IF
036900     END-IF.
037000 3200-EXIT.
037100     EXIT.
037102******************************************************************
037104*    3300-NEXT-TRAIL-GAME
037106*    STEPS THE SORTED TRAIL ON TO ITS NEXT GAME-ID, TAKING EVERY
037108*    RECORD OF THAT GAME-ID SO THE LAST ONE LEAVES ITS LATEST
037110*    ACTIVITY BEHIND. SETS SW-TRAIL-EOF ONCE THE SORT IS SPENT.
037112******************************************************************
037114 3300-NEXT-TRAIL-GAME.
037116     IF SW-SORT-EOF
037118         MOVE 'Y' TO SW-TRAIL-EOF-SWITCH
037120         GO TO 3300-EXIT
037122     END-IF.
037124     MOVE SW-SORT-GAME-ID TO SW-TRAIL-GAME-ID.
037126     PERFORM 3350-TAKE-TRAIL-RECORD THRU 3350-EXIT
037128         UNTIL SW-SORT-EOF
037130             OR SW-SORT-GAME-ID NOT = SW-TRAIL-GAME-ID.
037132 3300-EXIT.
037134     EXIT.
037136******************************************************************
037138*    3350-TAKE-TRAIL-RECORD
037140*    HOLDS THE CURRENT SORTED RECORD'S TIMESTAMP AS ITS GAME'S
037142*    LATEST ACTIVITY AND RETURNS THE NEXT RECORD.
037144******************************************************************
037146 3350-TAKE-TRAIL-RECORD.
037148     MOVE SW-SORT-DATE TO SW-TRAIL-LDATE.
037150     MOVE SW-SORT-TIME TO SW-TRAIL-LTIME.
037152     PERFORM 3400-RETURN-AUDIT THRU 3400-EXIT.
037154 3350-EXIT.
037156     EXIT.
037158******************************************************************
037160*    3400-RETURN-AUDIT
037162*    RETURNS THE NEXT SORTED TRAIL RECORD, SETTING SW-SORT-EOF
037164*    WHEN THERE ARE NO MORE.
037166******************************************************************
037168 3400-RETURN-AUDIT.
037170     RETURN GLE-SORT-FILE
037172         AT END
037174             MOVE 'Y' TO SW-SORT-EOF-SWITCH
037176     END-RETURN.
037178 3400-EXIT.
037180     EXIT.
037200******************************************************************
038600*    3800-PRINT-TOTALS
038700*    PRINTS THE SWEEP TOTALS AND SETS THE WARNING RETURN CODE
041200     END-IF.
041300 9000-EXIT.
041400     EXIT.
041500******************************************************************
041600*    9700-RECORD-RUN
041700*    APPENDS THIS RUN'S 'E' RECORD -- RETURN CODE, NOTE, AND KEY
041800*    COUNTS -- TO THE COMMON GLERUNC RUN-CONTROL FILE FOR THE
041900*    GLEOPSR MORNING STATUS PAGE (SEE GLERUNR). A RUN THAT
042000*    CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE; IT
042100*    SHOWS AS NOT RUN ON THE STATUS PAGE.
042200******************************************************************
042300 9700-RECORD-RUN.
042400     OPEN EXTEND GLE-RUNC-FILE.
042500     IF SW-RUNC-STATUS = "05" OR "35"
042600         OPEN OUTPUT GLE-RUNC-FILE
042700     END-IF.
042800     IF SW-RUNC-STATUS NOT = "00"
042900         DISPLAY "GLESWEEP: GLERUNC COULD NOT BE OPENED, STATUS="
043000             SW-RUNC-STATUS " -- RUN NOT RECORDED."
043100         GO TO 9700-EXIT
043200     END-IF.
043300     MOVE SPACES             TO GLE-RUNC-RECORD.
043400     MOVE 'GLESWEEP'         TO GLE-RUNC-PROGRAM.
043500     MOVE 'E'                TO GLE-RUNC-EVENT.
043600     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
043700     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
043800     MOVE RETURN-CODE        TO GLE-RUNC-RC.
043900     IF SW-STALE-COUNT > 0
044000         MOVE 'STALE GAMES'   TO GLE-RUNC-NOTE
044100     END-IF.
044200     MOVE 'OPEN'             TO GLE-RUNC-COUNT-NAME (1).
044300     MOVE SW-OPEN-COUNT      TO GLE-RUNC-COUNT-VALUE (1).
044400     MOVE 'STALE'            TO GLE-RUNC-COUNT-NAME (2).
044500     MOVE SW-STALE-COUNT     TO GLE-RUNC-COUNT-VALUE (2).
044600     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (3).
044700     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (4).
044800     WRITE GLE-RUNC-RECORD.
044900     IF SW-RUNC-STATUS NOT = "00"
045000         DISPLAY "GLESWEEP: WRITE OF GLERUNC FAILED, STATUS="
045100             SW-RUNC-STATUS " -- RUN NOT RECORDED."
045200     END-IF.
045300     CLOSE GLE-RUNC-FILE.
045400 9700-EXIT.
045500     EXIT.
