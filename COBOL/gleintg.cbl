000100******************************************************************
000200*    IDENTIFICATION DIVISION.
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     GLEINTG.
000600 AUTHOR.         D. HEMANG.
000700 INSTALLATION.   OPERATIONS SYSTEMS.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100*    MODIFICATION HISTORY
001200*    ------------------------------------------------------------
001300*    2026-10-15  DH   ORIGINAL. AUDIT-TRAIL INTEGRITY REPLAY.
001400*                     EVERY READER OF THE TRAIL -- GLESTAT TO
001500*                     GLECHGB BILLING -- TAKES THE RECORDS ON
001600*                     TRUST. THIS PROGRAM WALKS EACH GAME ON THE
001700*                     GLEAUDAR GENERATIONS FROM ITS 'S' RECORD TO
001800*                     ITS 'E' RECORD, RECOMPUTES EVERY 'G' GUESS
001900*                     THROUGH GLECALC FROM THE PRIOR LOW/HIGH AND
002000*                     THE RECORD'S STRATEGY, CHECKS THE REST OF
002100*                     THE GAME'S SEQUENCE, AND WRITES EACH
002200*                     RECORD THAT COULD NOT HAVE HAPPENED TO THE
002300*                     GLEINTX EXCEPTION FILE AND THE REPORT,
002400*                     ENDING RC 8 IF ANYTHING FAILED.
002410*    2026-10-15  DH   HOLD A GAME TO THE PROFILE VERSION NOW
002420*                     STAMPED ON ITS 'S' RECORD, READ FROM THE
002430*                     NEW GLEPHST PROFILE HISTORY, RATHER THAN TO
002440*                     WHATEVER ITS PROFILE SAYS TODAY.
002460*    2026-10-15  DH   PROFILE-RANGE LOOK-UP FOR A KNOWN CODE
002480*                     MOVED INTO ITS OWN PARAGRAPH (3620).
002500******************************************************************
002600*    GAMES INTERLEAVE ON THE TRAIL, SO THE RECORDS ARE FIRST
002700*    SORTED INTO GAME-ID ORDER. THE SECOND SORT KEY IS THE
002800*    RECORD'S POSITION ON THE INPUT, NOT ITS TIMESTAMP -- A
002900*    GAME'S RECORDS COME BACK IN THE ORDER GLE WROTE THEM, SO A
003000*    TIMESTAMP THAT RUNS BACKWARDS CAN STILL BE SEEN. GLEARCH
003100*    CUTS A GAME TO THE ARCHIVE ONLY ONCE IT HAS CLOSED, SO ALL
003200*    OF ONE GAME'S RECORDS SIT IN ONE GENERATION AND THE ORDER
003300*    THE GENERATIONS ARE CONCATENATED IN DOES NOT MATTER; A
003400*    REUSED GAME-ID SIMPLY REPLAYS AS SEVERAL 'S'..'E' GAMES.
003500*    A SECOND 'S' RECORD INSIDE AN OPEN GAME IS A RESUME: ITS
003600*    LOW/HIGH BECOME THE PRIOR RANGE FOR THE NEXT GUESS. A 'U'
003700*    RECORD'S LOW/HIGH ARE THE RANGE IT PUT BACK, AND BECOME THE
003800*    PRIOR RANGE THE SAME WAY. PRE-CHANGE BLANK-TYPE RECORDS
003900*    HAVE NO 'S' TO REPLAY FROM AND ARE ONLY COUNTED.
004000*    THE GAME'S PROFILE RANGE IS THE PROFILE VERSION STAMPED ON
004050*    ITS 'S' RECORD, READ FROM THE GLEPHST HISTORY; FOR AN
004100*    OLDER UNSTAMPED RECORD IT IS ITS GLESESS ROW'S PROFILE
004150*    CODE ON GLEPROF. A BLANK CODE MEANS THE RUN'S DEFAULT
004200*    RANGE (GLEPARM, OR THE BUILT-IN 0-100). A GAME WHOSE
004300*    RANGE CANNOT BE FOUND IS HELD TO THE RANGE ON ITS OPENING
004400*    'S' RECORD AND COUNTED AS UNRESOLVED.
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT GLE-ARCH-FILE ASSIGN TO "GLEAUDAR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS IG-ARCH-STATUS.
005200     SELECT GLE-INTX-FILE ASSIGN TO "GLEINTX"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS IG-INTX-STATUS.
005500     SELECT GLE-SESS-FILE ASSIGN TO "GLESESS"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS GLE-SESS-GAME-ID
005900         ALTERNATE RECORD KEY IS GLE-SESS-USER-ID
006000             WITH DUPLICATES
006100         FILE STATUS IS IG-SESS-STATUS.
006200     SELECT OPTIONAL GLE-PROF-FILE ASSIGN TO "GLEPROF"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS GLE-PROF-CODE
006600         FILE STATUS IS IG-PROF-STATUS.
006616     SELECT OPTIONAL GLE-PHST-FILE ASSIGN TO "GLEPHST"
006632         ORGANIZATION IS INDEXED
006648         ACCESS MODE IS DYNAMIC
006664         RECORD KEY IS GLE-PHST-KEY
006680         FILE STATUS IS IG-PHST-STATUS.
006700     SELECT OPTIONAL GLE-PARM-FILE ASSIGN TO "GLEPARM"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS IG-PARM-STATUS.
007000     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  GLE-ARCH-FILE.
007400 01  IG-ARCH-RECORD              PIC X(57).
007500 FD  GLE-INTX-FILE.
007600 COPY GLEINTX.
007700 FD  GLE-SESS-FILE.
007800 COPY GLESESS.
007900 FD  GLE-PROF-FILE.
008000 COPY GLEPROF.
008033 FD  GLE-PHST-FILE.
008066 COPY GLEPHST.
008100 FD  GLE-PARM-FILE.
008200 COPY GLEPARM.
008300 SD  GLE-SORT-FILE.
008400 01  IG-SORT-RECORD.
008500     05  IG-SORT-GAME-ID         PIC 9(08).
008600     05  IG-SORT-SEQ             PIC 9(09).
008700     05  IG-SORT-AUDIT           PIC X(57).
008800 WORKING-STORAGE SECTION.
008900******************************************************************
009000*    FILE CONTROLS AND SWITCHES
009100******************************************************************
009200 77  IG-ARCH-STATUS          PIC X(02) VALUE SPACES.
009300 77  IG-INTX-STATUS          PIC X(02) VALUE SPACES.
009400 77  IG-SESS-STATUS          PIC X(02) VALUE SPACES.
009500 77  IG-PROF-STATUS          PIC X(02) VALUE SPACES.
009550 77  IG-PHST-STATUS          PIC X(02) VALUE SPACES.
009600 77  IG-PARM-STATUS          PIC X(02) VALUE SPACES.
009700 77  IG-EOF-SWITCH           PIC X(01) VALUE 'N'.
009800     88  IG-EOF                     VALUE 'Y'.
009900 77  IG-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
010000     88  IG-SORT-EOF                VALUE 'Y'.
010100 77  IG-ARCH-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010200     88  IG-ARCH-IS-OPEN            VALUE 'Y'.
010300 77  IG-INTX-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010400     88  IG-INTX-IS-OPEN            VALUE 'Y'.
010500 77  IG-SESS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010600     88  IG-SESS-IS-OPEN            VALUE 'Y'.
010700 77  IG-PROF-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010800     88  IG-PROF-IS-OPEN            VALUE 'Y'.
010833 77  IG-PHST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010866     88  IG-PHST-IS-OPEN            VALUE 'Y'.
010900 77  IG-RUN-DATE             PIC 9(08) VALUE 0.
011000******************************************************************
011100*    THE AUDIT RECORD BEING REPLAYED. THE ARCHIVE IS READ INTO
011200*    IT ON THE WAY INTO THE SORT AND EACH SORTED RECORD IS
011300*    MOVED BACK INTO IT ON THE WAY OUT.
011400******************************************************************
011500 COPY GLEAUDR.
011600******************************************************************
011700*    RUN DEFAULT RANGE, FOR A GAME WHOSE PROFILE CODE IS BLANK.
011800*    FROM GLEPARM WHEN PRESENT, ELSE GLE'S BUILT-IN 0-100.
011900******************************************************************
012000 77  IG-DFLT-LOW             PIC 9(04) VALUE 0.
012100 77  IG-DFLT-HIGH            PIC 9(04) VALUE 100.
012200******************************************************************
012300*    CURRENT GAME STATE. IG-GAME-STATE IS 'N' UNTIL THE GAME-ID'S
012400*    FIRST 'S' RECORD, 'O' WHILE THE GAME IS OPEN, AND 'C' ONCE
012500*    ITS 'E' RECORD HAS CLOSED IT.
012600******************************************************************
012700 77  IG-CURR-GAME-ID         PIC 9(08) VALUE 0.
012800 77  IG-GAME-STATE           PIC X(01) VALUE 'N'.
012900     88  IG-GAME-NEW                VALUE 'N'.
013000     88  IG-GAME-OPEN               VALUE 'O'.
013100     88  IG-GAME-CLOSED             VALUE 'C'.
013200 77  IG-GAME-USER-ID         PIC X(08) VALUE SPACES.
013300 77  IG-GAME-PASSES          PIC 9(05) BINARY VALUE 0.
013400 77  IG-PRIOR-LOW            PIC 9(04) VALUE 0.
013500 77  IG-PRIOR-HIGH           PIC 9(04) VALUE 0.
013600 77  IG-PROF-LOW             PIC 9(04) VALUE 0.
013700 77  IG-PROF-HIGH            PIC 9(04) VALUE 0.
013733 77  IG-GAME-PROF-CODE       PIC X(04) VALUE SPACES.
013766 77  IG-GAME-PROF-VERSION    PIC 9(03) VALUE 0.
013800 77  IG-PREV-STAMP           PIC X(16) VALUE SPACES.
013900 77  IG-LAST-AUDIT           PIC X(57) VALUE SPACES.
014000 77  IG-CALC-GUESS           PIC 9(04) VALUE 0.
014100 77  IG-CALC-STRATEGY        PIC X(01) VALUE SPACE.
014200******************************************************************
014300*    EXCEPTION WORK AREAS. THE CALLER OF 3800-WRITE-EXCEPTION
014400*    FILLS THE REASON, THE EXPECTED GUESS, AND THE RECORD.
014500******************************************************************
014600 77  IG-EXC-REASON           PIC X(04) VALUE SPACES.
014700 77  IG-EXC-EXPECTED         PIC 9(04) VALUE 0.
014800 77  IG-EXC-AUDIT            PIC X(57) VALUE SPACES.
014900 77  IG-EXC-TEXT             PIC X(36) VALUE SPACES.
015000******************************************************************
015100*    RUNNING TOTALS
015200******************************************************************
015300 77  IG-SORT-SEQ-NO          PIC 9(09) VALUE 0.
015400 77  IG-RECS-READ            PIC 9(07) VALUE 0.
015500 77  IG-TRAILERS-SKIPPED     PIC 9(07) VALUE 0.
015600 77  IG-LEGACY-COUNT         PIC 9(07) VALUE 0.
015700 77  IG-GAMES-REPLAYED       PIC 9(07) VALUE 0.
015800 77  IG-GUESSES-CHECKED      PIC 9(07) VALUE 0.
015900 77  IG-UNRESOLVED-COUNT     PIC 9(07) VALUE 0.
016000 77  IG-EXCEPTIONS           PIC 9(07) VALUE 0.
016100 77  IG-EXC-GESS             PIC 9(07) VALUE 0.
016200 77  IG-EXC-TIME             PIC 9(07) VALUE 0.
016300 77  IG-EXC-USER             PIC 9(07) VALUE 0.
016400 77  IG-EXC-RNGE             PIC 9(07) VALUE 0.
016500 77  IG-EXC-AFTE             PIC 9(07) VALUE 0.
016600 77  IG-EXC-EMPT             PIC 9(07) VALUE 0.
016700 77  IG-EXC-NOST             PIC 9(07) VALUE 0.
016800 77  IG-EXC-NOEN             PIC 9(07) VALUE 0.
016900 PROCEDURE DIVISION.
017000******************************************************************
017100*    0000-MAINLINE
017200*    OPENS THE FILES, SORTS THE ARCHIVE INTO GAME ORDER AND
017300*    REPLAYS EACH GAME ON THE WAY OUT OF THE SORT, THEN PRINTS
017400*    THE REPORT.
017500******************************************************************
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     IF RETURN-CODE = 0
017900         SORT GLE-SORT-FILE
018000             ON ASCENDING KEY IG-SORT-GAME-ID IG-SORT-SEQ
018100             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
018200             OUTPUT PROCEDURE IS 3000-REPLAY-GAMES THRU 3000-EXIT
018300     END-IF.
018400     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
018500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018600     STOP RUN.
018700******************************************************************
018800*    1000-INITIALIZE
018900*    OPENS THE ARCHIVE STREAM AND THE EXCEPTION FILE (EITHER
019000*    FAILING IS RC 8), THE SESSION AND PROFILE FILES USED TO
019100*    FIND EACH GAME'S PROFILE RANGE (EITHER MISSING ONLY LEAVES
019200*    GAMES UNRESOLVED), AND LOADS THE RUN DEFAULT RANGE.
019300******************************************************************
019400 1000-INITIALIZE.
019500     ACCEPT IG-RUN-DATE FROM DATE YYYYMMDD.
019600     OPEN INPUT GLE-ARCH-FILE.
019700     IF IG-ARCH-STATUS NOT = "00"
019800         DISPLAY "GLEINTG: GLEAUDAR COULD NOT BE OPENED, "
019900             "STATUS=" IG-ARCH-STATUS
020000         MOVE 8 TO RETURN-CODE
020100         GO TO 1000-EXIT
020200     END-IF.
020300     MOVE 'Y' TO IG-ARCH-OPEN-SWITCH.
020400     OPEN OUTPUT GLE-INTX-FILE.
020500     IF IG-INTX-STATUS NOT = "00"
020600         DISPLAY "GLEINTG: GLEINTX COULD NOT BE OPENED, "
020700             "STATUS=" IG-INTX-STATUS
020800         MOVE 8 TO RETURN-CODE
020900         GO TO 1000-EXIT
021000     END-IF.
021100     MOVE 'Y' TO IG-INTX-OPEN-SWITCH.
021200     OPEN INPUT GLE-SESS-FILE.
021300     IF IG-SESS-STATUS = "00"
021400         MOVE 'Y' TO IG-SESS-OPEN-SWITCH
021500     ELSE
021600         DISPLAY "GLEINTG: GLESESS COULD NOT BE OPENED, "
021700             "STATUS=" IG-SESS-STATUS
021800             " -- GAMES WILL BE HELD TO THEIR 'S' RANGE."
021900     END-IF.
022000     OPEN INPUT GLE-PROF-FILE.
022100     IF IG-PROF-STATUS = "00"
022200         MOVE 'Y' TO IG-PROF-OPEN-SWITCH
022300     ELSE
022400         DISPLAY "GLEINTG: GLEPROF NOT AVAILABLE, STATUS="
022500             IG-PROF-STATUS " -- PROFILE GAMES WILL BE HELD "
022600             "TO THEIR 'S' RANGE."
022700     END-IF.
022711     OPEN INPUT GLE-PHST-FILE.
022722     IF IG-PHST-STATUS = "00"
022733         MOVE 'Y' TO IG-PHST-OPEN-SWITCH
022744     ELSE
022755         DISPLAY "GLEINTG: GLEPHST NOT AVAILABLE, STATUS="
022766             IG-PHST-STATUS " -- GAMES STAMPED WITH A PROFILE "
022777             "VERSION WILL BE HELD TO THEIR 'S' RANGE."
022788     END-IF.
022800     PERFORM 1100-LOAD-DEFAULT-RANGE THRU 1100-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100******************************************************************
023200*    1100-LOAD-DEFAULT-RANGE
023300*    READS THE OPTIONAL GLEPARM CONTROL RECORD FOR THE RANGE A
023400*    BLANK-PROFILE GAME PLAYS OVER, THE SAME WAY GLE DOES.
023500******************************************************************
023600 1100-LOAD-DEFAULT-RANGE.
023700     OPEN INPUT GLE-PARM-FILE.
023800     IF IG-PARM-STATUS = "00"
023900         READ GLE-PARM-FILE
024000             AT END CONTINUE
024100         END-READ
024200         IF IG-PARM-STATUS = "00"
024300             MOVE GLE-PARM-LOW  TO IG-DFLT-LOW
024400             MOVE GLE-PARM-HIGH TO IG-DFLT-HIGH
024500         END-IF
024600         CLOSE GLE-PARM-FILE
024700     END-IF.
024800 1100-EXIT.
024900     EXIT.
025000******************************************************************
025100*    2000-LOAD-SORT
025200*    SORT INPUT PROCEDURE. RELEASES EVERY AUDIT RECORD ON THE
025300*    ARCHIVE STREAM TO THE SORT, TAGGED WITH ITS POSITION ON
025400*    THE INPUT.
025500******************************************************************
025600 2000-LOAD-SORT.
025700     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
025800         UNTIL IG-EOF.
025900 2000-EXIT.
026000     EXIT.
026100******************************************************************
026200*    2100-READ-ARCHIVE
026300*    READS ONE ARCHIVE RECORD. A CONTROL-TOTAL TRAILER (NON-
026400*    NUMERIC DATE POSITION) IS COUNTED AND SKIPPED; ANY OTHER
026500*    RECORD IS RELEASED TO THE SORT.
026600******************************************************************
026700 2100-READ-ARCHIVE.
026800     READ GLE-ARCH-FILE INTO GLE-AUDIT-RECORD
026900         AT END
027000             MOVE 'Y' TO IG-EOF-SWITCH
027100     END-READ.
027200     IF NOT IG-EOF AND IG-ARCH-STATUS NOT = "00"
027300         DISPLAY "GLEINTG: READ OF GLEAUDAR FAILED, STATUS="
027400             IG-ARCH-STATUS
027500         MOVE 'Y' TO IG-EOF-SWITCH
027600         MOVE 8 TO RETURN-CODE
027700     END-IF.
027800     IF IG-EOF
027900         GO TO 2100-EXIT
028000     END-IF.
028100     IF GLE-AUD-DATE NOT NUMERIC
028200         ADD 1 TO IG-TRAILERS-SKIPPED
028300         GO TO 2100-EXIT
028400     END-IF.
028500     ADD 1 TO IG-RECS-READ.
028600     ADD 1 TO IG-SORT-SEQ-NO.
028700     MOVE GLE-AUD-GAME-ID  TO IG-SORT-GAME-ID.
028800     MOVE IG-SORT-SEQ-NO   TO IG-SORT-SEQ.
028900     MOVE GLE-AUDIT-RECORD TO IG-SORT-AUDIT.
029000     RELEASE IG-SORT-RECORD.
029100 2100-EXIT.
029200     EXIT.
029300******************************************************************
029400*    3000-REPLAY-GAMES
029500*    SORT OUTPUT PROCEDURE. TAKES BACK EACH RECORD IN GAME
029600*    ORDER AND REPLAYS IT, THEN CLOSES OUT THE LAST GAME-ID.
029700******************************************************************
029800 3000-REPLAY-GAMES.
029900     PERFORM 3100-RETURN-RECORD THRU 3100-EXIT
030000         UNTIL IG-SORT-EOF.
030100     PERFORM 3700-CLOSE-GAME-ID THRU 3700-EXIT.
030200 3000-EXIT.
030300     EXIT.
030400******************************************************************
030500*    3100-RETURN-RECORD
030600*    RETURNS ONE SORTED RECORD. A CHANGE OF GAME-ID CLOSES OUT
030700*    THE GAME-ID BEFORE IT; THE RECORD IS THEN ROUTED ON ITS
030800*    TYPE. A PRE-CHANGE BLANK-TYPE RECORD IS ONLY COUNTED.
030900******************************************************************
031000 3100-RETURN-RECORD.
031100     RETURN GLE-SORT-FILE
031200         AT END
031300             MOVE 'Y' TO IG-SORT-EOF-SWITCH
031400     END-RETURN.
031500     IF IG-SORT-EOF
031600         GO TO 3100-EXIT
031700     END-IF.
031800     MOVE IG-SORT-AUDIT TO GLE-AUDIT-RECORD.
031900     IF GLE-AUD-GAME-ID NOT = IG-CURR-GAME-ID
032000         PERFORM 3700-CLOSE-GAME-ID THRU 3700-EXIT
032100         MOVE GLE-AUD-GAME-ID TO IG-CURR-GAME-ID
032200         MOVE 'N' TO IG-GAME-STATE
032300     END-IF.
032400     EVALUATE TRUE
032500         WHEN GLE-AUD-REC-START
032600             PERFORM 3200-START-RECORD THRU 3200-EXIT
032700         WHEN GLE-AUD-REC-GUESS
032800         WHEN GLE-AUD-REC-UNDO
032900             PERFORM 3300-GUESS-RECORD THRU 3300-EXIT
033000         WHEN GLE-AUD-REC-END
033100             PERFORM 3400-END-RECORD THRU 3400-EXIT
033200         WHEN OTHER
033300             ADD 1 TO IG-LEGACY-COUNT
033400     END-EVALUATE.
033500     MOVE GLE-AUDIT-RECORD TO IG-LAST-AUDIT.
033600 3100-EXIT.
033700     EXIT.
033800******************************************************************
033900*    3200-START-RECORD
034000*    AN 'S' RECORD. INSIDE AN OPEN GAME IT IS A RESUME: IT IS
034100*    CHECKED LIKE ANY OTHER RECORD AND ITS LOW/HIGH BECOME THE
034200*    PRIOR RANGE. OTHERWISE IT OPENS A NEW GAME: THE USER-ID,
034300*    TIMESTAMP, AND PROFILE RANGE THE REST OF THE GAME IS HELD
034400*    TO ARE TAKEN FROM HERE.
034500******************************************************************
034600 3200-START-RECORD.
034700     IF IG-GAME-OPEN
034800         PERFORM 3500-CHECK-SEQUENCE THRU 3500-EXIT
034900     ELSE
035000         ADD 1 TO IG-GAMES-REPLAYED
035100         MOVE 'O'              TO IG-GAME-STATE
035200         MOVE 0                TO IG-GAME-PASSES
035300         MOVE GLE-AUD-USER-ID  TO IG-GAME-USER-ID
035400         MOVE GLE-AUD-TIMESTAMP TO IG-PREV-STAMP
035500         PERFORM 3600-RESOLVE-PROFILE THRU 3600-EXIT
035600         PERFORM 3500-CHECK-SEQUENCE THRU 3500-EXIT
035700     END-IF.
035800     MOVE GLE-AUD-LOW  TO IG-PRIOR-LOW.
035900     MOVE GLE-AUD-HIGH TO IG-PRIOR-HIGH.
036000 3200-EXIT.
036100     EXIT.
036200******************************************************************
036300*    3300-GUESS-RECORD
036400*    A 'G' OR 'U' RECORD. IT MUST FALL INSIDE AN OPEN GAME. A
036500*    'G' RECORD'S GUESS IS RECOMPUTED THROUGH GLECALC FROM THE
036600*    PRIOR LOW/HIGH AND THE RECORD'S OWN STRATEGY. EITHER WAY
036700*    THE RECORD'S LOW/HIGH BECOME THE PRIOR RANGE FOR THE NEXT
036800*    GUESS.
036900******************************************************************
037000 3300-GUESS-RECORD.
037100     IF NOT IG-GAME-OPEN
037200         PERFORM 3450-NOT-OPEN THRU 3450-EXIT
037300         GO TO 3300-EXIT
037400     END-IF.
037500     PERFORM 3500-CHECK-SEQUENCE THRU 3500-EXIT.
037600     ADD 1 TO IG-GAME-PASSES.
037700     IF GLE-AUD-REC-GUESS
037800         ADD 1 TO IG-GUESSES-CHECKED
037900         MOVE GLE-AUD-STRATEGY TO IG-CALC-STRATEGY
038000         CALL 'GLECALC' USING IG-PRIOR-LOW, IG-PRIOR-HIGH,
038100             IG-CALC-GUESS, IG-CALC-STRATEGY
038200         IF IG-CALC-GUESS NOT = GLE-AUD-CURR-GUESS
038300             MOVE 'GESS'           TO IG-EXC-REASON
038400             MOVE IG-CALC-GUESS    TO IG-EXC-EXPECTED
038500             MOVE GLE-AUDIT-RECORD TO IG-EXC-AUDIT
038600             PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
038700         END-IF
038800     END-IF.
038900     MOVE GLE-AUD-LOW  TO IG-PRIOR-LOW.
039000     MOVE GLE-AUD-HIGH TO IG-PRIOR-HIGH.
039100 3300-EXIT.
039200     EXIT.
039300******************************************************************
039400*    3400-END-RECORD
039500*    AN 'E' RECORD. IT MUST CLOSE AN OPEN GAME THAT HAD AT LEAST
039600*    ONE GUESS SINCE ITS 'S' RECORD.
039700******************************************************************
039800 3400-END-RECORD.
039900     IF NOT IG-GAME-OPEN
040000         PERFORM 3450-NOT-OPEN THRU 3450-EXIT
040100         GO TO 3400-EXIT
040200     END-IF.
040300     PERFORM 3500-CHECK-SEQUENCE THRU 3500-EXIT.
040400     IF IG-GAME-PASSES = 0
040500         MOVE 'EMPT'           TO IG-EXC-REASON
040600         MOVE 0                TO IG-EXC-EXPECTED
040700         MOVE GLE-AUDIT-RECORD TO IG-EXC-AUDIT
040800         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
040900     END-IF.
041000     MOVE 'C' TO IG-GAME-STATE.
041100 3400-EXIT.
041200     EXIT.
041300******************************************************************
041400*    3450-NOT-OPEN
041500*    FLAGS A 'G'/'U'/'E' RECORD THAT ARRIVED WITH NO GAME OPEN:
041600*    AFTER THE GAME'S 'E' RECORD, OR WITH NO 'S' RECORD AT ALL.
041700******************************************************************
041800 3450-NOT-OPEN.
041900     IF IG-GAME-CLOSED
042000         MOVE 'AFTE' TO IG-EXC-REASON
042100     ELSE
042200         MOVE 'NOST' TO IG-EXC-REASON
042300     END-IF.
042400     MOVE 0                TO IG-EXC-EXPECTED.
042500     MOVE GLE-AUDIT-RECORD TO IG-EXC-AUDIT.
042600     PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT.
042700 3450-EXIT.
042800     EXIT.
042900******************************************************************
043000*    3500-CHECK-SEQUENCE
043100*    CHECKS ONE RECORD OF AN OPEN GAME AGAINST THE GAME SO FAR:
043200*    ITS TIMESTAMP MAY NOT RUN BEHIND THE RECORD BEFORE IT, ITS
043300*    USER-ID MUST BE THE OPENING 'S' RECORD'S, AND ITS LOW/HIGH
043400*    MUST STAY INSIDE THE GAME'S PROFILE RANGE.
043500******************************************************************
043600 3500-CHECK-SEQUENCE.
043700     MOVE 0                TO IG-EXC-EXPECTED.
043800     MOVE GLE-AUDIT-RECORD TO IG-EXC-AUDIT.
043900     IF GLE-AUD-TIMESTAMP < IG-PREV-STAMP
044000         MOVE 'TIME' TO IG-EXC-REASON
044100         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
044200     END-IF.
044300     IF GLE-AUD-USER-ID NOT = IG-GAME-USER-ID
044400         MOVE 'USER' TO IG-EXC-REASON
044500         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
044600     END-IF.
044700     IF GLE-AUD-LOW < IG-PROF-LOW
044800         OR GLE-AUD-HIGH > IG-PROF-HIGH
044900         MOVE 'RNGE' TO IG-EXC-REASON
045000         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
045100     END-IF.
045200     MOVE GLE-AUD-TIMESTAMP TO IG-PREV-STAMP.
045300 3500-EXIT.
045400     EXIT.
045453******************************************************************
045506*    3600-RESOLVE-PROFILE
045559*    SETS THE PROFILE RANGE A NEW GAME IS HELD TO. AN 'S' RECORD
045612*    THAT CARRIES ITS PROFILE CODE AND VERSION NAMES THE RANGE
045665*    IN FORCE WHEN IT WAS PLAYED: A BLANK CODE IS THE RUN
045718*    DEFAULT RANGE, AND A CODE WITH A VERSION IS THAT VERSION'S
045771*    VALUES ON THE GLEPHST HISTORY. OLDER 'S' RECORDS CARRY
045824*    NEITHER, SO THE CODE IS TAKEN FROM THE GAME'S GLESESS ROW
045877*    -- A REUSED GAME-ID'S ROW BELONGS TO ITS LATEST GAME, SO AN
045930*    OLDER GAME ON THE SAME ID IS HELD TO THAT GAME'S PROFILE.
045983*    A CODE WITH NO VERSION (AN OLDER RECORD, OR A PROFILE
046036*    LOADED BEFORE VERSIONS WERE KEPT) IS HELD TO THE PROFILE'S
046089*    VALUES ON GLEPROF TODAY. WHEN NONE OF THESE CAN BE FOUND
046142*    THE GAME IS HELD TO THE RANGE ON ITS OWN 'S' RECORD
046195*    INSTEAD AND COUNTED AS UNRESOLVED.
046248******************************************************************
046301 3600-RESOLVE-PROFILE.
046354     MOVE GLE-AUD-LOW  TO IG-PROF-LOW.
046407     MOVE GLE-AUD-HIGH TO IG-PROF-HIGH.
046460     MOVE 0            TO IG-GAME-PROF-VERSION.
046513     IF GLE-AUD-PROF-VERSION NUMERIC
046566         MOVE GLE-AUD-PROF-CODE    TO IG-GAME-PROF-CODE
046619         MOVE GLE-AUD-PROF-VERSION TO IG-GAME-PROF-VERSION
046654         PERFORM 3620-APPLY-PROF-CODE THRU 3620-EXIT
046689         GO TO 3600-EXIT
046725     END-IF.
046778     IF NOT IG-SESS-IS-OPEN
046831         ADD 1 TO IG-UNRESOLVED-COUNT
046884         GO TO 3600-EXIT
046937     END-IF.
046990     MOVE GLE-AUD-GAME-ID TO GLE-SESS-GAME-ID.
047043     READ GLE-SESS-FILE
047096         KEY IS GLE-SESS-GAME-ID
047149         INVALID KEY CONTINUE
047202     END-READ.
047255     IF IG-SESS-STATUS NOT = "00" AND IG-SESS-STATUS NOT = "02"
047308         ADD 1 TO IG-UNRESOLVED-COUNT
047361         GO TO 3600-EXIT
047414     END-IF.
047467     MOVE GLE-SESS-PROF-CODE TO IG-GAME-PROF-CODE.
047476     PERFORM 3620-APPLY-PROF-CODE THRU 3620-EXIT.
047485 3600-EXIT.
047494     EXIT.
047503******************************************************************
047512*    3620-APPLY-PROF-CODE
047521*    HOLDS THE GAME TO THE RANGE ITS PROFILE CODE AND VERSION
047530*    NAME: THE RUN DEFAULT FOR A BLANK CODE, THE GLEPHST VERSION
047539*    WHEN ONE IS GIVEN, OTHERWISE THE PROFILE ON GLEPROF TODAY.
047548******************************************************************
047557 3620-APPLY-PROF-CODE.
047573     IF IG-GAME-PROF-CODE = SPACES
047626         MOVE IG-DFLT-LOW  TO IG-PROF-LOW
047679         MOVE IG-DFLT-HIGH TO IG-PROF-HIGH
047732         GO TO 3620-EXIT
047785     END-IF.
047838     IF IG-GAME-PROF-VERSION > 0
047891         PERFORM 3650-READ-PROFILE-HISTORY THRU 3650-EXIT
047944         GO TO 3620-EXIT
047997     END-IF.
048050     IF NOT IG-PROF-IS-OPEN
048103         ADD 1 TO IG-UNRESOLVED-COUNT
048156         GO TO 3620-EXIT
048209     END-IF.
048262     MOVE IG-GAME-PROF-CODE TO GLE-PROF-CODE.
048315     READ GLE-PROF-FILE
048368         KEY IS GLE-PROF-CODE
048421         INVALID KEY CONTINUE
048474     END-READ.
048527     IF IG-PROF-STATUS = "00"
048580         MOVE GLE-PROF-LOW  TO IG-PROF-LOW
048633         MOVE GLE-PROF-HIGH TO IG-PROF-HIGH
048686     ELSE
048739         ADD 1 TO IG-UNRESOLVED-COUNT
048792     END-IF.
048845 3620-EXIT.
048898     EXIT.
048951******************************************************************
049004*    3650-READ-PROFILE-HISTORY
049057*    HOLDS THE GAME TO THE LOW/HIGH OF THE PROFILE VERSION ITS
049110*    'S' RECORD NAMES, FROM THAT VERSION'S GLEPHST RECORD. A
049163*    MISSING HISTORY FILE OR RECORD LEAVES THE GAME UNRESOLVED.
049216******************************************************************
049269 3650-READ-PROFILE-HISTORY.
049322     IF NOT IG-PHST-IS-OPEN
049375         ADD 1 TO IG-UNRESOLVED-COUNT
049428         GO TO 3650-EXIT
049481     END-IF.
049534     MOVE IG-GAME-PROF-CODE    TO GLE-PHST-CODE.
049587     MOVE IG-GAME-PROF-VERSION TO GLE-PHST-VERSION.
049640     READ GLE-PHST-FILE
049693         KEY IS GLE-PHST-KEY
049746         INVALID KEY CONTINUE
049799     END-READ.
049852     IF IG-PHST-STATUS = "00"
049905         MOVE GLE-PHST-AFT-LOW  TO IG-PROF-LOW
049958         MOVE GLE-PHST-AFT-HIGH TO IG-PROF-HIGH
050011     ELSE
050064         ADD 1 TO IG-UNRESOLVED-COUNT
050117     END-IF.
050170 3650-EXIT.
050223     EXIT.
050300******************************************************************
050400*    3700-CLOSE-GAME-ID
050500*    RUN AT EACH CHANGE OF GAME-ID AND AT END OF THE SORT. A
050600*    GAME STILL OPEN HERE NEVER REACHED ITS 'E' RECORD; THE
050700*    EXCEPTION CARRIES THE GAME'S LAST RECORD.
050800******************************************************************
050900 3700-CLOSE-GAME-ID.
051000     IF IG-GAME-OPEN
051100         MOVE 'NOEN'        TO IG-EXC-REASON
051200         MOVE 0             TO IG-EXC-EXPECTED
051300         MOVE IG-LAST-AUDIT TO IG-EXC-AUDIT
051400         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
051500     END-IF.
051600     MOVE 'N' TO IG-GAME-STATE.
051700 3700-EXIT.
051800     EXIT.
051900******************************************************************
052000*    3800-WRITE-EXCEPTION
052100*    WRITES ONE GLEINTX RECORD FROM IG-EXC-REASON, -EXPECTED AND
052200*    -AUDIT, PRINTS IT ON THE REPORT, AND COUNTS IT UNDER ITS
052300*    REASON.
052400******************************************************************
052500 3800-WRITE-EXCEPTION.
052600     ADD 1 TO IG-EXCEPTIONS.
052700     MOVE IG-EXC-REASON   TO GLE-INTX-REASON.
052800     MOVE IG-EXC-EXPECTED TO GLE-INTX-EXPECTED.
052900     MOVE IG-EXC-AUDIT    TO GLE-INTX-AUDIT.
053000     EVALUATE IG-EXC-REASON
053100         WHEN 'GESS'
053200             ADD 1 TO IG-EXC-GESS
053300             MOVE "GUESS NOT WHAT GLECALC GIVES" TO IG-EXC-TEXT
053400         WHEN 'TIME'
053500             ADD 1 TO IG-EXC-TIME
053600             MOVE "TIMESTAMP BEHIND THE PRIOR RECORD"
053700                 TO IG-EXC-TEXT
053800         WHEN 'USER'
053900             ADD 1 TO IG-EXC-USER
054000             MOVE "USER-ID CHANGED MID-GAME" TO IG-EXC-TEXT
054100         WHEN 'RNGE'
054200             ADD 1 TO IG-EXC-RNGE
054300             MOVE "LOW/HIGH OUTSIDE THE PROFILE RANGE"
054400                 TO IG-EXC-TEXT
054500         WHEN 'AFTE'
054600             ADD 1 TO IG-EXC-AFTE
054700             MOVE "RECORD AFTER THE GAME'S 'E' RECORD"
054800                 TO IG-EXC-TEXT
054900         WHEN 'EMPT'
055000             ADD 1 TO IG-EXC-EMPT
055100             MOVE "'E' RIGHT AFTER 'S', NO GUESSES"
055200                 TO IG-EXC-TEXT
055300         WHEN 'NOST'
055400             ADD 1 TO IG-EXC-NOST
055500             MOVE "NO 'S' RECORD AHEAD OF THIS ONE"
055600                 TO IG-EXC-TEXT
055700         WHEN OTHER
055800             ADD 1 TO IG-EXC-NOEN
055900             MOVE "GAME NEVER CLOSED BY AN 'E' RECORD"
056000                 TO IG-EXC-TEXT
056100     END-EVALUATE.
056200     DISPLAY "GAME " GLE-INTX-GAME-ID
056300         " " GLE-INTX-DATE "/" GLE-INTX-TIME
056400         " " GLE-INTX-REASON " " IG-EXC-TEXT.
056500     IF GLE-INTX-REASON = 'GESS'
056600         DISPLAY "     GUESS ON FILE " GLE-AUD-CURR-GUESS
056700             " -- GLECALC GIVES " GLE-INTX-EXPECTED
056800     END-IF.
056900     WRITE GLE-INTX-RECORD.
057000     IF IG-INTX-STATUS NOT = "00"
057100         DISPLAY "GLEINTG: WRITE OF GLEINTX FAILED, STATUS="
057200             IG-INTX-STATUS
057300         MOVE 8 TO RETURN-CODE
057400     END-IF.
057500 3800-EXIT.
057600     EXIT.
057700******************************************************************
057800*    8000-PRINT-REPORT
057900*    PRINTS THE REPLAY TOTALS AND THE EXCEPTION COUNTS BY
058000*    REASON. ANY EXCEPTION ENDS THE RUN RC 8 SO THE ARCHIVE IS
058100*    NOT BILLED OR TRUSTED UNTIL IT HAS BEEN LOOKED AT.
058200******************************************************************
058300 8000-PRINT-REPORT.
058400     DISPLAY "==================================================".
058500     DISPLAY "GLEINTG - GLEAUDAR INTEGRITY REPLAY " IG-RUN-DATE.
058600     DISPLAY "==================================================".
058700     DISPLAY "AUDIT RECORDS READ.................: "
058800         IG-RECS-READ.
058900     DISPLAY "ARCHIVE TRAILERS SKIPPED...........: "
059000         IG-TRAILERS-SKIPPED.
059100     DISPLAY "PRE-CHANGE RECORDS NOT REPLAYED....: "
059200         IG-LEGACY-COUNT.
059300     DISPLAY "GAMES REPLAYED.....................: "
059400         IG-GAMES-REPLAYED.
059500     DISPLAY "GUESSES RECOMPUTED.................: "
059600         IG-GUESSES-CHECKED.
059700     DISPLAY "GAMES HELD TO THEIR 'S' RANGE......: "
059800         IG-UNRESOLVED-COUNT.
059900     DISPLAY "EXCEPTIONS.........................: "
060000         IG-EXCEPTIONS.
060100     DISPLAY "  WRONG GUESS (GESS)...............: " IG-EXC-GESS.
060200     DISPLAY "  TIME RUNS BACKWARDS (TIME).......: " IG-EXC-TIME.
060300     DISPLAY "  USER-ID CHANGED (USER)...........: " IG-EXC-USER.
060400     DISPLAY "  OUTSIDE PROFILE RANGE (RNGE).....: " IG-EXC-RNGE.
060500     DISPLAY "  AFTER THE 'E' RECORD (AFTE)......: " IG-EXC-AFTE.
060600     DISPLAY "  NO GUESS BETWEEN S/E (EMPT)......: " IG-EXC-EMPT.
060700     DISPLAY "  NO 'S' RECORD (NOST).............: " IG-EXC-NOST.
060800     DISPLAY "  NO 'E' RECORD (NOEN).............: " IG-EXC-NOEN.
060900     IF IG-EXCEPTIONS > 0
061000         DISPLAY "** TRAIL FAILED THE REPLAY -- SEE GLEINTX **"
061100         MOVE 8 TO RETURN-CODE
061200     END-IF.
061300     DISPLAY "==================================================".
061400 8000-EXIT.
061500     EXIT.
061600******************************************************************
061700*    9000-TERMINATE
061800*    CLOSES WHATEVER WAS OPENED BEFORE ENDING THE RUN.
061900******************************************************************
062000 9000-TERMINATE.
062100     IF IG-ARCH-IS-OPEN
062200         CLOSE GLE-ARCH-FILE
062300     END-IF.
062400     IF IG-INTX-IS-OPEN
062500         CLOSE GLE-INTX-FILE
062600     END-IF.
062700     IF IG-SESS-IS-OPEN
062800         CLOSE GLE-SESS-FILE
062900     END-IF.
063000     IF IG-PROF-IS-OPEN
063100         CLOSE GLE-PROF-FILE
063200     END-IF.
063225     IF IG-PHST-IS-OPEN
063250         CLOSE GLE-PHST-FILE
063275     END-IF.
063300 9000-EXIT.
063400     EXIT.
