000100******************************************************************
000200*    IDENTIFICATION DIVISION.
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     GLEPMNT.
000600 AUTHOR.         D. HEMANG.
000700 INSTALLATION.   OPERATIONS SYSTEMS.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100*    MODIFICATION HISTORY
001200*    ------------------------------------------------------------
001300*    2026-10-15  DH   ORIGINAL. MAINTENANCE UTILITY FOR THE KEYED
001400*                     GLEPROF RANGE-PROFILE FILE, WHICH UNTIL NOW
001500*                     WAS CHANGED BY HAND EDIT WITH NO RECORD OF
001600*                     WHO CHANGED WHAT OR WHEN. DRIVEN BY COMMANDS
001700*                     ON GLEPMCMD THE SAME WAY GLESMNT IS: ADD A
001800*                     PROFILE, CHANGE ITS RANGE OR STRATEGY,
001900*                     RETIRE IT, OR LIST THE FILE. EVERY CHANGE
002000*                     CARRIES AN EFFECTIVE DATE (A LATER DATE
002100*                     STAGES IT ON THE PROFILE UNTIL THAT DAY),
002200*                     RAISES THE PROFILE'S VERSION, AND IS LOGGED
002300*                     WITH ITS BEFORE AND AFTER VALUES TO THE
002400*                     KEYED GLEPHST HISTORY FILE.
002416*    2026-10-15  DH   EACH CHANGE IS NOW LOGGED TO GLEPHST BEFORE
002432*                     GLEPROF IS WRITTEN, AND GLEPROF IS ONLY
002448*                     TOUCHED ONCE THE LOG ENTRY IS SAFE; A FAILED
002464*                     GLEPROF UPDATE TAKES ITS LOG ENTRY BACK OUT.
002480*                     AN UNKNOWN ACTION NOW COUNTS AS SKIPPED.
002500******************************************************************
002600*    DESIGN NOTES
002700*    ------------------------------------------------------------
002800*    A PROFILE HOLDS ITS CURRENT VALUES AND AT MOST ONE STAGED
002900*    CHANGE (SEE GLEPROF). WHEN A CARD TOUCHES A PROFILE WHOSE
003000*    STAGED CHANGE HAS COME DUE, THE STAGED VALUES ARE FIRST
003100*    FOLDED INTO THE CURRENT ONES, SO THE CARD IS ALWAYS APPLIED
003200*    TO WHAT IS IN FORCE TODAY. A NEW CHANGE OR RETIREMENT
003300*    REPLACES ANY CHANGE STILL STAGED FOR A LATER DATE -- THE
003400*    HISTORY RECORD NAMES THE VERSION IT REPLACED -- SO VERSION
003500*    NUMBERS ONLY EVER GO UP. AN EFFECTIVE DATE EARLIER THAN THE
003600*    RUN DATE IS REFUSED: GAMES ALREADY PLAYED WERE PLAYED UNDER
003700*    THE OLD VALUES AND THE HISTORY MUST SAY SO. A CHANGE TO A
003800*    RETIRED PROFILE PUTS IT BACK IN SERVICE. A REFUSED CARD IS
003900*    REPORTED AND SKIPPED; A FAILED FILE UPDATE SETS RC 8.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT GLE-PROF-FILE ASSIGN TO "GLEPROF"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS GLE-PROF-CODE
004800         FILE STATUS IS PM-PROF-STATUS.
004900     SELECT GLE-PHST-FILE ASSIGN TO "GLEPHST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS GLE-PHST-KEY
005300         FILE STATUS IS PM-PHST-STATUS.
005400     SELECT GLE-CMD-FILE ASSIGN TO "GLEPMCMD"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS PM-CMD-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  GLE-PROF-FILE.
006000 COPY GLEPROF.
006100 FD  GLE-PHST-FILE.
006200 COPY GLEPHST.
006300 FD  GLE-CMD-FILE.
006400 COPY GLEPMCM.
006500 WORKING-STORAGE SECTION.
006600******************************************************************
006700*    FILE CONTROLS AND SWITCHES
006800******************************************************************
006900 77  PM-PROF-STATUS          PIC X(02) VALUE SPACES.
007000 77  PM-PHST-STATUS          PIC X(02) VALUE SPACES.
007100 77  PM-CMD-STATUS           PIC X(02) VALUE SPACES.
007200 77  PM-CMD-EOF-SWITCH       PIC X(01) VALUE 'N'.
007300     88  PM-CMD-EOF                 VALUE 'Y'.
007400 77  PM-PROF-EOF-SWITCH      PIC X(01) VALUE 'N'.
007500     88  PM-PROF-EOF                VALUE 'Y'.
007600 77  PM-CARD-OK-SWITCH       PIC X(01) VALUE 'N'.
007700     88  PM-CARD-OK                 VALUE 'Y'.
007800 77  PM-FOUND-SWITCH         PIC X(01) VALUE 'N'.
007900     88  PM-PROF-FOUND              VALUE 'Y'.
007933 77  PM-LOGGED-SWITCH        PIC X(01) VALUE 'N'.
007966     88  PM-LOGGED                  VALUE 'Y'.
008000******************************************************************
008100*    DATES AND VERSIONS FOR THE CARD IN HAND
008200******************************************************************
008300 77  PM-RUN-DATE             PIC 9(08) VALUE 0.
008400 77  PM-RUN-TIME             PIC 9(08) VALUE 0.
008500 77  PM-EFF-DATE             PIC 9(08) VALUE 0.
008600 77  PM-CUR-VERSION          PIC 9(03) VALUE 0.
008700 77  PM-NEXT-VERSION         PIC 9(04) VALUE 0.
008800 77  PM-REPLACED-VERSION     PIC 9(03) VALUE 0.
008900 77  PM-NEW-STRATEGY         PIC X(01) VALUE SPACE.
008916******************************************************************
008932*    THE PROFILE AS READ, PUT BACK IN THE RECORD AREA WHEN THE
008948*    CARD'S HISTORY RECORD CANNOT BE WRITTEN
008964******************************************************************
008980 01  PM-PROF-BEFORE          PIC X(64) VALUE SPACES.
009000******************************************************************
009100*    RUNNING TOTALS
009200******************************************************************
009300 77  PM-LISTED-COUNT         PIC 9(07) VALUE 0.
009400 77  PM-ADDED-COUNT          PIC 9(07) VALUE 0.
009500 77  PM-CHANGED-COUNT        PIC 9(07) VALUE 0.
009600 77  PM-RETIRED-COUNT        PIC 9(07) VALUE 0.
009700 77  PM-STAGED-COUNT         PIC 9(07) VALUE 0.
009800 77  PM-REFUSED-COUNT        PIC 9(07) VALUE 0.
009900 PROCEDURE DIVISION.
010000******************************************************************
010100*    0000-MAINLINE
010200*    PROCESSES THE COMMAND FILE IN ORDER AND REPORTS TOTALS.
010300******************************************************************
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
010700         UNTIL PM-CMD-EOF.
010800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010900     STOP RUN.
011000******************************************************************
011100*    1000-INITIALIZE
011200*    TAKES THE RUN DATE AND TIME, OPENS THE PROFILE AND HISTORY
011300*    FILES FOR UPDATE (CREATING EITHER IF IT IS NOT ALREADY
011400*    THERE, THE SAME WAY GLE CREATES GLESESS), AND THE COMMAND
011500*    FILE FOR INPUT. NO COMMAND IS RUN IF ANY OPEN FAILS -- A
011600*    PROFILE CHANGE THAT CANNOT BE LOGGED MUST NOT BE MADE.
011700******************************************************************
011800 1000-INITIALIZE.
011900     ACCEPT PM-RUN-DATE FROM DATE YYYYMMDD.
012000     ACCEPT PM-RUN-TIME FROM TIME.
012100     OPEN I-O GLE-PROF-FILE.
012200     IF PM-PROF-STATUS = "05" OR "35"
012300         OPEN OUTPUT GLE-PROF-FILE
012400         CLOSE GLE-PROF-FILE
012500         OPEN I-O GLE-PROF-FILE
012600     END-IF.
012700     IF PM-PROF-STATUS NOT = "00"
012800         DISPLAY "GLEPMNT: GLEPROF COULD NOT BE OPENED, STATUS="
012900             PM-PROF-STATUS
013000         MOVE 'Y' TO PM-CMD-EOF-SWITCH
013100         MOVE 8 TO RETURN-CODE
013200     END-IF.
013300     OPEN I-O GLE-PHST-FILE.
013400     IF PM-PHST-STATUS = "05" OR "35"
013500         OPEN OUTPUT GLE-PHST-FILE
013600         CLOSE GLE-PHST-FILE
013700         OPEN I-O GLE-PHST-FILE
013800     END-IF.
013900     IF PM-PHST-STATUS NOT = "00"
014000         DISPLAY "GLEPMNT: GLEPHST COULD NOT BE OPENED, STATUS="
014100             PM-PHST-STATUS
014200         MOVE 'Y' TO PM-CMD-EOF-SWITCH
014300         MOVE 8 TO RETURN-CODE
014400     END-IF.
014500     OPEN INPUT GLE-CMD-FILE.
014600     IF PM-CMD-STATUS NOT = "00"
014700         DISPLAY "GLEPMNT: GLEPMCMD COULD NOT BE OPENED, STATUS="
014800             PM-CMD-STATUS
014900         MOVE 'Y' TO PM-CMD-EOF-SWITCH
015000         MOVE 8 TO RETURN-CODE
015100     END-IF.
015200 1000-EXIT.
015300     EXIT.
015400******************************************************************
015500*    2000-PROCESS-COMMAND
015600*    READS ONE COMMAND RECORD AND DISPATCHES IT. AN UNKNOWN
015700*    ACTION IS REPORTED AND SKIPPED RATHER THAN STOPPING THE
015800*    RUN, SO ONE MISKEYED CARD DOES NOT COST THE WHOLE DECK.
015900******************************************************************
016000 2000-PROCESS-COMMAND.
016100     READ GLE-CMD-FILE
016200         AT END
016300             MOVE 'Y' TO PM-CMD-EOF-SWITCH
016400     END-READ.
016500     IF NOT PM-CMD-EOF AND PM-CMD-STATUS NOT = "00"
016600         DISPLAY "GLEPMNT: READ OF GLEPMCMD FAILED, STATUS="
016700             PM-CMD-STATUS
016800         MOVE 'Y' TO PM-CMD-EOF-SWITCH
016900         MOVE 8 TO RETURN-CODE
017000     END-IF.
017100     IF NOT PM-CMD-EOF
017200         EVALUATE TRUE
017300             WHEN GLE-PMCM-ADD
017400                 PERFORM 3000-ADD-PROFILE THRU 3000-EXIT
017500             WHEN GLE-PMCM-CHANGE
017600                 PERFORM 4000-CHANGE-PROFILE THRU 4000-EXIT
017700             WHEN GLE-PMCM-RETIRE
017800                 PERFORM 5000-RETIRE-PROFILE THRU 5000-EXIT
017900             WHEN GLE-PMCM-LIST
018000                 PERFORM 6000-LIST-PROFILES THRU 6000-EXIT
018100             WHEN OTHER
018200                 DISPLAY "GLEPMNT: UNKNOWN ACTION '"
018300                     GLE-PMCM-ACTION "' -- SKIPPED."
018350                 ADD 1 TO PM-REFUSED-COUNT
018400         END-EVALUATE
018500     END-IF.
018600 2000-EXIT.
018700     EXIT.
018800******************************************************************
018900*    2100-CHECK-CARD
019000*    CHECKS WHAT EVERY ADD, CHANGE, AND RETIRE CARD NEEDS: A
019100*    PROFILE CODE, THE USER-ID OF WHOEVER ASKED FOR THE CHANGE,
019200*    AND AN EFFECTIVE DATE THAT IS NOT IN THE PAST. A ZERO OR
019300*    BLANK DATE MEANS THE RUN DATE. LEAVES THE DATE TO USE IN
019400*    PM-EFF-DATE AND SETS PM-CARD-OK.
019500******************************************************************
019600 2100-CHECK-CARD.
019700     MOVE 'N' TO PM-CARD-OK-SWITCH.
019800     IF GLE-PMCM-CODE = SPACES
019900         DISPLAY "GLEPMNT: " GLE-PMCM-ACTION
020000             " CARD HAS NO PROFILE CODE -- SKIPPED."
020100         GO TO 2100-EXIT
020200     END-IF.
020300     IF GLE-PMCM-USER-ID = SPACES
020400         DISPLAY "GLEPMNT: " GLE-PMCM-ACTION " OF PROFILE "
020500             GLE-PMCM-CODE " NAMES NO USER-ID -- SKIPPED."
020600         GO TO 2100-EXIT
020700     END-IF.
020800     IF GLE-PMCM-EFF-DATE = SPACES
020900         MOVE PM-RUN-DATE TO PM-EFF-DATE
021000     ELSE
021100         IF GLE-PMCM-EFF-DATE NOT NUMERIC
021200             DISPLAY "GLEPMNT: " GLE-PMCM-ACTION " OF PROFILE "
021300                 GLE-PMCM-CODE " EFFECTIVE DATE IS NOT NUMERIC "
021400                 "-- SKIPPED."
021500             GO TO 2100-EXIT
021600         END-IF
021700         MOVE GLE-PMCM-EFF-DATE TO PM-EFF-DATE
021800         IF PM-EFF-DATE = 0
021900             MOVE PM-RUN-DATE TO PM-EFF-DATE
022000         END-IF
022100     END-IF.
022200     IF PM-EFF-DATE < PM-RUN-DATE
022300         DISPLAY "GLEPMNT: " GLE-PMCM-ACTION " OF PROFILE "
022400             GLE-PMCM-CODE " EFFECTIVE " PM-EFF-DATE
022500             " IS BEFORE TODAY -- SKIPPED."
022600         GO TO 2100-EXIT
022700     END-IF.
022800     MOVE 'Y' TO PM-CARD-OK-SWITCH.
022900 2100-EXIT.
023000     EXIT.
023100******************************************************************
023200*    2200-CHECK-RANGE
023300*    CHECKS THE RANGE ON AN ADD OR CHANGE CARD: LOW AND HIGH
023400*    NUMERIC WITH LOW BELOW HIGH, AND A KNOWN STRATEGY (BLANK
023500*    IS ALLOWED). CLEARS PM-CARD-OK ON ANY FAULT.
023600******************************************************************
023700 2200-CHECK-RANGE.
023800     IF GLE-PMCM-LOW NOT NUMERIC
023900         OR GLE-PMCM-HIGH NOT NUMERIC
024000         DISPLAY "GLEPMNT: " GLE-PMCM-ACTION " OF PROFILE "
024100             GLE-PMCM-CODE " LOW/HIGH NOT NUMERIC -- SKIPPED."
024200         MOVE 'N' TO PM-CARD-OK-SWITCH
024300         GO TO 2200-EXIT
024400     END-IF.
024500     IF GLE-PMCM-LOW NOT < GLE-PMCM-HIGH
024600         DISPLAY "GLEPMNT: " GLE-PMCM-ACTION " OF PROFILE "
024700             GLE-PMCM-CODE " LOW " GLE-PMCM-LOW
024800             " IS NOT BELOW HIGH " GLE-PMCM-HIGH " -- SKIPPED."
024900         MOVE 'N' TO PM-CARD-OK-SWITCH
025000         GO TO 2200-EXIT
025100     END-IF.
025200     IF NOT GLE-PMCM-STRAT-VALID
025300         DISPLAY "GLEPMNT: " GLE-PMCM-ACTION " OF PROFILE "
025400             GLE-PMCM-CODE " STRATEGY '" GLE-PMCM-STRATEGY
025500             "' IS NOT M, L, OR H -- SKIPPED."
025600         MOVE 'N' TO PM-CARD-OK-SWITCH
025700     END-IF.
025800 2200-EXIT.
025900     EXIT.
026000******************************************************************
026100*    2300-READ-PROFILE
026200*    READS THE CARD'S PROFILE AND, IF IT IS ON FILE, FOLDS IN
026300*    ANY STAGED CHANGE THAT HAS COME DUE. SETS PM-PROF-FOUND.
026400******************************************************************
026500 2300-READ-PROFILE.
026600     MOVE 'Y' TO PM-FOUND-SWITCH.
026700     MOVE GLE-PMCM-CODE TO GLE-PROF-CODE.
026800     READ GLE-PROF-FILE
026900         KEY IS GLE-PROF-CODE
027000         INVALID KEY
027100             MOVE 'N' TO PM-FOUND-SWITCH
027200     END-READ.
027300     IF PM-PROF-FOUND
027400         PERFORM 2400-FOLD-DUE-CHANGE THRU 2400-EXIT
027500     END-IF.
027600 2300-EXIT.
027700     EXIT.
027800******************************************************************
027900*    2400-FOLD-DUE-CHANGE
028000*    IF THE PROFILE IN THE RECORD AREA HAS A STAGED CHANGE WHOSE
028100*    EFFECTIVE DATE HAS BEEN REACHED, MAKES IT THE CURRENT
028200*    VALUES AND CLEARS THE STAGED GROUP. THE CALLER DECIDES
028300*    WHETHER THE RESULT IS REWRITTEN.
028400******************************************************************
028500 2400-FOLD-DUE-CHANGE.
028600     IF GLE-PROF-PEND-NONE
028700         OR GLE-PROF-PEND-EFF-DATE NOT NUMERIC
028800         GO TO 2400-EXIT
028900     END-IF.
029000     IF GLE-PROF-PEND-EFF-DATE > PM-RUN-DATE
029100         GO TO 2400-EXIT
029200     END-IF.
029300     IF GLE-PROF-PEND-RETIRE
029400         MOVE 'R' TO GLE-PROF-STATE
029500     ELSE
029600         MOVE GLE-PROF-PEND-LOW      TO GLE-PROF-LOW
029700         MOVE GLE-PROF-PEND-HIGH     TO GLE-PROF-HIGH
029800         MOVE GLE-PROF-PEND-STRATEGY TO GLE-PROF-STRATEGY
029900         MOVE 'A'                    TO GLE-PROF-STATE
030000     END-IF.
030100     MOVE GLE-PROF-PEND-VERSION  TO GLE-PROF-VERSION.
030200     MOVE GLE-PROF-PEND-EFF-DATE TO GLE-PROF-EFF-DATE.
030300     INITIALIZE GLE-PROF-PENDING.
030400 2400-EXIT.
030500     EXIT.
030600******************************************************************
030700*    2500-NEXT-VERSION
030800*    WORKS OUT THE VERSION THE CARD WILL CREATE: ONE PAST THE
030900*    CURRENT VERSION, OR ONE PAST A STILL-STAGED VERSION, WHICH
031000*    THE CARD REPLACES (ITS NUMBER IS KEPT IN
031100*    PM-REPLACED-VERSION FOR THE HISTORY). A NON-NUMERIC
031200*    VERSION ON A RELOADED OLD-LAYOUT RECORD COUNTS AS ZERO.
031300*    CLEARS PM-CARD-OK IF THE PROFILE HAS RUN OUT OF VERSIONS.
031400******************************************************************
031500 2500-NEXT-VERSION.
031600     MOVE 0 TO PM-CUR-VERSION.
031700     MOVE 0 TO PM-REPLACED-VERSION.
031800     IF GLE-PROF-VERSION NUMERIC
031900         MOVE GLE-PROF-VERSION TO PM-CUR-VERSION
032000     END-IF.
032100     COMPUTE PM-NEXT-VERSION = PM-CUR-VERSION + 1.
032200     IF NOT GLE-PROF-PEND-NONE
032300         AND GLE-PROF-PEND-VERSION NUMERIC
032400         MOVE GLE-PROF-PEND-VERSION TO PM-REPLACED-VERSION
032500         IF GLE-PROF-PEND-VERSION NOT < PM-NEXT-VERSION
032600             COMPUTE PM-NEXT-VERSION =
032700                 GLE-PROF-PEND-VERSION + 1
032800         END-IF
032900     END-IF.
033000     IF PM-NEXT-VERSION > 999
033100         DISPLAY "GLEPMNT: PROFILE " GLE-PMCM-CODE
033200             " HAS USED ALL 999 VERSIONS -- "
033300             GLE-PMCM-ACTION " SKIPPED."
033400         MOVE 'N' TO PM-CARD-OK-SWITCH
033500     END-IF.
033600 2500-EXIT.
033700     EXIT.
033800******************************************************************
033900*    2550-SAVE-BEFORE
034000*    STARTS THE HISTORY RECORD WITH THE VALUES IN FORCE BEFORE
034100*    THE CARD IS APPLIED.
034200******************************************************************
034300 2550-SAVE-BEFORE.
034400     INITIALIZE GLE-PHST-RECORD.
034500     MOVE PM-CUR-VERSION    TO GLE-PHST-BEF-VERSION.
034600     MOVE GLE-PROF-LOW      TO GLE-PHST-BEF-LOW.
034700     MOVE GLE-PROF-HIGH     TO GLE-PHST-BEF-HIGH.
034800     MOVE GLE-PROF-STRATEGY TO GLE-PHST-BEF-STRATEGY.
034900     MOVE GLE-PROF-STATE    TO GLE-PHST-BEF-STATE.
035000 2550-EXIT.
035100     EXIT.
035200******************************************************************
035300*    2600-WRITE-HISTORY
035400*    COMPLETES AND WRITES THE HISTORY RECORD FOR AN ACCEPTED
035500*    CARD. THE CALLER HAS ALREADY FILLED THE BEFORE AND AFTER
035566*    VALUES. IT IS WRITTEN BEFORE GLEPROF IS TOUCHED, AND
035632*    PM-LOGGED TELLS THE CALLER WHETHER THE UPDATE MAY GO AHEAD.
035698******************************************************************
035764 2600-WRITE-HISTORY.
035830     MOVE 'N' TO PM-LOGGED-SWITCH.
035900     MOVE GLE-PMCM-CODE       TO GLE-PHST-CODE.
036000     MOVE PM-NEXT-VERSION     TO GLE-PHST-VERSION.
036100     MOVE GLE-PMCM-ACTION     TO GLE-PHST-ACTION.
036200     MOVE PM-EFF-DATE         TO GLE-PHST-EFF-DATE.
036300     MOVE PM-RUN-DATE         TO GLE-PHST-CHG-DATE.
036400     MOVE PM-RUN-TIME         TO GLE-PHST-CHG-TIME.
036500     MOVE GLE-PMCM-USER-ID    TO GLE-PHST-USER-ID.
036600     MOVE PM-REPLACED-VERSION TO GLE-PHST-REPLACES.
036700     WRITE GLE-PHST-RECORD
036800         INVALID KEY
036900             DISPLAY "GLEPMNT: WRITE OF GLEPHST FAILED FOR "
037000                 GLE-PHST-CODE " VERSION " GLE-PHST-VERSION
037100                 " STATUS=" PM-PHST-STATUS
037200             MOVE 8 TO RETURN-CODE
037300     END-WRITE.
037312     IF PM-PHST-STATUS = "00"
037324         MOVE 'Y' TO PM-LOGGED-SWITCH
037336     END-IF.
037348 2600-EXIT.
037360     EXIT.
037372******************************************************************
037384*    2650-UNLOG-HISTORY
037396*    DELETES THE HISTORY RECORD JUST WRITTEN WHEN THE GLEPROF
037408*    UPDATE IT DESCRIBES FAILED, SO GLEPHST NEVER SHOWS A CHANGE
037420*    THAT WAS NOT MADE.
037432******************************************************************
037444 2650-UNLOG-HISTORY.
037456     MOVE GLE-PMCM-CODE   TO GLE-PHST-CODE.
037468     MOVE PM-NEXT-VERSION TO GLE-PHST-VERSION.
037480     DELETE GLE-PHST-FILE RECORD
037492         INVALID KEY
037504             DISPLAY "GLEPMNT: GLEPHST VERSION " GLE-PHST-VERSION
037516                 " OF " GLE-PHST-CODE " COULD NOT BE TAKEN BACK, "
037528                 "STATUS=" PM-PHST-STATUS " -- REMOVE IT BY HAND."
037540             MOVE 8 TO RETURN-CODE
037552     END-DELETE.
037564 2650-EXIT.
037576     EXIT.
037600******************************************************************
037700*    3000-ADD-PROFILE
037800*    ADDS A NEW PROFILE AS VERSION 1. A CODE ALREADY ON FILE,
037900*    RETIRED OR NOT, IS REFUSED -- CHANGE IS FOR THAT. AN ADD
038000*    DATED AHEAD IS WRITTEN NOW BUT IS NOT IN FORCE UNTIL ITS
038100*    EFFECTIVE DATE.
038200******************************************************************
038300 3000-ADD-PROFILE.
038400     PERFORM 2100-CHECK-CARD THRU 2100-EXIT.
038500     IF PM-CARD-OK
038600         PERFORM 2200-CHECK-RANGE THRU 2200-EXIT
038700     END-IF.
038800     IF NOT PM-CARD-OK
038900         ADD 1 TO PM-REFUSED-COUNT
039000         GO TO 3000-EXIT
039100     END-IF.
039200     PERFORM 2300-READ-PROFILE THRU 2300-EXIT.
039300     IF PM-PROF-FOUND
039400         DISPLAY "GLEPMNT: PROFILE " GLE-PMCM-CODE
039500             " IS ALREADY ON FILE -- ADD SKIPPED."
039600         ADD 1 TO PM-REFUSED-COUNT
039700         GO TO 3000-EXIT
039800     END-IF.
039900     MOVE 0 TO PM-CUR-VERSION.
040000     MOVE 1 TO PM-NEXT-VERSION.
040100     MOVE 0 TO PM-REPLACED-VERSION.
040200     INITIALIZE GLE-PHST-RECORD.
040300     INITIALIZE GLE-PROF-RECORD.
040400     MOVE GLE-PMCM-CODE     TO GLE-PROF-CODE.
040500     MOVE GLE-PMCM-LOW      TO GLE-PROF-LOW.
040600     MOVE GLE-PMCM-HIGH     TO GLE-PROF-HIGH.
040700     MOVE GLE-PMCM-STRATEGY TO GLE-PROF-STRATEGY.
040800     IF GLE-PROF-STRATEGY = SPACE
040900         MOVE 'M' TO GLE-PROF-STRATEGY
041000     END-IF.
041100     MOVE PM-NEXT-VERSION   TO GLE-PROF-VERSION.
041200     MOVE 'A'               TO GLE-PROF-STATE.
041300     MOVE PM-EFF-DATE       TO GLE-PROF-EFF-DATE.
041366     MOVE GLE-PROF-LOW      TO GLE-PHST-AFT-LOW.
041432     MOVE GLE-PROF-HIGH     TO GLE-PHST-AFT-HIGH.
041498     MOVE GLE-PROF-STRATEGY TO GLE-PHST-AFT-STRATEGY.
041564     MOVE GLE-PROF-STATE    TO GLE-PHST-AFT-STATE.
041630     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
041696     IF NOT PM-LOGGED
041762         DISPLAY "GLEPMNT: PROFILE " GLE-PMCM-CODE
041828             " NOT ADDED -- ITS HISTORY COULD NOT BE LOGGED."
041894         ADD 1 TO PM-REFUSED-COUNT
041960         GO TO 3000-EXIT
042026     END-IF.
042092     WRITE GLE-PROF-RECORD
042158         INVALID KEY
042224             DISPLAY "GLEPMNT: WRITE OF GLEPROF FAILED FOR "
042290                 GLE-PROF-CODE " STATUS=" PM-PROF-STATUS
042356             MOVE 8 TO RETURN-CODE
042422             PERFORM 2650-UNLOG-HISTORY THRU 2650-EXIT
042488             GO TO 3000-EXIT
042554     END-WRITE.
042620     ADD 1 TO PM-ADDED-COUNT.
042700     DISPLAY "GLEPMNT: PROFILE " GLE-PROF-CODE
042800         " ADDED AS VERSION " GLE-PROF-VERSION
042900         ", EFFECTIVE " GLE-PROF-EFF-DATE ".".
043000 3000-EXIT.
043100     EXIT.
043200******************************************************************
043300*    4000-CHANGE-PROFILE
043400*    GIVES AN EXISTING PROFILE A NEW LOW/HIGH, AND A NEW
043500*    STRATEGY UNLESS THE CARD LEAVES IT BLANK. EFFECTIVE TODAY,
043600*    THE CURRENT VALUES ARE REPLACED AT ONCE; DATED AHEAD, THE
043700*    CHANGE IS STAGED ON THE PROFILE. EITHER WAY IT REPLACES
043800*    ANY CHANGE STILL STAGED, AND A RETIRED PROFILE COMES BACK
043900*    INTO SERVICE.
044000******************************************************************
044100 4000-CHANGE-PROFILE.
044200     PERFORM 2100-CHECK-CARD THRU 2100-EXIT.
044300     IF PM-CARD-OK
044400         PERFORM 2200-CHECK-RANGE THRU 2200-EXIT
044500     END-IF.
044600     IF NOT PM-CARD-OK
044700         ADD 1 TO PM-REFUSED-COUNT
044800         GO TO 4000-EXIT
044900     END-IF.
045000     PERFORM 2300-READ-PROFILE THRU 2300-EXIT.
045100     IF NOT PM-PROF-FOUND
045200         DISPLAY "GLEPMNT: PROFILE " GLE-PMCM-CODE
045300             " IS NOT ON FILE -- CHANGE SKIPPED."
045400         ADD 1 TO PM-REFUSED-COUNT
045500         GO TO 4000-EXIT
045600     END-IF.
045700     PERFORM 2500-NEXT-VERSION THRU 2500-EXIT.
045800     IF NOT PM-CARD-OK
045900         ADD 1 TO PM-REFUSED-COUNT
046000         GO TO 4000-EXIT
046100     END-IF.
046200     PERFORM 2550-SAVE-BEFORE THRU 2550-EXIT.
046266     MOVE GLE-PROF-RECORD TO PM-PROF-BEFORE.
046332     MOVE GLE-PMCM-STRATEGY TO PM-NEW-STRATEGY.
046400     IF PM-NEW-STRATEGY = SPACE
046500         MOVE GLE-PROF-STRATEGY TO PM-NEW-STRATEGY
046600     END-IF.
046700     IF PM-EFF-DATE > PM-RUN-DATE
046800         MOVE 'C'               TO GLE-PROF-PEND-ACTION
046900         MOVE PM-EFF-DATE       TO GLE-PROF-PEND-EFF-DATE
047000         MOVE PM-NEXT-VERSION   TO GLE-PROF-PEND-VERSION
047100         MOVE GLE-PMCM-LOW      TO GLE-PROF-PEND-LOW
047200         MOVE GLE-PMCM-HIGH     TO GLE-PROF-PEND-HIGH
047300         MOVE PM-NEW-STRATEGY   TO GLE-PROF-PEND-STRATEGY
047400     ELSE
047500         MOVE GLE-PMCM-LOW      TO GLE-PROF-LOW
047600         MOVE GLE-PMCM-HIGH     TO GLE-PROF-HIGH
047700         MOVE PM-NEW-STRATEGY   TO GLE-PROF-STRATEGY
047800         MOVE 'A'               TO GLE-PROF-STATE
047900         MOVE PM-NEXT-VERSION   TO GLE-PROF-VERSION
048000         MOVE PM-EFF-DATE       TO GLE-PROF-EFF-DATE
048100         INITIALIZE GLE-PROF-PENDING
048200     END-IF.
048261     MOVE GLE-PMCM-LOW      TO GLE-PHST-AFT-LOW.
048322     MOVE GLE-PMCM-HIGH     TO GLE-PHST-AFT-HIGH.
048383     MOVE PM-NEW-STRATEGY   TO GLE-PHST-AFT-STRATEGY.
048444     MOVE 'A'               TO GLE-PHST-AFT-STATE.
048505     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
048566     IF NOT PM-LOGGED
048627         MOVE PM-PROF-BEFORE TO GLE-PROF-RECORD
048688         DISPLAY "GLEPMNT: PROFILE " GLE-PMCM-CODE
048749             " NOT CHANGED -- ITS HISTORY COULD NOT BE LOGGED."
048810         ADD 1 TO PM-REFUSED-COUNT
048871         GO TO 4000-EXIT
048932     END-IF.
048993     REWRITE GLE-PROF-RECORD
049054         INVALID KEY
049115             DISPLAY "GLEPMNT: REWRITE OF GLEPROF FAILED FOR "
049176                 GLE-PROF-CODE " STATUS=" PM-PROF-STATUS
049237             MOVE 8 TO RETURN-CODE
049298             PERFORM 2650-UNLOG-HISTORY THRU 2650-EXIT
049359             GO TO 4000-EXIT
049420     END-REWRITE.
049500     IF PM-EFF-DATE > PM-RUN-DATE
049600         ADD 1 TO PM-STAGED-COUNT
049700         DISPLAY "GLEPMNT: PROFILE " GLE-PROF-CODE
049800             " CHANGE STAGED AS VERSION " GLE-PROF-PEND-VERSION
049900             ", EFFECTIVE " GLE-PROF-PEND-EFF-DATE "."
050000     ELSE
050100         ADD 1 TO PM-CHANGED-COUNT
050200         DISPLAY "GLEPMNT: PROFILE " GLE-PROF-CODE
050300             " CHANGED TO VERSION " GLE-PROF-VERSION
050400             ", EFFECTIVE " GLE-PROF-EFF-DATE "."
050500     END-IF.
050600     IF PM-REPLACED-VERSION > 0
050700         DISPLAY "GLEPMNT: PROFILE " GLE-PROF-CODE
050800             " STAGED VERSION " PM-REPLACED-VERSION
050900             " REPLACED -- IT WILL NOT TAKE EFFECT."
051000     END-IF.
051100 4000-EXIT.
051200     EXIT.
051300******************************************************************
051400*    5000-RETIRE-PROFILE
051500*    TAKES AN EXISTING PROFILE OUT OF SERVICE, AT ONCE OR ON A
051600*    LATER EFFECTIVE DATE. A RETIRED PROFILE STAYS ON FILE --
051700*    ITS CODE IS ON PAST GAMES' AUDIT RECORDS -- BUT GLE PLAYS
051800*    IT AS IF IT WERE NOT THERE. RETIRING AN ALREADY-RETIRED
051900*    PROFILE IS REFUSED.
052000******************************************************************
052100 5000-RETIRE-PROFILE.
052200     PERFORM 2100-CHECK-CARD THRU 2100-EXIT.
052300     IF NOT PM-CARD-OK
052400         ADD 1 TO PM-REFUSED-COUNT
052500         GO TO 5000-EXIT
052600     END-IF.
052700     PERFORM 2300-READ-PROFILE THRU 2300-EXIT.
052800     IF NOT PM-PROF-FOUND
052900         DISPLAY "GLEPMNT: PROFILE " GLE-PMCM-CODE
053000             " IS NOT ON FILE -- RETIRE SKIPPED."
053100         ADD 1 TO PM-REFUSED-COUNT
053200         GO TO 5000-EXIT
053300     END-IF.
053400     IF GLE-PROF-RETIRED
053500         DISPLAY "GLEPMNT: PROFILE " GLE-PMCM-CODE
053600             " IS ALREADY RETIRED -- RETIRE SKIPPED."
053700         ADD 1 TO PM-REFUSED-COUNT
053800         GO TO 5000-EXIT
053900     END-IF.
054000     PERFORM 2500-NEXT-VERSION THRU 2500-EXIT.
054100     IF NOT PM-CARD-OK
054200         ADD 1 TO PM-REFUSED-COUNT
054300         GO TO 5000-EXIT
054400     END-IF.
054500     PERFORM 2550-SAVE-BEFORE THRU 2550-EXIT.
054575     MOVE GLE-PROF-RECORD TO PM-PROF-BEFORE.
054650     IF PM-EFF-DATE > PM-RUN-DATE
054725         MOVE 'R'               TO GLE-PROF-PEND-ACTION
054800         MOVE PM-EFF-DATE       TO GLE-PROF-PEND-EFF-DATE
054900         MOVE PM-NEXT-VERSION   TO GLE-PROF-PEND-VERSION
055000         MOVE GLE-PROF-LOW      TO GLE-PROF-PEND-LOW
055100         MOVE GLE-PROF-HIGH     TO GLE-PROF-PEND-HIGH
055200         MOVE GLE-PROF-STRATEGY TO GLE-PROF-PEND-STRATEGY
055300     ELSE
055400         MOVE 'R'               TO GLE-PROF-STATE
055500         MOVE PM-NEXT-VERSION   TO GLE-PROF-VERSION
055600         MOVE PM-EFF-DATE       TO GLE-PROF-EFF-DATE
055700         INITIALIZE GLE-PROF-PENDING
055800     END-IF.
055861     MOVE GLE-PROF-LOW      TO GLE-PHST-AFT-LOW.
055922     MOVE GLE-PROF-HIGH     TO GLE-PHST-AFT-HIGH.
055983     MOVE GLE-PROF-STRATEGY TO GLE-PHST-AFT-STRATEGY.
056044     MOVE 'R'               TO GLE-PHST-AFT-STATE.
056105     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
056166     IF NOT PM-LOGGED
056227         MOVE PM-PROF-BEFORE TO GLE-PROF-RECORD
056288         DISPLAY "GLEPMNT: PROFILE " GLE-PMCM-CODE
056349             " NOT RETIRED -- ITS HISTORY COULD NOT BE LOGGED."
056410         ADD 1 TO PM-REFUSED-COUNT
056471         GO TO 5000-EXIT
056532     END-IF.
056593     REWRITE GLE-PROF-RECORD
056654         INVALID KEY
056715             DISPLAY "GLEPMNT: REWRITE OF GLEPROF FAILED FOR "
056776                 GLE-PROF-CODE " STATUS=" PM-PROF-STATUS
056837             MOVE 8 TO RETURN-CODE
056898             PERFORM 2650-UNLOG-HISTORY THRU 2650-EXIT
056959             GO TO 5000-EXIT
057020     END-REWRITE.
057100     IF PM-EFF-DATE > PM-RUN-DATE
057200         ADD 1 TO PM-STAGED-COUNT
057300         DISPLAY "GLEPMNT: PROFILE " GLE-PROF-CODE
057400             " RETIREMENT STAGED AS VERSION "
057500             GLE-PROF-PEND-VERSION
057600             ", EFFECTIVE " GLE-PROF-PEND-EFF-DATE "."
057700     ELSE
057800         ADD 1 TO PM-RETIRED-COUNT
057900         DISPLAY "GLEPMNT: PROFILE " GLE-PROF-CODE
058000             " RETIRED AS VERSION " GLE-PROF-VERSION
058100             ", EFFECTIVE " GLE-PROF-EFF-DATE "."
058200     END-IF.
058300     IF PM-REPLACED-VERSION > 0
058400         DISPLAY "GLEPMNT: PROFILE " GLE-PROF-CODE
058500             " STAGED VERSION " PM-REPLACED-VERSION
058600             " REPLACED -- IT WILL NOT TAKE EFFECT."
058700     END-IF.
058800 5000-EXIT.
058900     EXIT.
059000******************************************************************
059100*    6000-LIST-PROFILES
059200*    LISTS EVERY PROFILE IN CODE ORDER AS IT STANDS TODAY (A
059300*    STAGED CHANGE THAT HAS COME DUE IS SHOWN AS CURRENT, BUT
059400*    THE LISTING REWRITES NOTHING), WITH ANY CHANGE STILL
059500*    STAGED FOR A LATER DATE ON THE LINE BELOW.
059600******************************************************************
059700 6000-LIST-PROFILES.
059800     PERFORM 6500-START-AT-TOP THRU 6500-EXIT.
059900     MOVE 0 TO PM-LISTED-COUNT.
060000     DISPLAY "==================================================".
060100     DISPLAY "GLEPMNT - GLEPROF RANGE PROFILE LISTING".
060200     DISPLAY "RUN DATE " PM-RUN-DATE.
060300     DISPLAY "==================================================".
060400     PERFORM 6100-LIST-ONE-PROFILE THRU 6100-EXIT
060500         UNTIL PM-PROF-EOF.
060600     DISPLAY "PROFILES LISTED....................: "
060700         PM-LISTED-COUNT.
060800     DISPLAY "==================================================".
060900 6000-EXIT.
061000     EXIT.
061100******************************************************************
061200*    6100-LIST-ONE-PROFILE
061300*    READS THE NEXT PROFILE AND PRINTS IT.
061400******************************************************************
061500 6100-LIST-ONE-PROFILE.
061600     READ GLE-PROF-FILE NEXT RECORD
061700         AT END
061800             MOVE 'Y' TO PM-PROF-EOF-SWITCH
061900     END-READ.
062000     IF PM-PROF-STATUS NOT = "00"
062100         MOVE 'Y' TO PM-PROF-EOF-SWITCH
062200     END-IF.
062300     IF PM-PROF-EOF
062400         GO TO 6100-EXIT
062500     END-IF.
062600     PERFORM 2400-FOLD-DUE-CHANGE THRU 2400-EXIT.
062700     DISPLAY "PROF " GLE-PROF-CODE
062800         " VERSION " GLE-PROF-VERSION
062900         " LOW " GLE-PROF-LOW
063000         " HIGH " GLE-PROF-HIGH
063100         " STRAT " GLE-PROF-STRATEGY
063200         " STATUS " GLE-PROF-STATE
063300         " EFF " GLE-PROF-EFF-DATE.
063400     IF NOT GLE-PROF-PEND-NONE
063500         DISPLAY "     STAGED VERSION " GLE-PROF-PEND-VERSION
063600             " ACTION " GLE-PROF-PEND-ACTION
063700             " LOW " GLE-PROF-PEND-LOW
063800             " HIGH " GLE-PROF-PEND-HIGH
063900             " STRAT " GLE-PROF-PEND-STRATEGY
064000             " EFF " GLE-PROF-PEND-EFF-DATE
064100     END-IF.
064200     ADD 1 TO PM-LISTED-COUNT.
064300 6100-EXIT.
064400     EXIT.
064500******************************************************************
064600*    6500-START-AT-TOP
064700*    POSITIONS THE PROFILE FILE AT ITS LOWEST CODE SO A WALK
064800*    WITH READ NEXT COVERS THE WHOLE FILE. AN EMPTY FILE COMES
064900*    BACK AS AN IMMEDIATE END-OF-FILE.
065000******************************************************************
065100 6500-START-AT-TOP.
065200     MOVE 'N' TO PM-PROF-EOF-SWITCH.
065300     MOVE LOW-VALUES TO GLE-PROF-CODE.
065400     START GLE-PROF-FILE
065500         KEY IS NOT LESS THAN GLE-PROF-CODE
065600         INVALID KEY
065700             MOVE 'Y' TO PM-PROF-EOF-SWITCH
065800     END-START.
065900 6500-EXIT.
066000     EXIT.
066100******************************************************************
066200*    9000-TERMINATE
066300*    CLOSES THE FILES AND REPORTS THE RUN'S ACTION TOTALS.
066400******************************************************************
066500 9000-TERMINATE.
066600     CLOSE GLE-PROF-FILE.
066700     CLOSE GLE-PHST-FILE.
066800     CLOSE GLE-CMD-FILE.
066900     DISPLAY "GLEPMNT COMPLETE -- "
067000         PM-ADDED-COUNT " ADDED, "
067100         PM-CHANGED-COUNT " CHANGED, "
067200         PM-RETIRED-COUNT " RETIRED, "
067300         PM-STAGED-COUNT " STAGED, "
067400         PM-REFUSED-COUNT " SKIPPED.".
067500 9000-EXIT.
067600     EXIT.
