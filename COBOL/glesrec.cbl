000100******************************************************************
000200*    IDENTIFICATION DIVISION.
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     GLESREC.
000600 AUTHOR.         D. HEMANG.
000700 INSTALLATION.   OPERATIONS SYSTEMS.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100*    MODIFICATION HISTORY
001200*    ------------------------------------------------------------
001300*    2026-10-15  DH   ORIGINAL. MONTHLY STRATEGY RECOMMENDATION
001400*                     REPORT. EACH GLEPROF PROFILE'S
001500*                     NARROWING STRATEGY WAS CHOSEN BY FEEL,
001600*                     AND GLERGRS ONLY SWEEPS A GENERATED RANGE
001700*                     OF TARGETS, NOT THE NUMBERS DEPARTMENTS
001800*                     ACTUALLY USE. READS A CONSOLIDATED MONTH
001900*                     OFF THE GLEAUDHS AUDIT HISTORY, TAKES EVERY
002000*                     WON GAME'S FINAL GUESS AS ITS REAL TARGET,
002100*                     REPLAYS IT THROUGH GLECALC UNDER ALL THREE
002200*                     STRATEGIES OVER THE RANGE THE GAME WAS
002300*                     PLAYED IN, AND REPORTS PER PROFILE THE
002400*                     AVERAGE AND WORST GUESS COUNT EACH WOULD
002500*                     HAVE NEEDED BESIDE WHAT WAS ACTUALLY SPENT,
002600*                     NAMING THE BEST STRATEGY AND FLAGGING A
002700*                     PROFILE WHERE A CHANGE WOULD SAVE A
002800*                     MEANINGFUL NUMBER OF GUESSES.
002900******************************************************************
003000*    A GAME IS ANALYSED WHEN IT IS WON -- ITS 'E' RECORD ANSWERED
003100*    'E' -- SINCE ONLY THEN IS ITS FINAL GUESS THE NUMBER THE
003200*    OPERATOR WAS THINKING OF. ITS PROFILE, RANGE, AND STRATEGY
003300*    COME OFF ITS FIRST 'S' RECORD (A RESUMED GAME'S LATER 'S'
003400*    RECORDS CARRY THE RANGE ALREADY NARROWED). A WON GAME WITH
003500*    NO 'S' RECORD IN THE MONTH -- A PRE-CHANGE GAME, OR ONE
003600*    STARTED BEFORE THE MONTH'S FIRST CUT -- CANNOT BE REPLAYED
003700*    AND IS ONLY COUNTED. GUESSES ACTUALLY SPENT ARE COUNTED THE
003800*    GLESTAT WAY: ONE PER 'G' RECORD, LESS ONE PER 'U' RECORD.
003900*    THE PASS ANSWERED 'E' IS ITSELF A 'G' RECORD, SO THE WINNING
004000*    GUESS IS IN THE COUNT, AS IT IS IN A REPLAY.
004100*    THE STRATEGY A PROFILE "PLAYS UNDER" IS THE ONE ON ITS
004200*    LATEST GAME IN THE MONTH. THE BEST STRATEGY IS THE ONE WITH
004300*    THE FEWEST REPLAYED GUESSES; ON A TIE THE STRATEGY IN USE
004400*    IS KEPT. A CHANGE IS RECOMMENDED ONLY WHEN THE PROFILE WON
004500*    AT LEAST THE MINIMUM NUMBER OF GAMES AND THE BEST STRATEGY
004600*    SAVES AT LEAST THE MINIMUM NUMBER OF GUESSES A GAME OVER THE
004700*    ONE IN USE, BOTH FROM THE GLESRPM CARD.
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT OPTIONAL GLE-SRPM-FILE ASSIGN TO "GLESRPM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS SR-SRPM-STATUS.
005500     SELECT GLE-AUDH-FILE ASSIGN TO "GLEAUDHS"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS GLE-AUDH-KEY
005900         ALTERNATE RECORD KEY IS GLE-AUDH-MONTH
006000             WITH DUPLICATES
006100         FILE STATUS IS SR-AUDH-STATUS.
006200     SELECT GLE-AHCT-FILE ASSIGN TO "GLEAUDHT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS SR-AHCT-STATUS.
006500     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  GLE-SRPM-FILE.
006900 COPY GLESRP.
007000 FD  GLE-AUDH-FILE.
007100 COPY GLEAUDH.
007200 FD  GLE-AHCT-FILE.
007300 COPY GLEAHCT.
007400 SD  GLE-SORT-FILE.
007500 01  SR-SORT-RECORD.
007600     05  SR-SORT-GAME-ID         PIC 9(08).
007700     05  SR-SORT-STAMP           PIC X(16).
007800     05  SR-SORT-SEQ             PIC 9(09).
007900     05  SR-SORT-AUDIT           PIC X(57).
008000 WORKING-STORAGE SECTION.
008100******************************************************************
008200*    FILE CONTROLS AND SWITCHES
008300******************************************************************
008400 77  SR-SRPM-STATUS          PIC X(02) VALUE SPACES.
008500 77  SR-AUDH-STATUS          PIC X(02) VALUE SPACES.
008600 77  SR-AHCT-STATUS          PIC X(02) VALUE SPACES.
008700 77  SR-AUDH-EOF-SWITCH      PIC X(01) VALUE 'N'.
008800     88  SR-AUDH-EOF                VALUE 'Y'.
008900 77  SR-AHCT-EOF-SWITCH      PIC X(01) VALUE 'N'.
009000     88  SR-AHCT-EOF                VALUE 'Y'.
009100 77  SR-AUDH-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009200     88  SR-AUDH-IS-OPEN            VALUE 'Y'.
009300 77  SR-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
009400     88  SR-SORT-EOF                VALUE 'Y'.
009500******************************************************************
009600*    THRESHOLDS OFF THE GLESRPM CARD (DEFAULTS HERE)
009700******************************************************************
009800 77  SR-MIN-SAVING           PIC 9(01)V9(02) VALUE 0.50.
009900 77  SR-MIN-GAMES            PIC 9(04) VALUE 10.
010000******************************************************************
010100*    THE MONTH ANALYSED AND ITS GLEAUDHT CONTROL TOTAL, WHICH THE
010200*    RECORDS READ FOR THE MONTH MUST COME TO.
010300******************************************************************
010400 77  SR-MONTH                PIC 9(06) VALUE 0.
010500 77  SR-MONTH-RECS           PIC 9(09) VALUE 0.
010600 77  SR-MONTH-CONSOLIDATED   PIC 9(08) VALUE 0.
010700 77  SR-MONTH-SWITCH         PIC X(01) VALUE 'N'.
010800     88  SR-MONTH-ON-CONTROL        VALUE 'Y'.
010900 77  SR-LATEST-MONTH         PIC 9(06) VALUE 0.
011000 77  SR-LATEST-RECS          PIC 9(09) VALUE 0.
011100 77  SR-LATEST-CONSOLIDATED  PIC 9(08) VALUE 0.
011200 77  SR-READ-COUNT           PIC 9(09) VALUE 0.
011300******************************************************************
011400*    THE AUDIT RECORD BEING REPLAYED. EACH HISTORY RECORD'S AUDIT
011500*    IMAGE IS MOVED INTO IT ON THE WAY INTO THE SORT AND EACH
011600*    SORTED RECORD IS MOVED BACK INTO IT ON THE WAY OUT.
011700******************************************************************
011800 COPY GLEAUDR.
011900******************************************************************
012000*    CURRENT GAME. THE MONTH IS SORTED INTO GAME-ID/TIMESTAMP
012100*    ORDER, SO ONLY ONE GAME IS HELD AT A TIME.
012200******************************************************************
012300 77  SR-SORT-SEQ-NO          PIC 9(09) VALUE 0.
012400 77  SR-CURR-GAME-ID         PIC 9(08) VALUE 0.
012500 77  SR-GAME-GUESSES         PIC 9(05) VALUE 0.
012600 77  SR-GAME-START-SWITCH    PIC X(01) VALUE 'N'.
012700     88  SR-GAME-STARTED            VALUE 'Y'.
012800 77  SR-GAME-PROF            PIC X(04) VALUE SPACES.
012900 77  SR-GAME-LOW             PIC 9(04) VALUE 0.
013000 77  SR-GAME-HIGH            PIC 9(04) VALUE 0.
013100 77  SR-GAME-STRATEGY        PIC X(01) VALUE SPACES.
013200 77  SR-GAME-STAMP           PIC X(16) VALUE SPACES.
013300 77  SR-TARGET               PIC 9(04) VALUE 0.
013400******************************************************************
013500*    REPLAY CONTROLS. LOW/HIGH/GUESS/STRATEGY ARE PASSED TO
013600*    GLECALC EXACTLY AS GLE AND GLERGRS PASS THEM; THE SAFETY
013700*    LIMIT IS GLERGRS'S.
013800******************************************************************
013900 77  SR-LOW                  PIC 9(04).
014000 77  SR-HIGH                 PIC 9(04).
014100 77  SR-GUESS                PIC 9(04).
014200 77  SR-CALC-STRATEGY        PIC X(01).
014300 77  SR-REPLAY-GUESSES       PIC 9(05) BINARY VALUE 0.
014400 77  SR-SAFETY-MAX           PIC 9(05) BINARY VALUE 50.
014500 77  SR-FOUND-SWITCH         PIC X(01) VALUE 'N'.
014600     88  SR-FOUND                   VALUE 'Y'.
014700******************************************************************
014800*    THE THREE STRATEGIES, IN THE ORDER THEY ARE REPLAYED AND
014900*    PRINTED.
015000******************************************************************
015100 01  SR-STRAT-VALUES         PIC X(03) VALUE 'MLH'.
015200 01  SR-STRAT-TABLE REDEFINES SR-STRAT-VALUES.
015300     05  SR-STRAT-CODE       PIC X(01) OCCURS 3 TIMES.
015400 77  SR-MAX-STRATS           PIC 9(05) BINARY VALUE 3.
015500 77  SR-STRAT-IDX            PIC 9(05) BINARY VALUE 0.
015600 77  SR-CURR-IDX             PIC 9(05) BINARY VALUE 0.
015700 77  SR-BEST-IDX             PIC 9(05) BINARY VALUE 0.
015800******************************************************************
015900*    PROFILE TABLE -- ONE SLOT PER PROFILE CODE SEEN, CLAIMED IN
016000*    THE ORDER THE PROFILES FIRST WIN A GAME. A BLANK CODE (THE
016100*    RUN'S DEFAULT RANGE) IS A PROFILE OF ITS OWN, SO A SLOT IS
016200*    MARKED USED RATHER THAN TESTED FOR SPACES. ACTUAL AND
016300*    REPLAYED GUESSES ARE KEPT AS SUMS AND WORST CASES.
016400******************************************************************
016500 77  SR-MAX-PROFS            PIC 9(05) BINARY VALUE 100.
016600 77  SR-PROF-IDX             PIC 9(05) BINARY VALUE 0.
016700 77  SR-PROF-FOUND           PIC 9(05) BINARY VALUE 0.
016800 01  SR-PROF-TABLE.
016900     05  SR-PROF-ENTRY OCCURS 100 TIMES.
017000         10  SR-PROF-USED        PIC X(01) VALUE 'N'.
017100         10  SR-PROF-CODE        PIC X(04) VALUE SPACES.
017200         10  SR-PROF-GAMES       PIC 9(07) VALUE 0.
017300         10  SR-PROF-PLAYED      PIC X(01) VALUE SPACES.
017400         10  SR-PROF-PLAYED-STAMP PIC X(16) VALUE SPACES.
017500         10  SR-PROF-ACT-SUM     PIC 9(09) VALUE 0.
017600         10  SR-PROF-ACT-WORST   PIC 9(05) VALUE 0.
017700         10  SR-PROF-REPLAY OCCURS 3 TIMES.
017800             15  SR-PROF-REP-SUM     PIC 9(09) VALUE 0.
017900             15  SR-PROF-REP-WORST   PIC 9(05) VALUE 0.
018000******************************************************************
018100*    RUNNING TOTALS
018200******************************************************************
018300 77  SR-GAMES-REPLAYED       PIC 9(07) VALUE 0.
018400 77  SR-GAMES-NOT-WON        PIC 9(07) VALUE 0.
018500 77  SR-GAMES-NO-START       PIC 9(07) VALUE 0.
018600 77  SR-GAMES-OUT-OF-RANGE   PIC 9(07) VALUE 0.
018700 77  SR-GAMES-NO-ROOM        PIC 9(07) VALUE 0.
018800 77  SR-PROFS-FLAGGED        PIC 9(05) VALUE 0.
018900******************************************************************
019000*    REPORT WORK ITEMS
019100******************************************************************
019200 77  SR-PROF-SHOW            PIC X(15) VALUE SPACES.
019300 77  SR-AVERAGE              PIC 9(03)V9(02) VALUE 0.
019400 77  SR-AVERAGE-EDIT         PIC ZZ9.99.
019500 77  SR-SAVING               PIC 9(03)V9(02) VALUE 0.
019600 77  SR-SAVING-EDIT          PIC ZZ9.99.
019700 77  SR-MIN-SAVING-EDIT      PIC 9.99.
019800 77  SR-SAVED-TOTAL          PIC 9(09) VALUE 0.
019900 PROCEDURE DIVISION.
020000******************************************************************
020100*    0000-MAINLINE
020200*    PICKS THE MONTH, SORTS ITS HISTORY RECORDS INTO GAME ORDER
020300*    REPLAYING EACH WON GAME AS IT CLOSES ON THE WAY OUT OF THE
020400*    SORT, BALANCES THE MONTH, AND PRINTS THE REPORT.
020500******************************************************************
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     IF SR-AUDH-IS-OPEN AND NOT SR-AUDH-EOF
020900         SORT GLE-SORT-FILE
021000             ON ASCENDING KEY SR-SORT-GAME-ID SR-SORT-STAMP
021100                 SR-SORT-SEQ
021200             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
021300             OUTPUT PROCEDURE IS 2020-REPLAY-GAMES THRU 2020-EXIT
021400     END-IF.
021500     IF SR-AUDH-IS-OPEN AND RETURN-CODE < 8
021600         PERFORM 2900-BALANCE-MONTH THRU 2900-EXIT
021700     END-IF.
021800     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
021900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022000     STOP RUN.
022100******************************************************************
022200*    1000-INITIALIZE
022300*    READS THE CARD, PICKS THE MONTH, AND POSITIONS GLEAUDHS ON
022400*    THE MONTH KEY. A MONTH NOT CONSOLIDATED ONTO THE HISTORY IS
022500*    REFUSED WITH RC 8.
022600******************************************************************
022700 1000-INITIALIZE.
022800     PERFORM 1100-READ-CARD THRU 1100-EXIT.
022900     PERFORM 1200-PICK-MONTH THRU 1200-EXIT.
023000     IF NOT SR-MONTH-ON-CONTROL
023100         MOVE 8 TO RETURN-CODE
023200         GO TO 1000-EXIT
023300     END-IF.
023400     OPEN INPUT GLE-AUDH-FILE.
023500     IF SR-AUDH-STATUS NOT = "00"
023600         DISPLAY "GLESREC: GLEAUDHS COULD NOT BE OPENED, "
023700             "STATUS=" SR-AUDH-STATUS
023800         MOVE 8 TO RETURN-CODE
023900         GO TO 1000-EXIT
024000     END-IF.
024100     MOVE 'Y' TO SR-AUDH-OPEN-SWITCH.
024200     MOVE SR-MONTH TO GLE-AUDH-MONTH.
024300     START GLE-AUDH-FILE
024400         KEY IS EQUAL TO GLE-AUDH-MONTH
024500         INVALID KEY
024600             MOVE 'Y' TO SR-AUDH-EOF-SWITCH
024700     END-START.
024800 1000-EXIT.
024900     EXIT.
025000******************************************************************
025100*    1100-READ-CARD
025200*    READS THE OPTIONAL GLESRPM CARD. A FIELD LEFT BLANK OR ZERO
025300*    KEEPS ITS DEFAULT; NO CARD AT ALL KEEPS EVERY DEFAULT.
025400******************************************************************
025500 1100-READ-CARD.
025600     OPEN INPUT GLE-SRPM-FILE.
025700     IF SR-SRPM-STATUS NOT = "00"
025800         GO TO 1100-EXIT
025900     END-IF.
026000     READ GLE-SRPM-FILE
026100         AT END CONTINUE
026200     END-READ.
026300     IF SR-SRPM-STATUS = "00"
026400         IF GLE-SRPM-MONTH NUMERIC
026500             MOVE GLE-SRPM-MONTH TO SR-MONTH
026600         END-IF
026700         IF GLE-SRPM-MIN-SAVING NUMERIC
026800             AND GLE-SRPM-MIN-SAVING > 0
026900             MOVE GLE-SRPM-MIN-SAVING TO SR-MIN-SAVING
027000         END-IF
027100         IF GLE-SRPM-MIN-GAMES NUMERIC
027200             AND GLE-SRPM-MIN-GAMES > 0
027300             MOVE GLE-SRPM-MIN-GAMES TO SR-MIN-GAMES
027400         END-IF
027500     END-IF.
027600     CLOSE GLE-SRPM-FILE.
027700 1100-EXIT.
027800     EXIT.
027900******************************************************************
028000*    1200-PICK-MONTH
028100*    TAKES THE CARD MONTH, OR THE LATEST MONTH ON GLEAUDHT WHEN
028200*    THE CARD GIVES NONE, AND FINDS THAT MONTH'S CONTROL RECORD.
028300*    A MONTH WITH NO CONTROL RECORD WAS NEVER CONSOLIDATED, OR
028400*    ONLY PART WAY, AND IS NOT ANALYSED.
028500******************************************************************
028600 1200-PICK-MONTH.
028700     OPEN INPUT GLE-AHCT-FILE.
028800     IF SR-AHCT-STATUS NOT = "00"
028900         DISPLAY "GLESREC: GLEAUDHT COULD NOT BE OPENED, "
029000             "STATUS=" SR-AHCT-STATUS
029100             " -- NO MONTH IS CONSOLIDATED."
029200         GO TO 1200-EXIT
029300     END-IF.
029400     PERFORM 1250-READ-CONTROL THRU 1250-EXIT
029500         UNTIL SR-AHCT-EOF.
029600     CLOSE GLE-AHCT-FILE.
029700     IF SR-MONTH = 0 AND SR-LATEST-MONTH > 0
029800         MOVE SR-LATEST-MONTH        TO SR-MONTH
029900         MOVE 'Y'                    TO SR-MONTH-SWITCH
030000         MOVE SR-LATEST-RECS         TO SR-MONTH-RECS
030100         MOVE SR-LATEST-CONSOLIDATED TO SR-MONTH-CONSOLIDATED
030200     END-IF.
030300     IF NOT SR-MONTH-ON-CONTROL
030400         DISPLAY "GLESREC: MONTH " SR-MONTH " IS NOT ON GLEAUDHT "
030500             "-- RUN GLEMCON FOR IT FIRST."
030600     END-IF.
030700 1200-EXIT.
030800     EXIT.
030900******************************************************************
031000*    1250-READ-CONTROL
031100*    READS ONE GLEAUDHT CONTROL RECORD, KEEPING THE LATEST MONTH
031200*    SEEN, AND THE CARD MONTH'S OWN TOTAL IF THIS IS ITS RECORD.
031300******************************************************************
031400 1250-READ-CONTROL.
031500     READ GLE-AHCT-FILE
031600         AT END
031700             MOVE 'Y' TO SR-AHCT-EOF-SWITCH
031800     END-READ.
031900     IF SR-AHCT-EOF
032000         GO TO 1250-EXIT
032100     END-IF.
032200     IF SR-AHCT-STATUS NOT = "00"
032300         DISPLAY "GLESREC: READ OF GLEAUDHT FAILED, STATUS="
032400             SR-AHCT-STATUS
032500         MOVE 'Y' TO SR-AHCT-EOF-SWITCH
032600         GO TO 1250-EXIT
032700     END-IF.
032800     IF GLE-AHCT-MONTH > SR-LATEST-MONTH
032900         MOVE GLE-AHCT-MONTH       TO SR-LATEST-MONTH
033000         MOVE GLE-AHCT-REC-COUNT   TO SR-LATEST-RECS
033100         MOVE GLE-AHCT-RUN-DATE    TO SR-LATEST-CONSOLIDATED
033200     END-IF.
033300     IF SR-MONTH > 0 AND GLE-AHCT-MONTH = SR-MONTH
033400         MOVE 'Y'                  TO SR-MONTH-SWITCH
033500         MOVE GLE-AHCT-REC-COUNT   TO SR-MONTH-RECS
033600         MOVE GLE-AHCT-RUN-DATE    TO SR-MONTH-CONSOLIDATED
033700     END-IF.
033800 1250-EXIT.
033900     EXIT.
034000******************************************************************
034100*    2000-LOAD-SORT
034200*    SORT INPUT PROCEDURE. RELEASES EVERY HISTORY RECORD OF THE
034300*    MONTH TO THE SORT, KEYED BY GAME-ID AND TIMESTAMP, WITH ITS
034400*    POSITION ON THE INPUT AS THE TIE-BREAK.
034500******************************************************************
034600 2000-LOAD-SORT.
034700     PERFORM 2010-READ-HISTORY THRU 2010-EXIT
034800         UNTIL SR-AUDH-EOF.
034900 2000-EXIT.
035000     EXIT.
035100******************************************************************
035200*    2010-READ-HISTORY
035300*    READS THE NEXT HISTORY RECORD ALONG THE MONTH KEY AND
035400*    RELEASES ITS AUDIT IMAGE TO THE SORT. A RECORD OF ANOTHER
035500*    MONTH ENDS THE WALK.
035600******************************************************************
035700 2010-READ-HISTORY.
035800     READ GLE-AUDH-FILE NEXT RECORD
035900         AT END
036000             MOVE 'Y' TO SR-AUDH-EOF-SWITCH
036100     END-READ.
036200     IF SR-AUDH-EOF
036300         GO TO 2010-EXIT
036400     END-IF.
036500*    STATUS 02 JUST MEANS MORE RECORDS SHARE THIS MONTH.
036600     IF SR-AUDH-STATUS NOT = "00" AND SR-AUDH-STATUS NOT = "02"
036700         DISPLAY "GLESREC: READ OF GLEAUDHS FAILED, STATUS="
036800             SR-AUDH-STATUS
036900         MOVE 'Y' TO SR-AUDH-EOF-SWITCH
037000         MOVE 8 TO RETURN-CODE
037100         GO TO 2010-EXIT
037200     END-IF.
037300     IF GLE-AUDH-MONTH NOT = SR-MONTH
037400         MOVE 'Y' TO SR-AUDH-EOF-SWITCH
037500         GO TO 2010-EXIT
037600     END-IF.
037700     ADD 1 TO SR-READ-COUNT.
037800     MOVE GLE-AUDH-AUDIT TO GLE-AUDIT-RECORD.
037900     IF GLE-AUD-DATE NUMERIC
038000         ADD 1 TO SR-SORT-SEQ-NO
038100         MOVE GLE-AUD-GAME-ID   TO SR-SORT-GAME-ID
038200         MOVE GLE-AUD-TIMESTAMP TO SR-SORT-STAMP
038300         MOVE SR-SORT-SEQ-NO    TO SR-SORT-SEQ
038400         MOVE GLE-AUDIT-RECORD  TO SR-SORT-AUDIT
038500         RELEASE SR-SORT-RECORD
038600     END-IF.
038700 2010-EXIT.
038800     EXIT.
038900******************************************************************
039000*    2020-REPLAY-GAMES
039100*    SORT OUTPUT PROCEDURE. TAKES BACK EACH RECORD IN GAME ORDER
039200*    AND REPLAYS EACH WON GAME AS IT CLOSES. A GAME THE SORT
039300*    MOVES PAST WITHOUT A CLOSE NEVER FINISHED IN THE MONTH AND
039400*    IS NOT ANALYSED.
039500******************************************************************
039600 2020-REPLAY-GAMES.
039700     PERFORM 2030-RETURN-RECORD THRU 2030-EXIT
039800         UNTIL SR-SORT-EOF.
039900 2020-EXIT.
040000     EXIT.
040100******************************************************************
040200*    2030-RETURN-RECORD
040300*    RETURNS ONE SORTED RECORD AND ROLLS IT INTO ITS GAME. A
040400*    CHANGE OF GAME-ID STARTS THE GAME AGAIN FROM NOTHING. THE
040500*    FIRST 'S' RECORD GIVES THE PROFILE AND RANGE, 'G' (OR A
040600*    BLANK-TYPE PRE-CHANGE RECORD) IS ONE GUESS, 'U' GIVES ONE
040700*    BACK, AND A WIN ON AN 'E' (OR BLANK-TYPE) RECORD REPLAYS
040800*    THE GAME. THE WINNING GUESS HAS ALREADY BEEN COUNTED OFF
040900*    THE 'G' RECORD GLE WRITES FOR THE PASS ANSWERED 'E', JUST
041000*    AS A REPLAY CHARGES THE CALL THAT FINDS THE TARGET. A GAME
041100*    QUIT OR CONTRADICTED HAS NO KNOWN TARGET AND IS ONLY
041200*    COUNTED.
041300******************************************************************
041400 2030-RETURN-RECORD.
041500     RETURN GLE-SORT-FILE
041600         AT END
041700             MOVE 'Y' TO SR-SORT-EOF-SWITCH
041800     END-RETURN.
041900     IF SR-SORT-EOF
042000         GO TO 2030-EXIT
042100     END-IF.
042200     MOVE SR-SORT-AUDIT TO GLE-AUDIT-RECORD.
042300     IF GLE-AUD-GAME-ID NOT = SR-CURR-GAME-ID
042400         MOVE GLE-AUD-GAME-ID TO SR-CURR-GAME-ID
042500         PERFORM 2300-CLEAR-GAME THRU 2300-EXIT
042600     END-IF.
042700     EVALUATE TRUE
042800         WHEN GLE-AUD-REC-START
042900             IF NOT SR-GAME-STARTED
043000                 PERFORM 2100-NOTE-START THRU 2100-EXIT
043100             END-IF
043200         WHEN GLE-AUD-REC-END
043300             IF GLE-AUD-USER-INPUT = 'e'
043400                 PERFORM 2200-CLOSE-OUT-WIN THRU 2200-EXIT
043500             ELSE
043600                 ADD 1 TO SR-GAMES-NOT-WON
043700                 PERFORM 2300-CLEAR-GAME THRU 2300-EXIT
043800             END-IF
043900         WHEN GLE-AUD-REC-GUESS
044000             ADD 1 TO SR-GAME-GUESSES
044100         WHEN GLE-AUD-REC-UNDO
044200             IF SR-GAME-GUESSES > 0
044300                 SUBTRACT 1 FROM SR-GAME-GUESSES
044400             END-IF
044500         WHEN OTHER
044600             ADD 1 TO SR-GAME-GUESSES
044700             EVALUATE GLE-AUD-USER-INPUT
044800                 WHEN 'e'
044900                     PERFORM 2200-CLOSE-OUT-WIN THRU 2200-EXIT
045000                 WHEN 'q'
045100                     ADD 1 TO SR-GAMES-NOT-WON
045200                     PERFORM 2300-CLEAR-GAME THRU 2300-EXIT
045300                 WHEN OTHER
045400                     CONTINUE
045500             END-EVALUATE
045600     END-EVALUATE.
045700 2030-EXIT.
045800     EXIT.
045900******************************************************************
046000*    2100-NOTE-START
046100*    KEEPS WHAT THE GAME'S FIRST 'S' RECORD SAYS: ITS PROFILE,
046200*    THE RANGE IT STARTED OVER, AND THE STRATEGY IT PLAYED UNDER
046300*    (A BLANK ONE IS THE MIDPOINT, AS IN GLECALC).
046400******************************************************************
046500 2100-NOTE-START.
046600     MOVE 'Y'                TO SR-GAME-START-SWITCH.
046700     MOVE GLE-AUD-PROF-CODE  TO SR-GAME-PROF.
046800     MOVE GLE-AUD-LOW        TO SR-GAME-LOW.
046900     MOVE GLE-AUD-HIGH       TO SR-GAME-HIGH.
047000     MOVE GLE-AUD-TIMESTAMP  TO SR-GAME-STAMP.
047100     IF GLE-AUD-STRATEGY = 'L' OR GLE-AUD-STRATEGY = 'H'
047200         MOVE GLE-AUD-STRATEGY TO SR-GAME-STRATEGY
047300     ELSE
047400         MOVE 'M' TO SR-GAME-STRATEGY
047500     END-IF.
047600 2100-EXIT.
047700     EXIT.
047800******************************************************************
047900*    2200-CLOSE-OUT-WIN
048000*    A GAME HAS BEEN WON. ITS FINAL GUESS IS ITS TARGET; THE
048100*    GUESSES IT ACTUALLY SPENT AND THE GUESSES EACH STRATEGY
048200*    NEEDS TO REACH THE TARGET OVER THE SAME STARTING RANGE ARE
048300*    ROLLED INTO ITS PROFILE. A WIN WITH NO 'S' RECORD, OR A
048400*    TARGET OUTSIDE THE STARTING RANGE, CANNOT BE REPLAYED.
048500******************************************************************
048600 2200-CLOSE-OUT-WIN.
048700     IF NOT SR-GAME-STARTED
048800         ADD 1 TO SR-GAMES-NO-START
048900         PERFORM 2300-CLEAR-GAME THRU 2300-EXIT
049000         GO TO 2200-EXIT
049100     END-IF.
049200     MOVE GLE-AUD-CURR-GUESS TO SR-TARGET.
049300     IF SR-TARGET < SR-GAME-LOW OR SR-TARGET > SR-GAME-HIGH
049400         ADD 1 TO SR-GAMES-OUT-OF-RANGE
049500         PERFORM 2300-CLEAR-GAME THRU 2300-EXIT
049600         GO TO 2200-EXIT
049700     END-IF.
049800     PERFORM 2600-FIND-PROF THRU 2600-EXIT.
049900     IF SR-PROF-FOUND = 0
050000         ADD 1 TO SR-GAMES-NO-ROOM
050100         IF RETURN-CODE < 4
050200             MOVE 4 TO RETURN-CODE
050300         END-IF
050400         PERFORM 2300-CLEAR-GAME THRU 2300-EXIT
050500         GO TO 2200-EXIT
050600     END-IF.
050700     MOVE SR-PROF-FOUND TO SR-PROF-IDX.
050800     ADD 1 TO SR-PROF-GAMES(SR-PROF-IDX).
050900     ADD SR-GAME-GUESSES TO SR-PROF-ACT-SUM(SR-PROF-IDX).
051000     IF SR-GAME-GUESSES > SR-PROF-ACT-WORST(SR-PROF-IDX)
051100         MOVE SR-GAME-GUESSES TO SR-PROF-ACT-WORST(SR-PROF-IDX)
051200     END-IF.
051300     IF SR-GAME-STAMP > SR-PROF-PLAYED-STAMP(SR-PROF-IDX)
051400         MOVE SR-GAME-STAMP
051500             TO SR-PROF-PLAYED-STAMP(SR-PROF-IDX)
051600         MOVE SR-GAME-STRATEGY
051700             TO SR-PROF-PLAYED(SR-PROF-IDX)
051800     END-IF.
051900     MOVE 1 TO SR-STRAT-IDX.
052000     PERFORM 2400-REPLAY-STRATEGY THRU 2400-EXIT
052100         UNTIL SR-STRAT-IDX > SR-MAX-STRATS.
052200     ADD 1 TO SR-GAMES-REPLAYED.
052300     PERFORM 2300-CLEAR-GAME THRU 2300-EXIT.
052400 2200-EXIT.
052500     EXIT.
052600******************************************************************
052700*    2300-CLEAR-GAME
052800*    RESETS THE CURRENT GAME, SO A LATER RECORD REUSING THE
052900*    GAME-ID STARTS AFRESH.
053000******************************************************************
053100 2300-CLEAR-GAME.
053200     MOVE 0      TO SR-GAME-GUESSES.
053300     MOVE 'N'    TO SR-GAME-START-SWITCH.
053400     MOVE SPACES TO SR-GAME-PROF.
053500     MOVE SPACES TO SR-GAME-STRATEGY.
053600     MOVE SPACES TO SR-GAME-STAMP.
053700 2300-EXIT.
053800     EXIT.
053900******************************************************************
054000*    2400-REPLAY-STRATEGY
054100*    REPLAYS THE GAME'S TARGET UNDER ONE STRATEGY FROM THE GAME'S
054200*    STARTING RANGE AND ROLLS THE GUESS COUNT INTO THE PROFILE.
054300******************************************************************
054400 2400-REPLAY-STRATEGY.
054500     MOVE SR-GAME-LOW                TO SR-LOW.
054600     MOVE SR-GAME-HIGH               TO SR-HIGH.
054700     MOVE SR-STRAT-CODE(SR-STRAT-IDX) TO SR-CALC-STRATEGY.
054800     MOVE 0   TO SR-REPLAY-GUESSES.
054900     MOVE 'N' TO SR-FOUND-SWITCH.
055000     PERFORM 2450-REPLAY-GUESS THRU 2450-EXIT
055100         UNTIL SR-FOUND OR SR-REPLAY-GUESSES > SR-SAFETY-MAX.
055200     ADD SR-REPLAY-GUESSES
055300         TO SR-PROF-REP-SUM(SR-PROF-IDX, SR-STRAT-IDX).
055400     IF SR-REPLAY-GUESSES >
055500         SR-PROF-REP-WORST(SR-PROF-IDX, SR-STRAT-IDX)
055600         MOVE SR-REPLAY-GUESSES
055700             TO SR-PROF-REP-WORST(SR-PROF-IDX, SR-STRAT-IDX)
055800     END-IF.
055900     ADD 1 TO SR-STRAT-IDX.
056000 2400-EXIT.
056100     EXIT.
056200******************************************************************
056300*    2450-REPLAY-GUESS
056400*    CALLS THE SAME GLECALC SUBPROGRAM GLE USES FOR THE NEXT
056500*    GUESS AND ANSWERS IT AGAINST THE KNOWN TARGET, NARROWING
056600*    LOW/HIGH THE WAY GLE DOES (THE GLERGRS REPLAY).
056700******************************************************************
056800 2450-REPLAY-GUESS.
056900     ADD 1 TO SR-REPLAY-GUESSES.
057000     CALL 'GLECALC' USING SR-LOW, SR-HIGH, SR-GUESS,
057100         SR-CALC-STRATEGY.
057200     EVALUATE TRUE
057300         WHEN SR-GUESS = SR-TARGET
057400             MOVE 'Y' TO SR-FOUND-SWITCH
057500         WHEN SR-GUESS < SR-TARGET
057600             COMPUTE SR-LOW = SR-GUESS + 1
057700         WHEN OTHER
057800             COMPUTE SR-HIGH = SR-GUESS - 1
057900     END-EVALUATE.
058000 2450-EXIT.
058100     EXIT.
058200******************************************************************
058300*    2600-FIND-PROF
058400*    LOOKS UP THE GAME'S PROFILE ON THE PROFILE TABLE, CLAIMING
058500*    THE FIRST UNUSED SLOT IF IT IS NEW. SR-PROF-FOUND COMES
058600*    BACK ZERO ONLY IF THE TABLE IS FULL.
058700******************************************************************
058800 2600-FIND-PROF.
058900     MOVE 0 TO SR-PROF-FOUND.
059000     MOVE 1 TO SR-PROF-IDX.
059100     PERFORM 2650-CHECK-PROF-SLOT THRU 2650-EXIT
059200         UNTIL SR-PROF-IDX > SR-MAX-PROFS
059300             OR SR-PROF-FOUND NOT = 0.
059400 2600-EXIT.
059500     EXIT.
059600******************************************************************
059700*    2650-CHECK-PROF-SLOT
059800*    CHECKS ONE SLOT OF THE PROFILE TABLE. A MATCHING SLOT, OR AN
059900*    UNUSED ONE (CLAIMED FOR THE NEW PROFILE), ENDS THE SEARCH.
060000******************************************************************
060100 2650-CHECK-PROF-SLOT.
060200     EVALUATE TRUE
060300         WHEN SR-PROF-USED(SR-PROF-IDX) = 'Y'
060400             AND SR-PROF-CODE(SR-PROF-IDX) = SR-GAME-PROF
060500             MOVE SR-PROF-IDX TO SR-PROF-FOUND
060600         WHEN SR-PROF-USED(SR-PROF-IDX) NOT = 'Y'
060700             MOVE 'Y'          TO SR-PROF-USED(SR-PROF-IDX)
060800             MOVE SR-GAME-PROF TO SR-PROF-CODE(SR-PROF-IDX)
060900             MOVE SR-PROF-IDX  TO SR-PROF-FOUND
061000         WHEN OTHER
061100             ADD 1 TO SR-PROF-IDX
061200     END-EVALUATE.
061300 2650-EXIT.
061400     EXIT.
061500******************************************************************
061600*    2900-BALANCE-MONTH
061700*    CHECKS THE RECORDS READ FOR THE MONTH AGAINST ITS GLEAUDHT
061800*    CONTROL TOTAL. A SHORTFALL OR EXCESS MEANS THE HISTORY NO
061900*    LONGER HOLDS THE MONTH GLEMCON CONSOLIDATED, SO THE REPORT
062000*    CANNOT BE TRUSTED AND THE RUN ENDS RC 8.
062100******************************************************************
062200 2900-BALANCE-MONTH.
062300     IF SR-READ-COUNT NOT = SR-MONTH-RECS
062400         DISPLAY "GLESREC: ** MONTH OUT OF BALANCE ** "
062500             "GLEAUDHT SAYS " SR-MONTH-RECS
062600             " RECORDS, GLEAUDHS GAVE " SR-READ-COUNT "."
062700         MOVE 8 TO RETURN-CODE
062800     END-IF.
062900 2900-EXIT.
063000     EXIT.
063100******************************************************************
063200*    3000-PRINT-REPORT
063300*    PRINTS ONE BLOCK PER PROFILE -- ACTUAL AND REPLAYED GUESS
063400*    COUNTS, THE BEST STRATEGY, AND THE VERDICT -- THEN THE
063500*    MONTH'S TOTALS.
063600******************************************************************
063700 3000-PRINT-REPORT.
063800     MOVE SR-MIN-SAVING TO SR-MIN-SAVING-EDIT.
063900     DISPLAY "==================================================".
064000     DISPLAY "GLESREC - STRATEGY RECOMMENDATION REPORT".
064100     DISPLAY "MONTH ANALYSED.....................: " SR-MONTH.
064200     DISPLAY "CONSOLIDATED ON GLEAUDHS...........: "
064300         SR-MONTH-CONSOLIDATED.
064400     DISPLAY "HISTORY RECORDS READ / CONTROL.....: "
064500         SR-READ-COUNT " / " SR-MONTH-RECS.
064600     DISPLAY "CHANGE RECOMMENDED WHEN IT SAVES...: "
064700         SR-MIN-SAVING-EDIT " GUESSES A GAME OVER "
064800         SR-MIN-GAMES "+ WON GAMES".
064900     DISPLAY "==================================================".
065000     MOVE 1 TO SR-PROF-IDX.
065100     PERFORM 3100-PRINT-ONE-PROF THRU 3100-EXIT
065200         UNTIL SR-PROF-IDX > SR-MAX-PROFS.
065300     DISPLAY "WON GAMES REPLAYED.................: "
065400         SR-GAMES-REPLAYED.
065500     DISPLAY "GAMES QUIT OR CONTRADICTED.........: "
065600         SR-GAMES-NOT-WON.
065700     IF SR-GAMES-NO-START > 0
065800         DISPLAY "WON GAMES WITH NO START RECORD.....: "
065900             SR-GAMES-NO-START
066000     END-IF.
066100     IF SR-GAMES-OUT-OF-RANGE > 0
066200         DISPLAY "WON GAMES WITH TARGET OFF RANGE....: "
066300             SR-GAMES-OUT-OF-RANGE
066400     END-IF.
066500     IF SR-GAMES-NO-ROOM > 0
066600         DISPLAY "WON GAMES NOT ANALYSED (TABLE FULL): "
066700             SR-GAMES-NO-ROOM
066800     END-IF.
066900     DISPLAY "PROFILES WITH A CHANGE RECOMMENDED.: "
067000         SR-PROFS-FLAGGED.
067100     DISPLAY "==================================================".
067200 3000-EXIT.
067300     EXIT.
067400******************************************************************
067500*    3100-PRINT-ONE-PROF
067600*    PRINTS ONE PROFILE'S BLOCK. THE STRATEGY IN USE IS THE ONE
067700*    ITS LATEST GAME PLAYED UNDER; THE BEST STARTS AS THAT ONE
067800*    AND ONLY A STRICTLY SMALLER REPLAYED TOTAL DISPLACES IT.
067900******************************************************************
068000 3100-PRINT-ONE-PROF.
068100     IF SR-PROF-USED(SR-PROF-IDX) NOT = 'Y'
068200         ADD 1 TO SR-PROF-IDX
068300         GO TO 3100-EXIT
068400     END-IF.
068500     IF SR-PROF-CODE(SR-PROF-IDX) = SPACES
068600         MOVE '(DEFAULT RANGE)' TO SR-PROF-SHOW
068700     ELSE
068800         MOVE SR-PROF-CODE(SR-PROF-IDX) TO SR-PROF-SHOW
068900     END-IF.
069000     DISPLAY "PROFILE " SR-PROF-SHOW
069100         " WON GAMES " SR-PROF-GAMES(SR-PROF-IDX)
069200         " PLAYED UNDER " SR-PROF-PLAYED(SR-PROF-IDX).
069300     COMPUTE SR-AVERAGE ROUNDED =
069400         SR-PROF-ACT-SUM(SR-PROF-IDX)
069500             / SR-PROF-GAMES(SR-PROF-IDX).
069600     MOVE SR-AVERAGE TO SR-AVERAGE-EDIT.
069700     DISPLAY "  ACTUALLY SPENT..........: AVERAGE "
069800         SR-AVERAGE-EDIT
069900         " WORST " SR-PROF-ACT-WORST(SR-PROF-IDX).
070000     MOVE 1 TO SR-CURR-IDX.
070100     MOVE 1 TO SR-STRAT-IDX.
070200     PERFORM 3200-FIND-IN-USE THRU 3200-EXIT
070300         UNTIL SR-STRAT-IDX > SR-MAX-STRATS.
070400     MOVE SR-CURR-IDX TO SR-BEST-IDX.
070500     MOVE 1 TO SR-STRAT-IDX.
070600     PERFORM 3300-PRINT-STRATEGY THRU 3300-EXIT
070700         UNTIL SR-STRAT-IDX > SR-MAX-STRATS.
070800     PERFORM 3400-RECOMMEND THRU 3400-EXIT.
070900     DISPLAY "--------------------------------------------------".
071000     ADD 1 TO SR-PROF-IDX.
071100 3100-EXIT.
071200     EXIT.
071300******************************************************************
071400*    3200-FIND-IN-USE
071500*    NOTES WHICH TABLE POSITION HOLDS THE STRATEGY IN USE.
071600******************************************************************
071700 3200-FIND-IN-USE.
071800     IF SR-STRAT-CODE(SR-STRAT-IDX) = SR-PROF-PLAYED(SR-PROF-IDX)
071900         MOVE SR-STRAT-IDX TO SR-CURR-IDX
072000     END-IF.
072100     ADD 1 TO SR-STRAT-IDX.
072200 3200-EXIT.
072300     EXIT.
072400******************************************************************
072500*    3300-PRINT-STRATEGY
072600*    PRINTS ONE STRATEGY'S REPLAYED AVERAGE AND WORST CASE FOR
072700*    THE PROFILE AND KEEPS THE BEST SO FAR.
072800******************************************************************
072900 3300-PRINT-STRATEGY.
073000     COMPUTE SR-AVERAGE ROUNDED =
073100         SR-PROF-REP-SUM(SR-PROF-IDX, SR-STRAT-IDX)
073200             / SR-PROF-GAMES(SR-PROF-IDX).
073300     MOVE SR-AVERAGE TO SR-AVERAGE-EDIT.
073400     DISPLAY "  REPLAYED UNDER " SR-STRAT-CODE(SR-STRAT-IDX)
073500         ".........: AVERAGE " SR-AVERAGE-EDIT
073600         " WORST " SR-PROF-REP-WORST(SR-PROF-IDX, SR-STRAT-IDX).
073700     IF SR-PROF-REP-SUM(SR-PROF-IDX, SR-STRAT-IDX)
073800         < SR-PROF-REP-SUM(SR-PROF-IDX, SR-BEST-IDX)
073900         MOVE SR-STRAT-IDX TO SR-BEST-IDX
074000     END-IF.
074100     ADD 1 TO SR-STRAT-IDX.
074200 3300-EXIT.
074300     EXIT.
074400******************************************************************
074500*    3400-RECOMMEND
074600*    NAMES THE BEST STRATEGY AND GIVES THE VERDICT: KEEP THE ONE
074700*    IN USE, TOO FEW GAMES TO SAY, TOO SMALL A SAVING TO BE WORTH
074800*    A CHANGE, OR A CHANGE RECOMMENDED.
074900******************************************************************
075000 3400-RECOMMEND.
075100     COMPUTE SR-SAVED-TOTAL =
075200         SR-PROF-REP-SUM(SR-PROF-IDX, SR-CURR-IDX)
075300             - SR-PROF-REP-SUM(SR-PROF-IDX, SR-BEST-IDX).
075400     COMPUTE SR-SAVING ROUNDED =
075500         SR-SAVED-TOTAL / SR-PROF-GAMES(SR-PROF-IDX).
075600     MOVE SR-SAVING TO SR-SAVING-EDIT.
075700     IF SR-BEST-IDX = SR-CURR-IDX
075800         DISPLAY "  BEST STRATEGY " SR-STRAT-CODE(SR-BEST-IDX)
075900             " -- ALREADY IN USE, KEEP IT."
076000         GO TO 3400-EXIT
076100     END-IF.
076200     DISPLAY "  BEST STRATEGY " SR-STRAT-CODE(SR-BEST-IDX)
076300         " -- SAVES " SR-SAVING-EDIT " GUESSES A GAME ("
076400         SR-SAVED-TOTAL " IN THE MONTH) OVER "
076500         SR-STRAT-CODE(SR-CURR-IDX) ".".
076600     IF SR-PROF-GAMES(SR-PROF-IDX) < SR-MIN-GAMES
076700         DISPLAY "  TOO FEW WON GAMES TO RECOMMEND A CHANGE."
076800         GO TO 3400-EXIT
076900     END-IF.
077000     IF SR-SAVING < SR-MIN-SAVING
077100         DISPLAY "  SAVING TOO SMALL TO BE WORTH A CHANGE "
077200             "-- KEEP "
077300             SR-STRAT-CODE(SR-CURR-IDX) "."
077400         GO TO 3400-EXIT
077500     END-IF.
077600     ADD 1 TO SR-PROFS-FLAGGED.
077700     DISPLAY "  ** CHANGE RECOMMENDED -- "
077800         SR-STRAT-CODE(SR-CURR-IDX)
077900         " TO " SR-STRAT-CODE(SR-BEST-IDX) " **".
078000 3400-EXIT.
078100     EXIT.
078200******************************************************************
078300*    9000-TERMINATE
078400*    CLOSES THE HISTORY BEFORE ENDING THE RUN.
078500******************************************************************
078600 9000-TERMINATE.
078700     IF SR-AUDH-IS-OPEN
078800         CLOSE GLE-AUDH-FILE
078900     END-IF.
079000 9000-EXIT.
079100     EXIT.
