002500*                     PRINTABLE INVOICE SUMMARY PER DEPARTMENT
002600*                     AND A GLECHGDT DETAIL FILE THEY CAN AUDIT
002700*                     AGAINST.
002710*    2026-10-15  DH   A 'U' RECORD GIVES BACK THE GUESS ITS
002720*                     UNDONE ANSWER COST, MATCHING THE COUNT GLE
002730*                     KEEPS. A CONTRADICTED GAME ('E' RECORD
002740*                     ANSWERED 'c') WAS STILL PLAYED AND BILLS
002750*                     LIKE ANY OTHER.
002760*    2026-10-15  DH   TAKE EACH GAME'S DEPARTMENT FROM THE KEYED
002777*                     GLEOPER OPERATOR REGISTRY INSTEAD OF THE
002794*                     FIRST THREE CHARACTERS OF THE USER-ID, SO
002811*                     MOVING A PERSON OR RENAMING A DEPARTMENT NO
002828*                     LONGER BREAKS THE CHARGEBACK. A USER-ID NOT
002845*                     ON THE REGISTRY BILLS UNDER '***'.
002862*    2026-10-15  DH   SORT THE MONTH'S ARCHIVE STREAM INTO
002879*                     GAME-ID/TIMESTAMP ORDER AND BILL ONE GAME AT
002896*                     A TIME INSTEAD OF HOLDING EVERY OPEN GAME ON
002913*                     A 200-SLOT TABLE, WHICH LEFT GAMES UNBILLED
002930*                     ONCE A MONTH OF GENERATIONS FILLED IT.
002947*                     GLECHGDT DETAIL NOW COMES OUT IN GAME-ID
002964*                     ORDER; THE INVOICE TOTALS AND RETURN CODES
002981*                     ARE UNCHANGED.
002983*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
002987*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
002991*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
002995*                     MORNING STATUS PAGE, WHICH SHOWS THE LATEST
002999*                     CHARGEBACK RUN AND ITS UNASSIGNED COUNT.
003003*    2026-10-15  DH   BILL THE MONTH FROM THE KEYED GLEAUDHS AUDIT
003007*                     HISTORY GLEMCON BUILDS AT MONTH END, READ
003011*                     ALONG ITS MONTH KEY, INSTEAD OF A
003015*                     CONCATENATION OF DAILY GLEAUDAR GENERATIONS
003019*                     THAT ROLL OFF THE GDG LIMIT. THE MONTH COMES
003023*                     OFF THE GLECHGPM CARD, OR IS THE LATEST ON
003027*                     GLEAUDHT WHEN THE CARD IS BLANK, AND THE
003031*                     RECORDS READ MUST BALANCE TO THAT MONTH'S
003035*                     GLEAUDHT CONTROL TOTAL OR THE RUN ENDS RC 8.
003039******************************************************************
003043*    THE MONTH'S RECORDS ARE READ OFF GLEAUDHS ALONG ITS MONTH
003047*    KEY AND SORTED INTO GAME-ID/TIMESTAMP ORDER, AND GUESSES
003051*    ACCUMULATE FOR ONE GAME AT A TIME AS IT COMES OFF THE SORT. A
003066*    GAME BILLS WHEN IT CLOSES -- ITS 'E' RECORD, OR A BLANK-TYPE
003100*    (PRE-CHANGE) GUESS ANSWERED 'E'/'Q'. THE USER-ID COMES OFF
003200*    THE CLOSING RECORD WHEN IT CARRIES ONE, ELSE THE GAME'S
003300*    GLESESS ROW, ELSE '*NOSESS*'. THE USER-ID'S GLEOPER REGISTRY
003400*    ENTRY NAMES THE DEPARTMENT (A SUSPENDED OPERATOR'S PAST GAMES
003500*    STILL BILL); A USER-ID NOT ON THE REGISTRY BILLS UNDER
003550*    DEPARTMENT '***', AND A DEPARTMENT ON NO GLECHGRT RECORD
003600*    BILLS AT ZERO UNDER 'UNASSIGNED'. EITHER ENDS THE RUN RC 4 SO
003683*    A NEW OPERATOR OR DEPARTMENT IS NOTICED. THE HISTORY HOLDS NO
003766*    ARCHIVE TRAILERS -- GLEMCON CHECKED EVERY ONE BEFORE IT
003849*    CONSOLIDATED THE MONTH -- SO THE RECORDS READ ARE BALANCED
003932*    INSTEAD AGAINST THE MONTH'S GLEAUDHT CONTROL RECORD, AND A
004015*    MONTH NOT ON GLEAUDHT IS NOT BILLED.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004428     SELECT GLE-AUDH-FILE ASSIGN TO "GLEAUDHS"
004456         ORGANIZATION IS INDEXED
004484         ACCESS MODE IS DYNAMIC
004512         RECORD KEY IS GLE-AUDH-KEY
004540         ALTERNATE RECORD KEY IS GLE-AUDH-MONTH
004568             WITH DUPLICATES
004596         FILE STATUS IS CB-AUDH-STATUS.
004624     SELECT GLE-AHCT-FILE ASSIGN TO "GLEAUDHT"
004652         ORGANIZATION IS LINE SEQUENTIAL
004680         FILE STATUS IS CB-AHCT-STATUS.
004708     SELECT OPTIONAL GLE-MNTH-FILE ASSIGN TO "GLECHGPM"
004736         ORGANIZATION IS LINE SEQUENTIAL
004764         FILE STATUS IS CB-MNTH-STATUS.
004800     SELECT GLE-SESS-FILE ASSIGN TO "GLESESS"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005800     SELECT GLE-CHGD-FILE ASSIGN TO "GLECHGDT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS CB-CHGD-STATUS.
006010     SELECT GLE-OPER-FILE ASSIGN TO "GLEOPER"
006020         ORGANIZATION IS INDEXED
006030         ACCESS MODE IS DYNAMIC
006040         RECORD KEY IS GLE-OPER-USER-ID
006050         FILE STATUS IS CB-OPER-STATUS.
006075     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
006081     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
006087         ORGANIZATION IS LINE SEQUENTIAL
006093         FILE STATUS IS CB-RUNC-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006242 FD  GLE-AUDH-FILE.
006284 COPY GLEAUDH.
006326 FD  GLE-AHCT-FILE.
006368 COPY GLEAHCT.
006410 FD  GLE-MNTH-FILE.
006452 COPY GLEMNTH.
006500 FD  GLE-SESS-FILE.
006600 COPY GLESESS.
006700 FD  GLE-CHGR-FILE.
006800 COPY GLECHGR.
006900 FD  GLE-CHGD-FILE.
007000 COPY GLECHGD.
007010 FD  GLE-OPER-FILE.
007020 COPY GLEOPER.
007023 FD  GLE-RUNC-FILE.
007026 COPY GLERUNR.
007031 SD  GLE-SORT-FILE.
007042 01  CB-SORT-RECORD.
007053     05  CB-SORT-GAME-ID         PIC 9(08).
007064     05  CB-SORT-STAMP           PIC X(16).
007075     05  CB-SORT-SEQ             PIC 9(09).
007086     05  CB-SORT-AUDIT           PIC X(57).
007100 WORKING-STORAGE SECTION.
007200******************************************************************
007300*    FILE CONTROLS AND SWITCHES
007400******************************************************************
007450 77  CB-AUDH-STATUS          PIC X(02) VALUE SPACES.
007500 77  CB-AHCT-STATUS          PIC X(02) VALUE SPACES.
007550 77  CB-MNTH-STATUS          PIC X(02) VALUE SPACES.
007600 77  CB-SESS-STATUS          PIC X(02) VALUE SPACES.
007700 77  CB-CHGR-STATUS          PIC X(02) VALUE SPACES.
007800 77  CB-CHGD-STATUS          PIC X(02) VALUE SPACES.
007850 77  CB-OPER-STATUS          PIC X(02) VALUE SPACES.
007900 77  CB-AUDH-EOF-SWITCH      PIC X(01) VALUE 'N'.
007950     88  CB-AUDH-EOF                VALUE 'Y'.
008000 77  CB-AHCT-EOF-SWITCH      PIC X(01) VALUE 'N'.
008050     88  CB-AHCT-EOF                VALUE 'Y'.
008100 77  CB-CHGR-EOF-SWITCH      PIC X(01) VALUE 'N'.
008200     88  CB-CHGR-EOF                VALUE 'Y'.
008300 77  CB-AUDH-OPEN-SWITCH     PIC X(01) VALUE 'N'.
008400     88  CB-AUDH-IS-OPEN            VALUE 'Y'.
008500 77  CB-SESS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
008600     88  CB-SESS-IS-OPEN            VALUE 'Y'.
008610 77  CB-OPER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
008620     88  CB-OPER-IS-OPEN            VALUE 'Y'.
008646 77  CB-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
008672     88  CB-SORT-EOF                VALUE 'Y'.
008700******************************************************************
008707*    THE MONTH BILLED AND ITS GLEAUDHT CONTROL TOTAL, WHICH THE
008714*    RECORDS READ FOR THE MONTH MUST COME TO.
008721******************************************************************
008728 77  CB-MONTH                PIC 9(06) VALUE 0.
008735 77  CB-MONTH-RECS           PIC 9(09) VALUE 0.
008742 77  CB-MONTH-CONSOLIDATED   PIC 9(08) VALUE 0.
008749 77  CB-MONTH-SWITCH         PIC X(01) VALUE 'N'.
008756     88  CB-MONTH-ON-CONTROL        VALUE 'Y'.
008763 77  CB-LATEST-MONTH         PIC 9(06) VALUE 0.
008770 77  CB-LATEST-RECS          PIC 9(09) VALUE 0.
008777 77  CB-LATEST-CONSOLIDATED  PIC 9(08) VALUE 0.
008784 77  CB-READ-COUNT           PIC 9(09) VALUE 0.
008791******************************************************************
008800*    WORK ITEMS FOR BILLING ONE CLOSED GAME
008900******************************************************************
009000 77  CB-RUN-DATE             PIC 9(08) VALUE 0.
009600******************************************************************
009700 77  CB-BILLED-COUNT         PIC 9(07) VALUE 0.
009800 77  CB-UNASSIGNED-COUNT     PIC 9(07) VALUE 0.
009850 77  CB-UNREGISTERED-COUNT   PIC 9(07) VALUE 0.
009900 77  CB-GRAND-AMOUNT         PIC 9(09)V9(02) VALUE 0.
010000 77  CB-AMOUNT-EDIT          PIC Z(8)9.99.
010080******************************************************************
010160*    THE AUDIT RECORD BEING BILLED. EACH HISTORY RECORD'S AUDIT
010240*    IMAGE IS MOVED INTO IT ON THE WAY INTO THE SORT AND EACH
010320*    SORTED RECORD IS MOVED BACK INTO IT ON THE WAY OUT.
010400******************************************************************
010480 COPY GLEAUDR.
010560******************************************************************
010640*    CURRENT GAME. THE SORTED STREAM BRINGS EACH GAME'S RECORDS
010720*    TOGETHER, SO ONLY ITS OWN RUNNING GUESS COUNT IS HELD,
010800*    HOWEVER MANY GAMES THE MONTH CARRIES.
010880******************************************************************
010960 77  CB-SORT-SEQ-NO          PIC 9(09) VALUE 0.
011040 77  CB-CURR-GAME-ID         PIC 9(08) VALUE 0.
011120 77  CB-GAME-GUESSES         PIC 9(05) VALUE 0.
011200******************************************************************
011300*    DEPARTMENT TABLE. THE GLECHGRT RATE RECORDS ARE LOADED
011400*    HERE AT START-UP AND THE MONTH'S GAMES, GUESSES, AND
012700         10  CB-DEPT-GAMES       PIC 9(07) VALUE 0.
012800         10  CB-DEPT-GUESSES     PIC 9(09) VALUE 0.
012900         10  CB-DEPT-AMOUNT      PIC 9(09)V9(02) VALUE 0.
012920******************************************************************
012940*    RUN-CONTROL FILE (SEE 9700-RECORD-RUN)
012960******************************************************************
012980 77  CB-RUNC-STATUS          PIC X(02) VALUE SPACES.
013000 PROCEDURE DIVISION.
013068******************************************************************
013136*    0000-MAINLINE
013204*    LOADS THE RATES, SORTS THE MONTH'S HISTORY RECORDS INTO GAME
013272*    ORDER BILLING EACH GAME AS IT CLOSES ON THE WAY OUT OF THE
013340*    SORT, BALANCES THE MONTH, AND PRINTS THE INVOICE SUMMARY.
013408******************************************************************
013476 0000-MAINLINE.
013544     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013593     IF CB-AUDH-IS-OPEN AND NOT CB-AUDH-EOF
013642         SORT GLE-SORT-FILE
013691             ON ASCENDING KEY CB-SORT-GAME-ID CB-SORT-STAMP
013740                 CB-SORT-SEQ
013789             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
013838             OUTPUT PROCEDURE IS 2020-BILL-GAMES THRU 2020-EXIT
013887     END-IF.
013936     IF CB-AUDH-IS-OPEN AND RETURN-CODE < 8
013985         PERFORM 2900-BALANCE-MONTH THRU 2900-EXIT
014034     END-IF.
014088     PERFORM 3000-PRINT-INVOICES THRU 3000-EXIT.
014156     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014190     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
014224     STOP RUN.
014300******************************************************************
014400*    1000-INITIALIZE
014500*    OPENS THE FILES AND LOADS THE GLECHGRT RATE RECORDS INTO
014600*    THE DEPARTMENT TABLE. NO RATE FILE MEANS EVERY GAME WOULD
014700*    BILL AT ZERO, AND NO OPERATOR REGISTRY MEANS NO GAME HAS A
014733*    DEPARTMENT, SO BOTH ARE REFUSED OUTRIGHT, AS IS A MONTH NOT
014766*    CONSOLIDATED ONTO THE HISTORY.
014800******************************************************************
014900 1000-INITIALIZE.
015000     ACCEPT CB-RUN-DATE FROM DATE YYYYMMDD.
015300         DISPLAY "GLECHGB: GLECHGRT COULD NOT BE OPENED, "
015400             "STATUS=" CB-CHGR-STATUS
015500             " -- NOTHING CAN BE PRICED."
015600         MOVE 'Y' TO CB-AUDH-EOF-SWITCH
015700         MOVE 8 TO RETURN-CODE
015800         GO TO 1000-EXIT
015900     END-IF.
016000     PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
016100         UNTIL CB-CHGR-EOF.
016200     CLOSE GLE-CHGR-FILE.
016210     OPEN INPUT GLE-OPER-FILE.
016220     IF CB-OPER-STATUS NOT = "00"
016230         DISPLAY "GLECHGB: GLEOPER COULD NOT BE OPENED, "
016240             "STATUS=" CB-OPER-STATUS
016250             " -- NO DEPARTMENT CAN BE FOUND."
016260         MOVE 'Y' TO CB-AUDH-EOF-SWITCH
016270         MOVE 8 TO RETURN-CODE
016280         GO TO 1000-EXIT
016290     END-IF.
016295     MOVE 'Y' TO CB-OPER-OPEN-SWITCH.
016334     PERFORM 1200-PICK-MONTH THRU 1200-EXIT.
016373     IF NOT CB-MONTH-ON-CONTROL
016412         MOVE 'Y' TO CB-AUDH-EOF-SWITCH
016451         MOVE 8 TO RETURN-CODE
016490         GO TO 1000-EXIT
016529     END-IF.
016568     OPEN INPUT GLE-AUDH-FILE.
016607     IF CB-AUDH-STATUS = "00"
016646         MOVE 'Y' TO CB-AUDH-OPEN-SWITCH
016685     ELSE
016724         DISPLAY "GLECHGB: GLEAUDHS COULD NOT BE OPENED, "
016763             "STATUS=" CB-AUDH-STATUS
016802         MOVE 'Y' TO CB-AUDH-EOF-SWITCH
016841         MOVE 8 TO RETURN-CODE
016880         GO TO 1000-EXIT
016919     END-IF.
016958     MOVE CB-MONTH TO GLE-AUDH-MONTH.
016997     START GLE-AUDH-FILE
017036         KEY IS EQUAL TO GLE-AUDH-MONTH
017075         INVALID KEY
017114             MOVE 'Y' TO CB-AUDH-EOF-SWITCH
017153     END-START.
017200     OPEN INPUT GLE-SESS-FILE.
017300     IF CB-SESS-STATUS = "00"
017400         MOVE 'Y' TO CB-SESS-OPEN-SWITCH
018100     IF CB-CHGD-STATUS NOT = "00"
018200         DISPLAY "GLECHGB: GLECHGDT COULD NOT BE OPENED, "
018300             "STATUS=" CB-CHGD-STATUS
018400         MOVE 'Y' TO CB-AUDH-EOF-SWITCH
018500         MOVE 8 TO RETURN-CODE
018600     END-IF.
018700 1000-EXIT.
023000     END-IF.
023100 1100-EXIT.
023200     EXIT.
023201******************************************************************
023202*    1200-PICK-MONTH
023203*    TAKES THE MONTH TO BILL OFF THE GLECHGPM CARD, OR THE LATEST
023204*    MONTH ON GLEAUDHT WHEN THERE IS NO CARD OR IT IS BLANK OR
023205*    ZERO (THE NORMAL MONTH-END RUN, STRAIGHT AFTER GLEMCON), AND
023206*    FINDS THAT MONTH'S CONTROL RECORD. A MONTH WITH NO CONTROL
023207*    RECORD WAS NEVER CONSOLIDATED, OR ONLY PART WAY, AND IS NOT
023208*    BILLED.
023209******************************************************************
023210 1200-PICK-MONTH.
023211     OPEN INPUT GLE-MNTH-FILE.
023212     IF CB-MNTH-STATUS = "00"
023213         READ GLE-MNTH-FILE
023214             AT END CONTINUE
023215         END-READ
023216         IF CB-MNTH-STATUS = "00" AND GLE-MNTH-MONTH NUMERIC
023217             MOVE GLE-MNTH-MONTH TO CB-MONTH
023218         END-IF
023219         CLOSE GLE-MNTH-FILE
023220     END-IF.
023221     OPEN INPUT GLE-AHCT-FILE.
023222     IF CB-AHCT-STATUS NOT = "00"
023223         DISPLAY "GLECHGB: GLEAUDHT COULD NOT BE OPENED, "
023224             "STATUS=" CB-AHCT-STATUS
023225             " -- NO MONTH IS CONSOLIDATED."
023226         GO TO 1200-EXIT
023227     END-IF.
023228     PERFORM 1250-READ-CONTROL THRU 1250-EXIT
023229         UNTIL CB-AHCT-EOF.
023230     CLOSE GLE-AHCT-FILE.
023231     IF CB-MONTH = 0 AND CB-LATEST-MONTH > 0
023232         MOVE CB-LATEST-MONTH        TO CB-MONTH
023233         MOVE 'Y'                    TO CB-MONTH-SWITCH
023234         MOVE CB-LATEST-RECS         TO CB-MONTH-RECS
023235         MOVE CB-LATEST-CONSOLIDATED TO CB-MONTH-CONSOLIDATED
023236     END-IF.
023237     IF NOT CB-MONTH-ON-CONTROL
023238         DISPLAY "GLECHGB: MONTH " CB-MONTH " IS NOT ON GLEAUDHT "
023239             "-- RUN GLEMCON FOR IT FIRST."
023240     END-IF.
023241 1200-EXIT.
023242     EXIT.
023243******************************************************************
023244*    1250-READ-CONTROL
023245*    READS ONE GLEAUDHT CONTROL RECORD, KEEPING THE LATEST MONTH
023246*    SEEN, AND THE CARD MONTH'S OWN TOTAL IF THIS IS ITS RECORD.
023247******************************************************************
023248 1250-READ-CONTROL.
023249     READ GLE-AHCT-FILE
023250         AT END
023251             MOVE 'Y' TO CB-AHCT-EOF-SWITCH
023252     END-READ.
023253     IF CB-AHCT-EOF
023254         GO TO 1250-EXIT
023255     END-IF.
023256     IF CB-AHCT-STATUS NOT = "00"
023257         DISPLAY "GLECHGB: READ OF GLEAUDHT FAILED, STATUS="
023258             CB-AHCT-STATUS
023259         MOVE 'Y' TO CB-AHCT-EOF-SWITCH
023260         GO TO 1250-EXIT
023261     END-IF.
023262     IF GLE-AHCT-MONTH > CB-LATEST-MONTH
023263         MOVE GLE-AHCT-MONTH       TO CB-LATEST-MONTH
023264         MOVE GLE-AHCT-REC-COUNT   TO CB-LATEST-RECS
023265         MOVE GLE-AHCT-RUN-DATE    TO CB-LATEST-CONSOLIDATED
023266     END-IF.
023267     IF CB-MONTH > 0 AND GLE-AHCT-MONTH = CB-MONTH
023268         MOVE 'Y'                  TO CB-MONTH-SWITCH
023269         MOVE GLE-AHCT-REC-COUNT   TO CB-MONTH-RECS
023270         MOVE GLE-AHCT-RUN-DATE    TO CB-MONTH-CONSOLIDATED
023271     END-IF.
023272 1250-EXIT.
023273     EXIT.
023318******************************************************************
023436*    2000-LOAD-SORT
023542*    SORT INPUT PROCEDURE. RELEASES EVERY HISTORY RECORD OF THE
023648*    MONTH TO THE SORT, KEYED BY GAME-ID AND TIMESTAMP, WITH ITS
023754*    POSITION ON THE INPUT AS THE TIE-BREAK SO RECORDS STAMPED IN
023860*    THE SAME HUNDREDTH OF A SECOND KEEP THE ORDER GLE WROTE THEM
023966*    IN.
024072******************************************************************
024178 2000-LOAD-SORT.
024284     PERFORM 2010-READ-HISTORY THRU 2010-EXIT
024390         UNTIL CB-AUDH-EOF.
024498 2000-EXIT.
024616     EXIT.
024734******************************************************************
024807*    2010-READ-HISTORY
024880*    READS THE NEXT HISTORY RECORD ALONG THE MONTH KEY AND
024953*    RELEASES ITS AUDIT IMAGE TO THE SORT. A RECORD OF ANOTHER
025026*    MONTH ENDS THE WALK -- THE MONTH KEY KEEPS ONE MONTH'S
025099*    RECORDS TOGETHER.
025172******************************************************************
025245 2010-READ-HISTORY.
025318     READ GLE-AUDH-FILE NEXT RECORD
025391         AT END
025464             MOVE 'Y' TO CB-AUDH-EOF-SWITCH
025537     END-READ.
025610*    STATUS 02 JUST MEANS MORE RECORDS SHARE THIS MONTH -- THE
025683*    EXPECTED CASE ON A DUPLICATE ALTERNATE KEY, NOT A FAILURE.
025756     IF NOT CB-AUDH-EOF AND CB-AUDH-STATUS NOT = "00"
025829         AND CB-AUDH-STATUS NOT = "02"
025902         DISPLAY "GLECHGB: READ OF GLEAUDHS FAILED, STATUS="
025975             CB-AUDH-STATUS
026048         MOVE 'Y' TO CB-AUDH-EOF-SWITCH
026121         MOVE 8 TO RETURN-CODE
026194     END-IF.
026267     IF NOT CB-AUDH-EOF AND GLE-AUDH-MONTH NOT = CB-MONTH
026340         MOVE 'Y' TO CB-AUDH-EOF-SWITCH
026413     END-IF.
026486     IF NOT CB-AUDH-EOF
026559         ADD 1 TO CB-READ-COUNT
026632         MOVE GLE-AUDH-AUDIT TO GLE-AUDIT-RECORD
026705     END-IF.
026778     IF NOT CB-AUDH-EOF AND GLE-AUD-DATE NUMERIC
026858         ADD 1 TO CB-SORT-SEQ-NO
026976         MOVE GLE-AUD-GAME-ID   TO CB-SORT-GAME-ID
027094         MOVE GLE-AUD-TIMESTAMP TO CB-SORT-STAMP
027212         MOVE CB-SORT-SEQ-NO    TO CB-SORT-SEQ
027330         MOVE GLE-AUDIT-RECORD  TO CB-SORT-AUDIT
027448         RELEASE CB-SORT-RECORD
027566     END-IF.
027684 2010-EXIT.
027802     EXIT.
027920******************************************************************
028038*    2020-BILL-GAMES
028156*    SORT OUTPUT PROCEDURE. TAKES BACK EACH RECORD IN GAME ORDER
028274*    AND CHARGES IT TO ITS GAME.
028392******************************************************************
028510 2020-BILL-GAMES.
028628     PERFORM 2030-RETURN-ARCHIVE THRU 2030-EXIT
028746         UNTIL CB-SORT-EOF.
028864 2020-EXIT.
028982     EXIT.
029100******************************************************************
029218*    2030-RETURN-ARCHIVE
029336*    RETURNS ONE SORTED RECORD AND CHARGES IT TO ITS GAME: 'S'
029454*    OPENS, 'G' (OR A BLANK-TYPE PRE-CHANGE RECORD) IS ONE GUESS,
029572*    AND A CLOSE BILLS THE GAME. A CHANGE OF GAME-ID STARTS THE
029690*    COUNT AGAIN FROM ZERO -- A GAME-ID THE SORT MOVES PAST
029808*    WITHOUT A CLOSE NEVER FINISHED AND IS NOT BILLED.
029926******************************************************************
030044 2030-RETURN-ARCHIVE.
030162     RETURN GLE-SORT-FILE
030280         AT END
030398             MOVE 'Y' TO CB-SORT-EOF-SWITCH
030516     END-RETURN.
030634     IF CB-SORT-EOF
030752         GO TO 2030-EXIT
030870     END-IF.
030988     MOVE CB-SORT-AUDIT TO GLE-AUDIT-RECORD.
031106     IF GLE-AUD-GAME-ID NOT = CB-CURR-GAME-ID
031224         MOVE GLE-AUD-GAME-ID TO CB-CURR-GAME-ID
031342         MOVE 0 TO CB-GAME-GUESSES
031460     END-IF.
031578     EVALUATE TRUE
031696         WHEN GLE-AUD-REC-START
031814             CONTINUE
031932         WHEN GLE-AUD-REC-END
032050             PERFORM 2500-BILL-GAME THRU 2500-EXIT
032168         WHEN GLE-AUD-REC-GUESS
032286             ADD 1 TO CB-GAME-GUESSES
032404         WHEN GLE-AUD-REC-UNDO
032522             IF CB-GAME-GUESSES > 0
032640                 SUBTRACT 1 FROM CB-GAME-GUESSES
032758             END-IF
032876         WHEN OTHER
032994             ADD 1 TO CB-GAME-GUESSES
033112             IF GLE-AUD-USER-INPUT = 'e' OR 'q'
033230                 PERFORM 2500-BILL-GAME THRU 2500-EXIT
033348             END-IF
033466     END-EVALUATE.
033584 2030-EXIT.
033702     EXIT.
033900******************************************************************
034000*    2500-BILL-GAME
034100*    BILLS THE GAME THAT JUST CLOSED: RESOLVES ITS USER-ID AND
034200*    DEPARTMENT, PRICES ITS GUESSES FROM THE RATES,
034300*    WRITES THE AUDIT DETAIL RECORD, ROLLS THE CHARGE INTO THE
034400*    DEPARTMENT'S TOTALS, AND CLEARS THE GUESS COUNT.
034500******************************************************************
034600 2500-BILL-GAME.
034700     PERFORM 2550-LOOK-UP-USER THRU 2550-EXIT.
034800     PERFORM 2560-LOOK-UP-DEPT THRU 2560-EXIT.
034900     PERFORM 2600-FIND-DEPT THRU 2600-EXIT.
035000     IF CB-DEPT-FOUND = 0
035100         DISPLAY "GLECHGB: DEPARTMENT TABLE FULL, GAME "
035800     IF CB-DEPT-NAME(CB-DEPT-FOUND) = SPACES
035900         MOVE 'UNASSIGNED' TO CB-DEPT-NAME(CB-DEPT-FOUND)
036000         ADD 1 TO CB-UNASSIGNED-COUNT
036100         DISPLAY "GLECHGB: NO RATE CARD FOR DEPT '"
036200             CB-GAME-PREFIX "' (USER " CB-GAME-USER-ID
036300             ") -- BILLED AT ZERO UNDER UNASSIGNED."
036400         IF RETURN-CODE < 4
036700     END-IF.
036800     COMPUTE CB-GAME-CHARGE =
036900         CB-DEPT-GAME-RATE(CB-DEPT-FOUND)
037000         + CB-GAME-GUESSES
037100         * CB-DEPT-GUESS-RATE(CB-DEPT-FOUND).
037200     ADD 1 TO CB-DEPT-GAMES(CB-DEPT-FOUND).
037300     ADD CB-GAME-GUESSES
037400         TO CB-DEPT-GUESSES(CB-DEPT-FOUND).
037500     ADD CB-GAME-CHARGE TO CB-DEPT-AMOUNT(CB-DEPT-FOUND).
037600     ADD CB-GAME-CHARGE TO CB-GRAND-AMOUNT.
037700     ADD 1 TO CB-BILLED-COUNT.
037800     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
038000     MOVE 0 TO CB-GAME-GUESSES.
038100 2500-EXIT.
038200     EXIT.
038300******************************************************************
040500     END-IF.
040600 2550-EXIT.
040700     EXIT.
040749******************************************************************
040798*    2560-LOOK-UP-DEPT
040847*    TAKES THE CLOSING GAME'S DEPARTMENT FROM THE USER-ID'S
040896*    GLEOPER REGISTRY ENTRY. A USER-ID NOT ON THE REGISTRY
040945*    ('*NOSESS*' INCLUDED) BILLS UNDER DEPARTMENT '***' WITH A
040994*    WARNING, SO IT SHOWS ON THE INVOICE RATHER THAN BEING
041043*    GUESSED AT FROM THE SHAPE OF THE USER-ID.
041092******************************************************************
041141 2560-LOOK-UP-DEPT.
041190     MOVE CB-GAME-USER-ID TO GLE-OPER-USER-ID.
041239     READ GLE-OPER-FILE
041288         KEY IS GLE-OPER-USER-ID
041337         INVALID KEY CONTINUE
041386     END-READ.
041435     IF CB-OPER-STATUS = "00" AND GLE-OPER-DEPT NOT = SPACES
041484         MOVE GLE-OPER-DEPT TO CB-GAME-PREFIX
041533         GO TO 2560-EXIT
041582     END-IF.
041631     IF CB-OPER-STATUS NOT = "00" AND CB-OPER-STATUS NOT = "23"
041680         DISPLAY "GLECHGB: READ OF GLEOPER FAILED, STATUS="
041729             CB-OPER-STATUS
041778         MOVE 8 TO RETURN-CODE
041827     END-IF.
041876     MOVE '***' TO CB-GAME-PREFIX.
041925     ADD 1 TO CB-UNREGISTERED-COUNT.
041974     DISPLAY "GLECHGB: USER " CB-GAME-USER-ID " (GAME "
042023         GLE-AUD-GAME-ID ") HAS NO GLEOPER DEPARTMENT -- "
042072         "BILLED UNDER '***'."
042121     IF RETURN-CODE < 4
042170         MOVE 4 TO RETURN-CODE
042219     END-IF.
042268 2560-EXIT.
042317     EXIT.
042366******************************************************************
042415*    2600-FIND-DEPT
042464*    LOOKS UP CB-GAME-PREFIX ON THE DEPARTMENT TABLE, CLAIMING
042513*    THE FIRST EMPTY SLOT IF IT IS NEW. CB-DEPT-FOUND COMES
042562*    BACK ZERO ONLY IF THE TABLE IS FULL.
042611******************************************************************
042660 2600-FIND-DEPT.
042709     MOVE 0 TO CB-DEPT-FOUND.
042758     MOVE 1 TO CB-DEPT-IDX.
042807     PERFORM 2650-CHECK-DEPT-SLOT THRU 2650-EXIT
042856         UNTIL CB-DEPT-IDX > CB-MAX-DEPTS
042905             OR CB-DEPT-FOUND NOT = 0.
042954 2600-EXIT.
043003     EXIT.
043052******************************************************************
043101*    2650-CHECK-DEPT-SLOT
043150*    TESTS ONE DEPARTMENT SLOT: A MATCH OR AN EMPTY SLOT
043199*    (CLAIMED FOR THE NEW PREFIX) ENDS THE SEARCH, OTHERWISE
043248*    THE SEARCH ADVANCES TO THE NEXT SLOT.
043297******************************************************************
043346 2650-CHECK-DEPT-SLOT.
043395     EVALUATE TRUE
043444         WHEN CB-DEPT-PREFIX(CB-DEPT-IDX) = CB-GAME-PREFIX
043493             MOVE CB-DEPT-IDX TO CB-DEPT-FOUND
043542         WHEN CB-DEPT-PREFIX(CB-DEPT-IDX) = SPACES
043591             MOVE CB-GAME-PREFIX TO CB-DEPT-PREFIX(CB-DEPT-IDX)
043640             MOVE CB-DEPT-IDX TO CB-DEPT-FOUND
043689         WHEN OTHER
043738             ADD 1 TO CB-DEPT-IDX
043787     END-EVALUATE.
043836 2650-EXIT.
043900     EXIT.
044000******************************************************************
044100*    2700-WRITE-DETAIL
044800     MOVE CB-GAME-USER-ID TO GLE-CHGD-USER-ID.
044900     MOVE GLE-AUD-GAME-ID TO GLE-CHGD-GAME-ID.
045000     MOVE GLE-AUD-DATE    TO GLE-CHGD-DATE.
045100     MOVE CB-GAME-GUESSES TO GLE-CHGD-GUESSES.
045200     MOVE CB-GAME-CHARGE  TO GLE-CHGD-CHARGE.
045300     WRITE GLE-CHGD-RECORD.
045400     IF CB-CHGD-STATUS NOT = "00"
045500         DISPLAY "GLECHGB: WRITE OF GLECHGDT FAILED, STATUS="
045600             CB-CHGD-STATUS
045700         MOVE 'Y' TO CB-SORT-EOF-SWITCH
045800         MOVE 8 TO RETURN-CODE
045900     END-IF.
046000 2700-EXIT.
046100     EXIT.
046105******************************************************************
046110*    2900-BALANCE-MONTH
046115*    CHECKS THE RECORDS READ FOR THE MONTH AGAINST ITS GLEAUDHT
046120*    CONTROL TOTAL. A SHORTFALL OR EXCESS MEANS THE HISTORY NO
046125*    LONGER HOLDS THE MONTH GLEMCON CONSOLIDATED, SO THE INVOICE
046130*    CANNOT BE TRUSTED AND THE RUN ENDS RC 8.
046135******************************************************************
046140 2900-BALANCE-MONTH.
046145     IF CB-READ-COUNT NOT = CB-MONTH-RECS
046150         DISPLAY "GLECHGB: ** MONTH OUT OF BALANCE ** "
046155             "GLEAUDHT SAYS " CB-MONTH-RECS
046160             " RECORDS, GLEAUDHS GAVE " CB-READ-COUNT "."
046165         MOVE 8 TO RETURN-CODE
046170     END-IF.
046175 2900-EXIT.
046180     EXIT.
046200******************************************************************
046300*    3000-PRINT-INVOICES
046400*    PRINTS ONE INVOICE LINE PER DEPARTMENT WITH ITS GAMES,
046700 3000-PRINT-INVOICES.
046800     DISPLAY "==================================================".
046900     DISPLAY "GLECHGB - MONTHLY CHARGEBACK INVOICE " CB-RUN-DATE.
046928     DISPLAY "MONTH BILLED.......................: " CB-MONTH.
046956     DISPLAY "CONSOLIDATED ON GLEAUDHS...........: "
046984         CB-MONTH-CONSOLIDATED.
047012     DISPLAY "HISTORY RECORDS READ / CONTROL.....: "
047040         CB-READ-COUNT " / " CB-MONTH-RECS.
047068     DISPLAY "==================================================".
047100     MOVE 1 TO CB-DEPT-IDX.
047200     PERFORM 3100-PRINT-ONE-DEPT THRU 3100-EXIT
047300         UNTIL CB-DEPT-IDX > CB-MAX-DEPTS.
047600         CB-BILLED-COUNT.
047700     DISPLAY "UNASSIGNED GAMES (NO RATE CARD)....: "
047800         CB-UNASSIGNED-COUNT.
047850     DISPLAY "GAMES BY UNREGISTERED USERS........: "
047860         CB-UNREGISTERED-COUNT.
047900     MOVE CB-GRAND-AMOUNT TO CB-AMOUNT-EDIT.
048000     DISPLAY "GRAND TOTAL........................: "
048100         CB-AMOUNT-EDIT.
050400*    CLOSES THE FILES BEFORE ENDING THE RUN.
050500******************************************************************
050600 9000-TERMINATE.
050700     IF CB-AUDH-IS-OPEN
050800         CLOSE GLE-AUDH-FILE
050900     END-IF.
051000     IF CB-SESS-IS-OPEN
051100         CLOSE GLE-SESS-FILE
051200     END-IF.
051300     CLOSE GLE-CHGD-FILE.
051310     IF CB-OPER-IS-OPEN
051320         CLOSE GLE-OPER-FILE
051330     END-IF.
051400 9000-EXIT.
051500     EXIT.
051600******************************************************************
051700*    9700-RECORD-RUN
051800*    APPENDS THIS RUN'S 'E' RECORD -- RETURN CODE, NOTE, AND KEY
051900*    COUNTS -- TO THE COMMON GLERUNC RUN-CONTROL FILE FOR THE
052000*    GLEOPSR MORNING STATUS PAGE (SEE GLERUNR). A RUN THAT
052100*    CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE; IT
052200*    SHOWS AS NOT RUN ON THE STATUS PAGE.
052300******************************************************************
052400 9700-RECORD-RUN.
052500     OPEN EXTEND GLE-RUNC-FILE.
052600     IF CB-RUNC-STATUS = "05" OR "35"
052700         OPEN OUTPUT GLE-RUNC-FILE
052800     END-IF.
052900     IF CB-RUNC-STATUS NOT = "00"
053000         DISPLAY "GLECHGB: GLERUNC COULD NOT BE OPENED, STATUS="
053100             CB-RUNC-STATUS " -- RUN NOT RECORDED."
053200         GO TO 9700-EXIT
053300     END-IF.
053400     MOVE SPACES             TO GLE-RUNC-RECORD.
053500     MOVE 'GLECHGB '         TO GLE-RUNC-PROGRAM.
053600     MOVE 'E'                TO GLE-RUNC-EVENT.
053700     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
053800     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
053900     MOVE RETURN-CODE        TO GLE-RUNC-RC.
054000     IF CB-UNASSIGNED-COUNT > 0
054100         MOVE 'NO RATE CARD'  TO GLE-RUNC-NOTE
054200     END-IF.
054300     MOVE 'BILLED'           TO GLE-RUNC-COUNT-NAME (1).
054400     MOVE CB-BILLED-COUNT    TO GLE-RUNC-COUNT-VALUE (1).
054500     MOVE 'UNASSIGNED'       TO GLE-RUNC-COUNT-NAME (2).
054600     MOVE CB-UNASSIGNED-COUNT TO GLE-RUNC-COUNT-VALUE (2).
054700     MOVE 'UNREG'            TO GLE-RUNC-COUNT-NAME (3).
054800     MOVE CB-UNREGISTERED-COUNT TO GLE-RUNC-COUNT-VALUE (3).
054866     MOVE 'MONTH'            TO GLE-RUNC-COUNT-NAME (4).
054932     MOVE CB-MONTH           TO GLE-RUNC-COUNT-VALUE (4).
055000     WRITE GLE-RUNC-RECORD.
055100     IF CB-RUNC-STATUS NOT = "00"
055200         DISPLAY "GLECHGB: WRITE OF GLERUNC FAILED, STATUS="
055300             CB-RUNC-STATUS " -- RUN NOT RECORDED."
055400     END-IF.
055500     CLOSE GLE-RUNC-FILE.
055600 9700-EXIT.
055700     EXIT.
