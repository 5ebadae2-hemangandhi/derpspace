002300*                     VERIFIES EACH GENERATION'S ARCHTRLR
002400*                     CONTROL-TOTAL TRAILER WHILE IT IS IN
002500*                     THERE, ENDING RC 8 ON A TRAILER MISMATCH.
002510*    2026-10-15  DH   PRINT A 'U' (ANSWER TAKEN BACK) RECORD AS
002520*                     AN UNDO LINE SHOWING THE RANGE PUT BACK.
002530*    2026-10-15  DH   SEARCH THE KEYED GLEAUDHS AUDIT HISTORY
002540*                     GLEMCON BUILDS AT MONTH END BEFORE THE
002550*                     GLEAUDAR GENERATIONS, WHICH NEED ONLY COVER
002560*                     THE DAYS NOT YET CONSOLIDATED. A GAME-ID IS
002570*                     FOUND BY KEY; A DATE RANGE ALONE IS READ
002580*                     ALONG THE MONTH KEY FOR THE MONTHS IT SPANS.
002590*                     HISTORY LINES ARE TAGGED WITH THEIR MONTH.
002600******************************************************************
002618*    CONSOLIDATED MONTHS ARE SEARCHED ON GLEAUDHS FIRST. THEIR
002636*    TRAILERS WERE CHECKED WHEN GLEMCON CONSOLIDATED THEM, SO A
002654*    HISTORY LINE IS TAGGED WITH ITS MONTH, NOT A GENERATION.
002672*    A GAME-ID SEARCH STARTS ON THE PRIMARY KEY AT THE GAME AND
002690*    FROM-DATE AND STOPS WHEN THE GAME CHANGES. A DATE-ONLY SEARCH
002708*    READS THE MONTH KEY FROM THE FROM-DATE'S MONTH THROUGH THE
002726*    MONTH AFTER THE TO-DATE'S -- A RECORD IS CONSOLIDATED UNDER
002744*    THE MONTH OF ITS ARCHIVE CUT, WHICH FOR THE LAST NIGHT OF A
002762*    MONTH IS THE FIRST MORNING OF THE NEXT.
002780*    THE GLEAUDAR DD MAY CONCATENATE SEVERAL GENERATIONS; EACH
002800*    ONE ENDS IN ITS OWN TRAILER, SO RUNNING RECORD AND GAME
002900*    COUNTS ARE CHECKED AND RESET EVERY TIME A TRAILER GOES BY.
003000*    THE TRAILER IS RECOGNIZED THE WAY EVERY READER OF AN
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
003922     SELECT GLE-AUDH-FILE ASSIGN TO "GLEAUDHS"
003944         ORGANIZATION IS INDEXED
003966         ACCESS MODE IS DYNAMIC
003988         RECORD KEY IS GLE-AUDH-KEY
004010         ALTERNATE RECORD KEY IS GLE-AUDH-MONTH
004032             WITH DUPLICATES
004054         FILE STATUS IS RS-AUDH-STATUS.
004076     SELECT GLE-ARCH-FILE ASSIGN TO "GLEAUDAR"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS RS-ARCH-STATUS.
004300     SELECT GLE-ARSP-FILE ASSIGN TO "GLEARSPM"
004800 FD  GLE-ARCH-FILE.
004900 COPY GLEAUDR.
005000 COPY GLEARCT.
005050 FD  GLE-AUDH-FILE.
005100 COPY GLEAUDH.
005150 FD  GLE-ARSP-FILE.
005200 COPY GLEARSP.
005300 WORKING-STORAGE SECTION.
005400******************************************************************
005600******************************************************************
005700 77  RS-ARCH-STATUS          PIC X(02) VALUE SPACES.
005800 77  RS-ARSP-STATUS          PIC X(02) VALUE SPACES.
005850 77  RS-AUDH-STATUS          PIC X(02) VALUE SPACES.
005900 77  RS-EOF-SWITCH           PIC X(01) VALUE 'N'.
006000     88  RS-EOF                     VALUE 'Y'.
006100 77  RS-ARCH-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006200     88  RS-ARCH-IS-OPEN            VALUE 'Y'.
006220 77  RS-AUDH-EOF-SWITCH      PIC X(01) VALUE 'N'.
006240     88  RS-AUDH-EOF                VALUE 'Y'.
006260 77  RS-AUDH-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006280     88  RS-AUDH-IS-OPEN            VALUE 'Y'.
006300******************************************************************
006400*    SEARCH CRITERIA OFF THE GLEARSPM CARD. ZERO MEANS "ANY".
006500******************************************************************
006600 77  RS-WANT-GAME-ID         PIC 9(08) VALUE 0.
006700 77  RS-FROM-DATE            PIC 9(08) VALUE 0.
006800 77  RS-TO-DATE              PIC 9(08) VALUE 0.
006805******************************************************************
006810*    THE GLEAUDHS MONTHS A DATE-ONLY SEARCH READS, FIRST TO LAST.
006815******************************************************************
006820 77  RS-START-MONTH          PIC 9(06) VALUE 0.
006825 01  RS-STOP-MONTH           PIC 9(06) VALUE 0.
006830 01  RS-STOP-PARTS REDEFINES RS-STOP-MONTH.
006835     05  RS-STOP-YEAR        PIC 9(04).
006840     05  RS-STOP-MM          PIC 9(02).
006845******************************************************************
006850*    WHERE THE MATCHING LINE CAME FROM -- "GEN" AND THE POSITION
006855*    OF ITS GENERATION ON THE GLEAUDAR CONCATENATION, OR "HIST"
006860*    AND THE MONTH IT WAS CONSOLIDATED UNDER ON GLEAUDHS.
006865******************************************************************
006870 01  RS-SOURCE-TAG.
006875     05  RS-TAG-KIND         PIC X(05).
006880     05  RS-TAG-VALUE        PIC X(06).
006900******************************************************************
007000*    PER-GENERATION CONTROL TOTALS, CHECKED AGAINST EACH
007100*    ARCHTRLR TRAILER AND RESET FOR THE NEXT GENERATION.
007700*    RUNNING TOTALS
007800******************************************************************
007900 77  RS-MATCH-COUNT          PIC 9(07) VALUE 0.
007950 77  RS-HIST-MATCH-COUNT     PIC 9(07) VALUE 0.
008000 77  RS-TRAILER-ERRORS       PIC 9(05) VALUE 0.
008100 PROCEDURE DIVISION.
008200******************************************************************
008300*    0000-MAINLINE
008366*    LOADS THE SEARCH CARD, SEARCHES THE CONSOLIDATED HISTORY,
008432*    WALKS THE ARCHIVE STREAM, AND PRINTS THE TOTALS.
008498******************************************************************
008564 0000-MAINLINE.
008630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008696     IF RS-AUDH-IS-OPEN
008762         PERFORM 1500-SEARCH-HISTORY THRU 1500-EXIT
008828     END-IF.
008900     PERFORM 2000-READ-ARCHIVE THRU 2000-EXIT
009000         UNTIL RS-EOF.
009100     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
009300     STOP RUN.
009400******************************************************************
009500*    1000-INITIALIZE
009566*    READS THE SEARCH CARD AND OPENS THE HISTORY AND THE ARCHIVE
009632*    STREAM. A MISSING OR ALL-ZERO CARD IS REFUSED WITH RC 8 --
009700*    WITHOUT CRITERIA THIS WOULD BE A FULL ARCHIVE DUMP, NOT A
009800*    LOOKUP.
009900******************************************************************
010000 1000-INITIALIZE.
010100     OPEN INPUT GLE-ARSP-FILE.
013000         MOVE 8 TO RETURN-CODE
013100         GO TO 1000-EXIT
013200     END-IF.
013225     OPEN INPUT GLE-AUDH-FILE.
013250     IF RS-AUDH-STATUS NOT = "00"
013275         DISPLAY "GLEARSCH: GLEAUDHS COULD NOT BE OPENED, "
013300             "STATUS=" RS-AUDH-STATUS
013325         MOVE 'Y' TO RS-EOF-SWITCH
013350         MOVE 8 TO RETURN-CODE
013375         GO TO 1000-EXIT
013400     END-IF.
013425     MOVE 'Y' TO RS-AUDH-OPEN-SWITCH.
013450     OPEN INPUT GLE-ARCH-FILE.
013475     IF RS-ARCH-STATUS NOT = "00"
013500         DISPLAY "GLEARSCH: GLEAUDAR COULD NOT BE OPENED, "
013600             "STATUS=" RS-ARCH-STATUS
013700         MOVE 'Y' TO RS-EOF-SWITCH
014100     MOVE 'Y' TO RS-ARCH-OPEN-SWITCH.
014200     MOVE 1 TO RS-GEN-NUMBER.
014300     DISPLAY "==================================================".
014400     DISPLAY "GLEARSCH - GLEAUDHS/GLEAUDAR ARCHIVE RESEARCH".
014500     DISPLAY "GAME-ID....: " RS-WANT-GAME-ID " (ZERO = ANY)".
014600     DISPLAY "FROM DATE..: " RS-FROM-DATE " (ZERO = OPEN)".
014700     DISPLAY "TO DATE....: " RS-TO-DATE " (ZERO = OPEN)".
014800     DISPLAY "==================================================".
014900 1000-EXIT.
015000     EXIT.
015001******************************************************************
015002*    1500-SEARCH-HISTORY
015003*    POSITIONS GLEAUDHS FOR THE SEARCH AND READS IT THROUGH. A
015004*    GAME-ID STARTS ON THE PRIMARY KEY AT THAT GAME AND THE
015005*    FROM-DATE. WITHOUT ONE THE MONTH KEY IS STARTED AT THE
015006*    FROM-DATE'S MONTH (THE FIRST MONTH ON FILE WHEN THE RANGE
015007*    IS OPEN) AND READ THROUGH THE MONTH AFTER THE TO-DATE'S.
015008******************************************************************
015009 1500-SEARCH-HISTORY.
015010     IF RS-WANT-GAME-ID NOT = 0
015011         MOVE RS-WANT-GAME-ID TO GLE-AUDH-GAME-ID
015012         MOVE RS-FROM-DATE    TO GLE-AUDH-DATE
015013         MOVE 0               TO GLE-AUDH-TIME
015014         MOVE 0               TO GLE-AUDH-SEQ
015015         START GLE-AUDH-FILE
015016             KEY IS NOT LESS THAN GLE-AUDH-KEY
015017             INVALID KEY
015018                 MOVE 'Y' TO RS-AUDH-EOF-SWITCH
015019         END-START
015020     ELSE
015021         DIVIDE RS-FROM-DATE BY 100 GIVING RS-START-MONTH
015022         MOVE 999999 TO RS-STOP-MONTH
015023         IF RS-TO-DATE NOT = 0
015024             DIVIDE RS-TO-DATE BY 100 GIVING RS-STOP-MONTH
015025             IF RS-STOP-MM = 12
015026                 ADD 1 TO RS-STOP-YEAR
015027                 MOVE 1 TO RS-STOP-MM
015028             ELSE
015029                 ADD 1 TO RS-STOP-MM
015030             END-IF
015031         END-IF
015032         MOVE RS-START-MONTH TO GLE-AUDH-MONTH
015033         START GLE-AUDH-FILE
015034             KEY IS NOT LESS THAN GLE-AUDH-MONTH
015035             INVALID KEY
015036                 MOVE 'Y' TO RS-AUDH-EOF-SWITCH
015037         END-START
015038     END-IF.
015039     MOVE "HIST" TO RS-TAG-KIND.
015040     PERFORM 1510-READ-HISTORY THRU 1510-EXIT
015041         UNTIL RS-AUDH-EOF.
015042     MOVE RS-MATCH-COUNT TO RS-HIST-MATCH-COUNT.
015043 1500-EXIT.
015044     EXIT.
015045******************************************************************
015046*    1510-READ-HISTORY
015047*    READS THE NEXT HISTORY RECORD ALONG THE KEY STARTED ON AND
015048*    TESTS ITS AUDIT IMAGE AGAINST THE SEARCH. THE GLEAUDAR
015049*    RECORD AREA HOLDS THE IMAGE -- NO ARCHIVE RECORD HAS BEEN
015050*    READ INTO IT YET, AND ALL THE PRINTING WORKS FROM IT.
015051******************************************************************
015052 1510-READ-HISTORY.
015053     READ GLE-AUDH-FILE NEXT RECORD
015054         AT END
015055             MOVE 'Y' TO RS-AUDH-EOF-SWITCH
015056     END-READ.
015057     IF RS-AUDH-EOF
015058         GO TO 1510-EXIT
015059     END-IF.
015060     IF RS-AUDH-STATUS NOT = "00" AND RS-AUDH-STATUS NOT = "02"
015061         DISPLAY "GLEARSCH: READ OF GLEAUDHS FAILED, STATUS="
015062             RS-AUDH-STATUS
015063         MOVE 'Y' TO RS-AUDH-EOF-SWITCH
015064         MOVE 8 TO RETURN-CODE
015065         GO TO 1510-EXIT
015066     END-IF.
015067     IF RS-WANT-GAME-ID NOT = 0
015068         IF GLE-AUDH-GAME-ID NOT = RS-WANT-GAME-ID
015069             MOVE 'Y' TO RS-AUDH-EOF-SWITCH
015070             GO TO 1510-EXIT
015071         END-IF
015072     ELSE
015073         IF GLE-AUDH-MONTH > RS-STOP-MONTH
015074             MOVE 'Y' TO RS-AUDH-EOF-SWITCH
015075             GO TO 1510-EXIT
015076         END-IF
015077     END-IF.
015078     MOVE GLE-AUDH-AUDIT TO GLE-AUDIT-RECORD.
015079     MOVE GLE-AUDH-MONTH TO RS-TAG-VALUE.
015080     PERFORM 2100-MATCH-RECORD THRU 2100-EXIT.
015081 1510-EXIT.
015082     EXIT.
015100******************************************************************
015200*    2000-READ-ARCHIVE
015300*    READS ONE ARCHIVE RECORD. A TRAILER CLOSES OUT THE CURRENT
017700                         AND (GLE-AUD-USER-INPUT = 'e' OR 'q'))
017800                     ADD 1 TO RS-GEN-GAME-COUNT
017900                 END-IF
017950                 MOVE "GEN"         TO RS-TAG-KIND
018000                 MOVE RS-GEN-NUMBER TO RS-TAG-VALUE
018050                 PERFORM 2100-MATCH-RECORD THRU 2100-EXIT
018100             END-IF
018200         END-IF
018300     END-IF.
021200 2200-PRINT-MOVE.
021300     EVALUATE TRUE
021400         WHEN GLE-AUD-REC-START
021500             DISPLAY RS-SOURCE-TAG
021600                 " " GLE-AUD-DATE "/" GLE-AUD-TIME
021700                 " GAME " GLE-AUD-GAME-ID
021800                 " START USER " GLE-AUD-USER-ID
021900                 " RANGE " GLE-AUD-LOW "-" GLE-AUD-HIGH
022000                 " STRATEGY " GLE-AUD-STRATEGY
022100         WHEN GLE-AUD-REC-END
022200             DISPLAY RS-SOURCE-TAG
022300                 " " GLE-AUD-DATE "/" GLE-AUD-TIME
022400                 " GAME " GLE-AUD-GAME-ID
022500                 " END   RESPONSE " GLE-AUD-USER-INPUT
022600                 " FINAL GUESS " GLE-AUD-CURR-GUESS
022700                 " USER " GLE-AUD-USER-ID
022710         WHEN GLE-AUD-REC-UNDO
022720             DISPLAY RS-SOURCE-TAG
022730                 " " GLE-AUD-DATE "/" GLE-AUD-TIME
022740                 " GAME " GLE-AUD-GAME-ID
022750                 " UNDO  LAST ANSWER TAKEN BACK"
022760                 " LOW " GLE-AUD-LOW
022770                 " HIGH " GLE-AUD-HIGH
022800         WHEN OTHER
022900             DISPLAY RS-SOURCE-TAG
023000                 " " GLE-AUD-DATE "/" GLE-AUD-TIME
023100                 " GAME " GLE-AUD-GAME-ID
023200                 " GUESS " GLE-AUD-CURR-GUESS
027900     DISPLAY "==================================================".
028000     DISPLAY "RECORDS MATCHED....................: "
028100         RS-MATCH-COUNT.
028133     DISPLAY "  OF WHICH ON GLEAUDHS.............: "
028166         RS-HIST-MATCH-COUNT.
028200     DISPLAY "TRAILER MISMATCHES.................: "
028300         RS-TRAILER-ERRORS.
028400     IF RS-MATCH-COUNT = 0 AND RS-ARCH-IS-OPEN
028500         DISPLAY "NOTHING ON GLEAUDHS OR THE SUPPLIED "
028600             "GENERATIONS MATCHED THE SEARCH."
028700     END-IF.
028800     DISPLAY "==================================================".
028900 3000-EXIT.
029000     EXIT.
029100******************************************************************
029200*    9000-TERMINATE
029250*    CLOSES THE HISTORY AND THE ARCHIVE STREAM BEFORE ENDING THE
029300*    RUN.
029350******************************************************************
029400 9000-TERMINATE.
029450     IF RS-AUDH-IS-OPEN
029500         CLOSE GLE-AUDH-FILE
029550     END-IF.
029600     IF RS-ARCH-IS-OPEN
029700         CLOSE GLE-ARCH-FILE
029800     END-IF.
