002350*                     NEVER ON A 'G' RECORD, AND THE ARCHIVE
002360*                     GAME COUNT COUNTS THOSE CLOSES SO A GAME
002370*                     IS NEVER COUNTED TWICE.
002372*    2026-10-15  DH   FIND THE STILL-OPEN GAMES BY SORTING THE
002374*                     TRAIL INTO GAME-ID ORDER, LAST RECORD FIRST,
002376*                     AND TAGGING EVERY RECORD WITH ITS GAME'S
002378*                     ROUTE ON A WORK FILE (GLEARWK), THEN SORT
002380*                     THE WORK FILE BACK INTO TRAIL ORDER FOR THE
002382*                     SPLIT. THE 200-SLOT OPEN-GAME TABLE THIS
002384*                     REPLACES ARCHIVED OPEN GAMES AS COMPLETED
002386*                     ONCE A HEAVY DAY FILLED IT. BOTH OUTPUT
002388*                     FILES KEEP THE TRAIL'S RECORD ORDER; THE
002390*                     TOTALS AND RETURN CODES ARE UNCHANGED.
002391*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
002392*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
002393*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
002394*                     MORNING STATUS PAGE, AND AN 'S' RECORD AS
002395*                     THE RUN STARTS, WHICH OPENS A NEW GLEDAILY
002396*                     CYCLE ON THAT FILE.
002400******************************************************************
002458*    A GAME IS "COMPLETED" WHEN THE TRAIL HOLDS ITS CLOSING
002516*    RECORD -- THE SAME RULE GLESTAT AND GLERECON USE -- AND
002574*    NOTHING OF THE GAME FOLLOWS IT. THE FIRST SORT ORDERS THE
002632*    TRAIL BY GAME-ID WITH EACH GAME'S LAST RECORD FIRST, SO A
002690*    GAME'S ROUTE IS KNOWN FROM THE FIRST RECORD OF IT THAT
002748*    COMES BACK; EVERY RECORD IS WRITTEN TO GLEARWK TAGGED WITH
002806*    ITS GAME'S ROUTE AND ITS POSITION ON THE TRAIL. THE SECOND
002864*    SORT PUTS GLEARWK BACK INTO TRAIL ORDER AND ROUTES EACH
002922*    RECORD TO THE ARCHIVE OR TO THE TRIMMED LIVE FILE, SO BOTH
002980*    COME OUT IN THE ORDER GLE WROTE THEM HOWEVER MANY GAMES
003038*    THE DAY CARRIES.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
004100     SELECT GLE-NEWAUD-FILE ASSIGN TO "GLEAUDNW"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS AR-NEWAUD-STATUS.
004320     SELECT GLE-WORK-FILE ASSIGN TO "GLEARWK"
004340         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS AR-WORK-STATUS.
004380     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
004385     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
004390         ORGANIZATION IS LINE SEQUENTIAL
004395         FILE STATUS IS AR-RUNC-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  GLE-AUDIT-FILE.
004700 01  AR-AUDIT-IN                 PIC X(57).
004800 FD  GLE-ARCH-FILE.
004900 COPY GLEARCT.
005000 FD  GLE-NEWAUD-FILE.
005100 01  AR-NEWAUD-RECORD            PIC X(57).
005109 FD  GLE-WORK-FILE.
005118 01  AR-WORK-RECORD              PIC X(75).
005121 FD  GLE-RUNC-FILE.
005124 COPY GLERUNR.
005127 SD  GLE-SORT-FILE.
005136 01  AR-SORT-RECORD.
005145     05  AR-SORT-GAME-ID         PIC 9(08).
005154     05  AR-SORT-SEQ             PIC 9(09).
005163     05  AR-SORT-ROUTE           PIC X(01).
005172         88  AR-SORT-TO-LIVE            VALUE 'L'.
005181         88  AR-SORT-TO-ARCH            VALUE 'A'.
005190     05  AR-SORT-AUDIT           PIC X(57).
005200 WORKING-STORAGE SECTION.
005300******************************************************************
005400*    FILE CONTROLS AND SWITCHES
006100     88  AR-NOT-EOF                 VALUE 'N'.
006200 77  AR-AUDIT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
006300     88  AR-AUDIT-IS-OPEN           VALUE 'Y'.
006325 77  AR-WORK-STATUS          PIC X(02) VALUE SPACES.
006350 77  AR-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
006375     88  AR-SORT-EOF                VALUE 'Y'.
006400******************************************************************
006500*    ARCHIVE CONTROL TOTALS
006600******************************************************************
006800 77  AR-ARCH-REC-COUNT       PIC 9(07) VALUE 0.
006900 77  AR-ARCH-GAME-COUNT      PIC 9(07) VALUE 0.
007000 77  AR-LIVE-REC-COUNT       PIC 9(07) VALUE 0.
007087******************************************************************
007174*    THE AUDIT RECORD BEING ROUTED. THE TRAIL IS READ INTO IT ON
007261*    THE WAY INTO THE FIRST SORT AND EACH SORTED RECORD IS MOVED
007348*    BACK INTO IT ON THE WAY OUT OF EITHER SORT.
007435******************************************************************
007522 COPY GLEAUDR.
007609******************************************************************
007696*    CURRENT GAME ON THE WAY OUT OF THE FIRST SORT. ITS ROUTE IS
007783*    SET FROM ITS LAST RECORD, WHICH THE SORT RETURNS FIRST: 'A'
007870*    (ARCHIVE) WHEN THAT RECORD CLOSES THE GAME, 'L' (KEEP ON THE
007957*    LIVE FILE) WHEN THE GAME IS STILL OPEN.
008044******************************************************************
008131 77  AR-SORT-SEQ-NO          PIC 9(09) VALUE 0.
008218 77  AR-CURR-GAME-ID         PIC 9(08) VALUE 0.
008305 77  AR-CURR-ROUTE           PIC X(01) VALUE SPACES.
008320******************************************************************
008335*    RUN-CONTROL FILE (SEE 9700-RECORD-RUN)
008350******************************************************************
008365 77  AR-RUNC-STATUS          PIC X(02) VALUE SPACES.
008380 77  AR-RUNC-EVENT           PIC X(01) VALUE 'E'.
008400 PROCEDURE DIVISION.
008464******************************************************************
008528*    0000-MAINLINE
008592*    THE FIRST SORT TAGS EVERY RECORD WITH ITS GAME'S ROUTE ONTO
008656*    GLEARWK, THE SECOND PUTS GLEARWK BACK IN TRAIL ORDER AND
008720*    ROUTES EVERY RECORD TO THE ARCHIVE OR THE TRIMMED LIVE FILE,
008784*    THEN THE CONTROL-TOTAL TRAILER IS WRITTEN AND TOTALS
008848*    REPORTED.
008912******************************************************************
008976 0000-MAINLINE.
008992     MOVE 'S' TO AR-RUNC-EVENT.
009008     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
009024     MOVE 'E' TO AR-RUNC-EVENT.
009040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009104     IF AR-AUDIT-IS-OPEN AND RETURN-CODE = 0
009168         SORT GLE-SORT-FILE
009232             ON ASCENDING KEY AR-SORT-GAME-ID
009296             ON DESCENDING KEY AR-SORT-SEQ
009360             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
009424             OUTPUT PROCEDURE IS 2020-MARK-GAMES THRU 2020-EXIT
009488     END-IF.
009552     IF AR-AUDIT-IS-OPEN AND RETURN-CODE = 0
009616         SORT GLE-SORT-FILE
009680             ON ASCENDING KEY AR-SORT-SEQ
009744             USING GLE-WORK-FILE
009808             OUTPUT PROCEDURE IS 3000-SPLIT-AUDIT THRU 3000-EXIT
009872     END-IF.
009950     IF RETURN-CODE = 0
010000         PERFORM 3500-WRITE-TRAILER THRU 3500-EXIT
010050     END-IF.
010100     PERFORM 3800-PRINT-TOTALS THRU 3800-EXIT.
010200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010250     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
010300     STOP RUN.
010400******************************************************************
010500*    1000-INITIALIZE
012060     END-IF.
012100 1000-EXIT.
012200     EXIT.
012289******************************************************************
012378*    2000-LOAD-SORT
012467*    FIRST SORT INPUT PROCEDURE. RELEASES EVERY AUDIT RECORD ON
012556*    THE TRAIL TO THE SORT, KEYED BY GAME-ID AND ITS POSITION ON
012645*    THE TRAIL.
012734******************************************************************
012823 2000-LOAD-SORT.
012912     PERFORM 2010-READ-AUDIT THRU 2010-EXIT
013001         UNTIL AR-EOF.
013090 2000-EXIT.
013179     EXIT.
013268******************************************************************
013357*    2010-READ-AUDIT
013446*    READS ONE AUDIT RECORD AND RELEASES IT TO THE SORT.
013535******************************************************************
013624 2010-READ-AUDIT.
013713     READ GLE-AUDIT-FILE INTO GLE-AUDIT-RECORD
013802         AT END
013891             MOVE 'Y' TO AR-EOF-SWITCH
013980     END-READ.
014069     IF NOT AR-EOF AND AR-AUDIT-STATUS NOT = "00"
014158         DISPLAY "GLEARCH: READ OF GLEAUDIT FAILED, STATUS="
014247             AR-AUDIT-STATUS
014336         MOVE 'Y' TO AR-EOF-SWITCH
014425         MOVE 8 TO RETURN-CODE
014514     END-IF.
014603     IF NOT AR-EOF
014692         ADD 1 TO AR-SORT-SEQ-NO
014781         MOVE GLE-AUD-GAME-ID   TO AR-SORT-GAME-ID
014870         MOVE AR-SORT-SEQ-NO    TO AR-SORT-SEQ
014959         MOVE SPACES            TO AR-SORT-ROUTE
015048         MOVE GLE-AUDIT-RECORD  TO AR-SORT-AUDIT
015137         RELEASE AR-SORT-RECORD
015226     END-IF.
015315 2010-EXIT.
015404     EXIT.
015493******************************************************************
015582*    2020-MARK-GAMES
015671*    FIRST SORT OUTPUT PROCEDURE. OPENS GLEARWK AND WRITES EVERY
015760*    RECORD TO IT TAGGED WITH ITS GAME'S ROUTE.
015849******************************************************************
015938 2020-MARK-GAMES.
016027     OPEN OUTPUT GLE-WORK-FILE.
016116     IF AR-WORK-STATUS NOT = "00"
016205         DISPLAY "GLEARCH: GLEARWK COULD NOT BE OPENED, STATUS="
016294             AR-WORK-STATUS
016383         MOVE 8 TO RETURN-CODE
016472         GO TO 2020-EXIT
016561     END-IF.
016650     PERFORM 2030-RETURN-AUDIT THRU 2030-EXIT
016739         UNTIL AR-SORT-EOF.
016828     CLOSE GLE-WORK-FILE.
016917 2020-EXIT.
017006     EXIT.
017095******************************************************************
017184*    2030-RETURN-AUDIT
017273*    RETURNS ONE SORTED RECORD. THE FIRST RECORD OF A NEW
017362*    GAME-ID IS THAT GAME'S LAST ON THE TRAIL: IF IT IS THE
017451*    CLOSING 'E' RECORD (OR, FOR PRE-CHANGE BLANK-TYPE RECORDS,
017540*    A GUESS ANSWERED 'E'/'Q') THE WHOLE GAME GOES TO THE
017629*    ARCHIVE, OTHERWISE IT IS STILL OPEN AND STAYS LIVE. THE
017718*    RECORD IS THEN WRITTEN TO GLEARWK WITH ITS GAME'S ROUTE.
017807******************************************************************
017896 2030-RETURN-AUDIT.
017985     RETURN GLE-SORT-FILE
018074         AT END
018163             MOVE 'Y' TO AR-SORT-EOF-SWITCH
018252     END-RETURN.
018341     IF AR-SORT-EOF
018430         GO TO 2030-EXIT
018519     END-IF.
018608     IF AR-SORT-GAME-ID NOT = AR-CURR-GAME-ID
018697         OR AR-CURR-ROUTE = SPACES
018786         MOVE AR-SORT-AUDIT   TO GLE-AUDIT-RECORD
018875         MOVE AR-SORT-GAME-ID TO AR-CURR-GAME-ID
018964         IF GLE-AUD-REC-END
019053             OR (GLE-AUD-REC-LEGACY
019142                 AND (GLE-AUD-USER-INPUT = 'e' OR 'q'))
019231             MOVE 'A' TO AR-CURR-ROUTE
019320         ELSE
019409             MOVE 'L' TO AR-CURR-ROUTE
019498         END-IF
019587     END-IF.
019676     MOVE AR-CURR-ROUTE TO AR-SORT-ROUTE.
019765     WRITE AR-WORK-RECORD FROM AR-SORT-RECORD.
019854     IF AR-WORK-STATUS NOT = "00"
019943         DISPLAY "GLEARCH: WRITE OF GLEARWK FAILED, STATUS="
020032             AR-WORK-STATUS
020121         MOVE 'Y' TO AR-SORT-EOF-SWITCH
020210         MOVE 8 TO RETURN-CODE
020299     END-IF.
020388 2030-EXIT.
020477     EXIT.
020566******************************************************************
020655*    3000-SPLIT-AUDIT
020744*    SECOND SORT OUTPUT PROCEDURE. TAKES BACK EVERY TAGGED
020833*    RECORD IN TRAIL ORDER AND ROUTES IT.
020922******************************************************************
021011 3000-SPLIT-AUDIT.
021100     MOVE 'N' TO AR-SORT-EOF-SWITCH.
021189     PERFORM 3050-ROUTE-RECORD THRU 3050-EXIT
021278         UNTIL AR-SORT-EOF.
021367 3000-EXIT.
021456     EXIT.
021545******************************************************************
021634*    3050-ROUTE-RECORD
021723*    RETURNS ONE TAGGED RECORD AND ROUTES IT: A RECORD OF A GAME
021812*    STILL OPEN STAYS ON THE TRIMMED LIVE FILE; EVERY OTHER
021901*    RECORD BELONGS TO A COMPLETED GAME AND GOES TO THE ARCHIVE
021990*    GENERATION.
022079******************************************************************
022168 3050-ROUTE-RECORD.
022257     RETURN GLE-SORT-FILE
022346         AT END
022435             MOVE 'Y' TO AR-SORT-EOF-SWITCH
022524     END-RETURN.
022613     IF AR-SORT-EOF
022702         GO TO 3050-EXIT
022791     END-IF.
022880     MOVE AR-SORT-AUDIT TO GLE-AUDIT-RECORD.
022969     IF AR-SORT-TO-LIVE
023058         WRITE AR-NEWAUD-RECORD FROM GLE-AUDIT-RECORD
023147         IF AR-NEWAUD-STATUS NOT = "00"
023236             DISPLAY "GLEARCH: WRITE OF GLEAUDNW FAILED, "
023325                 "STATUS=" AR-NEWAUD-STATUS
023414             MOVE 'Y' TO AR-SORT-EOF-SWITCH
023503             MOVE 8 TO RETURN-CODE
023592         END-IF
023681         ADD 1 TO AR-LIVE-REC-COUNT
023770     ELSE
023859         WRITE GLE-ARCT-RECORD FROM GLE-AUDIT-RECORD
023948         IF AR-ARCH-STATUS NOT = "00"
024037             DISPLAY "GLEARCH: WRITE OF GLEAUDAR FAILED, "
024126                 "STATUS=" AR-ARCH-STATUS
024215             MOVE 'Y' TO AR-SORT-EOF-SWITCH
024304             MOVE 8 TO RETURN-CODE
024393         END-IF
024482         ADD 1 TO AR-ARCH-REC-COUNT
024571         IF GLE-AUD-REC-END
024660             OR (GLE-AUD-REC-LEGACY
024749                 AND (GLE-AUD-USER-INPUT = 'e' OR 'q'))
024838             ADD 1 TO AR-ARCH-GAME-COUNT
024927         END-IF
025016     END-IF.
025105 3050-EXIT.
025194     EXIT.
025400******************************************************************
025500*    3500-WRITE-TRAILER
025600*    WRITES THE CONTROL-TOTAL TRAILER AS THE LAST RECORD OF THE
029800     CLOSE GLE-NEWAUD-FILE.
029900 9000-EXIT.
030000     EXIT.
030100******************************************************************
030200*    9700-RECORD-RUN
030300*    APPENDS A RECORD TO THE COMMON GLERUNC RUN-CONTROL FILE FOR
030400*    THE GLEOPSR MORNING STATUS PAGE (SEE GLERUNR): AN 'S' AS THE
030500*    RUN STARTS, WHICH OPENS TONIGHT'S GLEDAILY CYCLE, AND AN 'E'
030600*    WITH THE RETURN CODE AND THE CUT'S COUNTS AS IT ENDS. A RUN
030700*    THAT CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE.
030800******************************************************************
030900 9700-RECORD-RUN.
031000     OPEN EXTEND GLE-RUNC-FILE.
031100     IF AR-RUNC-STATUS = "05" OR "35"
031200         OPEN OUTPUT GLE-RUNC-FILE
031300     END-IF.
031400     IF AR-RUNC-STATUS NOT = "00"
031500         DISPLAY "GLEARCH: GLERUNC COULD NOT BE OPENED, STATUS="
031600             AR-RUNC-STATUS " -- RUN NOT RECORDED."
031700         GO TO 9700-EXIT
031800     END-IF.
031900     MOVE SPACES             TO GLE-RUNC-RECORD.
032000     MOVE 'GLEARCH '         TO GLE-RUNC-PROGRAM.
032100     MOVE AR-RUNC-EVENT      TO GLE-RUNC-EVENT.
032200     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
032300     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
032400     MOVE RETURN-CODE        TO GLE-RUNC-RC.
032500     IF AR-RUNC-EVENT = 'S'
032600         MOVE 'CYCLE STARTED' TO GLE-RUNC-NOTE
032700     END-IF.
032800     MOVE 'ARCH RECS'        TO GLE-RUNC-COUNT-NAME (1).
032900     MOVE AR-ARCH-REC-COUNT  TO GLE-RUNC-COUNT-VALUE (1).
033000     MOVE 'ARCH GAMES'       TO GLE-RUNC-COUNT-NAME (2).
033100     MOVE AR-ARCH-GAME-COUNT TO GLE-RUNC-COUNT-VALUE (2).
033200     MOVE 'LIVE RECS'        TO GLE-RUNC-COUNT-NAME (3).
033300     MOVE AR-LIVE-REC-COUNT  TO GLE-RUNC-COUNT-VALUE (3).
033400     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (4).
033500     WRITE GLE-RUNC-RECORD.
033600     IF AR-RUNC-STATUS NOT = "00"
033700         DISPLAY "GLEARCH: WRITE OF GLERUNC FAILED, STATUS="
033800             AR-RUNC-STATUS " -- RUN NOT RECORDED."
033900     END-IF.
034000     CLOSE GLE-RUNC-FILE.
034100 9700-EXIT.
034200     EXIT.
