000100******************************************************************
000200*    IDENTIFICATION DIVISION.
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     GLERETN.
000600 AUTHOR.         D. HEMANG.
000700 INSTALLATION.   OPERATIONS SYSTEMS.
000800 DATE-WRITTEN.   2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100*    MODIFICATION HISTORY
001200*    ------------------------------------------------------------
001300*    2026-10-15  DH   ORIGINAL. PER-DEPARTMENT RETURN PACKAGE.
001400*                     A DEPARTMENT THAT SENT GLETRANS HAD TO FISH
001500*                     ITS OWN GAMES OUT OF THE SHARED GLEBRSLT
001600*                     GENERATION AND THE GLETRANR REJECT FILE, AND
001700*                     NOTHING PROVED EVERY RECORD IT SENT CAME
001800*                     BACK. THIS LAST GLEBATCH STEP SPLITS THE
001900*                     RESULTS AND REJECTS INTO ONE RETURN FILE PER
002000*                     DEPARTMENT, EACH WITH A HEADER AND A
002100*                     CONTROL-TOTAL TRAILER, AND ENDS RC 8 IF ANY
002200*                     DEPARTMENT'S RECEIVED COUNT IS NOT ITS
002300*                     REJECTED PLUS PLAYED.
002316*    2026-10-15  DH   EACH RETURN FILE NOW HAS ITS OWN FIXED
002332*                     SELECT (GLERACC, GLERENG, GLEROPS, GLERNONE)
002348*                     AND THE PACKAGE IS ROUTED BY DEPARTMENT,
002364*                     INSTEAD OF ONE FILE ASSIGNED TO A DD NAME
002380*                     BUILT AT RUN TIME.
002386*    2026-10-15  DH   A RUN HALTED ON AN INPUT READ FAILURE NOW
002392*                     CUTS NO PACKAGE AT ALL.
002400******************************************************************
002500*    THE RAW GLETRANS FILE (WHAT THE DEPARTMENTS SENT), THE
002600*    GLETRANR REJECTS, AND THE GLEBRSLT RESULTS ARE EACH TAGGED
002700*    WITH THEIR USER-ID'S GLEOPER DEPARTMENT ('***' FOR A USER-ID
002800*    NOT ON THE REGISTRY -- GLEEDIT REJECTS THOSE AS 'USER') AND
002900*    SORTED INTO DEPARTMENT ORDER, RECEIVED RECORDS FIRST, THEN
003000*    RESULTS, THEN REJECTS, EACH IN ITS FILE ORDER. RECEIVED
003100*    RECORDS ARE ONLY COUNTED; RESULTS AND REJECTS ARE WRITTEN TO
003200*    THE DEPARTMENT'S RETURN FILE (SEE GLERETR COPYBOOK).
003300*    A DEPARTMENT'S RETURN FILE IS THE DD NAMED 'GLER' FOLLOWED
003400*    BY ITS THREE-CHARACTER CODE (GLERACC FOR DEPARTMENT ACC);
003475*    THE '***' PACKAGE GOES TO DD GLERNONE. EACH HAS ITS OWN
003550*    SELECT AND FD BELOW, CHOSEN BY DEPARTMENT IN 3200, 3400 AND
003625*    3500. A DEPARTMENT WITH NO SELECT HERE, OR WHOSE RETURN FILE
003700*    CANNOT BE OPENED, IS STILL BALANCED AND REPORTED, BUT ENDS
003775*    THE RUN RC 8 SO ITS FILE IS ADDED BEFORE THE PACKAGE IS
003850*    PROMISED TO IT. ANY DEPARTMENT OUT OF BALANCE ALSO ENDS THE
003925*    RUN RC 8.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT GLE-TRANS-FILE ASSIGN TO "GLETRANS"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS RT-TRANS-STATUS.
004700     SELECT GLE-REJ-FILE ASSIGN TO "GLETRANR"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS RT-REJ-STATUS.
005000     SELECT GLE-BRSL-FILE ASSIGN TO "GLEBRSLT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS RT-BRSL-STATUS.
005300     SELECT GLE-OPER-FILE ASSIGN TO "GLEOPER"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS GLE-OPER-USER-ID
005700         FILE STATUS IS RT-OPER-STATUS.
005730     SELECT GLE-RACC-FILE ASSIGN TO "GLERACC"
005760         ORGANIZATION IS LINE SEQUENTIAL
005790         FILE STATUS IS RT-RETN-STATUS.
005820     SELECT GLE-RENG-FILE ASSIGN TO "GLERENG"
005850         ORGANIZATION IS LINE SEQUENTIAL
005880         FILE STATUS IS RT-RETN-STATUS.
005910     SELECT GLE-ROPS-FILE ASSIGN TO "GLEROPS"
005940         ORGANIZATION IS LINE SEQUENTIAL
005970         FILE STATUS IS RT-RETN-STATUS.
006000     SELECT GLE-RNON-FILE ASSIGN TO "GLERNONE"
006030         ORGANIZATION IS LINE SEQUENTIAL
006060         FILE STATUS IS RT-RETN-STATUS.
006100     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  GLE-TRANS-FILE.
006500 COPY GLETRAN.
006600 FD  GLE-REJ-FILE.
006700 COPY GLEREJR.
006800 FD  GLE-BRSL-FILE.
006900 COPY GLEBRSL.
007000 FD  GLE-OPER-FILE.
007100 COPY GLEOPER.
007133 FD  GLE-RACC-FILE.
007166 01  RT-RACC-RECORD           PIC X(80).
007199 FD  GLE-RENG-FILE.
007232 01  RT-RENG-RECORD           PIC X(80).
007265 FD  GLE-ROPS-FILE.
007298 01  RT-ROPS-RECORD           PIC X(80).
007331 FD  GLE-RNON-FILE.
007364 01  RT-RNON-RECORD           PIC X(80).
007400 SD  GLE-SORT-FILE.
007500 01  RT-SORT-RECORD.
007600     05  RT-SORT-DEPT            PIC X(03).
007700     05  RT-SORT-KIND            PIC 9(01).
007800         88  RT-SORT-RECEIVED           VALUE 1.
007900         88  RT-SORT-PLAYED             VALUE 2.
008000         88  RT-SORT-REJECTED           VALUE 3.
008100     05  RT-SORT-SEQ             PIC 9(09).
008200     05  RT-SORT-DATA            PIC X(44).
008300 WORKING-STORAGE SECTION.
008400******************************************************************
008500*    FILE CONTROLS AND SWITCHES
008600******************************************************************
008700 77  RT-TRANS-STATUS         PIC X(02) VALUE SPACES.
008800 77  RT-REJ-STATUS           PIC X(02) VALUE SPACES.
008900 77  RT-BRSL-STATUS          PIC X(02) VALUE SPACES.
009000 77  RT-OPER-STATUS          PIC X(02) VALUE SPACES.
009100 77  RT-RETN-STATUS          PIC X(02) VALUE SPACES.
009200 77  RT-TRANS-EOF-SWITCH     PIC X(01) VALUE 'N'.
009300     88  RT-TRANS-EOF               VALUE 'Y'.
009400 77  RT-REJ-EOF-SWITCH       PIC X(01) VALUE 'N'.
009500     88  RT-REJ-EOF                 VALUE 'Y'.
009600 77  RT-BRSL-EOF-SWITCH      PIC X(01) VALUE 'N'.
009700     88  RT-BRSL-EOF                VALUE 'Y'.
009800 77  RT-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
009900     88  RT-SORT-EOF                VALUE 'Y'.
010000 77  RT-HALT-SWITCH          PIC X(01) VALUE 'N'.
010100     88  RT-HALTED                  VALUE 'Y'.
010200 77  RT-TRANS-OPEN-SWITCH    PIC X(01) VALUE 'N'.
010300     88  RT-TRANS-IS-OPEN           VALUE 'Y'.
010400 77  RT-REJ-OPEN-SWITCH      PIC X(01) VALUE 'N'.
010500     88  RT-REJ-IS-OPEN             VALUE 'Y'.
010600 77  RT-BRSL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010700     88  RT-BRSL-IS-OPEN            VALUE 'Y'.
010800 77  RT-OPER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010900     88  RT-OPER-IS-OPEN            VALUE 'Y'.
011000 77  RT-RETN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
011100     88  RT-RETN-IS-OPEN            VALUE 'Y'.
011200 77  RT-RUN-DATE             PIC 9(08) VALUE 0.
011300 77  RT-RUN-TIME             PIC 9(08) VALUE 0.
011400******************************************************************
011500*    WORK ITEMS FOR TAGGING ONE INPUT RECORD
011600******************************************************************
011700 77  RT-SORT-SEQ-NO          PIC 9(09) VALUE 0.
011800 77  RT-USER-ID              PIC X(08) VALUE SPACES.
011900 77  RT-DEPT                 PIC X(03) VALUE SPACES.
012000 77  RT-UNREGISTERED-COUNT   PIC 9(07) VALUE 0.
012100******************************************************************
012200*    THE TRANSACTION INSIDE A GLETRANR REJECT, FOR ITS USER-ID.
012300******************************************************************
012400 01  RT-REJ-TRAN.
012500     05  RT-REJ-GAME-ID          PIC X(08).
012600     05  RT-REJ-USER-ID          PIC X(08).
012700     05  FILLER                  PIC X(24).
012800******************************************************************
012900*    THE GLEBRSLT RESULT BEING COUNTED. EACH SORTED RESULT IS
013000*    MOVED BACK INTO IT ON THE WAY OUT OF THE SORT.
013100******************************************************************
013200 01  RT-RSLT.
013300     05  RT-RSLT-GAME-ID         PIC 9(08).
013400     05  RT-RSLT-USER-ID         PIC X(08).
013500     05  RT-RSLT-OUTCOME         PIC X(04).
013600         88  RT-RSLT-WON                VALUE 'WON '.
013700         88  RT-RSLT-QUIT               VALUE 'QUIT'.
013800         88  RT-RSLT-EXHAUSTED          VALUE 'EXH '.
013900         88  RT-RSLT-CONTRADICTED       VALUE 'CONT'.
014000     05  RT-RSLT-FINAL-GUESS     PIC 9(04).
014100     05  RT-RSLT-GUESS-COUNT     PIC 9(05).
014200     05  RT-RSLT-TRIPWIRE        PIC X(01).
014300         88  RT-RSLT-TRIPPED            VALUE 'Y'.
014400     05  FILLER                  PIC X(10).
014500******************************************************************
014600*    CURRENT DEPARTMENT'S PACKAGE. THE SORT BRINGS EACH
014700*    DEPARTMENT'S RECORDS TOGETHER, SO ONLY ITS OWN COUNTS ARE
014800*    HELD, HOWEVER MANY DEPARTMENTS THE BATCH CARRIES.
014900******************************************************************
015000 77  RT-RETN-DDNAME          PIC X(08) VALUE SPACES.
015014 77  RT-RETN-WHICH           PIC X(01) VALUE SPACE.
015028     88  RT-RETN-TO-ACC             VALUE 'A'.
015042     88  RT-RETN-TO-ENG             VALUE 'E'.
015056     88  RT-RETN-TO-OPS             VALUE 'O'.
015070     88  RT-RETN-TO-NONE            VALUE 'N'.
015084     88  RT-RETN-NO-FILE            VALUE SPACE.
015100 77  RT-CURR-DEPT            PIC X(03) VALUE SPACES.
015200 77  RT-PKG-SWITCH           PIC X(01) VALUE 'N'.
015300     88  RT-PKG-STARTED             VALUE 'Y'.
015400 77  RT-PKG-RECEIVED         PIC 9(07) VALUE 0.
015500 77  RT-PKG-REJECTED         PIC 9(07) VALUE 0.
015600 77  RT-PKG-PLAYED           PIC 9(07) VALUE 0.
015700 77  RT-PKG-WON              PIC 9(07) VALUE 0.
015800 77  RT-PKG-QUIT             PIC 9(07) VALUE 0.
015900 77  RT-PKG-EXHAUSTED        PIC 9(07) VALUE 0.
016000 77  RT-PKG-CONTRA           PIC 9(07) VALUE 0.
016100 77  RT-PKG-TRIPWIRE         PIC 9(07) VALUE 0.
016200 77  RT-PKG-ACCOUNTED        PIC 9(08) VALUE 0.
016300 77  RT-PKG-BALANCED         PIC X(01) VALUE 'Y'.
016400     88  RT-PKG-IN-BALANCE          VALUE 'Y'.
016416******************************************************************
016432*    THE RETURN RECORD BEING BUILT, WRITTEN FROM HERE TO WHICHEVER
016448*    DEPARTMENT'S RETURN FILE IS OPEN.
016464******************************************************************
016480 COPY GLERETR.
016500******************************************************************
016600*    RUN TOTALS ACROSS EVERY DEPARTMENT
016700******************************************************************
016800 77  RT-DEPT-COUNT           PIC 9(05) VALUE 0.
016900 77  RT-UNBALANCED-COUNT     PIC 9(05) VALUE 0.
017000 77  RT-UNWRITTEN-COUNT      PIC 9(05) VALUE 0.
017100 77  RT-TOT-RECEIVED         PIC 9(07) VALUE 0.
017200 77  RT-TOT-REJECTED         PIC 9(07) VALUE 0.
017300 77  RT-TOT-PLAYED           PIC 9(07) VALUE 0.
017400 77  RT-TOT-WON              PIC 9(07) VALUE 0.
017500 77  RT-TOT-QUIT             PIC 9(07) VALUE 0.
017600 77  RT-TOT-EXHAUSTED        PIC 9(07) VALUE 0.
017700 77  RT-TOT-CONTRA           PIC 9(07) VALUE 0.
017800 77  RT-TOT-TRIPWIRE         PIC 9(07) VALUE 0.
017900 PROCEDURE DIVISION.
018000******************************************************************
018100*    0000-MAINLINE
018200*    OPENS THE INPUTS, SORTS THEIR RECORDS INTO DEPARTMENT ORDER
018300*    WRITING EACH DEPARTMENT'S RETURN FILE ON THE WAY OUT OF THE
018400*    SORT, AND PRINTS THE RUN TOTALS.
018500******************************************************************
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018800     IF NOT RT-HALTED
018900         SORT GLE-SORT-FILE
019000             ON ASCENDING KEY RT-SORT-DEPT RT-SORT-KIND
019100                              RT-SORT-SEQ
019200             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
019300             OUTPUT PROCEDURE IS 3000-WRITE-PACKAGES
019400                 THRU 3000-EXIT
019500     END-IF.
019600     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
019700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019800     STOP RUN.
019900******************************************************************
020000*    1000-INITIALIZE
020100*    OPENS THE OPERATOR REGISTRY AND THE THREE INPUTS. WITHOUT
020200*    ANY ONE OF THEM NO PACKAGE COULD BE BALANCED, SO THE RUN IS
020300*    HALTED RC 8 AND NO RETURN FILE IS CUT.
020400******************************************************************
020500 1000-INITIALIZE.
020600     ACCEPT RT-RUN-DATE FROM DATE YYYYMMDD.
020700     ACCEPT RT-RUN-TIME FROM TIME.
020800     OPEN INPUT GLE-OPER-FILE.
020900     IF RT-OPER-STATUS NOT = "00"
021000         DISPLAY "GLERETN: GLEOPER COULD NOT BE OPENED, STATUS="
021100             RT-OPER-STATUS " -- NO DEPARTMENT CAN BE FOUND."
021200         PERFORM 1900-HALT-RUN THRU 1900-EXIT
021300         GO TO 1000-EXIT
021400     END-IF.
021500     MOVE 'Y' TO RT-OPER-OPEN-SWITCH.
021600     OPEN INPUT GLE-TRANS-FILE.
021700     IF RT-TRANS-STATUS NOT = "00"
021800         DISPLAY "GLERETN: GLETRANS COULD NOT BE OPENED, STATUS="
021900             RT-TRANS-STATUS
022000         PERFORM 1900-HALT-RUN THRU 1900-EXIT
022100         GO TO 1000-EXIT
022200     END-IF.
022300     MOVE 'Y' TO RT-TRANS-OPEN-SWITCH.
022400     OPEN INPUT GLE-REJ-FILE.
022500     IF RT-REJ-STATUS NOT = "00"
022600         DISPLAY "GLERETN: GLETRANR COULD NOT BE OPENED, STATUS="
022700             RT-REJ-STATUS
022800         PERFORM 1900-HALT-RUN THRU 1900-EXIT
022900         GO TO 1000-EXIT
023000     END-IF.
023100     MOVE 'Y' TO RT-REJ-OPEN-SWITCH.
023200     OPEN INPUT GLE-BRSL-FILE.
023300     IF RT-BRSL-STATUS NOT = "00"
023400         DISPLAY "GLERETN: GLEBRSLT COULD NOT BE OPENED, STATUS="
023500             RT-BRSL-STATUS
023600         PERFORM 1900-HALT-RUN THRU 1900-EXIT
023700         GO TO 1000-EXIT
023800     END-IF.
023900     MOVE 'Y' TO RT-BRSL-OPEN-SWITCH.
024000 1000-EXIT.
024100     EXIT.
024200******************************************************************
024300*    1900-HALT-RUN
024400*    STOPS THE RUN BEFORE ANY PACKAGE IS CUT OR ANY MORE INPUT
024500*    IS TAGGED, WITH RETURN CODE 8.
024600******************************************************************
024700 1900-HALT-RUN.
024800     MOVE 'Y' TO RT-HALT-SWITCH.
024900     MOVE 'Y' TO RT-TRANS-EOF-SWITCH.
025000     MOVE 'Y' TO RT-REJ-EOF-SWITCH.
025100     MOVE 'Y' TO RT-BRSL-EOF-SWITCH.
025200     MOVE 8 TO RETURN-CODE.
025300 1900-EXIT.
025400     EXIT.
025500******************************************************************
025600*    2000-LOAD-SORT
025700*    SORT INPUT PROCEDURE. RELEASES EVERY RECEIVED TRANSACTION,
025800*    EVERY REJECT, AND EVERY RESULT, EACH TAGGED WITH ITS
025900*    DEPARTMENT AND ITS POSITION ON THE INPUT.
026000******************************************************************
026100 2000-LOAD-SORT.
026200     PERFORM 2100-RELEASE-TRANS THRU 2100-EXIT
026300         UNTIL RT-TRANS-EOF.
026400     PERFORM 2200-RELEASE-RESULT THRU 2200-EXIT
026500         UNTIL RT-BRSL-EOF.
026600     PERFORM 2300-RELEASE-REJECT THRU 2300-EXIT
026700         UNTIL RT-REJ-EOF.
026800 2000-EXIT.
026900     EXIT.
027000******************************************************************
027100*    2100-RELEASE-TRANS
027200*    READS ONE RAW GLETRANS RECORD AND RELEASES IT AS RECEIVED.
027300******************************************************************
027400 2100-RELEASE-TRANS.
027500     READ GLE-TRANS-FILE
027600         AT END
027700             MOVE 'Y' TO RT-TRANS-EOF-SWITCH
027800     END-READ.
027900     IF RT-TRANS-EOF
028000         GO TO 2100-EXIT
028100     END-IF.
028200     IF RT-TRANS-STATUS NOT = "00"
028300         DISPLAY "GLERETN: READ OF GLETRANS FAILED, STATUS="
028400             RT-TRANS-STATUS
028500         PERFORM 1900-HALT-RUN THRU 1900-EXIT
028600         GO TO 2100-EXIT
028700     END-IF.
028800     MOVE GLE-TRAN-USER-ID TO RT-USER-ID.
028900     PERFORM 2500-LOOK-UP-DEPT THRU 2500-EXIT.
029000     MOVE 1                TO RT-SORT-KIND.
029100     MOVE GLE-TRAN-RECORD  TO RT-SORT-DATA.
029200     PERFORM 2400-RELEASE-ONE THRU 2400-EXIT.
029300 2100-EXIT.
029400     EXIT.
029500******************************************************************
029600*    2200-RELEASE-RESULT
029700*    READS ONE GLEBRSLT RESULT AND RELEASES IT AS PLAYED.
029800******************************************************************
029900 2200-RELEASE-RESULT.
030000     READ GLE-BRSL-FILE
030100         AT END
030200             MOVE 'Y' TO RT-BRSL-EOF-SWITCH
030300     END-READ.
030400     IF RT-BRSL-EOF
030500         GO TO 2200-EXIT
030600     END-IF.
030700     IF RT-BRSL-STATUS NOT = "00"
030800         DISPLAY "GLERETN: READ OF GLEBRSLT FAILED, STATUS="
030900             RT-BRSL-STATUS
031000         PERFORM 1900-HALT-RUN THRU 1900-EXIT
031100         GO TO 2200-EXIT
031200     END-IF.
031300     MOVE GLE-BRSL-USER-ID TO RT-USER-ID.
031400     PERFORM 2500-LOOK-UP-DEPT THRU 2500-EXIT.
031500     MOVE 2                TO RT-SORT-KIND.
031600     MOVE GLE-BRSL-RECORD  TO RT-SORT-DATA.
031700     PERFORM 2400-RELEASE-ONE THRU 2400-EXIT.
031800 2200-EXIT.
031900     EXIT.
032000******************************************************************
032100*    2300-RELEASE-REJECT
032200*    READS ONE GLETRANR REJECT AND RELEASES IT AS REJECTED. THE
032300*    USER-ID IS THE ONE ON THE ORIGINAL TRANSACTION IT CARRIES.
032400******************************************************************
032500 2300-RELEASE-REJECT.
032600     READ GLE-REJ-FILE
032700         AT END
032800             MOVE 'Y' TO RT-REJ-EOF-SWITCH
032900     END-READ.
033000     IF RT-REJ-EOF
033100         GO TO 2300-EXIT
033200     END-IF.
033300     IF RT-REJ-STATUS NOT = "00"
033400         DISPLAY "GLERETN: READ OF GLETRANR FAILED, STATUS="
033500             RT-REJ-STATUS
033600         PERFORM 1900-HALT-RUN THRU 1900-EXIT
033700         GO TO 2300-EXIT
033800     END-IF.
033900     MOVE GLE-REJ-TRAN     TO RT-REJ-TRAN.
034000     MOVE RT-REJ-USER-ID   TO RT-USER-ID.
034100     PERFORM 2500-LOOK-UP-DEPT THRU 2500-EXIT.
034200     MOVE 3                TO RT-SORT-KIND.
034300     MOVE GLE-REJ-RECORD   TO RT-SORT-DATA.
034400     PERFORM 2400-RELEASE-ONE THRU 2400-EXIT.
034500 2300-EXIT.
034600     EXIT.
034700******************************************************************
034800*    2400-RELEASE-ONE
034900*    STAMPS THE RECORD'S DEPARTMENT AND INPUT POSITION ON THE
035000*    SORT RECORD AND RELEASES IT.
035100******************************************************************
035200 2400-RELEASE-ONE.
035300     ADD 1 TO RT-SORT-SEQ-NO.
035400     MOVE RT-DEPT          TO RT-SORT-DEPT.
035500     MOVE RT-SORT-SEQ-NO   TO RT-SORT-SEQ.
035600     RELEASE RT-SORT-RECORD.
035700 2400-EXIT.
035800     EXIT.
035900******************************************************************
036000*    2500-LOOK-UP-DEPT
036100*    TAKES THE DEPARTMENT FROM THE USER-ID'S GLEOPER REGISTRY
036200*    ENTRY, AS GLECHGB DOES. A USER-ID NOT ON THE REGISTRY, OR
036300*    WITH NO DEPARTMENT ON IT, GOES TO THE '***' PACKAGE.
036400******************************************************************
036500 2500-LOOK-UP-DEPT.
036600     MOVE RT-USER-ID TO GLE-OPER-USER-ID.
036700     READ GLE-OPER-FILE
036800         KEY IS GLE-OPER-USER-ID
036900         INVALID KEY CONTINUE
037000     END-READ.
037100     IF RT-OPER-STATUS = "00" AND GLE-OPER-DEPT NOT = SPACES
037200         MOVE GLE-OPER-DEPT TO RT-DEPT
037300         GO TO 2500-EXIT
037400     END-IF.
037500     IF RT-OPER-STATUS NOT = "00" AND RT-OPER-STATUS NOT = "23"
037600         DISPLAY "GLERETN: READ OF GLEOPER FAILED, STATUS="
037700             RT-OPER-STATUS
037800         MOVE 8 TO RETURN-CODE
037900     END-IF.
038000     MOVE '***' TO RT-DEPT.
038100     ADD 1 TO RT-UNREGISTERED-COUNT.
038200 2500-EXIT.
038300     EXIT.
038400******************************************************************
038500*    3000-WRITE-PACKAGES
038600*    SORT OUTPUT PROCEDURE. TAKES BACK EACH RECORD IN DEPARTMENT
038700*    ORDER, STARTING A NEW PACKAGE ON EACH CHANGE OF DEPARTMENT,
038766*    AND CLOSES THE LAST PACKAGE AT THE END. A RUN HALTED WHILE
038832*    ITS INPUTS WERE BEING READ CUTS NO PACKAGE.
038900******************************************************************
039000 3000-WRITE-PACKAGES.
039100     DISPLAY "==================================================".
039200     DISPLAY "GLERETN - DEPARTMENT RETURN PACKAGES " RT-RUN-DATE.
039300     DISPLAY "==================================================".
039325     IF RT-HALTED
039350         GO TO 3000-EXIT
039375     END-IF.
039400     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
039500         UNTIL RT-SORT-EOF.
039600     IF RT-PKG-STARTED
039700         PERFORM 3300-CLOSE-PACKAGE THRU 3300-EXIT
039800     END-IF.
039900 3000-EXIT.
040000     EXIT.
040100******************************************************************
040200*    3100-RETURN-ONE
040300*    RETURNS ONE SORTED RECORD: A RECEIVED TRANSACTION IS
040400*    COUNTED, A RESULT IS COUNTED BY OUTCOME AND WRITTEN AS AN
040500*    'R' RECORD, AND A REJECT IS COUNTED AND WRITTEN AS A 'J'.
040600******************************************************************
040700 3100-RETURN-ONE.
040800     RETURN GLE-SORT-FILE
040900         AT END
041000             MOVE 'Y' TO RT-SORT-EOF-SWITCH
041100     END-RETURN.
041200     IF RT-SORT-EOF
041300         GO TO 3100-EXIT
041400     END-IF.
041500     IF NOT RT-PKG-STARTED OR RT-SORT-DEPT NOT = RT-CURR-DEPT
041600         IF RT-PKG-STARTED
041700             PERFORM 3300-CLOSE-PACKAGE THRU 3300-EXIT
041800         END-IF
041900         PERFORM 3200-OPEN-PACKAGE THRU 3200-EXIT
042000     END-IF.
042100     EVALUATE TRUE
042200         WHEN RT-SORT-RECEIVED
042300             ADD 1 TO RT-PKG-RECEIVED
042400         WHEN RT-SORT-PLAYED
042500             MOVE RT-SORT-DATA TO RT-RSLT
042600             PERFORM 3150-COUNT-RESULT THRU 3150-EXIT
042700             INITIALIZE GLE-RETN-RECORD
042800             MOVE 'R'          TO GLE-RETN-TYPE
042900             MOVE RT-CURR-DEPT TO GLE-RETN-DEPT
043000             MOVE RT-RSLT      TO GLE-RETN-RSLT-DATA
043100             PERFORM 3400-WRITE-RETURN THRU 3400-EXIT
043200         WHEN RT-SORT-REJECTED
043300             ADD 1 TO RT-PKG-REJECTED
043400             INITIALIZE GLE-RETN-RECORD
043500             MOVE 'J'          TO GLE-RETN-TYPE
043600             MOVE RT-CURR-DEPT TO GLE-RETN-DEPT
043700             MOVE RT-SORT-DATA TO GLE-RETN-REJ-DATA
043800             PERFORM 3400-WRITE-RETURN THRU 3400-EXIT
043900     END-EVALUATE.
044000 3100-EXIT.
044100     EXIT.
044200******************************************************************
044300*    3150-COUNT-RESULT
044400*    COUNTS ONE PLAYED GAME BY ITS OUTCOME, AND AS A TRIPWIRE
044500*    GAME IF ITS FLAG IS SET. AN OUTCOME GLE DOES NOT WRITE IS
044600*    COUNTED AS PLAYED ONLY, SO IT SHOWS AS A SHORTFALL IN THE
044700*    BREAKDOWN RATHER THAN VANISHING.
044800******************************************************************
044900 3150-COUNT-RESULT.
045000     ADD 1 TO RT-PKG-PLAYED.
045100     EVALUATE TRUE
045200         WHEN RT-RSLT-WON
045300             ADD 1 TO RT-PKG-WON
045400         WHEN RT-RSLT-QUIT
045500             ADD 1 TO RT-PKG-QUIT
045600         WHEN RT-RSLT-EXHAUSTED
045700             ADD 1 TO RT-PKG-EXHAUSTED
045800         WHEN RT-RSLT-CONTRADICTED
045900             ADD 1 TO RT-PKG-CONTRA
046000         WHEN OTHER
046100             DISPLAY "GLERETN: GAME " RT-RSLT-GAME-ID
046200                 " HAS UNKNOWN OUTCOME '" RT-RSLT-OUTCOME "'."
046300             IF RETURN-CODE < 4
046400                 MOVE 4 TO RETURN-CODE
046500             END-IF
046600     END-EVALUATE.
046700     IF RT-RSLT-TRIPPED
046800         ADD 1 TO RT-PKG-TRIPWIRE
046900     END-IF.
047000 3150-EXIT.
047100     EXIT.
047200******************************************************************
047300*    3200-OPEN-PACKAGE
047400*    STARTS THE NEXT DEPARTMENT'S PACKAGE: CLEARS ITS COUNTS,
047500*    OPENS ITS RETURN FILE (DD 'GLER' + DEPARTMENT, OR GLERNONE
047575*    FOR '***'), AND WRITES THE HEADER. A DEPARTMENT WITH NO
047650*    RETURN FILE OF ITS OWN, OR ONE THAT WILL NOT OPEN, LEAVES
047725*    THE PACKAGE COUNTED BUT UNWRITTEN.
047800******************************************************************
047900 3200-OPEN-PACKAGE.
048000     MOVE 'Y'             TO RT-PKG-SWITCH.
048100     MOVE RT-SORT-DEPT    TO RT-CURR-DEPT.
048200     MOVE 0 TO RT-PKG-RECEIVED RT-PKG-REJECTED RT-PKG-PLAYED
048300               RT-PKG-WON RT-PKG-QUIT RT-PKG-EXHAUSTED
048400               RT-PKG-CONTRA RT-PKG-TRIPWIRE.
048500     IF RT-CURR-DEPT = '***'
048600         MOVE 'GLERNONE' TO RT-RETN-DDNAME
048700     ELSE
048800         MOVE SPACES TO RT-RETN-DDNAME
048900         STRING 'GLER' RT-CURR-DEPT DELIMITED BY SIZE
049000             INTO RT-RETN-DDNAME
049100     END-IF.
049111     EVALUATE RT-CURR-DEPT
049122         WHEN 'ACC'
049133             MOVE 'A' TO RT-RETN-WHICH
049144             OPEN OUTPUT GLE-RACC-FILE
049155         WHEN 'ENG'
049166             MOVE 'E' TO RT-RETN-WHICH
049177             OPEN OUTPUT GLE-RENG-FILE
049188         WHEN 'OPS'
049199             MOVE 'O' TO RT-RETN-WHICH
049210             OPEN OUTPUT GLE-ROPS-FILE
049221         WHEN '***'
049232             MOVE 'N' TO RT-RETN-WHICH
049243             OPEN OUTPUT GLE-RNON-FILE
049254         WHEN OTHER
049265             MOVE SPACE TO RT-RETN-WHICH
049276     END-EVALUATE.
049287     IF RT-RETN-NO-FILE
049298         DISPLAY "GLERETN: NO RETURN FILE " RT-RETN-DDNAME
049309             " IS DEFINED FOR DEPT " RT-CURR-DEPT
049320             " -- PACKAGE NOT WRITTEN."
049331         ADD 1 TO RT-UNWRITTEN-COUNT
049342         MOVE 8 TO RETURN-CODE
049353         GO TO 3200-EXIT
049364     END-IF.
049375     IF RT-RETN-STATUS NOT = "00"
049400         DISPLAY "GLERETN: RETURN FILE " RT-RETN-DDNAME
049500             " FOR DEPT " RT-CURR-DEPT " COULD NOT BE OPENED, "
049600             "STATUS=" RT-RETN-STATUS " -- PACKAGE NOT WRITTEN."
049700         ADD 1 TO RT-UNWRITTEN-COUNT
049800         MOVE 8 TO RETURN-CODE
049900         GO TO 3200-EXIT
050000     END-IF.
050100     MOVE 'Y' TO RT-RETN-OPEN-SWITCH.
050200     INITIALIZE GLE-RETN-RECORD.
050300     MOVE 'H'             TO GLE-RETN-TYPE.
050400     MOVE RT-CURR-DEPT    TO GLE-RETN-DEPT.
050500     MOVE RT-RUN-DATE     TO GLE-RETN-HDR-RUN-DATE.
050600     MOVE RT-RUN-TIME     TO GLE-RETN-HDR-RUN-TIME.
050700     MOVE 'GLEBATCH RETURN PACKAGE' TO GLE-RETN-HDR-TITLE.
050800     PERFORM 3400-WRITE-RETURN THRU 3400-EXIT.
050900 3200-EXIT.
051000     EXIT.
051100******************************************************************
051200*    3300-CLOSE-PACKAGE
051300*    BALANCES THE DEPARTMENT'S PACKAGE -- RECEIVED MUST EQUAL
051400*    REJECTED PLUS PLAYED -- WRITES THE TRAILER, CLOSES THE
051500*    RETURN FILE, PRINTS THE DEPARTMENT'S LINE, AND ROLLS ITS
051600*    COUNTS INTO THE RUN TOTALS. OUT OF BALANCE ENDS THE RUN
051700*    RC 8.
051800******************************************************************
051900 3300-CLOSE-PACKAGE.
052000     ADD 1 TO RT-DEPT-COUNT.
052100     COMPUTE RT-PKG-ACCOUNTED = RT-PKG-REJECTED + RT-PKG-PLAYED.
052200     IF RT-PKG-RECEIVED = RT-PKG-ACCOUNTED
052300         MOVE 'Y' TO RT-PKG-BALANCED
052400     ELSE
052500         MOVE 'N' TO RT-PKG-BALANCED
052600         ADD 1 TO RT-UNBALANCED-COUNT
052700         MOVE 8 TO RETURN-CODE
052800     END-IF.
052900     IF RT-RETN-IS-OPEN
053000         INITIALIZE GLE-RETN-RECORD
053100         MOVE 'T'              TO GLE-RETN-TYPE
053200         MOVE RT-CURR-DEPT     TO GLE-RETN-DEPT
053300         MOVE RT-PKG-RECEIVED  TO GLE-RETN-TRL-RECEIVED
053400         MOVE RT-PKG-REJECTED  TO GLE-RETN-TRL-REJECTED
053500         MOVE RT-PKG-PLAYED    TO GLE-RETN-TRL-PLAYED
053600         MOVE RT-PKG-WON       TO GLE-RETN-TRL-WON
053700         MOVE RT-PKG-QUIT      TO GLE-RETN-TRL-QUIT
053800         MOVE RT-PKG-EXHAUSTED TO GLE-RETN-TRL-EXHAUSTED
053900         MOVE RT-PKG-CONTRA    TO GLE-RETN-TRL-CONTRA
054000         MOVE RT-PKG-TRIPWIRE  TO GLE-RETN-TRL-TRIPWIRE
054100         MOVE RT-PKG-BALANCED  TO GLE-RETN-TRL-BALANCED
054200         PERFORM 3400-WRITE-RETURN THRU 3400-EXIT
054333         PERFORM 3500-CLOSE-RETURN THRU 3500-EXIT
054466     END-IF.
054600     DISPLAY "DEPT " RT-CURR-DEPT
054700         " RECEIVED " RT-PKG-RECEIVED
054800         " REJECTED " RT-PKG-REJECTED
054900         " PLAYED " RT-PKG-PLAYED.
055000     DISPLAY "         WON " RT-PKG-WON
055100         " QUIT " RT-PKG-QUIT
055200         " EXH " RT-PKG-EXHAUSTED
055300         " CONT " RT-PKG-CONTRA
055400         " TRIPWIRE " RT-PKG-TRIPWIRE.
055500     IF NOT RT-PKG-IN-BALANCE
055600         DISPLAY "         *** OUT OF BALANCE -- "
055700             RT-PKG-ACCOUNTED " ACCOUNTED FOR ***"
055800     END-IF.
055900     ADD RT-PKG-RECEIVED   TO RT-TOT-RECEIVED.
056000     ADD RT-PKG-REJECTED   TO RT-TOT-REJECTED.
056100     ADD RT-PKG-PLAYED     TO RT-TOT-PLAYED.
056200     ADD RT-PKG-WON        TO RT-TOT-WON.
056300     ADD RT-PKG-QUIT       TO RT-TOT-QUIT.
056400     ADD RT-PKG-EXHAUSTED  TO RT-TOT-EXHAUSTED.
056500     ADD RT-PKG-CONTRA     TO RT-TOT-CONTRA.
056600     ADD RT-PKG-TRIPWIRE   TO RT-TOT-TRIPWIRE.
056700 3300-EXIT.
056800     EXIT.
056900******************************************************************
057000*    3400-WRITE-RETURN
057066*    WRITES ONE RECORD TO THE DEPARTMENT'S OPEN RETURN FILE,
057132*    WHICHEVER OF THE FOUR IT IS. NOTHING IS WRITTEN IF THE FILE
057200*    COULD NOT BE OPENED; A FAILED WRITE CLOSES THE FILE AND
057300*    COUNTS THE PACKAGE AS UNWRITTEN.
057400******************************************************************
057500 3400-WRITE-RETURN.
057600     IF NOT RT-RETN-IS-OPEN
057700         GO TO 3400-EXIT
057800     END-IF.
057850     EVALUATE TRUE
057900         WHEN RT-RETN-TO-ACC
057950             WRITE RT-RACC-RECORD FROM GLE-RETN-RECORD
058000         WHEN RT-RETN-TO-ENG
058050             WRITE RT-RENG-RECORD FROM GLE-RETN-RECORD
058100         WHEN RT-RETN-TO-OPS
058150             WRITE RT-ROPS-RECORD FROM GLE-RETN-RECORD
058200         WHEN RT-RETN-TO-NONE
058250             WRITE RT-RNON-RECORD FROM GLE-RETN-RECORD
058300     END-EVALUATE.
058350     IF RT-RETN-STATUS NOT = "00"
058400         DISPLAY "GLERETN: WRITE TO " RT-RETN-DDNAME
058450             " FAILED, STATUS=" RT-RETN-STATUS
058500         PERFORM 3500-CLOSE-RETURN THRU 3500-EXIT
058550         ADD 1 TO RT-UNWRITTEN-COUNT
058600         MOVE 8 TO RETURN-CODE
058700     END-IF.
058800 3400-EXIT.
058900     EXIT.
058905******************************************************************
058910*    3500-CLOSE-RETURN
058915*    CLOSES WHICHEVER RETURN FILE THE CURRENT PACKAGE HAS OPEN.
058920******************************************************************
058925 3500-CLOSE-RETURN.
058930     EVALUATE TRUE
058935         WHEN RT-RETN-TO-ACC
058940             CLOSE GLE-RACC-FILE
058945         WHEN RT-RETN-TO-ENG
058950             CLOSE GLE-RENG-FILE
058955         WHEN RT-RETN-TO-OPS
058960             CLOSE GLE-ROPS-FILE
058965         WHEN RT-RETN-TO-NONE
058970             CLOSE GLE-RNON-FILE
058975     END-EVALUATE.
058980     MOVE 'N' TO RT-RETN-OPEN-SWITCH.
058985 3500-EXIT.
058990     EXIT.
059000******************************************************************
059100*    4000-PRINT-TOTALS
059200*    PRINTS THE RUN TOTALS ACROSS EVERY DEPARTMENT.
059300******************************************************************
059400 4000-PRINT-TOTALS.
059500     DISPLAY "--------------------------------------------------".
059600     DISPLAY "DEPARTMENT PACKAGES................: "
059700         RT-DEPT-COUNT.
059800     DISPLAY "TRANSACTIONS RECEIVED..............: "
059900         RT-TOT-RECEIVED.
060000     DISPLAY "TRANSACTIONS REJECTED..............: "
060100         RT-TOT-REJECTED.
060200     DISPLAY "GAMES PLAYED.......................: "
060300         RT-TOT-PLAYED.
060400     DISPLAY "  WON..............................: "
060500         RT-TOT-WON.
060600     DISPLAY "  QUIT.............................: "
060700         RT-TOT-QUIT.
060800     DISPLAY "  EXHAUSTED........................: "
060900         RT-TOT-EXHAUSTED.
061000     DISPLAY "  CONTRADICTED.....................: "
061100         RT-TOT-CONTRA.
061200     DISPLAY "  TRIPWIRE.........................: "
061300         RT-TOT-TRIPWIRE.
061400     DISPLAY "RECORDS FOR UNREGISTERED USERS.....: "
061500         RT-UNREGISTERED-COUNT.
061600     DISPLAY "PACKAGES OUT OF BALANCE............: "
061700         RT-UNBALANCED-COUNT.
061800     DISPLAY "PACKAGES NOT WRITTEN...............: "
061900         RT-UNWRITTEN-COUNT.
062000     IF RT-HALTED
062100         DISPLAY "*** RUN HALTED -- NO PACKAGES CUT ***"
062200     END-IF.
062300     DISPLAY "==================================================".
062400 4000-EXIT.
062500     EXIT.
062600******************************************************************
062700*    9000-TERMINATE
062800*    CLOSES THE FILES BEFORE ENDING THE RUN.
062900******************************************************************
063000 9000-TERMINATE.
063100     IF RT-TRANS-IS-OPEN
063200         CLOSE GLE-TRANS-FILE
063300     END-IF.
063400     IF RT-REJ-IS-OPEN
063500         CLOSE GLE-REJ-FILE
063600     END-IF.
063700     IF RT-BRSL-IS-OPEN
063800         CLOSE GLE-BRSL-FILE
063900     END-IF.
064000     IF RT-OPER-IS-OPEN
064100         CLOSE GLE-OPER-FILE
064200     END-IF.
064300 9000-EXIT.
064400     EXIT.
