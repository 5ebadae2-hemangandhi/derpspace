002290*                     RESOLVES IT AGAINST GLEPROF AT PLAY TIME
002292*                     AND FALLS BACK TO THE DEFAULT RANGE WITH
002294*                     A WARNING IF IT CANNOT.
002303*    2026-10-15  DH   ACCEPT 'U' (TAKE BACK THE LAST ANSWER) IN
002312*                     THE MOVE STRING NOW THAT GLE PLAYS IT.
002321*    2026-10-15  DH   CHECK EVERY TRANSACTION AGAINST THE NEW
002330*                     KEYED GLEOPER OPERATOR REGISTRY. A USER-ID
002339*                     NOT ON IT (USER), AN OPERATOR WHO IS NOT
002348*                     ACTIVE (SUSP), OR A PROFILE CODE THE
002357*                     OPERATOR MAY NOT USE (PROF) IS NOW REJECTED
002366*                     HERE INSTEAD OF TURNING UP AS A NEW "USER"
002368*                     OR AN UNASSIGNED CHARGEBACK LINE.
002370*    2026-10-15  DH   CATCH DUPLICATE GAME-IDS BY SORTING THE
002372*                     BATCH INTO GAME-ID ORDER AND EDITING ONE
002374*                     GAME-ID AT A TIME, TAGGING EACH TRANSACTION
002376*                     WITH ITS REASON ON A WORK FILE (GLEEDWK)
002378*                     THAT A SECOND SORT PUTS BACK IN BATCH ORDER
002380*                     FOR ROUTING. THE 200-SLOT ACCEPTED-GAME
002382*                     TABLE THIS REPLACES STOPPED CATCHING
002384*                     DUPLICATES ONCE A HEAVY BATCH FILLED IT.
002386*                     GLETRANC AND GLETRANR KEEP THE BATCH ORDER;
002388*                     THE REPORT AND RETURN CODES ARE UNCHANGED.
002389*    2026-10-15  DH   GLEEDWK IS ONLY ROUTED WHEN THE EDIT PASS
002390*                     REACHED THE END OF THE BATCH WITHOUT AN I/O
002391*                     ERROR, SO A FAILED RUN NO LONGER LEAVES A
002392*                     PARTIAL GLETRANC FOR GLE TO PLAY.
002393******************************************************************
002400*    EDITS APPLIED, IN ORDER, FIRST FAILURE WINS:
002500*      NNUM -- GAME-ID NOT NUMERIC.
002900*      CHAR -- MOVE STRING HOLDS ANYTHING BUT G/L/E/Q/U (EITHER
003000*              CASE) OR BLANK. BLANKS ARE LEGAL: GLE TREATS A
003100*              BLANK OR EXHAUSTED MOVE STRING AS A QUIT.
003200*      DUPL -- GAME-ID ALREADY ACCEPTED EARLIER IN THIS BATCH.
003210*      USER -- USER-ID IS NOT ON THE GLEOPER REGISTRY. NO CASE
003220*              FOLDING IS DONE: GLE FILES THE GAME UNDER THE
003230*              USER-ID EXACTLY AS IT IS ON THE TRANSACTION.
003240*      SUSP -- THE OPERATOR IS REGISTERED BUT NOT ACTIVE.
003250*      PROF -- THE PROFILE CODE IS NOT BLANK AND IS NOT ONE OF
003260*              THE OPERATOR'S PERMITTED GLEOPER PROFILE CODES.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004300     SELECT GLE-REJ-FILE ASSIGN TO "GLETRANR"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS ED-REJ-STATUS.
004510     SELECT GLE-OPER-FILE ASSIGN TO "GLEOPER"
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS DYNAMIC
004540         RECORD KEY IS GLE-OPER-USER-ID
004550         FILE STATUS IS ED-OPER-STATUS.
004560     SELECT GLE-WORK-FILE ASSIGN TO "GLEEDWK"
004570         ORGANIZATION IS LINE SEQUENTIAL
004580         FILE STATUS IS ED-WORK-STATUS.
004590     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  GLE-TRANS-FILE.
004900 01  ED-TRANS-IN                 PIC X(40).
005000 FD  GLE-CLEAN-FILE.
005100 01  ED-CLEAN-RECORD             PIC X(40).
005200 FD  GLE-REJ-FILE.
005300 COPY GLEREJR.
005310 FD  GLE-OPER-FILE.
005320 COPY GLEOPER.
005328 FD  GLE-WORK-FILE.
005336 01  ED-WORK-RECORD              PIC X(53).
005344 SD  GLE-SORT-FILE.
005352 01  ED-SORT-RECORD.
005360     05  ED-SORT-SEQ             PIC 9(09).
005368     05  ED-SORT-REASON          PIC X(04).
005376     05  ED-SORT-TRAN.
005384         10  ED-SORT-GAME-ID     PIC X(08).
005392         10  FILLER              PIC X(32).
005400 WORKING-STORAGE SECTION.
005500******************************************************************
005600*    FILE CONTROLS AND SWITCHES
006200     88  ED-EOF                     VALUE 'Y'.
006300 77  ED-TRANS-OPEN-SWITCH    PIC X(01) VALUE 'N'.
006400     88  ED-TRANS-IS-OPEN           VALUE 'Y'.
006410 77  ED-OPER-STATUS          PIC X(02) VALUE SPACES.
006420 77  ED-OPER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006430     88  ED-OPER-IS-OPEN            VALUE 'Y'.
006441 77  ED-WORK-STATUS          PIC X(02) VALUE SPACES.
006452 77  ED-WORK-READY-SWITCH    PIC X(01) VALUE 'N'.
006463     88  ED-WORK-READY              VALUE 'Y'.
006474 77  ED-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
006485     88  ED-SORT-EOF                VALUE 'Y'.
006500******************************************************************
006600*    EDIT CONTROLS
006700******************************************************************
006800 77  ED-REASON               PIC X(04) VALUE SPACES.
006900     88  ED-RECORD-GOOD             VALUE SPACES.
007000 77  ED-MOVES-WORK           PIC X(20) VALUE SPACES.
007010 77  ED-PROF-IDX             PIC 9(05) BINARY VALUE 0.
007020 77  ED-PROF-FOUND-SWITCH    PIC X(01) VALUE 'N'.
007030     88  ED-PROF-PERMITTED          VALUE 'Y'.
007100******************************************************************
007200*    RUNNING TOTALS
007300******************************************************************
007400 77  ED-READ-COUNT           PIC 9(07) VALUE 0.
007500 77  ED-ACCEPT-COUNT         PIC 9(07) VALUE 0.
007600 77  ED-REJECT-COUNT         PIC 9(07) VALUE 0.
007670******************************************************************
007740*    THE TRANSACTION BEING EDITED. THE BATCH IS READ INTO IT ON
007810*    THE WAY INTO THE FIRST SORT AND EACH SORTED TRANSACTION IS
007880*    MOVED BACK INTO IT ON THE WAY OUT OF EITHER SORT.
007950******************************************************************
008020 COPY GLETRAN.
008090******************************************************************
008160*    CURRENT GAME-ID ON THE WAY OUT OF THE FIRST SORT, USED TO
008230*    CATCH A GAME-ID CARRIED BY TWO RECORDS IN ONE BATCH. THE
008300*    SORT BRINGS A GAME-ID'S RECORDS TOGETHER IN BATCH ORDER, SO
008370*    ONCE ONE OF THEM IS ACCEPTED EVERY LATER ONE IS A DUPLICATE.
008440******************************************************************
008510 77  ED-SORT-SEQ-NO          PIC 9(09) VALUE 0.
008580 77  ED-CURR-GAME-ID         PIC X(08) VALUE LOW-VALUES.
008650 77  ED-GAME-ACCEPTED-SWITCH PIC X(01) VALUE 'N'.
008720     88  ED-GAME-ACCEPTED           VALUE 'Y'.
008800 PROCEDURE DIVISION.
008850******************************************************************
008900*    0000-MAINLINE
008950*    THE FIRST SORT EDITS EVERY RAW TRANSACTION IN GAME-ID ORDER
009000*    ONTO GLEEDWK, THE SECOND PUTS GLEEDWK BACK IN BATCH ORDER
009050*    AND ROUTES EVERY TRANSACTION, THEN THE EDIT REPORT PRINTS.
009100******************************************************************
009150 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009250     IF NOT ED-EOF
009300         SORT GLE-SORT-FILE
009350             ON ASCENDING KEY ED-SORT-GAME-ID ED-SORT-SEQ
009400             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
009450             OUTPUT PROCEDURE IS 2020-EDIT-GAMES THRU 2020-EXIT
009500     END-IF.
009550     IF ED-WORK-READY
009600         SORT GLE-SORT-FILE
009650             ON ASCENDING KEY ED-SORT-SEQ
009700             USING GLE-WORK-FILE
009750             OUTPUT PROCEDURE IS 2800-ROUTE-TRANS THRU 2800-EXIT
009800     END-IF.
009850     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
009900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009950     STOP RUN.
010000******************************************************************
010100*    1000-INITIALIZE
010200*    OPENS THE RAW TRANSACTION FILE, THE OPERATOR REGISTRY,
010250*    AND THE TWO OUTPUT FILES.
010300******************************************************************
010400 1000-INITIALIZE.
010500     OPEN INPUT GLE-TRANS-FILE.
011440         MOVE 'Y' TO ED-EOF-SWITCH
011450         MOVE 8 TO RETURN-CODE
011460     END-IF.
011470     OPEN INPUT GLE-OPER-FILE.
011475     IF ED-OPER-STATUS NOT = "00"
011480         DISPLAY "GLEEDIT: GLEOPER COULD NOT BE OPENED, STATUS="
011485             ED-OPER-STATUS
011490         MOVE 'Y' TO ED-EOF-SWITCH
011493         MOVE 8 TO RETURN-CODE
011495     ELSE
011496         MOVE 'Y' TO ED-OPER-OPEN-SWITCH
011497     END-IF.
011500 1000-EXIT.
011600     EXIT.
011624******************************************************************
011648*    2000-LOAD-SORT
011672*    FIRST SORT INPUT PROCEDURE. RELEASES EVERY RAW TRANSACTION
011696*    TO THE SORT, KEYED BY GAME-ID AND ITS POSITION IN THE BATCH.
011720******************************************************************
011744 2000-LOAD-SORT.
011768     PERFORM 2010-READ-TRANS THRU 2010-EXIT
011792         UNTIL ED-EOF.
011816 2000-EXIT.
011840     EXIT.
011864******************************************************************
011888*    2010-READ-TRANS
011912*    READS ONE RAW TRANSACTION AND RELEASES IT TO THE SORT.
011936******************************************************************
011960 2010-READ-TRANS.
011984     READ GLE-TRANS-FILE INTO GLE-TRAN-RECORD
012008         AT END
012032             MOVE 'Y' TO ED-EOF-SWITCH
012056     END-READ.
012080     IF NOT ED-EOF AND ED-TRANS-STATUS NOT = "00"
012104         DISPLAY "GLEEDIT: READ OF GLETRANS FAILED, STATUS="
012128             ED-TRANS-STATUS
012152         MOVE 'Y' TO ED-EOF-SWITCH
012176         MOVE 8 TO RETURN-CODE
012200     END-IF.
012224     IF NOT ED-EOF
012248         ADD 1 TO ED-READ-COUNT
012272         ADD 1 TO ED-SORT-SEQ-NO
012296         MOVE ED-SORT-SEQ-NO    TO ED-SORT-SEQ
012320         MOVE SPACES            TO ED-SORT-REASON
012344         MOVE GLE-TRAN-RECORD   TO ED-SORT-TRAN
012368         RELEASE ED-SORT-RECORD
012392     END-IF.
012416 2010-EXIT.
012440     EXIT.
012464******************************************************************
012488*    2020-EDIT-GAMES
012512*    FIRST SORT OUTPUT PROCEDURE. OPENS GLEEDWK AND WRITES EVERY
012513*    TRANSACTION TO IT BEHIND ITS EDIT RESULT. GLEEDWK IS ONLY
012514*    MARKED READY TO ROUTE IF THE WHOLE BATCH WAS READ, EDITED,
012515*    AND WRITTEN CLEANLY; OTHERWISE GLETRANC AND GLETRANR ARE
012516*    LEFT EMPTY RATHER THAN HOLD PART OF THE BATCH.
012560******************************************************************
012584 2020-EDIT-GAMES.
012608     OPEN OUTPUT GLE-WORK-FILE.
012632     IF ED-WORK-STATUS NOT = "00"
012656         DISPLAY "GLEEDIT: GLEEDWK COULD NOT BE OPENED, STATUS="
012680             ED-WORK-STATUS
012704         MOVE 8 TO RETURN-CODE
012728         GO TO 2020-EXIT
012752     END-IF.
012776     PERFORM 2030-RETURN-TRANS THRU 2030-EXIT
012800         UNTIL ED-SORT-EOF.
012824     CLOSE GLE-WORK-FILE.
012825     IF RETURN-CODE < 8
012826         MOVE 'Y' TO ED-WORK-READY-SWITCH
012827     ELSE
012828         DISPLAY "GLEEDIT: EDIT PASS DID NOT FINISH -- GLETRANC "
012829             "AND GLETRANR LEFT EMPTY."
012830     END-IF.
012872 2020-EXIT.
012896     EXIT.
012920******************************************************************
012944*    2030-RETURN-TRANS
012968*    RETURNS ONE SORTED TRANSACTION, RUNS THE EDITS, AND WRITES
012992*    IT TO GLEEDWK WITH ITS REASON CODE (SPACES WHEN GOOD). A
013016*    NEW GAME-ID STARTS WITH NOTHING ACCEPTED; THE FIRST OF ITS
013040*    TRANSACTIONS TO PASS EVERY EDIT IS ACCEPTED.
013064******************************************************************
013088 2030-RETURN-TRANS.
013112     RETURN GLE-SORT-FILE
013136         AT END
013160             MOVE 'Y' TO ED-SORT-EOF-SWITCH
013184     END-RETURN.
013208     IF ED-SORT-EOF
013232         GO TO 2030-EXIT
013256     END-IF.
013280     MOVE ED-SORT-TRAN TO GLE-TRAN-RECORD.
013304     IF ED-SORT-GAME-ID NOT = ED-CURR-GAME-ID
013328         MOVE ED-SORT-GAME-ID TO ED-CURR-GAME-ID
013352         MOVE 'N' TO ED-GAME-ACCEPTED-SWITCH
013376     END-IF.
013400     PERFORM 2100-APPLY-EDITS THRU 2100-EXIT.
013424     IF ED-RECORD-GOOD
013448         MOVE 'Y' TO ED-GAME-ACCEPTED-SWITCH
013472     END-IF.
013496     MOVE ED-REASON TO ED-SORT-REASON.
013520     WRITE ED-WORK-RECORD FROM ED-SORT-RECORD.
013544     IF ED-WORK-STATUS NOT = "00"
013568         DISPLAY "GLEEDIT: WRITE OF GLEEDWK FAILED, STATUS="
013592             ED-WORK-STATUS
013616         MOVE 'Y' TO ED-SORT-EOF-SWITCH
013640         MOVE 8 TO RETURN-CODE
013664     END-IF.
013688 2030-EXIT.
013712     EXIT.
013800******************************************************************
013900*    2100-APPLY-EDITS
014000*    RUNS THE EDITS IN ORDER AGAINST THE CURRENT RECORD AND
015500     IF NOT ED-RECORD-GOOD
015600         GO TO 2100-EXIT
015700     END-IF.
015790     IF ED-GAME-ACCEPTED
015880         MOVE 'DUPL' TO ED-REASON
015970         GO TO 2100-EXIT
016060     END-IF.
016150     PERFORM 2700-EDIT-OPERATOR THRU 2700-EXIT.
016200 2100-EXIT.
016300     EXIT.
016400******************************************************************
016500*    2200-EDIT-MOVES
016600*    CHECKS THE MOVE STRING FOR CHARACTERS OUTSIDE G/L/E/Q/U AND
016700*    BLANK. THE STRING IS FOLDED TO LOWER CASE (GLE MATCHES
016800*    RESPONSES REGARDLESS OF CASE) AND THE LEGAL CHARACTERS ARE
016900*    BLANKED OUT -- ANYTHING LEFT OVER IS A BAD CHARACTER.
017300     INSPECT ED-MOVES-WORK CONVERTING
017400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
017500         "abcdefghijklmnopqrstuvwxyz".
017600     INSPECT ED-MOVES-WORK CONVERTING "glequ" TO "     ".
017700     IF ED-MOVES-WORK NOT = SPACES
017800         MOVE 'CHAR' TO ED-REASON
017900     END-IF.
018000 2200-EXIT.
018100     EXIT.
024000******************************************************************
024100*    2500-ACCEPT-RECORD
024200*    WRITES THE RECORD TO THE CLEANED FILE UNCHANGED.
024400******************************************************************
024500 2500-ACCEPT-RECORD.
024600     WRITE ED-CLEAN-RECORD FROM GLE-TRAN-RECORD.
024610     IF ED-CLEAN-STATUS NOT = "00"
024620         DISPLAY "GLEEDIT: WRITE OF GLETRANC FAILED, STATUS="
024630             ED-CLEAN-STATUS
024640         MOVE 'Y' TO ED-SORT-EOF-SWITCH
024650         MOVE 8 TO RETURN-CODE
024660         GO TO 2500-EXIT
024670     END-IF.
024700     ADD 1 TO ED-ACCEPT-COUNT.
024900 2500-EXIT.
025000     EXIT.
025100******************************************************************
025910     IF ED-REJ-STATUS NOT = "00"
025920         DISPLAY "GLEEDIT: WRITE OF GLETRANR FAILED, STATUS="
025930             ED-REJ-STATUS
025940         MOVE 'Y' TO ED-SORT-EOF-SWITCH
025950         MOVE 8 TO RETURN-CODE
025960         GO TO 2600-EXIT
025970     END-IF.
026300 2600-EXIT.
026400     EXIT.
026500******************************************************************
026600*    2700-EDIT-OPERATOR
026700*    READS THE TRANSACTION'S USER-ID ON THE GLEOPER REGISTRY
026800*    AND CHECKS THE OPERATOR IS ACTIVE AND MAY PLAY UNDER THE
026900*    TRANSACTION'S PROFILE CODE. A BLANK PROFILE CODE (THE
027000*    RUN'S DEFAULT RANGE) IS OPEN TO EVERY ACTIVE OPERATOR.
027100******************************************************************
027200 2700-EDIT-OPERATOR.
027300     MOVE GLE-TRAN-USER-ID TO GLE-OPER-USER-ID.
027400     READ GLE-OPER-FILE
027500         KEY IS GLE-OPER-USER-ID
027600         INVALID KEY
027700             MOVE 'USER' TO ED-REASON
027800     END-READ.
027900     IF NOT ED-RECORD-GOOD
028000         GO TO 2700-EXIT
028100     END-IF.
028200     IF ED-OPER-STATUS NOT = "00"
028300         DISPLAY "GLEEDIT: READ OF GLEOPER FAILED, STATUS="
028400             ED-OPER-STATUS
028500         MOVE 'Y' TO ED-SORT-EOF-SWITCH
028600         MOVE 8 TO RETURN-CODE
028700         MOVE 'USER' TO ED-REASON
028800         GO TO 2700-EXIT
028900     END-IF.
029000     IF NOT GLE-OPER-ACTIVE
029100         MOVE 'SUSP' TO ED-REASON
029200         GO TO 2700-EXIT
029300     END-IF.
029400     IF GLE-TRAN-PROF-CODE = SPACES
029500         GO TO 2700-EXIT
029600     END-IF.
029700     MOVE 'N' TO ED-PROF-FOUND-SWITCH.
029800     MOVE 1 TO ED-PROF-IDX.
029900     PERFORM 2750-CHECK-PROF-SLOT THRU 2750-EXIT
030000         UNTIL ED-PROF-IDX > 10 OR ED-PROF-PERMITTED.
030100     IF NOT ED-PROF-PERMITTED
030200         MOVE 'PROF' TO ED-REASON
030300     END-IF.
030400 2700-EXIT.
030500     EXIT.
030600******************************************************************
030700*    2750-CHECK-PROF-SLOT
030800*    TESTS ONE OF THE OPERATOR'S PERMITTED PROFILE CODES
030900*    AGAINST THE TRANSACTION'S AND ADVANCES TO THE NEXT SLOT IF
031000*    IT DOES NOT MATCH.
031100******************************************************************
031200 2750-CHECK-PROF-SLOT.
031300     IF GLE-OPER-PROF-CODE(ED-PROF-IDX) = GLE-TRAN-PROF-CODE
031400         MOVE 'Y' TO ED-PROF-FOUND-SWITCH
031500     ELSE
031600         ADD 1 TO ED-PROF-IDX
031700     END-IF.
031800 2750-EXIT.
031900     EXIT.
031902******************************************************************
031904*    2800-ROUTE-TRANS
031906*    SECOND SORT OUTPUT PROCEDURE. TAKES BACK EVERY EDITED
031908*    TRANSACTION IN BATCH ORDER AND ROUTES IT.
031910******************************************************************
031912 2800-ROUTE-TRANS.
031914     MOVE 'N' TO ED-SORT-EOF-SWITCH.
031916     PERFORM 2850-ROUTE-ONE-TRANS THRU 2850-EXIT
031918         UNTIL ED-SORT-EOF.
031920 2800-EXIT.
031922     EXIT.
031924******************************************************************
031926*    2850-ROUTE-ONE-TRANS
031928*    RETURNS ONE EDITED TRANSACTION AND ROUTES IT TO THE CLEANED
031930*    FILE OR, BEHIND ITS REASON CODE, TO THE REJECT FILE.
031932******************************************************************
031934 2850-ROUTE-ONE-TRANS.
031936     RETURN GLE-SORT-FILE
031938         AT END
031940             MOVE 'Y' TO ED-SORT-EOF-SWITCH
031942     END-RETURN.
031944     IF ED-SORT-EOF
031946         GO TO 2850-EXIT
031948     END-IF.
031950     MOVE ED-SORT-TRAN   TO GLE-TRAN-RECORD.
031952     MOVE ED-SORT-REASON TO ED-REASON.
031954     IF ED-RECORD-GOOD
031956         PERFORM 2500-ACCEPT-RECORD THRU 2500-EXIT
031958     ELSE
031960         PERFORM 2600-REJECT-RECORD THRU 2600-EXIT
031962     END-IF.
031964 2850-EXIT.
031966     EXIT.
032000******************************************************************
032100*    3000-PRINT-REPORT
032200*    PRINTS THE EDIT TOTALS TO SYSOUT.
032300******************************************************************
032400 3000-PRINT-REPORT.
032500     DISPLAY "==================================================".
032600     DISPLAY "GLEEDIT - GLETRANS FRONT-END EDIT REPORT".
032700     DISPLAY "==================================================".
032800     DISPLAY "RECORDS READ.......................: "
032900         ED-READ-COUNT.
033000     DISPLAY "RECORDS ACCEPTED...................: "
033100         ED-ACCEPT-COUNT.
033200     DISPLAY "RECORDS REJECTED...................: "
033300         ED-REJECT-COUNT.
033400     DISPLAY "==================================================".
033500 3000-EXIT.
033600     EXIT.
033700******************************************************************
033800*    9000-TERMINATE
033900*    CLOSES ALL FOUR FILES BEFORE ENDING THE RUN.
034000******************************************************************
034100 9000-TERMINATE.
034200     IF ED-TRANS-IS-OPEN
034300         CLOSE GLE-TRANS-FILE
034400     END-IF.
034500     CLOSE GLE-CLEAN-FILE.
034600     CLOSE GLE-REJ-FILE.
034700     IF ED-OPER-IS-OPEN
034800         CLOSE GLE-OPER-FILE
034900     END-IF.
035000 9000-EXIT.
035100     EXIT.
