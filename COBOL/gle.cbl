000690*                     VISIBLY SLOWING INTERACTIVE START-UP.
000695*                     STATUS 02 (DUPLICATE ALTERNATE KEY) IS
000700*                     ACCEPTED AS SUCCESS ON SESSION I/O.
000705*    2026-10-15  DH   UNDO AND CONTRADICTION. A 'U' RESPONSE
000707*                     TAKES BACK THE LAST 'G'/'L' ANSWER, PUTTING
000709*                     LOW/HIGH BACK WHERE THEY WERE AND GIVING
000711*                     BACK THE GUESS IT COST, AND IS LOGGED AS
000713*                     ITS OWN 'U' AUDIT RECORD. AN ANSWER THAT
000715*                     WOULD CARRY LOW PAST HIGH (NO NUMBER LEFT
000717*                     THAT FITS EVERY ANSWER) NOW ENDS THE GAME
000719*                     AS CONTRADICTED -- 'c' ON THE 'E' RECORD,
000721*                     'CONT' ON GLEBRSLT -- INSTEAD OF GUESSING
000723*                     ON OUTSIDE THE RANGE.
000727*    2026-10-15  DH   GLEPROF IS NOW MAINTAINED BY GLEPMNT WITH
000731*                     VERSIONS, EFFECTIVE DATES, AND RETIREMENT.
000735*                     1620-LOAD-PROFILE HONOURS A STAGED CHANGE
000739*                     THAT HAS COME DUE AND PLAYS A RETIRED OR
000743*                     NOT-YET-EFFECTIVE PROFILE AS THE DEFAULT
000747*                     RANGE (WITH A WARNING). THE 'S' AUDIT RECORD
000751*                     NOW CARRIES THE PROFILE CODE AND THE VERSION
000755*                     IN FORCE, SO A PAST GAME CAN BE READ AGAINST
000759*                     THE RANGE IT WAS PLAYED UNDER.
000763*    2026-10-15  DH   OPERATOR REGISTRY. AN INTERACTIVE SIGN-ON
000767*                     USED TO ACCEPT ANY USER-ID TYPED, SO A TYPO
000771*                     BECAME A NEW "USER" ON EVERY DOWNSTREAM
000775*                     REPORT. THE USER-ID IS NOW LOOKED UP ON THE
000779*                     KEYED GLEOPER REGISTRY AND AN UNREGISTERED
000783*                     OR SUSPENDED OPERATOR IS REFUSED (RC 8)
000784*                     BEFORE ANY GAME IS ALLOCATED OR RESUMED.
000785*                     BATCH USER-IDS ARE CHECKED BY GLEEDIT.
000786*    2026-10-15  DH   COMMIT-INTERVAL RESTART FOR BATCH RUNS. A
000787*                     RERUN OF A FAILED BATCH USED TO REPLAY EVERY
000788*                     TRANSACTION, DOUBLING FINISHED GAMES ON
000789*                     GLEAUDIT AND GLEBRSLT. A RESTART POINT IS
000790*                     NOW WRITTEN TO THE NEW GLERSTRT CONTROL
000791*                     RECORD EVERY GLEPARM COMMIT INTERVAL OF
000792*                     COMPLETED TRANSACTIONS. A RUN THAT FINDS AN
000793*                     UNFINISHED POINT SKIPS THE TRANSACTIONS UP
000794*                     TO IT AND THOSE PAST IT ALREADY ON THE KEPT
000795*                     GLEBRSLT, RESUMES THE GAME IT WAS PLAYING
000796*                     FROM THE MOVES ITS GLESESS ROW SAYS ARE
000797*                     LOGGED, AND PRINTS A RESTART REPORT OF
000798*                     TRANSACTIONS SKIPPED AND PROCESSED.
000799*    2026-10-15  DH   GLEBRSLT AND GLEAUDIT ARE CLOSED AND
000800*                     REOPENED BEFORE EACH RESTART POINT IS
000801*                     WRITTEN, SO NO RESULT THE POINT VOUCHES FOR
000802*                     IS STILL IN A BUFFER IF THE RUN ABENDS.
000803*    2026-10-15  DH   A BATCH RUN NOW HOLDS (RC 8, GLERSTRT
000804*                     LEFT AT 'R') ON ANY FAILED I/O INSTEAD OF
000805*                     PLAYING ON AND MARKING ITSELF COMPLETE.
000806*                     GLEBRSLT AND GLEAUDIT ARE HARDENED BEFORE
000807*                     EVERY BATCH GLESESS SAVE, SO THE ROW NEVER
000808*                     VOUCHES FOR A RECORD STILL IN A BUFFER.
000809******************************************************************
000810 ENVIRONMENT DIVISION.
000811 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT GLE-AUDIT-FILE ASSIGN TO "GLEAUDIT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000912     SELECT GLE-BRSL-FILE ASSIGN TO "GLEBRSLT"
000914         ORGANIZATION IS LINE SEQUENTIAL
000916         FILE STATUS IS GLE-BRSL-STATUS.
000917     SELECT OPTIONAL GLE-RSTR-FILE ASSIGN TO "GLERSTRT"
000918         ORGANIZATION IS LINE SEQUENTIAL
000919         FILE STATUS IS GLE-RSTR-STATUS.
000920     SELECT OPTIONAL GLE-PARM-FILE ASSIGN TO "GLEPARM"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS GLE-PARM-STATUS.
000982         ALTERNATE RECORD KEY IS GLE-SESS-USER-ID
000984             WITH DUPLICATES
000990         FILE STATUS IS GLE-SESS-STATUS.
000991     SELECT GLE-OPER-FILE ASSIGN TO "GLEOPER"
000992         ORGANIZATION IS INDEXED
000993         ACCESS MODE IS DYNAMIC
000994         RECORD KEY IS GLE-OPER-USER-ID
000995         FILE STATUS IS GLE-OPER-STATUS.
001000     SELECT GLE-ERRS-FILE ASSIGN TO "GLEERRS"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS GLE-ERRS-STATUS.
001100 COPY GLETRAN.
001102 FD  GLE-BRSL-FILE.
001104 COPY GLEBRSL.
001106 FD  GLE-RSTR-FILE.
001108 COPY GLERSTR.
001110 FD  GLE-PARM-FILE.
001120 COPY GLEPARM.
001122 FD  GLE-PROF-FILE.
001124 COPY GLEPROF.
001130 FD  GLE-SESS-FILE.
001140 COPY GLESESS.
001145 FD  GLE-OPER-FILE.
001147 COPY GLEOPER.
001150 FD  GLE-ERRS-FILE.
001160 COPY GLEERRL.
001170 WORKING-STORAGE SECTION.
001410     88  GLE-INTERACTIVE-MODE       VALUE 'N'.
001420 77  GLE-TRANS-EOF-SWITCH    PIC X(01) VALUE 'N'.
001430     88  GLE-TRANS-EOF              VALUE 'Y'.
001431 77  GLE-TRAN-POS            PIC 9(02) VALUE 1.
001432******************************************************************
001433*    BATCH RESULTS FILE CONTROLS AND THE PER-GAME FLAGS THE
001434*    RESULT RECORD IS BUILT FROM (RESET AT EACH GAME'S START).
001435******************************************************************
001436 77  GLE-BRSL-STATUS         PIC X(02) VALUE SPACES.
001437 77  GLE-MOVES-EXH-SWITCH    PIC X(01) VALUE 'N'.
001438     88  GLE-MOVES-EXHAUSTED        VALUE 'Y'.
001439 77  GLE-TRIP-SWITCH         PIC X(01) VALUE 'N'.
001440     88  GLE-TRIPWIRE-FIRED         VALUE 'Y'.
001441******************************************************************
001442*    BATCH RESTART CONTROLS (SEE 1210-LOAD-RESTART). A RUN'S
001443*    PROGRESS IS COUNTED IN COMPLETED TRANSACTIONS -- ONES WHOSE
001444*    'E' AUDIT RECORD AND GLEBRSLT RESULT ARE BOTH WRITTEN.
001445******************************************************************
001446 77  GLE-RSTR-STATUS         PIC X(02) VALUE SPACES.
001447 77  GLE-COMMIT-INTERVAL     PIC 9(05) VALUE 100.
001448 77  GLE-RESTART-SWITCH      PIC X(01) VALUE 'N'.
001449     88  GLE-RESTART-RUN            VALUE 'Y'.
001450 77  GLE-RSTR-HOLD-SWITCH    PIC X(01) VALUE 'N'.
001451     88  GLE-RSTR-HELD              VALUE 'Y'.
001452 77  GLE-BRSL-EOF-SWITCH     PIC X(01) VALUE 'N'.
001453     88  GLE-BRSL-EOF               VALUE 'Y'.
001454 77  GLE-RUN-DATE            PIC 9(08) VALUE 0.
001455 77  GLE-RUN-TIME            PIC 9(08) VALUE 0.
001456 77  GLE-POINT-STATE         PIC X(01) VALUE 'R'.
001457 77  GLE-POINT-TRANS-DONE    PIC 9(09) VALUE 0.
001458 77  GLE-POINT-GAME-ID       PIC 9(08) VALUE 0.
001459 77  GLE-TRANS-DONE          PIC 9(09) VALUE 0.
001460 77  GLE-LAST-DONE-GAME-ID   PIC 9(08) VALUE 0.
001461 77  GLE-SINCE-POINT         PIC 9(05) BINARY VALUE 0.
001462 77  GLE-SKIP-POINT-COUNT    PIC 9(09) VALUE 0.
001463 77  GLE-SKIP-PAST-COUNT     PIC 9(09) VALUE 0.
001464 77  GLE-PLAYED-COUNT        PIC 9(09) VALUE 0.
001465******************************************************************
001466*    PART-PLAYED GAME CONTROLS. A BATCH GAME'S MOVES ARE COUNTED
001467*    IN GLE-GAME-PASSES AND SAVED ON ITS GLESESS ROW WITH ITS
001468*    STAGE. ON A RESTART THE GAME THE FAILED RUN WAS PLAYING IS
001469*    REPLAYED THROUGH THAT MANY MOVES WITHOUT LOGGING THEM (THEY
001470*    ARE ALREADY ON GLEAUDIT) AND THEN PLAYED ON AS USUAL.
001471******************************************************************
001472 77  GLE-GAME-PASSES         PIC 9(02) VALUE 0.
001473 77  GLE-BATCH-STAGE         PIC X(01) VALUE SPACE.
001474 77  GLE-REPLAY-PASSES       PIC 9(02) VALUE 0.
001475 77  GLE-REPLAY-SWITCH       PIC X(01) VALUE 'N'.
001476     88  GLE-REPLAYING              VALUE 'Y'.
001477 77  GLE-END-LOGGED-SWITCH   PIC X(01) VALUE 'N'.
001478     88  GLE-END-ALREADY-LOGGED     VALUE 'Y'.
001479 77  GLE-RESUMED-SWITCH      PIC X(01) VALUE 'N'.
001480     88  GLE-GAME-RESUMED           VALUE 'Y'.
001481 77  GLE-RESUMED-GAME-ID     PIC 9(08) VALUE 0.
001482******************************************************************
001483*    PARAMETER FILE CONTROLS
001484******************************************************************
001485 77  GLE-PARM-STATUS         PIC X(02) VALUE SPACES.
001486******************************************************************
001487*    RANGE-PROFILE FILE CONTROLS
001488******************************************************************
001489 77  GLE-PROF-STATUS         PIC X(02) VALUE SPACES.
001490 77  GLE-PROF-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001491     88  GLE-PROF-IS-OPEN           VALUE 'Y'.
001494 77  GLE-GAME-PROF-CODE      PIC X(04) VALUE SPACES.
001495 77  GLE-INFORCE-PROF-CODE   PIC X(04) VALUE SPACES.
001496 77  GLE-GAME-PROF-VERSION   PIC 9(03) VALUE 0.
001497 77  GLE-PROF-TODAY          PIC 9(08) VALUE 0.
001498******************************************************************
001500*    KEYED SESSION FILE CONTROLS
001510******************************************************************
001520 77  GLE-SESS-STATUS         PIC X(02) VALUE SPACES.
001530 77  GLE-GAME-ID             PIC 9(08) VALUE 0.
001540 77  GLE-USER-ID             PIC X(08) VALUE 'OPERATOR'.
001542******************************************************************
001544*    OPERATOR REGISTRY CONTROLS (SEE 1350-CHECK-REGISTRY)
001546******************************************************************
001547 77  GLE-OPER-STATUS         PIC X(02) VALUE SPACES.
001548 77  GLE-SIGNON-SWITCH       PIC X(01) VALUE 'N'.
001549     88  GLE-SIGNON-REFUSED         VALUE 'Y'.
001550******************************************************************
001560*    ERROR LOG CONTROLS (SEE 9800-LOG-ERROR)
001570******************************************************************
001710 77  GLE-POWER-OF-2          PIC 9(09) BINARY VALUE 0.
001712 77  GLE-RANGE-LEFT          PIC 9(05) BINARY VALUE 0.
001714 77  GLE-SHRINK-CUT          PIC 9(05) BINARY VALUE 0.
001715******************************************************************
001716*    UNDO AND CONTRADICTION CONTROLS. THE RANGE AS IT STOOD
001717*    BEFORE THE LAST 'G'/'L' ANSWER IS HELD HERE SO A 'U'
001718*    RESPONSE CAN PUT IT BACK; ONE ANSWER CAN BE TAKEN BACK AT
001719*    A TIME. ALL THREE SWITCHES ARE RESET AT EACH GAME'S START.
001720******************************************************************
001721 77  GLE-PREV-LOW            PIC 9(04) VALUE 0.
001722 77  GLE-PREV-HIGH           PIC 9(04) VALUE 0.
001723 77  GLE-UNDO-SWITCH         PIC X(01) VALUE 'N'.
001724     88  GLE-UNDO-AVAILABLE         VALUE 'Y'.
001725 77  GLE-UNDO-PASS-SWITCH    PIC X(01) VALUE 'N'.
001726     88  GLE-UNDO-PASS              VALUE 'Y'.
001727 77  GLE-CONTRA-SWITCH       PIC X(01) VALUE 'N'.
001728     88  GLE-CONTRADICTED           VALUE 'Y'.
001729 PROCEDURE DIVISION.
001730******************************************************************
001740*    0000-MAINLINE
001750*    IN INTERACTIVE MODE, DRIVES A SINGLE GAME FROM START TO 'E'
001820         PERFORM 1500-PLAY-ONE-GAME THRU 1500-EXIT
001830             UNTIL GLE-TRANS-EOF
001840     ELSE
001845         IF NOT GLE-SIGNON-REFUSED
001850             PERFORM 1500-PLAY-ONE-GAME THRU 1500-EXIT
001855         END-IF
001860     END-IF.
001870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001880     STOP RUN.
002075     PERFORM 1160-OPEN-PROFILES THRU 1160-EXIT.
002080     PERFORM 1200-OPEN-TRANS THRU 1200-EXIT.
002090     PERFORM 1170-OPEN-SESSION THRU 1170-EXIT.
002092     IF GLE-RESTART-RUN AND NOT GLE-TRANS-EOF
002094         PERFORM 1280-CHECK-PART-PLAYED THRU 1280-EXIT
002096     END-IF.
002100     IF GLE-INTERACTIVE-MODE
002110         PERFORM 1300-IDENTIFY-OPERATOR THRU 1300-EXIT
002115         IF NOT GLE-SIGNON-REFUSED
002120             PERFORM 1400-PICK-OWN-GAME THRU 1400-EXIT
002125         END-IF
002130     END-IF.
002140 1000-EXIT.
002150     EXIT.
002202*    BYTE AS THE NARROWING RULE INSTEAD OF THE MIDPOINT. THIS
002210*    LETS ANOTHER DEPARTMENT NARROW DOWN A DIFFERENT-SIZED RANGE
002220*    (A LOT NUMBER, A BIN RANGE, ETC.) WITHOUT A RECOMPILE.
002223*    A NONZERO COMMIT INTERVAL REPLACES THE DEFAULT OF 100
002226*    COMPLETED TRANSACTIONS BETWEEN BATCH RESTART POINTS.
002230******************************************************************
002240 1150-LOAD-PARM.
002250     OPEN INPUT GLE-PARM-FILE.
002357             MOVE GLE-BASE-LOW  TO GLE-DFLT-LOW
002358             MOVE GLE-BASE-HIGH TO GLE-DFLT-HIGH
002359             MOVE GLE-STRATEGY  TO GLE-DFLT-STRATEGY
002360             IF GLE-PARM-COMMIT-INT NUMERIC
002361                 AND GLE-PARM-COMMIT-INT > 0
002362                 MOVE GLE-PARM-COMMIT-INT TO GLE-COMMIT-INTERVAL
002363             END-IF
002364         END-IF
002365         CLOSE GLE-PARM-FILE
002370     END-IF.
002380 1150-EXIT.
002390     EXIT.
002580         MOVE GLE-SESS-STATUS   TO GLE-ERR-FSTAT
002590         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
002600     END-IF.
002601 1170-EXIT.
002602     EXIT.
002603******************************************************************
002604*    1200-OPEN-TRANS
002605*    TRIES TO OPEN THE OPTIONAL BATCH TRANSACTION FILE. IF IT IS
002606*    PRESENT, THE RUN SWITCHES TO BATCH MODE, CHECKS GLERSTRT FOR
002607*    AN EARLIER RUN THAT NEVER FINISHED, AND READS IN THE FIRST
002608*    GAME'S MOVES -- ON A RESTART, THE FIRST GAME THE FAILED RUN
002609*    DID NOT COMPLETE. OTHERWISE THE RUN STAYS INTERACTIVE AND
002610*    TAKES RESPONSES FROM THE TERMINAL AS BEFORE. A BATCH RUN
002611*    WHOSE GLEAUDIT COULD NOT BE OPENED IS HELD AT ONCE.
002612******************************************************************
002613 1200-OPEN-TRANS.
002614     OPEN INPUT GLE-TRANS-FILE.
002615     IF GLE-TRANS-STATUS = "00"
002616         MOVE 'Y' TO GLE-BATCH-SWITCH
002617         IF GLE-AUDIT-STATUS NOT = "00"
002618             PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002619             GO TO 1200-EXIT
002620         END-IF
002621         PERFORM 1210-LOAD-RESTART THRU 1210-EXIT
002626         IF GLE-RESTART-RUN
002627             PERFORM 1230-SKIP-COMPLETED THRU 1230-EXIT
002628         ELSE
002629             IF NOT GLE-RSTR-HELD
002630                 PERFORM 1220-OPEN-RESULTS THRU 1220-EXIT
002631             END-IF
002632         END-IF
002633         IF NOT GLE-RSTR-HELD
002634             PERFORM 2985-TAKE-RESTART-POINT THRU 2985-EXIT
002635         END-IF
002636     ELSE
002637         MOVE 'N' TO GLE-BATCH-SWITCH
002638     END-IF.
002639 1200-EXIT.
002640     EXIT.
002641******************************************************************
002642*    1210-LOAD-RESTART
002643*    READS THE GLERSTRT RESTART CONTROL RECORD. STATE 'R' MEANS
002644*    THE LAST BATCH RUN NEVER FINISHED, SO THIS RUN IS A RESTART
002645*    AND CARRIES THE FAILED RUN'S START DATE/TIME FORWARD. NO
002646*    RECORD, OR STATE 'C', MEANS A FRESH RUN. A RESTART RECORD
002647*    THAT CANNOT BE READ HOLDS THE RUN (SEE 1290-HOLD-RUN) RATHER
002648*    THAN RISK PLAYING FINISHED GAMES A SECOND TIME.
002649******************************************************************
002650 1210-LOAD-RESTART.
002651     ACCEPT GLE-RUN-DATE FROM DATE YYYYMMDD.
002652     ACCEPT GLE-RUN-TIME FROM TIME.
002653     OPEN INPUT GLE-RSTR-FILE.
002654     IF GLE-RSTR-STATUS NOT = "00" AND GLE-RSTR-STATUS NOT = "05"
002655         MOVE 'GLERSTRT'       TO GLE-ERR-FILE
002656         MOVE 'OPEN'           TO GLE-ERR-VERB
002657         MOVE GLE-RSTR-STATUS  TO GLE-ERR-FSTAT
002658         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
002659         PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002660         GO TO 1210-EXIT
002661     END-IF.
002662     READ GLE-RSTR-FILE
002663         AT END CONTINUE
002664     END-READ.
002665     IF GLE-RSTR-STATUS NOT = "00" AND GLE-RSTR-STATUS NOT = "10"
002666         MOVE 'GLERSTRT'       TO GLE-ERR-FILE
002667         MOVE 'READ'           TO GLE-ERR-VERB
002668         MOVE GLE-RSTR-STATUS  TO GLE-ERR-FSTAT
002669         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
002670         PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002671     END-IF.
002672     IF GLE-RSTR-STATUS = "00" AND GLE-RSTR-RUNNING
002673         IF GLE-RSTR-TRANS-DONE NUMERIC
002674             AND GLE-RSTR-LAST-GAME-ID NUMERIC
002675             AND GLE-RSTR-RUN-DATE NUMERIC
002676             AND GLE-RSTR-RUN-TIME NUMERIC
002677             MOVE 'Y' TO GLE-RESTART-SWITCH
002678             MOVE GLE-RSTR-RUN-DATE     TO GLE-RUN-DATE
002679             MOVE GLE-RSTR-RUN-TIME     TO GLE-RUN-TIME
002680             MOVE GLE-RSTR-TRANS-DONE   TO GLE-POINT-TRANS-DONE
002681             MOVE GLE-RSTR-LAST-GAME-ID TO GLE-POINT-GAME-ID
002682             DISPLAY "GLE: RESTARTING THE BATCH RUN OF "
002683                 GLE-RUN-DATE " " GLE-RUN-TIME
002684                 " -- RESTART POINT AT TRANSACTION "
002685                 GLE-POINT-TRANS-DONE "."
002686         ELSE
002687             DISPLAY "GLE: GLERSTRT SHOWS AN UNFINISHED RUN BUT "
002688                 "ITS RESTART POINT IS UNREADABLE."
002689             PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002690         END-IF
002691     END-IF.
002692     CLOSE GLE-RSTR-FILE.
002693 1210-EXIT.
002694     EXIT.
002695******************************************************************
002696*    1220-OPEN-RESULTS
002697*    OPENS A NEW GLEBRSLT RESULTS FILE FOR A FRESH BATCH RUN AND
002698*    READS THE FIRST TRANSACTION.
002699******************************************************************
002700 1220-OPEN-RESULTS.
002701     OPEN OUTPUT GLE-BRSL-FILE.
002702     IF GLE-BRSL-STATUS NOT = "00"
002703         MOVE 'GLEBRSLT'       TO GLE-ERR-FILE
002704         MOVE 'OPEN'           TO GLE-ERR-VERB
002705         MOVE GLE-BRSL-STATUS  TO GLE-ERR-FSTAT
002706         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
002707     END-IF.
002708     PERFORM 1250-READ-TRANS THRU 1250-EXIT.
002709 1220-EXIT.
002710     EXIT.
002711******************************************************************
002712*    1230-SKIP-COMPLETED
002713*    ON A RESTART, WALKS THE KEPT GLEBRSLT GENERATION ALONGSIDE
002714*    GLETRANS. EVERY RESULT ON FILE IS A TRANSACTION THE FAILED
002715*    RUN COMPLETED, SO ITS TRANSACTION IS SKIPPED -- COUNTED AS
002716*    SKIPPED AT THE RESTART POINT UP TO THE POINT'S TRANSACTION
002717*    COUNT, AND AS SKIPPED PAST IT AFTER THAT. THE TWO FILES MUST
002718*    AGREE GAME-ID FOR GAME-ID AND GLEBRSLT MUST REACH THE
002719*    RESTART POINT, OR THE RUN IS HELD RATHER THAN GUESS WHICH
002720*    GAMES FINISHED. GLEBRSLT IS THEN REOPENED TO EXTEND AND THE
002721*    FIRST TRANSACTION NOT COMPLETED IS READ IN.
002723******************************************************************
002724 1230-SKIP-COMPLETED.
002725     OPEN INPUT GLE-BRSL-FILE.
002726     IF GLE-BRSL-STATUS NOT = "00"
002727         MOVE 'GLEBRSLT'       TO GLE-ERR-FILE
002728         MOVE 'OPEN'           TO GLE-ERR-VERB
002729         MOVE GLE-BRSL-STATUS  TO GLE-ERR-FSTAT
002730         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
002731         PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002732         GO TO 1230-EXIT
002733     END-IF.
002734     PERFORM 1240-SKIP-ONE-TRANS THRU 1240-EXIT
002735         UNTIL GLE-BRSL-EOF OR GLE-RSTR-HELD.
002736     CLOSE GLE-BRSL-FILE.
002737     IF GLE-RSTR-HELD
002738         GO TO 1230-EXIT
002739     END-IF.
002740     IF GLE-TRANS-DONE < GLE-POINT-TRANS-DONE
002741         DISPLAY "GLE: RESTART HELD -- GLEBRSLT HOLDS "
002742             GLE-TRANS-DONE
002743             " RESULTS BUT THE RESTART POINT IS AT TRANSACTION "
002744             GLE-POINT-TRANS-DONE "."
002745         PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002746         GO TO 1230-EXIT
002747     END-IF.
002748     OPEN EXTEND GLE-BRSL-FILE.
002749     IF GLE-BRSL-STATUS NOT = "00"
002750         MOVE 'GLEBRSLT'       TO GLE-ERR-FILE
002751         MOVE 'OPEN'           TO GLE-ERR-VERB
002752         MOVE GLE-BRSL-STATUS  TO GLE-ERR-FSTAT
002753         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
002754         PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002755         GO TO 1230-EXIT
002756     END-IF.
002757     PERFORM 1250-READ-TRANS THRU 1250-EXIT.
002761 1230-EXIT.
002762     EXIT.
002763******************************************************************
002764*    1240-SKIP-ONE-TRANS
002765*    READS THE NEXT GLEBRSLT RESULT AND THE NEXT TRANSACTION, AND
002766*    SKIPS THE TRANSACTION AS COMPLETED IF THE RESULT IS FOR ITS
002767*    GAME-ID. THE TRANSACTION AT THE RESTART POINT MUST ALSO BE
002768*    THE GAME-ID THE POINT RECORDED.
002769******************************************************************
002770 1240-SKIP-ONE-TRANS.
002771     READ GLE-BRSL-FILE
002772         AT END
002773             MOVE 'Y' TO GLE-BRSL-EOF-SWITCH
002774     END-READ.
002775     IF GLE-BRSL-EOF
002776         GO TO 1240-EXIT
002777     END-IF.
002778     IF GLE-BRSL-STATUS NOT = "00"
002779         MOVE 'GLEBRSLT'       TO GLE-ERR-FILE
002780         MOVE 'READ'           TO GLE-ERR-VERB
002781         MOVE GLE-BRSL-STATUS  TO GLE-ERR-FSTAT
002782         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
002783         PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002784         GO TO 1240-EXIT
002785     END-IF.
002786     PERFORM 1250-READ-TRANS THRU 1250-EXIT.
002787     IF GLE-TRANS-EOF
002788         DISPLAY "GLE: RESTART HELD -- GLEBRSLT HOLDS MORE "
002789             "RESULTS THAN GLETRANS HAS TRANSACTIONS."
002790         PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002791         GO TO 1240-EXIT
002792     END-IF.
002793     IF GLE-BRSL-GAME-ID NOT = GLE-TRAN-GAME-ID
002794         DISPLAY "GLE: RESTART HELD -- GLEBRSLT RESULT FOR GAME "
002795             GLE-BRSL-GAME-ID " DOES NOT MATCH GLETRANS GAME "
002796             GLE-TRAN-GAME-ID "."
002797         PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002798         GO TO 1240-EXIT
002799     END-IF.
002800     ADD 1 TO GLE-TRANS-DONE.
002801     MOVE GLE-TRAN-GAME-ID TO GLE-LAST-DONE-GAME-ID.
002802     IF GLE-TRANS-DONE > GLE-POINT-TRANS-DONE
002803         ADD 1 TO GLE-SKIP-PAST-COUNT
002804     ELSE
002805         ADD 1 TO GLE-SKIP-POINT-COUNT
002806     END-IF.
002807     IF GLE-TRANS-DONE = GLE-POINT-TRANS-DONE
002808         AND GLE-TRAN-GAME-ID NOT = GLE-POINT-GAME-ID
002809         DISPLAY "GLE: RESTART HELD -- THE RESTART POINT IS AT "
002810             "GAME " GLE-POINT-GAME-ID
002811             " BUT GLETRANS TRANSACTION "
002812             GLE-TRANS-DONE " IS GAME " GLE-TRAN-GAME-ID "."
002813         PERFORM 1290-HOLD-RUN THRU 1290-EXIT
002814     END-IF.
002815 1240-EXIT.
002816     EXIT.
002817******************************************************************
002818*    1250-READ-TRANS
002820*    READS THE NEXT GAME'S MOVE STRING FROM THE TRANSACTION FILE
002830*    AND RESETS THE CHARACTER POSITION USED TO WALK IT. NOW THAT
002840*    AN INTERACTIVE GAME ALLOCATES ITS OWN GAME-ID FROM THE
002970             MOVE GLE-TRANS-STATUS  TO GLE-ERR-FSTAT
002980             PERFORM 9800-LOG-ERROR THRU 9800-EXIT
002990             MOVE 'Y' TO GLE-TRANS-EOF-SWITCH
002995             MOVE 'Y' TO GLE-RSTR-HOLD-SWITCH
003000         ELSE
003010             MOVE 1                TO GLE-TRAN-POS
003020             MOVE GLE-TRAN-GAME-ID TO GLE-GAME-ID
003030             MOVE GLE-TRAN-USER-ID TO GLE-USER-ID
003035             MOVE GLE-TRAN-PROF-CODE TO GLE-GAME-PROF-CODE
003040         END-IF
003041     END-IF.
003042 1250-EXIT.
003043     EXIT.
003044******************************************************************
003045*    1280-CHECK-PART-PLAYED
003046*    LOOKS AT THE GLESESS ROW OF THE FIRST TRANSACTION A RESTART
003047*    WILL PLAY. A ROW STILL STAGED BY BATCH PLAY IS THE GAME THE
003048*    FAILED RUN WAS IN THE MIDDLE OF: ITS 'S' RECORD IS NOT
003049*    LOGGED AGAIN, ITS LOGGED MOVES (IF ANY) ARE REPLAYED WITHOUT
003050*    BEING LOGGED AGAIN, AND THE GAME IS RESUMED FROM THERE -- AND
003051*    IF ITS 'E' RECORD WAS ALREADY LOGGED, ONLY ITS RESULT IS LEFT
003052*    TO WRITE. AN UNSTAGED ROW (NONE, OR ONE GLESMNT HAS SINCE
003053*    FORCE-CLOSED) IS PLAYED AS USUAL.
003054*    PERFORMED FROM 1000-INITIALIZE, ONCE GLESESS IS OPEN.
003055******************************************************************
003056 1280-CHECK-PART-PLAYED.
003057     MOVE GLE-GAME-ID TO GLE-SESS-GAME-ID.
003058     READ GLE-SESS-FILE
003059         KEY IS GLE-SESS-GAME-ID
003060         INVALID KEY CONTINUE
003061     END-READ.
003062     IF GLE-SESS-STATUS NOT = "00"
003063         GO TO 1280-EXIT
003064     END-IF.
003065     IF GLE-SESS-BATCH-PASSES NOT NUMERIC
003066         GO TO 1280-EXIT
003067     END-IF.
003068     IF NOT GLE-SESS-BATCH-PLAYING
003069         AND NOT GLE-SESS-BATCH-END-LOGGED
003070         GO TO 1280-EXIT
003071     END-IF.
003072     MOVE GLE-SESS-BATCH-PASSES TO GLE-REPLAY-PASSES.
003073     MOVE 'Y' TO GLE-REPLAY-SWITCH.
003074     MOVE 'Y' TO GLE-RESUMED-SWITCH.
003075     MOVE GLE-GAME-ID TO GLE-RESUMED-GAME-ID.
003076     IF GLE-SESS-BATCH-END-LOGGED
003077         MOVE 'Y' TO GLE-END-LOGGED-SWITCH
003078     END-IF.
003079     DISPLAY "GLE: RESTART -- GAME " GLE-GAME-ID
003080         " WAS PART-PLAYED; REPLAYING ITS " GLE-REPLAY-PASSES
003081         " LOGGED MOVES WITHOUT LOGGING THEM AGAIN.".
003082 1280-EXIT.
003083     EXIT.
003084******************************************************************
003085*    1290-HOLD-RUN
003086*    HOLDS A BATCH RUN THAT CANNOT SAFELY GO ON: NO FURTHER GAME
003087*    IS PLAYED, GLERSTRT IS LEFT AS IT STANDS SO THE RUN CAN BE
003088*    RESTARTED ONCE THE CAUSE IS PUT RIGHT, AND THE RUN ENDS
003089*    WITH RETURN CODE 8.
003090******************************************************************
003091 1290-HOLD-RUN.
003092     MOVE 'Y' TO GLE-RSTR-HOLD-SWITCH.
003093     MOVE 'Y' TO GLE-TRANS-EOF-SWITCH.
003094     IF RETURN-CODE < 8
003095         MOVE 8 TO RETURN-CODE
003096     END-IF.
003097 1290-EXIT.
003098     EXIT.
003099******************************************************************
003100*    1300-IDENTIFY-OPERATOR
003101*    ASKS THE OPERATOR FOR THEIR USER-ID SO EACH TERMINAL'S
003110*    GAMES ARE FILED UNDER WHO IS ACTUALLY PLAYING. A BLANK
003120*    REPLY KEEPS THE OLD 'OPERATOR' DEFAULT. THE ID IS FOLDED
003130*    TO UPPER CASE TO MATCH HOW USER-IDS ARE HELD ON FILE, THEN
003135*    CHECKED AGAINST THE OPERATOR REGISTRY.
003140******************************************************************
003150 1300-IDENTIFY-OPERATOR.
003160     DISPLAY "Enter your USER-ID (up to 8 characters, blank "
003220     IF GLE-USER-ID = SPACES
003230         MOVE 'OPERATOR' TO GLE-USER-ID
003240     END-IF.
003245     PERFORM 1350-CHECK-REGISTRY THRU 1350-EXIT.
003251 1300-EXIT.
003257     EXIT.
003263******************************************************************
003269*    1350-CHECK-REGISTRY
003275*    LOOKS THE USER-ID UP ON THE GLEOPER REGISTRY. AN OPERATOR
003281*    WHO IS NOT REGISTERED, OR WHOSE ENTRY IS NOT ACTIVE, IS
003287*    REFUSED: NO GAME IS ALLOCATED OR RESUMED AND THE RUN ENDS
003293*    WITH RC 8. IF THE REGISTRY CANNOT BE OPENED NOBODY CAN BE
003299*    VOUCHED FOR, SO THE SIGN-ON IS REFUSED AS WELL.
003305******************************************************************
003311 1350-CHECK-REGISTRY.
003317     OPEN INPUT GLE-OPER-FILE.
003323     IF GLE-OPER-STATUS NOT = "00"
003329         MOVE 'GLEOPER'         TO GLE-ERR-FILE
003335         MOVE 'OPEN'            TO GLE-ERR-VERB
003341         MOVE GLE-OPER-STATUS   TO GLE-ERR-FSTAT
003347         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
003353         MOVE 'Y' TO GLE-SIGNON-SWITCH
003359         DISPLAY "GLE: SIGN-ON REFUSED -- OPERATOR REGISTRY IS "
003365             "NOT AVAILABLE."
003371         GO TO 1350-EXIT
003377     END-IF.
003383     MOVE GLE-USER-ID TO GLE-OPER-USER-ID.
003389     READ GLE-OPER-FILE
003395         KEY IS GLE-OPER-USER-ID
003401         INVALID KEY
003407             MOVE 'Y' TO GLE-SIGNON-SWITCH
003413             DISPLAY "GLE: SIGN-ON REFUSED -- USER-ID "
003419                 GLE-USER-ID " IS NOT A REGISTERED OPERATOR."
003425     END-READ.
003431     IF NOT GLE-SIGNON-REFUSED
003437         IF GLE-OPER-STATUS NOT = "00"
003443             MOVE 'GLEOPER'         TO GLE-ERR-FILE
003449             MOVE 'READ'            TO GLE-ERR-VERB
003455             MOVE GLE-OPER-STATUS   TO GLE-ERR-FSTAT
003461             PERFORM 9800-LOG-ERROR THRU 9800-EXIT
003467             MOVE 'Y' TO GLE-SIGNON-SWITCH
003473             DISPLAY "GLE: SIGN-ON REFUSED -- OPERATOR REGISTRY "
003479                 "COULD NOT BE READ."
003485         ELSE
003491             IF NOT GLE-OPER-ACTIVE
003497                 MOVE 'Y' TO GLE-SIGNON-SWITCH
003503                 DISPLAY "GLE: SIGN-ON REFUSED -- USER-ID "
003509                     GLE-USER-ID " IS SUSPENDED."
003515             END-IF
003521         END-IF
003527     END-IF.
003533     CLOSE GLE-OPER-FILE.
003539     IF GLE-SIGNON-REFUSED
003545         MOVE 8 TO RETURN-CODE
003551     END-IF.
003557 1350-EXIT.
003563     EXIT.
003569******************************************************************
003575*    1400-PICK-OWN-GAME
003581*    LOOKS FOR AN IN-PROGRESS GAME BELONGING TO THIS USER-ID,
003587*    POSITIONING STRAIGHT ONTO THE OPERATOR'S OWN ROWS THROUGH
003593*    THE USER-ID ALTERNATE KEY INSTEAD OF SCANNING THE WHOLE
003599*    GROWING FILE FROM GAME-ID ZERO. IF ONE IS FOUND THE
003605*    OPERATOR IS OFFERED IT BACK, AND OTHERWISE (OR IF THEY
003611*    DECLINE) A FRESH GAME-ID IS ALLOCATED FROM THE GLENXTID
003617*    CONTROL RECORD.
003623******************************************************************
003629 1400-PICK-OWN-GAME.
003635     MOVE 0 TO GLE-OWN-GAME-ID.
003641     MOVE 'N' TO GLE-SCAN-EOF-SWITCH.
003647     MOVE GLE-USER-ID TO GLE-SESS-USER-ID.
003653     START GLE-SESS-FILE
003659         KEY IS EQUAL TO GLE-SESS-USER-ID
003665         INVALID KEY
003671             MOVE 'Y' TO GLE-SCAN-EOF-SWITCH
003677     END-START.
003683     PERFORM 1410-SCAN-ONE-ROW THRU 1410-EXIT
003689         UNTIL GLE-SCAN-EOF OR GLE-OWN-GAME-ID NOT = 0.
003695     IF GLE-OWN-GAME-ID NOT = 0
003701         DISPLAY "You have game " GLE-OWN-GAME-ID
003707             " still in progress."
003713         DISPLAY "Enter 'y' to resume it; anything else "
003719             "starts a new game."
003725         ACCEPT GLE-RESUME-INPUT
003731         INSPECT GLE-RESUME-INPUT CONVERTING "Y" TO "y"
003737         IF GLE-RESUME-INPUT = 'y'
003743             MOVE GLE-OWN-GAME-ID TO GLE-GAME-ID
003749         ELSE
003755             PERFORM 1450-ALLOCATE-GAME-ID THRU 1450-EXIT
003761         END-IF
003767     ELSE
003773         PERFORM 1450-ALLOCATE-GAME-ID THRU 1450-EXIT
003779     END-IF.
003785 1400-EXIT.
003791     EXIT.
003797******************************************************************
003803*    1410-SCAN-ONE-ROW
003809*    READS THE NEXT SESSION ROW ALONG THE USER-ID ALTERNATE
003815*    KEY, REMEMBERING ITS GAME-ID IF IT IS STILL IN PROGRESS.
003821*    A ROW BELONGING TO ANOTHER USER-ID ENDS THE WALK -- THE
003827*    ALTERNATE KEY KEEPS ONE USER'S ROWS TOGETHER, SO THERE IS
003833*    NOTHING OF THIS OPERATOR'S LEFT BEYOND IT.
003839******************************************************************
003845 1410-SCAN-ONE-ROW.
003851     READ GLE-SESS-FILE NEXT RECORD
003857         AT END
003863             MOVE 'Y' TO GLE-SCAN-EOF-SWITCH
003869     END-READ.
003875*    STATUS 02 JUST MEANS MORE ROWS SHARE THIS USER-ID -- THE
003881*    EXPECTED CASE ON A DUPLICATE ALTERNATE KEY, NOT A FAILURE.
003887     IF GLE-SESS-STATUS NOT = "00" AND GLE-SESS-STATUS NOT = "02"
003893         MOVE 'Y' TO GLE-SCAN-EOF-SWITCH
003899     END-IF.
003905     IF NOT GLE-SCAN-EOF
003911         IF GLE-SESS-USER-ID NOT = GLE-USER-ID
003917             MOVE 'Y' TO GLE-SCAN-EOF-SWITCH
003923         ELSE
003929             IF GLE-SESS-IN-PROGRESS
003935                 MOVE GLE-SESS-GAME-ID TO GLE-OWN-GAME-ID
003941             END-IF
003947         END-IF
003953     END-IF.
003959 1410-EXIT.
003965     EXIT.
003971******************************************************************
003977*    1450-ALLOCATE-GAME-ID
003983*    TAKES THE NEXT FREE GAME-ID FROM THE GLENXTID CONTROL
003989*    RECORD AND REWRITES IT INCREMENTED, SO THE NEXT TERMINAL
003995*    TO START A GAME GETS ITS OWN ID. A MISSING OR UNREADABLE
004001*    RECORD FALLS BACK TO GAME-ID 2 AND THE CONTROL RECORD IS
004007*    SEEDED FROM THERE. BATCH GAME-IDS COME OFF GLETRANS AND
004013*    SHARE THE SAME NUMBER SPACE, SO THE CANDIDATE IS STEPPED
004019*    PAST ANY ID WHOSE GLESESS ROW IS STILL IN PROGRESS --
004025*    OTHERWISE THIS OPERATOR WOULD SILENTLY RESUME, AND STAMP
004031*    THEIR USER-ID OVER, SOMEBODY ELSE'S GAME.
004037******************************************************************
004043 1450-ALLOCATE-GAME-ID.
004049     MOVE 2 TO GLE-GAME-ID.
004055     OPEN INPUT GLE-NXID-FILE.
004061     IF GLE-NXID-STATUS = "00" OR "05"
004067         READ GLE-NXID-FILE
004073             AT END CONTINUE
004079         END-READ
004085         IF GLE-NXID-STATUS = "00"
004091             AND GLE-NXID-NEXT-ID NUMERIC
004097             AND GLE-NXID-NEXT-ID > 1
004103             MOVE GLE-NXID-NEXT-ID TO GLE-GAME-ID
004109         END-IF
004115         CLOSE GLE-NXID-FILE
004121     END-IF.
004127     MOVE 'N' TO GLE-ID-FREE-SWITCH.
004133     PERFORM 1460-CHECK-ID-FREE THRU 1460-EXIT
004139         UNTIL GLE-ID-IS-FREE.
004145     OPEN OUTPUT GLE-NXID-FILE.
004151     COMPUTE GLE-NXID-NEXT-ID = GLE-GAME-ID + 1.
004157     MOVE SPACES TO GLE-NXID-RESERVED.
004163     WRITE GLE-NXID-RECORD.
004169     IF GLE-NXID-STATUS NOT = "00"
004175         MOVE 'GLENXTID'        TO GLE-ERR-FILE
004181         MOVE 'WRITE'           TO GLE-ERR-VERB
004187         MOVE GLE-NXID-STATUS   TO GLE-ERR-FSTAT
004193         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
004199     END-IF.
004205     CLOSE GLE-NXID-FILE.
004211 1450-EXIT.
004217     EXIT.
004223******************************************************************
004229*    1460-CHECK-ID-FREE
004235*    TESTS THE CANDIDATE GAME-ID AGAINST THE SESSION FILE. AN
004241*    IN-PROGRESS ROW ALREADY HOLDING IT BUMPS THE CANDIDATE BY
004247*    ONE AND THE SEARCH TRIES AGAIN; ANYTHING ELSE (NO ROW, OR
004253*    A COMPLETED ROW, WHICH 1650-LOAD-SESSION IGNORES) IS FREE.
004259******************************************************************
004265 1460-CHECK-ID-FREE.
004271     MOVE GLE-GAME-ID TO GLE-SESS-GAME-ID.
004277     READ GLE-SESS-FILE
004283         KEY IS GLE-SESS-GAME-ID
004289         INVALID KEY CONTINUE
004295     END-READ.
004301     IF GLE-SESS-STATUS = "00" AND GLE-SESS-IN-PROGRESS
004307         ADD 1 TO GLE-GAME-ID
004313     ELSE
004319         MOVE 'Y' TO GLE-ID-FREE-SWITCH
004325     END-IF.
004331 1460-EXIT.
004337     EXIT.
004343******************************************************************
004349*    1500-PLAY-ONE-GAME
004355*    PLAYS ONE GAME TO COMPLETION. IN BATCH MODE THE RANGE IS
004361*    RESET BEFORE EACH GAME AND THE NEXT TRANSACTION RECORD IS
004367*    READ AFTERWARD; IN INTERACTIVE MODE THIS IS THE WHOLE RUN.
004373*    A GAME ENDS ON 'E' OR 'Q', OR WHEN ITS ANSWERS CONTRADICT
004379*    EACH OTHER, IN WHICH CASE 'C' IS WHAT THE 'E' RECORD AND
004385*    THE SESSION ROW ARE CLOSED WITH.
004404*    A BATCH GAME'S TRANSACTION IS ONLY COMPLETE ONCE ITS RESULT
004423*    IS WRITTEN (SEE 2980-COMPLETE-TRANS). A PART-PLAYED GAME
004442*    PICKED UP BY A RESTART (SEE 1280-CHECK-PART-PLAYED) SKIPS
004461*    THE SESSION LOAD AND THE 'S' RECORD, WHICH THE FAILED RUN
004480*    ALREADY DID, AND ITS 'E' RECORD IF THAT WAS LOGGED TOO.
004486*    A BATCH GAME'S ROW IS SAVED AS SOON AS ITS 'S' RECORD IS
004489*    LOGGED, SO A RESTART CAN TELL THE GAME HAD STARTED. A RUN
004492*    HELD BY A FAILED WRITE (SEE 9800-LOG-ERROR) LEAVES THE GAME
004495*    WHERE IT STOOD: NOTHING MORE IS LOGGED OR SAVED FOR IT.
004500******************************************************************
004503 1500-PLAY-ONE-GAME.
004506     IF GLE-BATCH-MODE
004509         PERFORM 1600-RESET-RANGE THRU 1600-EXIT
004512         MOVE 'P' TO GLE-BATCH-STAGE
004515     END-IF.
004518     MOVE 0 TO GLE-GUESS-COUNT.
004521     MOVE 0 TO GLE-GAME-PASSES.
004524     MOVE 'N' TO GLE-MOVES-EXH-SWITCH.
004527     MOVE 'N' TO GLE-TRIP-SWITCH.
004530     MOVE 'N' TO GLE-UNDO-SWITCH.
004533     MOVE 'N' TO GLE-CONTRA-SWITCH.
004536     IF NOT GLE-REPLAYING
004539         PERFORM 1650-LOAD-SESSION THRU 1650-EXIT
004542     END-IF.
004545     PERFORM 1700-COMPUTE-MAX-GUESSES THRU 1700-EXIT.
004546     IF GLE-REPLAYING
004547         IF GLE-REPLAY-PASSES = 0
004548             MOVE 'N' TO GLE-REPLAY-SWITCH
004549         END-IF
004550     ELSE
004551         PERFORM 2910-LOG-START THRU 2910-EXIT
004552         IF GLE-BATCH-MODE
004553             MOVE SPACE TO GLE-USER-INPUT
004554             PERFORM 2960-SAVE-SESSION THRU 2960-EXIT
004555         END-IF
004556     END-IF.
004557     IF GLE-RSTR-HELD
004558         GO TO 1500-EXIT
004559     END-IF.
004560     PERFORM 2000-PLAY-GUESS THRU 2000-EXIT
004561         WITH TEST AFTER
004562         UNTIL GLE-USER-INPUT = 'q' OR 'e' OR GLE-CONTRADICTED
004563             OR GLE-RSTR-HELD.
004564     IF GLE-RSTR-HELD
004565         GO TO 1500-EXIT
004566     END-IF.
004567     IF GLE-CONTRADICTED
004569         MOVE 'c' TO GLE-USER-INPUT
004572     END-IF.
004575     MOVE 'N' TO GLE-REPLAY-SWITCH.
004578     IF GLE-END-ALREADY-LOGGED
004581         MOVE 'N' TO GLE-END-LOGGED-SWITCH
004584     ELSE
004587         PERFORM 2930-LOG-END THRU 2930-EXIT
004590     END-IF.
004594     IF GLE-RSTR-HELD
004598         GO TO 1500-EXIT
004602     END-IF.
004606     IF GLE-BATCH-MODE
004610         PERFORM 2980-COMPLETE-TRANS THRU 2980-EXIT
004614         IF NOT GLE-RSTR-HELD
004618             PERFORM 1250-READ-TRANS THRU 1250-EXIT
004622         END-IF
004626     END-IF.
004630 1500-EXIT.
004640     EXIT.
004650******************************************************************
004752******************************************************************
004754*    1620-LOAD-PROFILE
004756*    RESOLVES THE CURRENT GAME'S PROFILE CODE TO ITS BASE
004758*    LOW/HIGH AND NARROWING STRATEGY AS IN FORCE TODAY, AND
004760*    NOTES THE PROFILE CODE AND VERSION ACTUALLY USED FOR THE
004762*    'S' AUDIT RECORD (BLANK AND ZERO FOR THE DEFAULT RANGE). A
004764*    STAGED CHANGE WHOSE EFFECTIVE DATE HAS BEEN REACHED IS
004766*    USED EVEN IF GLEPMNT HAS NOT YET FOLDED IT IN. A BLANK
004768*    CODE, A MISSING PROFILE FILE, A CODE NOT ON FILE, OR A
004770*    PROFILE THAT IS RETIRED OR NOT YET EFFECTIVE FALLS BACK TO
004772*    THE RUN'S DEFAULTS -- ALL BUT THE FIRST WITH A WARNING AND
004774*    RETURN CODE 4, SINCE A NAMED-BUT-UNRESOLVED PROFILE MEANS
004776*    THE GAME IS ABOUT TO PLAY THE WRONG RANGE. THE PROFILE
004778*    RECORD IS ONLY READ HERE, SO THE DUE STAGED VALUES ARE
004780*    MOVED OVER THE CURRENT ONES IN THE RECORD AREA WITHOUT
004782*    BEING REWRITTEN.
004784******************************************************************
004786 1620-LOAD-PROFILE.
004788     MOVE GLE-DFLT-LOW      TO GLE-BASE-LOW.
004790     MOVE GLE-DFLT-HIGH     TO GLE-BASE-HIGH.
004792     MOVE GLE-DFLT-STRATEGY TO GLE-STRATEGY.
004794     MOVE SPACES            TO GLE-INFORCE-PROF-CODE.
004796     MOVE 0                 TO GLE-GAME-PROF-VERSION.
004798     IF GLE-GAME-PROF-CODE = SPACES
004800         GO TO 1620-EXIT
004802     END-IF.
004804     IF NOT GLE-PROF-IS-OPEN
004806         DISPLAY "GLE: GAME " GLE-GAME-ID " NAMES PROFILE '"
004808             GLE-GAME-PROF-CODE "' BUT GLEPROF IS NOT "
004810             "AVAILABLE -- USING THE DEFAULT RANGE."
004812         IF RETURN-CODE < 4
004814             MOVE 4 TO RETURN-CODE
004816         END-IF
004818         GO TO 1620-EXIT
004820     END-IF.
004822     MOVE GLE-GAME-PROF-CODE TO GLE-PROF-CODE.
004824     READ GLE-PROF-FILE
004826         KEY IS GLE-PROF-CODE
004828         INVALID KEY CONTINUE
004830     END-READ.
004832     IF GLE-PROF-STATUS NOT = "00"
004834         DISPLAY "GLE: GAME " GLE-GAME-ID " NAMES PROFILE '"
004836             GLE-GAME-PROF-CODE "' NOT ON GLEPROF, STATUS="
004838             GLE-PROF-STATUS " -- USING THE DEFAULT RANGE."
004840         IF RETURN-CODE < 4
004842             MOVE 4 TO RETURN-CODE
004844         END-IF
004846         GO TO 1620-EXIT
004848     END-IF.
004850     ACCEPT GLE-PROF-TODAY FROM DATE YYYYMMDD.
004852     IF NOT GLE-PROF-PEND-NONE
004854         AND GLE-PROF-PEND-EFF-DATE NUMERIC
004856         AND GLE-PROF-PEND-EFF-DATE NOT > GLE-PROF-TODAY
004858         IF GLE-PROF-PEND-RETIRE
004860             MOVE 'R' TO GLE-PROF-STATE
004862         ELSE
004864             MOVE GLE-PROF-PEND-LOW      TO GLE-PROF-LOW
004866             MOVE GLE-PROF-PEND-HIGH     TO GLE-PROF-HIGH
004868             MOVE GLE-PROF-PEND-STRATEGY TO GLE-PROF-STRATEGY
004870             MOVE 'A'                    TO GLE-PROF-STATE
004872         END-IF
004874         MOVE GLE-PROF-PEND-VERSION  TO GLE-PROF-VERSION
004876         MOVE GLE-PROF-PEND-EFF-DATE TO GLE-PROF-EFF-DATE
004878     END-IF.
004880     IF GLE-PROF-RETIRED
004882         DISPLAY "GLE: GAME " GLE-GAME-ID " NAMES PROFILE '"
004884             GLE-GAME-PROF-CODE "' WHICH IS RETIRED -- USING "
004886             "THE DEFAULT RANGE."
004888         IF RETURN-CODE < 4
004890             MOVE 4 TO RETURN-CODE
004892         END-IF
004894         GO TO 1620-EXIT
004896     END-IF.
004898     IF GLE-PROF-EFF-DATE NUMERIC
004900         AND GLE-PROF-EFF-DATE > GLE-PROF-TODAY
004902         DISPLAY "GLE: GAME " GLE-GAME-ID " NAMES PROFILE '"
004904             GLE-GAME-PROF-CODE "' NOT EFFECTIVE UNTIL "
004906             GLE-PROF-EFF-DATE " -- USING THE DEFAULT RANGE."
004908         IF RETURN-CODE < 4
004910             MOVE 4 TO RETURN-CODE
004912         END-IF
004914         GO TO 1620-EXIT
004916     END-IF.
004918     MOVE GLE-PROF-LOW  TO GLE-BASE-LOW.
004920     MOVE GLE-PROF-HIGH TO GLE-BASE-HIGH.
004922     EVALUATE TRUE
004924         WHEN GLE-PROF-STRAT-LOW-WTD
004926             MOVE 'L' TO GLE-STRATEGY
004928         WHEN GLE-PROF-STRAT-HIGH-WTD
004930             MOVE 'H' TO GLE-STRATEGY
004932         WHEN OTHER
004934             MOVE 'M' TO GLE-STRATEGY
004936     END-EVALUATE.
004938     MOVE GLE-GAME-PROF-CODE TO GLE-INFORCE-PROF-CODE.
004940     IF GLE-PROF-VERSION NUMERIC
004942         MOVE GLE-PROF-VERSION TO GLE-GAME-PROF-VERSION
004944     END-IF.
004946 1620-EXIT.
004948     EXIT.
004949******************************************************************
004950*    1650-LOAD-SESSION
004952*    LOOKS UP THIS GAME-ID ON THE KEYED SESSION FILE. IF A RECORD
004954*    IS ALREADY THERE AND STILL SHOWS A GAME IN PROGRESS (THE
004956*    GAME WAS STARTED AND CHECKPOINTED ON AN EARLIER RUN) ITS
004958*    LOW/HIGH/GUESS-COUNT ARE RESTORED INSTEAD OF STARTING THE
004960*    GAME OVER, AND ITS OWN PROFILE CODE IS RELOADED SO THE
004962*    RESUMED GAME KEEPS ITS OWN RANGE AND STRATEGY. A ROW LEFT
004964*    BEHIND BY A GAME THAT ALREADY REACHED 'E' OR 'Q' IS
004966*    IGNORED, SO A REUSED GAME-ID STARTS FRESH INSTEAD OF
004968*    REOPENING A FINISHED GAME.
004970******************************************************************
004972 1650-LOAD-SESSION.
004974     MOVE GLE-GAME-ID TO GLE-SESS-GAME-ID.
004976     READ GLE-SESS-FILE
004978         KEY IS GLE-SESS-GAME-ID
004980         INVALID KEY CONTINUE
004982     END-READ.
004984     IF GLE-SESS-STATUS = "00" AND GLE-SESS-IN-PROGRESS
004986         MOVE GLE-SESS-PROF-CODE   TO GLE-GAME-PROF-CODE
004988         PERFORM 1620-LOAD-PROFILE THRU 1620-EXIT
004990         MOVE GLE-SESS-LOW         TO GLE-LOW
004992         MOVE GLE-SESS-HIGH        TO GLE-HIGH
004994         MOVE GLE-SESS-GUESS-COUNT TO GLE-GUESS-COUNT
004996     END-IF.
004998 1650-EXIT.
005000     EXIT.
005002******************************************************************
005004*    1700-COMPUTE-MAX-GUESSES
005010*    WORKS OUT THE MOST GUESSES A CORRECT SEARCH UNDER THE RUN'S
005020*    NARROWING STRATEGY SHOULD EVER NEED OVER THE CURRENT RANGE,
005030*    SO 2000-PLAY-GUESS CAN WARN IF THE ACTUAL GUESS COUNT EVER
005282*    2000-PLAY-GUESS
005287*    COMPUTES THE NEXT GUESS, PROMPTS THE OPERATOR, NARROWS THE
005292*    RANGE BASED ON THE RESPONSE, AND LOGS THE PASS TO THE AUDIT
005297*    TRAIL. A 'G'/'L' THAT WOULD LEAVE NOTHING BETWEEN LOW AND
005298*    HIGH -- THE GUESS IS ALREADY AT THE END OF THE RANGE THE
005299*    ANSWER POINTS PAST -- IS A CONTRADICTION: THE RANGE IS
005300*    LEFT AS IT WAS AND THE GAME ENDS. 'U' TAKES BACK THE LAST
005301*    'G'/'L' (SEE 2964-UNDO-ANSWER).
005302*    WHILE A RESTART REPLAYS A PART-PLAYED GAME'S LOGGED MOVES
005303*    THE PASS IS NEITHER LOGGED NOR SAVED -- THE FAILED RUN DID
005304*    BOTH ALREADY.
005305******************************************************************
005310 2000-PLAY-GUESS.
005315     MOVE 'N' TO GLE-UNDO-PASS-SWITCH.
005320     CALL 'GLECALC' USING GLE-LOW, GLE-HIGH, GLE-CURR-GUESS,
005322         GLE-STRATEGY.
005330     DISPLAY "This program guesses your number between "
005340         GLE-BASE-LOW " and " GLE-BASE-HIGH.
005350     DISPLAY "Enter 'g' if greater, 'l' if less, 'e' if equal".
005360     DISPLAY "You may also enter 'q' to quit at any time.".
005365     DISPLAY "Enter 'u' to take back your last answer.".
005370     DISPLAY "We guess: " GLE-CURR-GUESS.
005380     IF GLE-BATCH-MODE
005390         PERFORM 2050-NEXT-BATCH-MOVE THRU 2050-EXIT
005460     ADD 1 TO GLE-GUESS-COUNT.
005470     EVALUATE GLE-USER-INPUT
005480         WHEN 'g'
005482             IF GLE-CURR-GUESS NOT < GLE-HIGH
005484                 PERFORM 2968-CONTRADICTION THRU 2968-EXIT
005486             ELSE
005488                 PERFORM 2966-SAVE-FOR-UNDO THRU 2966-EXIT
005490                 COMPUTE GLE-LOW = GLE-CURR-GUESS + 1
005492             END-IF
005500         WHEN 'l'
005502             IF GLE-CURR-GUESS NOT > GLE-LOW
005504                 PERFORM 2968-CONTRADICTION THRU 2968-EXIT
005506             ELSE
005508                 PERFORM 2966-SAVE-FOR-UNDO THRU 2966-EXIT
005510                 COMPUTE GLE-HIGH = GLE-CURR-GUESS - 1
005512             END-IF
005514         WHEN 'u'
005516             PERFORM 2964-UNDO-ANSWER THRU 2964-EXIT
005520         WHEN 'e'
005530             DISPLAY "So, " GLE-CURR-GUESS ", huh? ("
005540                 GLE-GUESS-COUNT " guesses)"
005570                 " guesses)"
005580         WHEN OTHER
005590             DISPLAY "invalid response, please enter g, l, e, "
005600                 "q, or u"
005610     END-EVALUATE.
005614     PERFORM 2970-CHECK-TRIPWIRE THRU 2970-EXIT.
005618     IF GLE-REPLAYING
005622         IF GLE-GAME-PASSES NOT < GLE-REPLAY-PASSES
005626             MOVE 'N' TO GLE-REPLAY-SWITCH
005630         END-IF
005634     ELSE
005638         PERFORM 2900-LOG-AUDIT THRU 2900-EXIT
005642         PERFORM 2960-SAVE-SESSION THRU 2960-EXIT
005646     END-IF.
005650 2000-EXIT.
005660     EXIT.
005670******************************************************************
005700*    TRANSACTION RECORD'S MOVE STRING. A BLANK OR AN EXHAUSTED
005710*    MOVE STRING IS TREATED AS 'Q' SO A SHORT OR BADLY FORMED
005720*    TEST RECORD DOES NOT HANG THE BATCH RUN.
005725*    EVERY MOVE TAKEN IS COUNTED IN GLE-GAME-PASSES.
005730******************************************************************
005740 2050-NEXT-BATCH-MOVE.
005745     ADD 1 TO GLE-GAME-PASSES.
005750     IF GLE-TRAN-POS > LENGTH OF GLE-TRAN-MOVES
005760         MOVE 'q' TO GLE-USER-INPUT
005765         MOVE 'Y' TO GLE-MOVES-EXH-SWITCH
005860******************************************************************
005870*    2900-LOG-AUDIT
005880*    WRITES ONE 'G' AUDIT RECORD FOR THE GUESS PASS JUST
005882*    COMPLETED, OR A 'U' RECORD IF THE PASS TOOK BACK THE LAST
005884*    ANSWER.
005890******************************************************************
005900 2900-LOG-AUDIT.
005910     INITIALIZE GLE-AUDIT-RECORD.
005970     MOVE GLE-LOW        TO GLE-AUD-LOW.
005980     MOVE GLE-HIGH       TO GLE-AUD-HIGH.
005982     MOVE GLE-STRATEGY   TO GLE-AUD-STRATEGY.
005984     IF GLE-UNDO-PASS
005985         MOVE 'U'        TO GLE-AUD-REC-TYPE
005986     ELSE
005987         MOVE 'G'        TO GLE-AUD-REC-TYPE
005988     END-IF.
005989     MOVE GLE-USER-ID    TO GLE-AUD-USER-ID.
005990     WRITE GLE-AUDIT-RECORD.
006000     IF GLE-AUDIT-STATUS NOT = "00"
006010         MOVE 'GLEAUDIT'        TO GLE-ERR-FILE
006078*    TRAIL, WHETHER THE GAME WAS JUST ALLOCATED OR RESUMED, SO
006080*    A READER NO LONGER INFERS THE START FROM THE FIRST GUESS
006082*    AND A REUSED GAME-ID IS NO LONGER AMBIGUOUS. THE RECORD
006084*    CARRIES THE USER-ID AND THE GAME'S STARTING LOW/HIGH, AND
006085*    IN ITS START-INFO AREA THE PROFILE CODE AND VERSION THE
006086*    RANGE CAME FROM (BLANK AND ZERO FOR THE DEFAULT RANGE).
006087******************************************************************
006088 2910-LOG-START.
006089     INITIALIZE GLE-AUDIT-RECORD.
006090     ACCEPT GLE-AUD-DATE FROM DATE YYYYMMDD.
006091     ACCEPT GLE-AUD-TIME FROM TIME.
006092     MOVE GLE-GAME-ID    TO GLE-AUD-GAME-ID.
006093     MOVE GLE-LOW        TO GLE-AUD-LOW.
006094     MOVE GLE-HIGH       TO GLE-AUD-HIGH.
006095     MOVE GLE-STRATEGY   TO GLE-AUD-STRATEGY.
006096     MOVE 'S'            TO GLE-AUD-REC-TYPE.
006097     MOVE GLE-USER-ID    TO GLE-AUD-USER-ID.
006098     MOVE GLE-INFORCE-PROF-CODE TO GLE-AUD-PROF-CODE.
006099     MOVE GLE-GAME-PROF-VERSION TO GLE-AUD-PROF-VERSION.
006100     WRITE GLE-AUDIT-RECORD.
006101     IF GLE-AUDIT-STATUS NOT = "00"
006102         MOVE 'GLEAUDIT'        TO GLE-ERR-FILE
006103         MOVE 'WRITE'           TO GLE-ERR-VERB
006104         MOVE GLE-AUDIT-STATUS  TO GLE-ERR-FSTAT
006105         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
006106     END-IF.
006107 2910-EXIT.
006108     EXIT.
006109******************************************************************
006110*    2930-LOG-END
006111*    WRITES THE 'E' AUDIT RECORD THAT CLOSES A GAME ON THE
006112*    TRAIL. ITS USER-INPUT CARRIES THE FINAL 'E'/'Q'/'C' AND ITS
006113*    GUESS THE FINAL GUESS, SO A READER CLOSES EVERY GAME OFF
006114*    THIS ONE RECORD INSTEAD OF WATCHING FOR A CLOSING GUESS.
006115******************************************************************
006116 2930-LOG-END.
006117     INITIALIZE GLE-AUDIT-RECORD.
006118     ACCEPT GLE-AUD-DATE FROM DATE YYYYMMDD.
006119     ACCEPT GLE-AUD-TIME FROM TIME.
006120     MOVE GLE-GAME-ID    TO GLE-AUD-GAME-ID.
006121     MOVE GLE-CURR-GUESS TO GLE-AUD-CURR-GUESS.
006122     MOVE GLE-USER-INPUT TO GLE-AUD-USER-INPUT.
006123     MOVE GLE-LOW        TO GLE-AUD-LOW.
006124     MOVE GLE-HIGH       TO GLE-AUD-HIGH.
006125     MOVE GLE-STRATEGY   TO GLE-AUD-STRATEGY.
006126     MOVE 'E'            TO GLE-AUD-REC-TYPE.
006127     MOVE GLE-USER-ID    TO GLE-AUD-USER-ID.
006128     WRITE GLE-AUDIT-RECORD.
006129     IF GLE-AUDIT-STATUS NOT = "00"
006130         MOVE 'GLEAUDIT'        TO GLE-ERR-FILE
006131         MOVE 'WRITE'           TO GLE-ERR-VERB
006132         MOVE GLE-AUDIT-STATUS  TO GLE-ERR-FSTAT
006133         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
006134     END-IF.
006135 2930-EXIT.
006136     EXIT.
006137******************************************************************
006138*    2935-HARDEN-OUTPUTS
006139*    CLOSES GLEBRSLT AND GLEAUDIT, WRITING OUT EVERY RECORD STILL
006140*    IN THEIR BUFFERS, AND REOPENS BOTH TO EXTEND. IN BATCH MODE
006141*    THIS COMES BEFORE EVERY GLESESS SAVE AND RESTART POINT.
006142******************************************************************
006143 2935-HARDEN-OUTPUTS.
006144     CLOSE GLE-BRSL-FILE.
006145     OPEN EXTEND GLE-BRSL-FILE.
006146     IF GLE-BRSL-STATUS NOT = "00"
006147         MOVE 'GLEBRSLT'       TO GLE-ERR-FILE
006148         MOVE 'OPEN'           TO GLE-ERR-VERB
006149         MOVE GLE-BRSL-STATUS  TO GLE-ERR-FSTAT
006150         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
006151     END-IF.
006152     CLOSE GLE-AUDIT-FILE.
006153     OPEN EXTEND GLE-AUDIT-FILE.
006154     IF GLE-AUDIT-STATUS NOT = "00"
006155         MOVE 'GLEAUDIT'        TO GLE-ERR-FILE
006156         MOVE 'OPEN'            TO GLE-ERR-VERB
006157         MOVE GLE-AUDIT-STATUS  TO GLE-ERR-FSTAT
006158         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
006159     END-IF.
006160 2935-EXIT.
006161     EXIT.
006164******************************************************************
006166*    2940-WRITE-RESULT
006168*    WRITES THE ONE GLEBRSLT RECORD THAT CLOSES THE LOOP ON A
006170*    BATCH TRANSACTION GAME: WHO PLAYED IT, HOW IT CAME OUT
006172*    (WON, QUIT, CONTRADICTED, OR MOVES EXHAUSTED), THE FINAL
006174*    GUESS AND GUESS COUNT, AND WHETHER THE TRIPWIRE FIRED
006176*    ALONG THE WAY. ONLY PERFORMED IN BATCH MODE.
006178******************************************************************
006180 2940-WRITE-RESULT.
006182     INITIALIZE GLE-BRSL-RECORD.
006184     MOVE GLE-GAME-ID     TO GLE-BRSL-GAME-ID.
006186     MOVE GLE-USER-ID     TO GLE-BRSL-USER-ID.
006188     EVALUATE TRUE
006189         WHEN GLE-CONTRADICTED
006190             MOVE 'CONT' TO GLE-BRSL-OUTCOME
006191         WHEN GLE-USER-INPUT = 'e'
006192             MOVE 'WON ' TO GLE-BRSL-OUTCOME
006194         WHEN GLE-MOVES-EXHAUSTED
006196             MOVE 'EXH ' TO GLE-BRSL-OUTCOME
006236******************************************************************
006238*    2960-SAVE-SESSION
006240*    REWRITES THIS GAME'S RECORD ON THE KEYED SESSION FILE WITH
006241*    ITS CURRENT LOW/HIGH/GUESS-COUNT. THIS IS WHAT LETS GLE KEEP
006242*    SEVERAL GAMES' STATE ON FILE AT ONCE, KEYED BY GAME-ID,
006243*    AND IS WHAT LETS AN INTERRUPTED GAME RESUME AT START-UP.
006244*    A BATCH GAME'S ROW ALSO CARRIES ITS MOVES TAKEN AND ITS
006245*    STAGE (GLE-BATCH-STAGE) SO A RESTART CAN PICK IT UP. THE
006246*    ROW IS ONLY AS GOOD AS THE FILES IT VOUCHES FOR, SO IN BATCH
006247*    MODE GLEBRSLT AND GLEAUDIT ARE HARDENED FIRST, AND A HELD RUN
006248*    SAVES NOTHING MORE.
006249******************************************************************
006250 2960-SAVE-SESSION.
006251     IF GLE-RSTR-HELD
006252         GO TO 2960-EXIT
006253     END-IF.
006254     IF GLE-BATCH-MODE
006255         PERFORM 2935-HARDEN-OUTPUTS THRU 2935-EXIT
006256         IF GLE-RSTR-HELD
006257             GO TO 2960-EXIT
006258         END-IF
006259     END-IF.
006260     MOVE GLE-GAME-ID       TO GLE-SESS-GAME-ID.
006261     MOVE GLE-USER-ID       TO GLE-SESS-USER-ID.
006262     IF GLE-USER-INPUT = 'e' OR 'q' OR GLE-CONTRADICTED
006263         MOVE 'N' TO GLE-SESS-ACTIVE
006264     ELSE
006265         MOVE 'Y' TO GLE-SESS-ACTIVE
006266     END-IF.
006267     MOVE GLE-LOW           TO GLE-SESS-LOW.
006268     MOVE GLE-HIGH          TO GLE-SESS-HIGH.
006270     MOVE GLE-GUESS-COUNT   TO GLE-SESS-GUESS-COUNT.
006271     ACCEPT GLE-SESS-LAST-DATE FROM DATE YYYYMMDD.
006272     MOVE GLE-GAME-PROF-CODE TO GLE-SESS-PROF-CODE.
006273     IF GLE-BATCH-MODE
006274         MOVE GLE-GAME-PASSES TO GLE-SESS-BATCH-PASSES
006275     ELSE
006276         MOVE 0 TO GLE-SESS-BATCH-PASSES
006277     END-IF.
006278     MOVE GLE-BATCH-STAGE   TO GLE-SESS-BATCH-STAGE.
006279     MOVE SPACES            TO GLE-SESS-RESERVED.
006280     MOVE 'REWRITE'         TO GLE-ERR-VERB.
006281     REWRITE GLE-SESS-RECORD
006282         INVALID KEY
006284             MOVE 'WRITE' TO GLE-ERR-VERB
006286             WRITE GLE-SESS-RECORD
006298     END-IF.
006300 2960-EXIT.
006302     EXIT.
006304******************************************************************
006306*    2964-UNDO-ANSWER
006308*    TAKES BACK THE LAST 'G'/'L' ANSWER: LOW/HIGH GO BACK TO
006310*    WHAT THEY WERE BEFORE IT, AND THE GUESS COUNT GIVES BACK
006312*    BOTH THE UNDONE ANSWER'S GUESS AND THIS PASS, SO THE COUNT
006314*    READS AS IF THE MIS-KEYED ANSWER WAS NEVER GIVEN. THE PASS
006316*    IS LOGGED AS A 'U' RECORD. ONLY ONE ANSWER CAN BE TAKEN
006318*    BACK AT A TIME; WITH NOTHING TO TAKE BACK THE RESPONSE IS
006320*    TREATED LIKE ANY OTHER INVALID ONE.
006322******************************************************************
006324 2964-UNDO-ANSWER.
006326     IF NOT GLE-UNDO-AVAILABLE
006328         DISPLAY "nothing to take back -- please enter g, l, "
006330             "e, or q"
006332         GO TO 2964-EXIT
006334     END-IF.
006336     MOVE GLE-PREV-LOW  TO GLE-LOW.
006338     MOVE GLE-PREV-HIGH TO GLE-HIGH.
006340     SUBTRACT 2 FROM GLE-GUESS-COUNT.
006342     MOVE 'N' TO GLE-UNDO-SWITCH.
006344     MOVE 'Y' TO GLE-UNDO-PASS-SWITCH.
006346     DISPLAY "Last answer taken back -- the range is "
006348         GLE-LOW " to " GLE-HIGH " again.".
006350 2964-EXIT.
006352     EXIT.
006354******************************************************************
006356*    2966-SAVE-FOR-UNDO
006358*    REMEMBERS THE RANGE AS IT STANDS BEFORE A 'G'/'L' ANSWER
006360*    NARROWS IT, SO A FOLLOWING 'U' CAN PUT IT BACK.
006362******************************************************************
006364 2966-SAVE-FOR-UNDO.
006366     MOVE GLE-LOW  TO GLE-PREV-LOW.
006368     MOVE GLE-HIGH TO GLE-PREV-HIGH.
006370     MOVE 'Y' TO GLE-UNDO-SWITCH.
006372 2966-EXIT.
006374     EXIT.
006376******************************************************************
006378*    2968-CONTRADICTION
006380*    FLAGS A GAME WHOSE ANSWERS HAVE CROSSED THE RANGE. THE
006382*    ANSWER IS STILL LOGGED AS GIVEN, BUT LOW/HIGH ARE LEFT
006384*    WHERE THEY WERE AND 1500-PLAY-ONE-GAME ENDS THE GAME AS
006386*    CONTRADICTED INSTEAD OF PROMPTING AGAIN.
006388******************************************************************
006390 2968-CONTRADICTION.
006392     MOVE 'Y' TO GLE-CONTRA-SWITCH.
006394     DISPLAY "Those answers contradict each other -- no number "
006396         "is left between " GLE-LOW " and " GLE-HIGH ".".
006398     DISPLAY "Game ended as contradicted (" GLE-GUESS-COUNT
006400         " guesses)".
006402 2968-EXIT.
006404     EXIT.
006410******************************************************************
006420*    2970-CHECK-TRIPWIRE
006430*    WARNS IF THE GUESS COUNT FOR THIS GAME HAS RUN PAST WHAT A
006520             " EXPECTED FOR THIS RANGE -- CHECK FOR A "
006530             "CORRUPTED LOW/HIGH."
006540         IF RETURN-CODE < 4
006541             MOVE 4 TO RETURN-CODE
006542         END-IF
006543     END-IF.
006544 2970-EXIT.
006545     EXIT.
006546******************************************************************
006547*    2980-COMPLETE-TRANS
006548*    FINISHES A BATCH TRANSACTION ONCE ITS GAME HAS CLOSED: THE
006549*    GLESESS ROW IS STAGED 'E' NOW THE 'E' AUDIT RECORD IS ON
006550*    FILE, THE GLEBRSLT RESULT IS WRITTEN, AND THE ROW IS
006551*    UNSTAGED. THE TRANSACTION THEN COUNTS AS COMPLETED, AND A
006552*    RESTART POINT IS TAKEN AFTER EVERY COMMIT INTERVAL OF THEM.
006553*    A HELD RUN STOPS AT THE STEP THAT FAILED, SO THE TRANSACTION
006554*    IS NOT COUNTED AND A RESTART FINISHES IT.
006555******************************************************************
006556 2980-COMPLETE-TRANS.
006557     MOVE 'E' TO GLE-BATCH-STAGE.
006558     PERFORM 2960-SAVE-SESSION THRU 2960-EXIT.
006559     IF GLE-RSTR-HELD
006560         GO TO 2980-EXIT
006561     END-IF.
006562     PERFORM 2940-WRITE-RESULT THRU 2940-EXIT.
006563     IF GLE-RSTR-HELD
006564         GO TO 2980-EXIT
006565     END-IF.
006566     MOVE SPACE TO GLE-BATCH-STAGE.
006567     PERFORM 2960-SAVE-SESSION THRU 2960-EXIT.
006568     IF GLE-RSTR-HELD
006569         GO TO 2980-EXIT
006570     END-IF.
006571     ADD 1 TO GLE-TRANS-DONE.
006572     ADD 1 TO GLE-PLAYED-COUNT.
006573     ADD 1 TO GLE-SINCE-POINT.
006574     MOVE GLE-GAME-ID TO GLE-LAST-DONE-GAME-ID.
006575     IF GLE-SINCE-POINT NOT < GLE-COMMIT-INTERVAL
006576         PERFORM 2985-TAKE-RESTART-POINT THRU 2985-EXIT
006577     END-IF.
006578 2980-EXIT.
006579     EXIT.
006580******************************************************************
006581*    2985-TAKE-RESTART-POINT
006582*    REWRITES THE GLERSTRT RESTART CONTROL RECORD WITH THE RUN'S
006583*    PROGRESS SO FAR, IN STATE GLE-POINT-STATE: 'R' WHILE THE
006584*    RUN IS GOING, 'C' ONCE IT HAS FINISHED. THE OUTPUT FILES
006585*    ARE HARDENED FIRST, SO THE POINT NEVER GETS AHEAD OF WHAT
006586*    IS REALLY ON GLEBRSLT AND GLEAUDIT; IF THAT FAILS THE RUN IS
006587*    HELD AND THE LAST POINT IS LEFT STANDING.
006588******************************************************************
006589 2985-TAKE-RESTART-POINT.
006590     PERFORM 2935-HARDEN-OUTPUTS THRU 2935-EXIT.
006591     IF GLE-RSTR-HELD
006592         GO TO 2985-EXIT
006593     END-IF.
006594     MOVE 0 TO GLE-SINCE-POINT.
006598     OPEN OUTPUT GLE-RSTR-FILE.
006599     MOVE GLE-POINT-STATE       TO GLE-RSTR-STATE.
006600     MOVE GLE-RUN-DATE          TO GLE-RSTR-RUN-DATE.
006601     MOVE GLE-RUN-TIME          TO GLE-RSTR-RUN-TIME.
006602     MOVE GLE-TRANS-DONE        TO GLE-RSTR-TRANS-DONE.
006603     MOVE GLE-LAST-DONE-GAME-ID TO GLE-RSTR-LAST-GAME-ID.
006604     MOVE GLE-COMMIT-INTERVAL   TO GLE-RSTR-INTERVAL.
006605     ACCEPT GLE-RSTR-POINT-DATE FROM DATE YYYYMMDD.
006606     ACCEPT GLE-RSTR-POINT-TIME FROM TIME.
006607     MOVE SPACES                TO GLE-RSTR-RESERVED.
006608     WRITE GLE-RSTR-RECORD.
006609     IF GLE-RSTR-STATUS NOT = "00"
006610         MOVE 'GLERSTRT'       TO GLE-ERR-FILE
006611         MOVE 'WRITE'          TO GLE-ERR-VERB
006612         MOVE GLE-RSTR-STATUS  TO GLE-ERR-FSTAT
006613         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
006614     END-IF.
006615     CLOSE GLE-RSTR-FILE.
006616 2985-EXIT.
006617     EXIT.
006618******************************************************************
006619*    9000-TERMINATE
006620*    CLOSES THE AUDIT TRAIL, SESSION, AND (IF OPENED) PROFILE
006630*    AND TRANSACTION FILES BEFORE ENDING THE RUN.
006632*    A BATCH RUN FIRST MARKS GLERSTRT COMPLETE (UNLESS THE RUN
006634*    WAS HELD, WHEN THE LAST RESTART POINT IS LEFT STANDING) AND
006635*    PRINTS THE RESTART REPORT. A RUN ENDING RC 8 WITHOUT BEING
006636*    HELD RECORDS ITS PROGRESS BUT LEAVES THE POINT AT 'R', SO
006637*    IT IS NEVER MARKED COMPLETE.
006640******************************************************************
006650 9000-TERMINATE.
006651     IF GLE-BATCH-MODE
006652         IF NOT GLE-RSTR-HELD
006653             IF RETURN-CODE < 8
006654                 MOVE 'C' TO GLE-POINT-STATE
006655             END-IF
006656             PERFORM 2985-TAKE-RESTART-POINT THRU 2985-EXIT
006657         END-IF
006658         PERFORM 9100-PRINT-RESTART-REPORT THRU 9100-EXIT
006659     END-IF.
006660     CLOSE GLE-AUDIT-FILE.
006670     CLOSE GLE-SESS-FILE.
006675     IF GLE-PROF-IS-OPEN
006690         CLOSE GLE-TRANS-FILE
006695         CLOSE GLE-BRSL-FILE
006700     END-IF.
006701 9000-EXIT.
006702     EXIT.
006703******************************************************************
006704*    9100-PRINT-RESTART-REPORT
006705*    PRINTS HOW MANY TRANSACTIONS THE BATCH RUN SKIPPED AS
006706*    ALREADY COMPLETED AND HOW MANY IT PROCESSED, SO A RESTART
006707*    CAN BE SEEN TO HAVE PICKED UP WHERE THE FAILED RUN LEFT OFF.
006708******************************************************************
006709 9100-PRINT-RESTART-REPORT.
006710     DISPLAY "==================================================".
006711     DISPLAY "GLE - BATCH RESTART REPORT".
006712     DISPLAY "==================================================".
006713     IF GLE-RESTART-RUN
006714         DISPLAY "RUN TYPE...........................: RESTART"
006715     ELSE
006716         DISPLAY "RUN TYPE...........................: FRESH"
006717     END-IF.
006718     DISPLAY "RUN STARTED........................: "
006719         GLE-RUN-DATE " " GLE-RUN-TIME.
006720     DISPLAY "COMMIT INTERVAL....................: "
006721         GLE-COMMIT-INTERVAL.
006722     DISPLAY "SKIPPED AT THE RESTART POINT.......: "
006723         GLE-SKIP-POINT-COUNT.
006724     DISPLAY "SKIPPED PAST IT (ON GLEBRSLT)......: "
006725         GLE-SKIP-PAST-COUNT.
006726     DISPLAY "TRANSACTIONS PROCESSED.............: "
006727         GLE-PLAYED-COUNT.
006728     IF GLE-GAME-RESUMED
006729         DISPLAY "  PART-PLAYED GAME RESUMED.........: "
006730             GLE-RESUMED-GAME-ID
006731     END-IF.
006732     DISPLAY "TRANSACTIONS COMPLETED IN ALL......: "
006733         GLE-TRANS-DONE.
006734     IF GLE-RSTR-HELD OR GLE-POINT-STATE NOT = 'C'
006735         DISPLAY "GLERSTRT...........................: "
006736             "HELD -- RESUBMIT TO RESTART"
006737     ELSE
006738         DISPLAY "GLERSTRT...........................: "
006739             "RUN COMPLETE"
006740     END-IF.
006741     DISPLAY "==================================================".
006742 9100-EXIT.
006743     EXIT.
006744******************************************************************
006745*    9800-LOG-ERROR
006750*    COMMON FAILURE PATH FOR A CHECKED I/O VERB. THE CALLER
006760*    FILLS GLE-ERR-FILE / GLE-ERR-VERB / GLE-ERR-FSTAT; THE
006770*    FAILURE IS APPENDED TO THE COMMON GLEERRS ERROR LOG,
006780*    ECHOED TO THE CONSOLE, AND THE RETURN CODE IS RAISED TO 8
006784*    SO THE SCHEDULER SEES THE RUN FAILED. A BATCH RUN IS ALSO
006788*    HELD (SEE 1290-HOLD-RUN): A RESULT, AUDIT RECORD, OR SESSION
006792*    ROW THAT DID NOT REACH ITS FILE MUST NOT BE COUNTED PAST BY
006796*    A LATER RESTART POINT.
006800******************************************************************
006810 9800-LOG-ERROR.
006820     DISPLAY "GLE: " GLE-ERR-VERB " OF " GLE-ERR-FILE
007020     IF RETURN-CODE < 8
007030         MOVE 8 TO RETURN-CODE
007040     END-IF.
007044     IF GLE-BATCH-MODE
007048         PERFORM 1290-HOLD-RUN THRU 1290-EXIT
007052     END-IF.
007056 9800-EXIT.
007060     EXIT.
