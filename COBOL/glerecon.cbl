001890*                     I/O FAILURE OR A RECONCILIATION MISMATCH
001892*                     INSTEAD OF ALWAYS ENDING RC 0.
001894*    2026-09-01  DH   RECONCILE TRAIL-STARTS AGAINST TRAIL-ENDS.
001910*                     THE TRAIL NOW CARRIES EXPLICIT 'S' AND 'E'
001926*                     RECORDS, SO THE PRIMARY CHECK NO LONGER
001942*                     NEEDS THE OPERATORS TO KEY A GAMES-STARTED
001958*                     COUNT: EVERY GAME THAT STARTS MUST END.
001974*                     THE GLESTART CARD IS NOW OPTIONAL AND,
001990*                     WHEN DROPPED, IS REPORTED AS A SECONDARY
002006*                     CROSS-CHECK ONLY.
002022*    2026-10-15  DH   SORT THE TRAIL'S BOUNDARY RECORDS INTO
002038*                     GAME-ID/TIMESTAMP ORDER AND COUNT ONE
002054*                     GAME-ID AT A TIME INSTEAD OF ON A 200-SLOT
002070*                     TABLE, WHICH DROPPED GAMES FROM THE
002086*                     RECONCILIATION ONCE A HEAVY DAY FILLED IT.
002102*                     THE REPORT AND RETURN CODES ARE UNCHANGED.
002103*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
002104*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
002105*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
002106*                     MORNING STATUS PAGE, AND END AT ONCE, RC 0,
002107*                     WHEN GLERUNC SHOWS THIS STEP ALREADY
002108*                     COMPLETED IN THE CURRENT GLEDAILY CYCLE, SO
002109*                     A RESUBMITTED GLEDAILY DOES NOT DO ITS WORK
002110*                     TWICE.
002118******************************************************************
002134*    STARTED AND COMPLETED ARE COUNTED PER DISTINCT GAME-ID, NOT
002150*    PER RAW RECORD: THE BOUNDARY RECORDS ARE SORTED INTO
002166*    GAME-ID/TIMESTAMP ORDER AND EACH GAME-ID IS TALLIED ONCE AS
002182*    THE SORT MOVES PAST IT. A GAME SUSPENDED AND RESUMED PUTS AN
002198*    'S' ON THE TRAIL FOR EACH RESUME BUT STILL STARTED ONLY ONCE.
002214*    AN 'E' MARKS ITS GAME BOTH STARTED AND COMPLETED -- AN END
002250*    IMPLIES A START EVEN WHEN NONE IS ON FILE, AS WITH A FORCED
002300*    CLOSE OF A PRE-CHANGE GAME -- AND A PRE-CHANGE BLANK-TYPE
002350*    CLOSING GUESS ('E'/'Q' RESPONSE) DOES THE SAME, SO A TRAIL OF
002400*    OLD RECORDS STILL RECONCILES TO ZERO. ANY VARIANCE MEANS A
002420*    GAME STARTED BUT NEVER FINISHED CLEANLY, AND IT CAN NEVER GO
002440*    NEGATIVE.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003410     SELECT GLE-ERRS-FILE ASSIGN TO "GLEERRS"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS RC-ERRS-STATUS.
003465     SELECT GLE-SORT-FILE ASSIGN TO "SORTWK01".
003473     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
003481         ORGANIZATION IS LINE SEQUENTIAL
003489         FILE STATUS IS RC-RUNC-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  GLE-AUDIT-FILE.
003800 01  RC-AUDIT-IN                 PIC X(57).
003900 FD  GLE-STRT-FILE.
004000 COPY GLESTRT.
004010 FD  GLE-ERRS-FILE.
004020 COPY GLEERRL.
004023 FD  GLE-RUNC-FILE.
004026 COPY GLERUNR.
004031 SD  GLE-SORT-FILE.
004042 01  RC-SORT-RECORD.
004053     05  RC-SORT-GAME-ID         PIC 9(08).
004064     05  RC-SORT-STAMP           PIC X(16).
004075     05  RC-SORT-SEQ             PIC 9(09).
004086     05  RC-SORT-AUDIT           PIC X(57).
004100 WORKING-STORAGE SECTION.
004200******************************************************************
004300*    FILE CONTROLS AND SWITCHES
004800     88  RC-EOF                     VALUE 'Y'.
004900     88  RC-NOT-EOF                 VALUE 'N'.
004950 77  RC-AUDIT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
004952     88  RC-AUDIT-IS-OPEN           VALUE 'Y'.
004954 77  RC-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
004956     88  RC-SORT-EOF                VALUE 'Y'.
004958******************************************************************
004964*    ERROR LOG CONTROLS (SEE 9800-LOG-ERROR)
004966******************************************************************
004968 77  RC-ERRS-STATUS          PIC X(02) VALUE SPACES.
005540 77  RC-OPER-VARIANCE        PIC S9(07) VALUE 0.
005560 77  RC-OPER-SWITCH          PIC X(01) VALUE 'N'.
005580     88  RC-OPER-SUPPLIED           VALUE 'Y'.
005590******************************************************************
005600*    THE AUDIT RECORD BEING COUNTED. THE TRAIL IS READ INTO IT ON
005610*    THE WAY INTO THE SORT AND EACH SORTED RECORD IS MOVED BACK
005620*    INTO IT ON THE WAY OUT.
005630******************************************************************
005640 COPY GLEAUDR.
005650******************************************************************
005660*    CURRENT GAME-ID. A GAME IS COUNTED STARTED AND COMPLETED
005670*    ONCE PER GAME-ID, HOWEVER MANY 'S' RECORDS ITS
005680*    SUSPEND/RESUME CYCLES LEFT BEHIND.
005690******************************************************************
005700 77  RC-SORT-SEQ-NO          PIC 9(09) VALUE 0.
005710 77  RC-CURR-GAME-ID         PIC 9(08) VALUE 0.
005720 77  RC-GAME-STARTED         PIC X(01) VALUE 'N'.
005725 77  RC-GAME-ENDED           PIC X(01) VALUE 'N'.
005730******************************************************************
005735*    RUN-CONTROL FILE (SEE 0500-CHECK-RUN-CONTROL AND
005740*    9700-RECORD-RUN)
005745******************************************************************
005750 77  RC-RUNC-STATUS          PIC X(02) VALUE SPACES.
005755 77  RC-RUNC-EOF-SWITCH      PIC X(01) VALUE 'N'.
005760     88  RC-RUNC-EOF                VALUE 'Y'.
005765 77  RC-STEP-DONE-SWITCH     PIC X(01) VALUE 'N'.
005770     88  RC-STEP-DONE               VALUE 'Y'.
005775 77  RC-DONE-RC              PIC 9(04) VALUE 0.
005780 77  RC-DONE-DATE            PIC 9(08) VALUE 0.
005785 77  RC-DONE-TIME            PIC 9(08) VALUE 0.
005790 PROCEDURE DIVISION.
005801******************************************************************
005862*    0000-MAINLINE
005923*    SORTS THE AUDIT TRAIL'S BOUNDARY RECORDS INTO GAME ORDER,
005984*    COUNTS EACH GAME-ID ON THE WAY OUT OF THE SORT, THEN
006045*    COMPARES THE STARTED AND COMPLETED COUNTS.
006106******************************************************************
006167 0000-MAINLINE.
006179     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
006191     IF RC-STEP-DONE
006203         STOP RUN
006215     END-IF.
006228     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006289     IF RC-AUDIT-IS-OPEN
006350         SORT GLE-SORT-FILE
006411             ON ASCENDING KEY RC-SORT-GAME-ID RC-SORT-STAMP
006472                 RC-SORT-SEQ
006533             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
006594             OUTPUT PROCEDURE IS 2020-COUNT-GAMES THRU 2020-EXIT
006655     END-IF.
006716     PERFORM 3000-RECONCILE THRU 3000-EXIT.
006777     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006807     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
006809     STOP RUN.
006811******************************************************************
006813*    0500-CHECK-RUN-CONTROL
006815*    LOOKS FOR THIS PROGRAM ON THE GLERUNC RUN-CONTROL FILE IN
006817*    THE CURRENT GLEDAILY CYCLE (SINCE GLEARCH LAST STARTED). IF
006819*    IT ALREADY ENDED THERE AT RC 4 OR BETTER, THIS IS A
006821*    RESUBMITTED GLEDAILY PASSING A STEP THAT FINISHED, AND THE
006823*    RUN ENDS AT ONCE, RC 0, WITHOUT DOING THE WORK AGAIN OR
006825*    RECORDING ANOTHER RUN. NO FILE YET, OR ONE THAT CANNOT BE
006827*    READ, MEANS THE STEP RUNS.
006829******************************************************************
006831 0500-CHECK-RUN-CONTROL.
006833     OPEN INPUT GLE-RUNC-FILE.
006835     IF RC-RUNC-STATUS = "35"
006837         GO TO 0500-EXIT
006839     END-IF.
006841     IF RC-RUNC-STATUS NOT = "00"
006843         DISPLAY "GLERECON: GLERUNC COULD NOT BE OPENED, STATUS="
006845             RC-RUNC-STATUS " -- STEP RUNS."
006847         GO TO 0500-EXIT
006849     END-IF.
006851     PERFORM 0510-READ-RUN-CONTROL THRU 0510-EXIT
006853         UNTIL RC-RUNC-EOF.
006855     CLOSE GLE-RUNC-FILE.
006857     IF RC-STEP-DONE
006859         DISPLAY "GLERECON: ALREADY ENDED RC " RC-DONE-RC
006861             " AT " RC-DONE-DATE " " RC-DONE-TIME
006863             " IN THIS GLEDAILY CYCLE -- NOT RUN AGAIN."
006865     END-IF.
006867 0500-EXIT.
006869     EXIT.
006871******************************************************************
006873*    0510-READ-RUN-CONTROL
006875*    READS ONE RUN-CONTROL RECORD. GLEARCH STARTING OPENS A NEW
006877*    CYCLE AND FORGETS EVERY EARLIER RUN; THIS PROGRAM'S OWN 'E'
006879*    RECORDS SAY WHETHER IT COMPLETED, THE LATEST ONE WINNING.
006881******************************************************************
006883 0510-READ-RUN-CONTROL.
006885     READ GLE-RUNC-FILE
006887         AT END
006889             MOVE 'Y' TO RC-RUNC-EOF-SWITCH
006891     END-READ.
006893     IF RC-RUNC-EOF
006895         GO TO 0510-EXIT
006897     END-IF.
006899     IF RC-RUNC-STATUS NOT = "00"
006901         DISPLAY "GLERECON: READ OF GLERUNC FAILED, STATUS="
006903             RC-RUNC-STATUS " -- STEP RUNS."
006905         MOVE 'N' TO RC-STEP-DONE-SWITCH
006907         MOVE 'Y' TO RC-RUNC-EOF-SWITCH
006909         GO TO 0510-EXIT
006911     END-IF.
006913     IF GLE-RUNC-CYCLE-PROGRAM
006915         MOVE 'N' TO RC-STEP-DONE-SWITCH
006917     END-IF.
006919     IF GLE-RUNC-PROGRAM = 'GLERECON' AND GLE-RUNC-ENDED
006921         IF GLE-RUNC-COMPLETED
006923             MOVE 'Y' TO RC-STEP-DONE-SWITCH
006925             MOVE GLE-RUNC-RC       TO RC-DONE-RC
006927             MOVE GLE-RUNC-RUN-DATE TO RC-DONE-DATE
006929             MOVE GLE-RUNC-RUN-TIME TO RC-DONE-TIME
006931         ELSE
006933             MOVE 'N' TO RC-STEP-DONE-SWITCH
006935         END-IF
006937     END-IF.
006939 0510-EXIT.
006941     EXIT.
006943******************************************************************
007000*    1000-INITIALIZE
007100*    OPENS THE AUDIT TRAIL AND, WHEN THE OPTIONAL GLESTART CARD
007200*    WAS DROPPED, READS THE OPERATOR-REPORTED GAMES-STARTED
009300     END-IF.
009400 1000-EXIT.
009500     EXIT.
009523******************************************************************
009546*    2000-LOAD-SORT
009569*    SORT INPUT PROCEDURE. RELEASES EVERY BOUNDARY RECORD ON THE
009592*    TRAIL TO THE SORT, KEYED BY GAME-ID AND TIMESTAMP WITH ITS
009615*    POSITION ON THE INPUT AS THE TIE-BREAK.
009638******************************************************************
009661 2000-LOAD-SORT.
009684     PERFORM 2010-READ-AUDIT THRU 2010-EXIT
009707         UNTIL RC-EOF.
009730 2000-EXIT.
009753     EXIT.
009776******************************************************************
009799*    2010-READ-AUDIT
009822*    READS ONE AUDIT RECORD AND RELEASES IT TO THE SORT IF IT
009845*    MARKS A GAME BOUNDARY: AN 'S' RECORD, AN 'E' RECORD, OR A
009868*    BLANK-TYPE PRE-CHANGE GUESS ANSWERED 'E'/'Q'. 'G' RECORDS
009891*    CARRY NO BOUNDARY AND ARE PASSED OVER, AS IS AN ARCHIVE
009914*    CONTROL-TOTAL TRAILER (NON-NUMERIC DATE POSITION).
009937******************************************************************
009960 2010-READ-AUDIT.
009983     READ GLE-AUDIT-FILE INTO GLE-AUDIT-RECORD
010006         AT END
010029             MOVE 'Y' TO RC-EOF-SWITCH
010052     END-READ.
010075     IF NOT RC-EOF AND RC-AUDIT-STATUS NOT = "00"
010098         MOVE 'GLEAUDIT'        TO RC-ERR-FILE
010121         MOVE 'READ'            TO RC-ERR-VERB
010144         MOVE RC-AUDIT-STATUS   TO RC-ERR-FSTAT
010167         PERFORM 9800-LOG-ERROR THRU 9800-EXIT
010190         MOVE 'Y' TO RC-EOF-SWITCH
010213     END-IF.
010236     IF RC-EOF OR GLE-AUD-DATE NOT NUMERIC
010259         GO TO 2010-EXIT
010282     END-IF.
010305     IF GLE-AUD-REC-START
010328         OR GLE-AUD-REC-END
010351         OR (GLE-AUD-REC-LEGACY
010374             AND (GLE-AUD-USER-INPUT = 'e' OR 'q'))
010397         ADD 1 TO RC-SORT-SEQ-NO
010420         MOVE GLE-AUD-GAME-ID   TO RC-SORT-GAME-ID
010443         MOVE GLE-AUD-TIMESTAMP TO RC-SORT-STAMP
010466         MOVE RC-SORT-SEQ-NO    TO RC-SORT-SEQ
010489         MOVE GLE-AUDIT-RECORD  TO RC-SORT-AUDIT
010512         RELEASE RC-SORT-RECORD
010535     END-IF.
010558 2010-EXIT.
010581     EXIT.
010604******************************************************************
010627*    2020-COUNT-GAMES
010650*    SORT OUTPUT PROCEDURE. TAKES BACK EACH BOUNDARY RECORD IN
010673*    GAME ORDER, THEN TALLIES THE LAST GAME-ID.
010696******************************************************************
010719 2020-COUNT-GAMES.
010742     PERFORM 2030-RETURN-AUDIT THRU 2030-EXIT
010765         UNTIL RC-SORT-EOF.
010788     PERFORM 2900-TALLY-GAME-ID THRU 2900-EXIT.
010811 2020-EXIT.
010834     EXIT.
010857******************************************************************
010880*    2030-RETURN-AUDIT
010903*    RETURNS ONE SORTED BOUNDARY RECORD. A CHANGE OF GAME-ID
010926*    FIRST TALLIES THE GAME-ID BEFORE IT. AN 'S' RECORD MARKS
010949*    THE GAME STARTED (A RESUMED GAME HAS SEVERAL 'S' RECORDS
010972*    BUT IS ONE GAME), AN 'E' RECORD -- OR A BLANK-TYPE
010995*    PRE-CHANGE GUESS ANSWERED 'E'/'Q' -- MARKS IT BOTH STARTED
011018*    AND COMPLETED, SINCE AN END IMPLIES A START EVEN WHEN NONE
011041*    IS ON FILE.
011064******************************************************************
011087 2030-RETURN-AUDIT.
011110     RETURN GLE-SORT-FILE
011133         AT END
011156             MOVE 'Y' TO RC-SORT-EOF-SWITCH
011179     END-RETURN.
011202     IF RC-SORT-EOF
011225         GO TO 2030-EXIT
011248     END-IF.
011271     MOVE RC-SORT-AUDIT TO GLE-AUDIT-RECORD.
011294     IF GLE-AUD-GAME-ID NOT = RC-CURR-GAME-ID
011317         PERFORM 2900-TALLY-GAME-ID THRU 2900-EXIT
011340         MOVE GLE-AUD-GAME-ID TO RC-CURR-GAME-ID
011363     END-IF.
011386     MOVE 'Y' TO RC-GAME-STARTED.
011409     IF NOT GLE-AUD-REC-START
011432         MOVE 'Y' TO RC-GAME-ENDED
011455     END-IF.
011478 2030-EXIT.
011501     EXIT.
011524******************************************************************
011547*    2900-TALLY-GAME-ID
011570*    TALLIES THE GAME-ID THE SORT HAS JUST MOVED PAST INTO THE
011593*    STARTED AND COMPLETED TOTALS AND CLEARS ITS MARKS.
011616******************************************************************
011639 2900-TALLY-GAME-ID.
011662     IF RC-GAME-STARTED = 'Y'
011685         ADD 1 TO RC-STARTED-COUNT
011708     END-IF.
011731     IF RC-GAME-ENDED = 'Y'
011754         ADD 1 TO RC-COMPLETED-COUNT
011777     END-IF.
011800     MOVE 'N' TO RC-GAME-STARTED.
011823     MOVE 'N' TO RC-GAME-ENDED.
011846 2900-EXIT.
011869     EXIT.
011946******************************************************************
011948*    3000-RECONCILE
012000*    COMPARES THE TRAIL'S STARTED COUNT AGAINST ITS COMPLETED
012100*    COUNT AND REPORTS ANY MISMATCH WITH RETURN CODE 8. BOTH
012110*    ARE COUNTED PER DISTINCT GAME-ID OUT OF THE SORT, SO A
012120*    RESUMED GAME'S EXTRA 'S' RECORDS DO NOT INFLATE THEM. THE
012130*    OPERATOR-KEYED COUNT, WHEN SUPPLIED, IS SHOWN AS A
012140*    SECONDARY CROSS-CHECK ONLY AND DOES NOT FAIL THE STEP.
012200******************************************************************
012300 3000-RECONCILE.
012400     COMPUTE RC-VARIANCE = RC-STARTED-COUNT - RC-COMPLETED-COUNT.
012500     DISPLAY "==================================================".
012600     DISPLAY "GLERECON - DAILY GAMES-STARTED RECONCILIATION".
014650         CLOSE GLE-AUDIT-FILE
014660     END-IF.
014700 9000-EXIT.
014702     EXIT.
014704******************************************************************
014706*    9700-RECORD-RUN
014708*    APPENDS THIS RUN'S 'E' RECORD -- RETURN CODE, NOTE, AND KEY
014710*    COUNTS -- TO THE COMMON GLERUNC RUN-CONTROL FILE FOR THE
014712*    GLEOPSR MORNING STATUS PAGE (SEE GLERUNR). A RUN THAT
014714*    CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE; IT
014716*    SHOWS AS NOT RUN ON THE STATUS PAGE.
014718******************************************************************
014720 9700-RECORD-RUN.
014722     OPEN EXTEND GLE-RUNC-FILE.
014724     IF RC-RUNC-STATUS = "05" OR "35"
014726         OPEN OUTPUT GLE-RUNC-FILE
014728     END-IF.
014730     IF RC-RUNC-STATUS NOT = "00"
014732         DISPLAY "GLERECON: GLERUNC COULD NOT BE OPENED, STATUS="
014734             RC-RUNC-STATUS " -- RUN NOT RECORDED."
014736         GO TO 9700-EXIT
014738     END-IF.
014740     MOVE SPACES             TO GLE-RUNC-RECORD.
014742     MOVE 'GLERECON'         TO GLE-RUNC-PROGRAM.
014744     MOVE 'E'                TO GLE-RUNC-EVENT.
014746     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
014748     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
014750     MOVE RETURN-CODE        TO GLE-RUNC-RC.
014752     IF RC-VARIANCE = 0
014754         MOVE 'RECONCILED'    TO GLE-RUNC-NOTE
014756     ELSE
014758         MOVE 'MISMATCH'      TO GLE-RUNC-NOTE
014760     END-IF.
014762     MOVE 'STARTED'          TO GLE-RUNC-COUNT-NAME (1).
014764     MOVE RC-STARTED-COUNT   TO GLE-RUNC-COUNT-VALUE (1).
014766     MOVE 'COMPLETED'        TO GLE-RUNC-COUNT-NAME (2).
014768     MOVE RC-COMPLETED-COUNT TO GLE-RUNC-COUNT-VALUE (2).
014770     MOVE 'VARIANCE'         TO GLE-RUNC-COUNT-NAME (3).
014772     MOVE RC-VARIANCE        TO GLE-RUNC-COUNT-VALUE (3).
014774     MOVE 'OPER COUNT'       TO GLE-RUNC-COUNT-NAME (4).
014776     MOVE RC-OPER-COUNT      TO GLE-RUNC-COUNT-VALUE (4).
014778     WRITE GLE-RUNC-RECORD.
014780     IF RC-RUNC-STATUS NOT = "00"
014782         DISPLAY "GLERECON: WRITE OF GLERUNC FAILED, STATUS="
014784             RC-RUNC-STATUS " -- RUN NOT RECORDED."
014786     END-IF.
014788     CLOSE GLE-RUNC-FILE.
014790 9700-EXIT.
014792     EXIT.
014794******************************************************************
014820*    9800-LOG-ERROR
014830*    COMMON FAILURE PATH FOR A CHECKED I/O VERB. THE CALLER
014840*    FILLS RC-ERR-FILE / RC-ERR-VERB / RC-ERR-FSTAT; THE
