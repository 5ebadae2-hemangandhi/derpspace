001900*                     AVERAGE GUESSES TO WIN, SO TRENDS ARE A
002000*                     REPORT INSTEAD OF AN ARCHAEOLOGY PROJECT
002100*                     THROUGH HELD OUTPUT.
002111*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
002122*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
002133*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
002144*                     MORNING STATUS PAGE, AND END AT ONCE, RC 0,
002155*                     WHEN GLERUNC SHOWS THIS STEP ALREADY
002166*                     COMPLETED IN THE CURRENT GLEDAILY CYCLE, SO
002177*                     A RESUBMITTED GLEDAILY DOES NOT DO ITS WORK
002188*                     TWICE.
002200******************************************************************
002300*    WEEKLY AVERAGES ARE WEIGHTED BY GAMES WON (EACH DAY'S
002400*    AVERAGE TIMES ITS WINS, SUMMED, OVER TOTAL WINS) SO A
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS GLE-HIST-DATE
003600         FILE STATUS IS TR-HIST-STATUS.
003625     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
003650         ORGANIZATION IS LINE SEQUENTIAL
003675         FILE STATUS IS TR-RUNC-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  GLE-HIST-FILE.
004000 COPY GLEHIST.
004033 FD  GLE-RUNC-FILE.
004066 COPY GLERUNR.
004100 WORKING-STORAGE SECTION.
004200******************************************************************
004300*    FILE CONTROLS AND SWITCHES
008000 77  TR-BEST-AVG             PIC 9(05)V9(02) VALUE 0.
008100 77  TR-WORST-DATE           PIC 9(08) VALUE 0.
008200 77  TR-WORST-AVG            PIC 9(05)V9(02) VALUE 0.
008207******************************************************************
008214*    RUN-CONTROL FILE (SEE 0500-CHECK-RUN-CONTROL AND
008221*    9700-RECORD-RUN)
008228******************************************************************
008235 77  TR-RUNC-STATUS          PIC X(02) VALUE SPACES.
008242 77  TR-RUNC-EOF-SWITCH      PIC X(01) VALUE 'N'.
008249     88  TR-RUNC-EOF                VALUE 'Y'.
008256 77  TR-STEP-DONE-SWITCH     PIC X(01) VALUE 'N'.
008263     88  TR-STEP-DONE               VALUE 'Y'.
008270 77  TR-DONE-RC              PIC 9(04) VALUE 0.
008277 77  TR-DONE-DATE            PIC 9(08) VALUE 0.
008284 77  TR-DONE-TIME            PIC 9(08) VALUE 0.
008300 PROCEDURE DIVISION.
008400******************************************************************
008500*    0000-MAINLINE
008700*    AGE, THEN PRINTS THE TREND REPORT.
008800******************************************************************
008900 0000-MAINLINE.
008920     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
008940     IF TR-STEP-DONE
008960         STOP RUN
008980     END-IF.
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009100     PERFORM 2000-READ-HISTORY THRU 2000-EXIT
009200         UNTIL TR-EOF.
009300     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
009400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009450     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
009500     STOP RUN.
009501******************************************************************
009502*    0500-CHECK-RUN-CONTROL
009503*    LOOKS FOR THIS PROGRAM ON THE GLERUNC RUN-CONTROL FILE IN
009504*    THE CURRENT GLEDAILY CYCLE (SINCE GLEARCH LAST STARTED). IF
009505*    IT ALREADY ENDED THERE AT RC 4 OR BETTER, THIS IS A
009506*    RESUBMITTED GLEDAILY PASSING A STEP THAT FINISHED, AND THE
009507*    RUN ENDS AT ONCE, RC 0, WITHOUT DOING THE WORK AGAIN OR
009508*    RECORDING ANOTHER RUN. NO FILE YET, OR ONE THAT CANNOT BE
009509*    READ, MEANS THE STEP RUNS.
009510******************************************************************
009511 0500-CHECK-RUN-CONTROL.
009512     OPEN INPUT GLE-RUNC-FILE.
009513     IF TR-RUNC-STATUS = "35"
009514         GO TO 0500-EXIT
009515     END-IF.
009516     IF TR-RUNC-STATUS NOT = "00"
009517         DISPLAY "GLETREND: GLERUNC COULD NOT BE OPENED, STATUS="
009518             TR-RUNC-STATUS " -- STEP RUNS."
009519         GO TO 0500-EXIT
009520     END-IF.
009521     PERFORM 0510-READ-RUN-CONTROL THRU 0510-EXIT
009522         UNTIL TR-RUNC-EOF.
009523     CLOSE GLE-RUNC-FILE.
009524     IF TR-STEP-DONE
009525         DISPLAY "GLETREND: ALREADY ENDED RC " TR-DONE-RC
009526             " AT " TR-DONE-DATE " " TR-DONE-TIME
009527             " IN THIS GLEDAILY CYCLE -- NOT RUN AGAIN."
009528     END-IF.
009529 0500-EXIT.
009530     EXIT.
009531******************************************************************
009532*    0510-READ-RUN-CONTROL
009533*    READS ONE RUN-CONTROL RECORD. GLEARCH STARTING OPENS A NEW
009534*    CYCLE AND FORGETS EVERY EARLIER RUN; THIS PROGRAM'S OWN 'E'
009535*    RECORDS SAY WHETHER IT COMPLETED, THE LATEST ONE WINNING.
009536******************************************************************
009537 0510-READ-RUN-CONTROL.
009538     READ GLE-RUNC-FILE
009539         AT END
009540             MOVE 'Y' TO TR-RUNC-EOF-SWITCH
009541     END-READ.
009542     IF TR-RUNC-EOF
009543         GO TO 0510-EXIT
009544     END-IF.
009545     IF TR-RUNC-STATUS NOT = "00"
009546         DISPLAY "GLETREND: READ OF GLERUNC FAILED, STATUS="
009547             TR-RUNC-STATUS " -- STEP RUNS."
009548         MOVE 'N' TO TR-STEP-DONE-SWITCH
009549         MOVE 'Y' TO TR-RUNC-EOF-SWITCH
009550         GO TO 0510-EXIT
009551     END-IF.
009552     IF GLE-RUNC-CYCLE-PROGRAM
009553         MOVE 'N' TO TR-STEP-DONE-SWITCH
009554     END-IF.
009555     IF GLE-RUNC-PROGRAM = 'GLETREND' AND GLE-RUNC-ENDED
009556         IF GLE-RUNC-COMPLETED
009557             MOVE 'Y' TO TR-STEP-DONE-SWITCH
009558             MOVE GLE-RUNC-RC       TO TR-DONE-RC
009559             MOVE GLE-RUNC-RUN-DATE TO TR-DONE-DATE
009560             MOVE GLE-RUNC-RUN-TIME TO TR-DONE-TIME
009561         ELSE
009562             MOVE 'N' TO TR-STEP-DONE-SWITCH
009563         END-IF
009564     END-IF.
009565 0510-EXIT.
009566     EXIT.
009600******************************************************************
009700*    1000-INITIALIZE
009800*    OPENS THE HISTORY FILE, POSITIONS IT AT ITS LOWEST DATE,
027200     END-IF.
027300 9000-EXIT.
027400     EXIT.
027500******************************************************************
027600*    9700-RECORD-RUN
027700*    APPENDS THIS RUN'S 'E' RECORD -- RETURN CODE, NOTE, AND KEY
027800*    COUNTS -- TO THE COMMON GLERUNC RUN-CONTROL FILE FOR THE
027900*    GLEOPSR MORNING STATUS PAGE (SEE GLERUNR). A RUN THAT
028000*    CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE; IT
028100*    SHOWS AS NOT RUN ON THE STATUS PAGE.
028200******************************************************************
028300 9700-RECORD-RUN.
028400     OPEN EXTEND GLE-RUNC-FILE.
028500     IF TR-RUNC-STATUS = "05" OR "35"
028600         OPEN OUTPUT GLE-RUNC-FILE
028700     END-IF.
028800     IF TR-RUNC-STATUS NOT = "00"
028900         DISPLAY "GLETREND: GLERUNC COULD NOT BE OPENED, STATUS="
029000             TR-RUNC-STATUS " -- RUN NOT RECORDED."
029100         GO TO 9700-EXIT
029200     END-IF.
029300     MOVE SPACES             TO GLE-RUNC-RECORD.
029400     MOVE 'GLETREND'         TO GLE-RUNC-PROGRAM.
029500     MOVE 'E'                TO GLE-RUNC-EVENT.
029600     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
029700     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
029800     MOVE RETURN-CODE        TO GLE-RUNC-RC.
029900     MOVE 'DAYS THIS'        TO GLE-RUNC-COUNT-NAME (1).
030000     MOVE TR-TW-DAYS         TO GLE-RUNC-COUNT-VALUE (1).
030100     MOVE 'DAYS LAST'        TO GLE-RUNC-COUNT-NAME (2).
030200     MOVE TR-LW-DAYS         TO GLE-RUNC-COUNT-VALUE (2).
030300     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (3).
030400     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (4).
030500     WRITE GLE-RUNC-RECORD.
030600     IF TR-RUNC-STATUS NOT = "00"
030700         DISPLAY "GLETREND: WRITE OF GLERUNC FAILED, STATUS="
030800             TR-RUNC-STATUS " -- RUN NOT RECORDED."
030900     END-IF.
031000     CLOSE GLE-RUNC-FILE.
031100 9700-EXIT.
031200     EXIT.
