002600*                     NON-OK LOAD STATUS ENDS THE STEP RC 8 SO
002700*                     THE SCHEDULER PAGES US THE NIGHT IT
002800*                     HAPPENS.
002811*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
002822*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
002833*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
002844*                     MORNING STATUS PAGE, AND END AT ONCE, RC 0,
002855*                     WHEN GLERUNC SHOWS THIS STEP ALREADY
002866*                     COMPLETED IN THE CURRENT GLEDAILY CYCLE, SO
002877*                     A RESUBMITTED GLEDAILY DOES NOT DO ITS WORK
002888*                     TWICE.
002900******************************************************************
003000*    THE EXTRACT GENERATION IS THE SEMICOLON-DELIMITED FILE
003100*    GLEXTRCT CUTS: ITS HDR ROW CARRIES THE EXTRACT DATE IN
004300     SELECT OPTIONAL GLE-WACK-FILE ASSIGN TO "GLEWHACK"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WK-WACK-STATUS.
004525     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
004550         ORGANIZATION IS LINE SEQUENTIAL
004575         FILE STATUS IS WK-RUNC-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  GLE-XTRCT-FILE.
004900 01  WK-XTRCT-RECORD             PIC X(80).
005000 FD  GLE-WACK-FILE.
005100 COPY GLEWAKR.
005133 FD  GLE-RUNC-FILE.
005166 COPY GLERUNR.
005200 WORKING-STORAGE SECTION.
005300******************************************************************
005400*    FILE CONTROLS AND SWITCHES
008100 77  WK-DATE-WORK            PIC X(08) VALUE SPACES.
008200 77  WK-COUNT-WORK           PIC X(07) VALUE SPACES.
008300 77  WK-MISMATCH-COUNT       PIC 9(03) VALUE 0.
008307******************************************************************
008314*    RUN-CONTROL FILE (SEE 0500-CHECK-RUN-CONTROL AND
008321*    9700-RECORD-RUN)
008328******************************************************************
008335 77  WK-RUNC-STATUS          PIC X(02) VALUE SPACES.
008342 77  WK-RUNC-EOF-SWITCH      PIC X(01) VALUE 'N'.
008349     88  WK-RUNC-EOF                VALUE 'Y'.
008356 77  WK-STEP-DONE-SWITCH     PIC X(01) VALUE 'N'.
008363     88  WK-STEP-DONE               VALUE 'Y'.
008370 77  WK-DONE-RC              PIC 9(04) VALUE 0.
008377 77  WK-DONE-DATE            PIC 9(08) VALUE 0.
008384 77  WK-DONE-TIME            PIC 9(08) VALUE 0.
008400 PROCEDURE DIVISION.
008500******************************************************************
008600*    0000-MAINLINE
008800*    ACKNOWLEDGMENT, AND MATCHES THE TWO.
008900******************************************************************
009000 0000-MAINLINE.
009020     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
009040     IF WK-STEP-DONE
009060         STOP RUN
009080     END-IF.
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009200     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT
009300         UNTIL WK-XTRCT-EOF.
009400     PERFORM 2500-READ-ACK THRU 2500-EXIT.
009500     PERFORM 3000-RECONCILE THRU 3000-EXIT.
009600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009650     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
009700     STOP RUN.
009701******************************************************************
009702*    0500-CHECK-RUN-CONTROL
009703*    LOOKS FOR THIS PROGRAM ON THE GLERUNC RUN-CONTROL FILE IN
009704*    THE CURRENT GLEDAILY CYCLE (SINCE GLEARCH LAST STARTED). IF
009705*    IT ALREADY ENDED THERE AT RC 4 OR BETTER, THIS IS A
009706*    RESUBMITTED GLEDAILY PASSING A STEP THAT FINISHED, AND THE
009707*    RUN ENDS AT ONCE, RC 0, WITHOUT DOING THE WORK AGAIN OR
009708*    RECORDING ANOTHER RUN. NO FILE YET, OR ONE THAT CANNOT BE
009709*    READ, MEANS THE STEP RUNS.
009710******************************************************************
009711 0500-CHECK-RUN-CONTROL.
009712     OPEN INPUT GLE-RUNC-FILE.
009713     IF WK-RUNC-STATUS = "35"
009714         GO TO 0500-EXIT
009715     END-IF.
009716     IF WK-RUNC-STATUS NOT = "00"
009717         DISPLAY "GLEWACK: GLERUNC COULD NOT BE OPENED, STATUS="
009718             WK-RUNC-STATUS " -- STEP RUNS."
009719         GO TO 0500-EXIT
009720     END-IF.
009721     PERFORM 0510-READ-RUN-CONTROL THRU 0510-EXIT
009722         UNTIL WK-RUNC-EOF.
009723     CLOSE GLE-RUNC-FILE.
009724     IF WK-STEP-DONE
009725         DISPLAY "GLEWACK: ALREADY ENDED RC " WK-DONE-RC
009726             " AT " WK-DONE-DATE " " WK-DONE-TIME
009727             " IN THIS GLEDAILY CYCLE -- NOT RUN AGAIN."
009728     END-IF.
009729 0500-EXIT.
009730     EXIT.
009731******************************************************************
009732*    0510-READ-RUN-CONTROL
009733*    READS ONE RUN-CONTROL RECORD. GLEARCH STARTING OPENS A NEW
009734*    CYCLE AND FORGETS EVERY EARLIER RUN; THIS PROGRAM'S OWN 'E'
009735*    RECORDS SAY WHETHER IT COMPLETED, THE LATEST ONE WINNING.
009736******************************************************************
009737 0510-READ-RUN-CONTROL.
009738     READ GLE-RUNC-FILE
009739         AT END
009740             MOVE 'Y' TO WK-RUNC-EOF-SWITCH
009741     END-READ.
009742     IF WK-RUNC-EOF
009743         GO TO 0510-EXIT
009744     END-IF.
009745     IF WK-RUNC-STATUS NOT = "00"
009746         DISPLAY "GLEWACK: READ OF GLERUNC FAILED, STATUS="
009747             WK-RUNC-STATUS " -- STEP RUNS."
009748         MOVE 'N' TO WK-STEP-DONE-SWITCH
009749         MOVE 'Y' TO WK-RUNC-EOF-SWITCH
009750         GO TO 0510-EXIT
009751     END-IF.
009752     IF GLE-RUNC-CYCLE-PROGRAM
009753         MOVE 'N' TO WK-STEP-DONE-SWITCH
009754     END-IF.
009755     IF GLE-RUNC-PROGRAM = 'GLEWACK ' AND GLE-RUNC-ENDED
009756         IF GLE-RUNC-COMPLETED
009757             MOVE 'Y' TO WK-STEP-DONE-SWITCH
009758             MOVE GLE-RUNC-RC       TO WK-DONE-RC
009759             MOVE GLE-RUNC-RUN-DATE TO WK-DONE-DATE
009760             MOVE GLE-RUNC-RUN-TIME TO WK-DONE-TIME
009761         ELSE
009762             MOVE 'N' TO WK-STEP-DONE-SWITCH
009763         END-IF
009764     END-IF.
009765 0510-EXIT.
009766     EXIT.
009800******************************************************************
009900*    1000-INITIALIZE
010000*    OPENS THE PRIOR EXTRACT GENERATION. IF IT CANNOT BE READ
024500     END-IF.
024600 9000-EXIT.
024700     EXIT.
024800******************************************************************
024900*    9700-RECORD-RUN
025000*    APPENDS THIS RUN'S 'E' RECORD -- RETURN CODE, NOTE, AND KEY
025100*    COUNTS -- TO THE COMMON GLERUNC RUN-CONTROL FILE FOR THE
025200*    GLEOPSR MORNING STATUS PAGE (SEE GLERUNR). A RUN THAT
025300*    CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE; IT
025400*    SHOWS AS NOT RUN ON THE STATUS PAGE.
025500******************************************************************
025600 9700-RECORD-RUN.
025700     OPEN EXTEND GLE-RUNC-FILE.
025800     IF WK-RUNC-STATUS = "05" OR "35"
025900         OPEN OUTPUT GLE-RUNC-FILE
026000     END-IF.
026100     IF WK-RUNC-STATUS NOT = "00"
026200         DISPLAY "GLEWACK: GLERUNC COULD NOT BE OPENED, STATUS="
026300             WK-RUNC-STATUS " -- RUN NOT RECORDED."
026400         GO TO 9700-EXIT
026500     END-IF.
026600     MOVE SPACES             TO GLE-RUNC-RECORD.
026700     MOVE 'GLEWACK '         TO GLE-RUNC-PROGRAM.
026800     MOVE 'E'                TO GLE-RUNC-EVENT.
026900     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
027000     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
027100     MOVE RETURN-CODE        TO GLE-RUNC-RC.
027200     IF NOT WK-ACK-SEEN
027300         MOVE 'NO ACK'        TO GLE-RUNC-NOTE
027400     ELSE
027500         IF WK-MISMATCH-COUNT = 0
027600             MOVE 'LOAD CONFIRMED' TO GLE-RUNC-NOTE
027700         ELSE
027800             MOVE 'LOAD MISMATCH' TO GLE-RUNC-NOTE
027900         END-IF
028000     END-IF.
028100     MOVE 'TRL ROWS'         TO GLE-RUNC-COUNT-NAME (1).
028200     MOVE WK-TRL-DETAIL-COUNT TO GLE-RUNC-COUNT-VALUE (1).
028300     MOVE 'ACK ROWS'         TO GLE-RUNC-COUNT-NAME (2).
028400     MOVE WK-ACK-ROWS        TO GLE-RUNC-COUNT-VALUE (2).
028500     MOVE 'PROBLEMS'         TO GLE-RUNC-COUNT-NAME (3).
028600     MOVE WK-MISMATCH-COUNT  TO GLE-RUNC-COUNT-VALUE (3).
028700     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (4).
028800     WRITE GLE-RUNC-RECORD.
028900     IF WK-RUNC-STATUS NOT = "00"
029000         DISPLAY "GLEWACK: WRITE OF GLERUNC FAILED, STATUS="
029100             WK-RUNC-STATUS " -- RUN NOT RECORDED."
029200     END-IF.
029300     CLOSE GLE-RUNC-FILE.
029400 9700-EXIT.
029500     EXIT.
