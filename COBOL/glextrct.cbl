002472*    2026-09-01  DH   NAME THE NEW USER-ID ALTERNATE KEY ON THE
002474*                     GLESESS SELECT -- EVERY PROGRAM OPENING
002476*                     THE FILE MUST DECLARE BOTH KEYS.
002478*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
002480*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
002482*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
002484*                     MORNING STATUS PAGE, AND END AT ONCE, RC 0,
002486*                     WHEN GLERUNC SHOWS THIS STEP ALREADY
002488*                     COMPLETED IN THE CURRENT GLEDAILY CYCLE, SO
002490*                     A RESUBMITTED GLEDAILY DOES NOT DO ITS WORK
002492*                     TWICE.
002500******************************************************************
002600*    ROW SHAPES (SEMICOLON DELIMITED, FIXED-WIDTH FIELDS):
002700*      HDR;<EXTRACT DATE>
004700     SELECT GLE-XTRCT-FILE ASSIGN TO "GLEXTRCT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS EX-XTRCT-STATUS.
004925     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
004950         ORGANIZATION IS LINE SEQUENTIAL
004975         FILE STATUS IS EX-RUNC-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  GLE-AUDIT-FILE.
005500 COPY GLESESS.
005600 FD  GLE-XTRCT-FILE.
005700 01  EX-XTRCT-RECORD             PIC X(80).
005733 FD  GLE-RUNC-FILE.
005766 COPY GLERUNR.
005800 WORKING-STORAGE SECTION.
005900******************************************************************
006000*    FILE CONTROLS AND SWITCHES
008600*    ROW ASSEMBLY WORK AREA
008700******************************************************************
008800 77  EX-ROW-WORK             PIC X(80) VALUE SPACES.
008807******************************************************************
008814*    RUN-CONTROL FILE (SEE 0500-CHECK-RUN-CONTROL AND
008821*    9700-RECORD-RUN)
008828******************************************************************
008835 77  EX-RUNC-STATUS          PIC X(02) VALUE SPACES.
008842 77  EX-RUNC-EOF-SWITCH      PIC X(01) VALUE 'N'.
008849     88  EX-RUNC-EOF                VALUE 'Y'.
008856 77  EX-STEP-DONE-SWITCH     PIC X(01) VALUE 'N'.
008863     88  EX-STEP-DONE               VALUE 'Y'.
008870 77  EX-DONE-RC              PIC 9(04) VALUE 0.
008877 77  EX-DONE-DATE            PIC 9(08) VALUE 0.
008884 77  EX-DONE-TIME            PIC 9(08) VALUE 0.
008900 PROCEDURE DIVISION.
009000******************************************************************
009100*    0000-MAINLINE
009300*    THE CONTROL-TOTAL TRAILER.
009400******************************************************************
009500 0000-MAINLINE.
009520     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
009540     IF EX-STEP-DONE
009560         STOP RUN
009580     END-IF.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009700     PERFORM 2000-EXTRACT-AUDIT THRU 2000-EXIT
009800         UNTIL EX-EOF.
009920         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
009940     END-IF.
010000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010050     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
010100     STOP RUN.
010101******************************************************************
010102*    0500-CHECK-RUN-CONTROL
010103*    LOOKS FOR THIS PROGRAM ON THE GLERUNC RUN-CONTROL FILE IN
010104*    THE CURRENT GLEDAILY CYCLE (SINCE GLEARCH LAST STARTED). IF
010105*    IT ALREADY ENDED THERE AT RC 4 OR BETTER, THIS IS A
010106*    RESUBMITTED GLEDAILY PASSING A STEP THAT FINISHED, AND THE
010107*    RUN ENDS AT ONCE, RC 0, WITHOUT DOING THE WORK AGAIN OR
010108*    RECORDING ANOTHER RUN. NO FILE YET, OR ONE THAT CANNOT BE
010109*    READ, MEANS THE STEP RUNS.
010110******************************************************************
010111 0500-CHECK-RUN-CONTROL.
010112     OPEN INPUT GLE-RUNC-FILE.
010113     IF EX-RUNC-STATUS = "35"
010114         GO TO 0500-EXIT
010115     END-IF.
010116     IF EX-RUNC-STATUS NOT = "00"
010117         DISPLAY "GLEXTRCT: GLERUNC COULD NOT BE OPENED, STATUS="
010118             EX-RUNC-STATUS " -- STEP RUNS."
010119         GO TO 0500-EXIT
010120     END-IF.
010121     PERFORM 0510-READ-RUN-CONTROL THRU 0510-EXIT
010122         UNTIL EX-RUNC-EOF.
010123     CLOSE GLE-RUNC-FILE.
010124     IF EX-STEP-DONE
010125         DISPLAY "GLEXTRCT: ALREADY ENDED RC " EX-DONE-RC
010126             " AT " EX-DONE-DATE " " EX-DONE-TIME
010127             " IN THIS GLEDAILY CYCLE -- NOT RUN AGAIN."
010128     END-IF.
010129 0500-EXIT.
010130     EXIT.
010131******************************************************************
010132*    0510-READ-RUN-CONTROL
010133*    READS ONE RUN-CONTROL RECORD. GLEARCH STARTING OPENS A NEW
010134*    CYCLE AND FORGETS EVERY EARLIER RUN; THIS PROGRAM'S OWN 'E'
010135*    RECORDS SAY WHETHER IT COMPLETED, THE LATEST ONE WINNING.
010136******************************************************************
010137 0510-READ-RUN-CONTROL.
010138     READ GLE-RUNC-FILE
010139         AT END
010140             MOVE 'Y' TO EX-RUNC-EOF-SWITCH
010141     END-READ.
010142     IF EX-RUNC-EOF
010143         GO TO 0510-EXIT
010144     END-IF.
010145     IF EX-RUNC-STATUS NOT = "00"
010146         DISPLAY "GLEXTRCT: READ OF GLERUNC FAILED, STATUS="
010147             EX-RUNC-STATUS " -- STEP RUNS."
010148         MOVE 'N' TO EX-STEP-DONE-SWITCH
010149         MOVE 'Y' TO EX-RUNC-EOF-SWITCH
010150         GO TO 0510-EXIT
010151     END-IF.
010152     IF GLE-RUNC-CYCLE-PROGRAM
010153         MOVE 'N' TO EX-STEP-DONE-SWITCH
010154     END-IF.
010155     IF GLE-RUNC-PROGRAM = 'GLEXTRCT' AND GLE-RUNC-ENDED
010156         IF GLE-RUNC-COMPLETED
010157             MOVE 'Y' TO EX-STEP-DONE-SWITCH
010158             MOVE GLE-RUNC-RC       TO EX-DONE-RC
010159             MOVE GLE-RUNC-RUN-DATE TO EX-DONE-DATE
010160             MOVE GLE-RUNC-RUN-TIME TO EX-DONE-TIME
010161         ELSE
010162             MOVE 'N' TO EX-STEP-DONE-SWITCH
010163         END-IF
010164     END-IF.
010165 0510-EXIT.
010166     EXIT.
010200******************************************************************
010300*    1000-INITIALIZE
010400*    OPENS THE FILES AND WRITES THE HEADER ROW CARRYING THE
022700     CLOSE GLE-XTRCT-FILE.
022800 9000-EXIT.
022900     EXIT.
023000******************************************************************
023100*    9700-RECORD-RUN
023200*    APPENDS THIS RUN'S 'E' RECORD -- RETURN CODE, NOTE, AND KEY
023300*    COUNTS -- TO THE COMMON GLERUNC RUN-CONTROL FILE FOR THE
023400*    GLEOPSR MORNING STATUS PAGE (SEE GLERUNR). A RUN THAT
023500*    CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE; IT
023600*    SHOWS AS NOT RUN ON THE STATUS PAGE.
023700******************************************************************
023800 9700-RECORD-RUN.
023900     OPEN EXTEND GLE-RUNC-FILE.
024000     IF EX-RUNC-STATUS = "05" OR "35"
024100         OPEN OUTPUT GLE-RUNC-FILE
024200     END-IF.
024300     IF EX-RUNC-STATUS NOT = "00"
024400         DISPLAY "GLEXTRCT: GLERUNC COULD NOT BE OPENED, STATUS="
024500             EX-RUNC-STATUS " -- RUN NOT RECORDED."
024600         GO TO 9700-EXIT
024700     END-IF.
024800     MOVE SPACES             TO GLE-RUNC-RECORD.
024900     MOVE 'GLEXTRCT'         TO GLE-RUNC-PROGRAM.
025000     MOVE 'E'                TO GLE-RUNC-EVENT.
025100     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
025200     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
025300     MOVE RETURN-CODE        TO GLE-RUNC-RC.
025400     MOVE 'DETAILS'          TO GLE-RUNC-COUNT-NAME (1).
025500     MOVE EX-DETAIL-COUNT    TO GLE-RUNC-COUNT-VALUE (1).
025600     MOVE 'GAMES'            TO GLE-RUNC-COUNT-NAME (2).
025700     MOVE EX-GAME-COUNT      TO GLE-RUNC-COUNT-VALUE (2).
025800     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (3).
025900     MOVE 0                  TO GLE-RUNC-COUNT-VALUE (4).
026000     WRITE GLE-RUNC-RECORD.
026100     IF EX-RUNC-STATUS NOT = "00"
026200         DISPLAY "GLEXTRCT: WRITE OF GLERUNC FAILED, STATUS="
026300             EX-RUNC-STATUS " -- RUN NOT RECORDED."
026400     END-IF.
026500     CLOSE GLE-RUNC-FILE.
026600 9700-EXIT.
026700     EXIT.
