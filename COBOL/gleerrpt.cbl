002300*                     CUTS ALREADY-REPORTED ENTRIES OFF TO A
002400*                     DATED GLEERRAR GENERATION SO THE LIVE LOG
002500*                     STAYS ONE INCIDENT CYCLE DEEP.
002516*    2026-10-15  DH   APPEND AN END-OF-RUN STATUS RECORD (RETURN
002532*                     CODE, NOTE, AND KEY COUNTS) TO THE COMMON
002548*                     GLERUNC RUN-CONTROL FILE FOR THE GLEOPSR
002564*                     MORNING STATUS PAGE, SO THE NIGHT'S NEW AND
002580*                     CHRONIC ERROR COUNTS SHOW THERE.
002600******************************************************************
002700*    THE LOG IS READ ONCE. EVERY ENTRY ROLLS INTO THE SUMMARY
002800*    AND CHRONIC TABLES; AN ENTRY AT OR BEFORE THE CHECKPOINT
005100     SELECT GLE-ERNW-FILE ASSIGN TO "GLEERRNW"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS EP-ERNW-STATUS.
005325     SELECT GLE-RUNC-FILE ASSIGN TO "GLERUNC"
005350         ORGANIZATION IS LINE SEQUENTIAL
005375         FILE STATUS IS EP-RUNC-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  GLE-ERRS-FILE.
006100 01  EP-ERAR-RECORD              PIC X(60).
006200 FD  GLE-ERNW-FILE.
006300 01  EP-ERNW-RECORD              PIC X(60).
006333 FD  GLE-RUNC-FILE.
006366 COPY GLERUNR.
006400 WORKING-STORAGE SECTION.
006500******************************************************************
006600*    FILE CONTROLS AND SWITCHES
012800         10  EP-CHR-COUNT        PIC 9(07) VALUE 0.
012900         10  EP-CHR-FIRST-DT     PIC 9(08) VALUE 0.
013000         10  EP-CHR-LAST-DT      PIC 9(08) VALUE 0.
013020******************************************************************
013040*    RUN-CONTROL FILE (SEE 9700-RECORD-RUN)
013060******************************************************************
013080 77  EP-RUNC-STATUS          PIC X(02) VALUE SPACES.
013100 PROCEDURE DIVISION.
013200******************************************************************
013300*    0000-MAINLINE
014300         PERFORM 3500-SAVE-CHECKPOINT THRU 3500-EXIT
014400     END-IF.
014500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014550     PERFORM 9700-RECORD-RUN THRU 9700-EXIT.
014600     STOP RUN.
014700******************************************************************
014800*    1000-INITIALIZE
045900     CLOSE GLE-ERNW-FILE.
046000 9000-EXIT.
046100     EXIT.
046200******************************************************************
046300*    9700-RECORD-RUN
046400*    APPENDS THIS RUN'S 'E' RECORD -- RETURN CODE, NOTE, AND KEY
046500*    COUNTS -- TO THE COMMON GLERUNC RUN-CONTROL FILE FOR THE
046600*    GLEOPSR MORNING STATUS PAGE (SEE GLERUNR). A RUN THAT
046700*    CANNOT BE RECORDED SAYS SO AND KEEPS ITS RETURN CODE; IT
046800*    SHOWS AS NOT RUN ON THE STATUS PAGE.
046900******************************************************************
047000 9700-RECORD-RUN.
047100     OPEN EXTEND GLE-RUNC-FILE.
047200     IF EP-RUNC-STATUS = "05" OR "35"
047300         OPEN OUTPUT GLE-RUNC-FILE
047400     END-IF.
047500     IF EP-RUNC-STATUS NOT = "00"
047600         DISPLAY "GLEERRPT: GLERUNC COULD NOT BE OPENED, STATUS="
047700             EP-RUNC-STATUS " -- RUN NOT RECORDED."
047800         GO TO 9700-EXIT
047900     END-IF.
048000     MOVE SPACES             TO GLE-RUNC-RECORD.
048100     MOVE 'GLEERRPT'         TO GLE-RUNC-PROGRAM.
048200     MOVE 'E'                TO GLE-RUNC-EVENT.
048300     ACCEPT GLE-RUNC-RUN-DATE FROM DATE YYYYMMDD.
048400     ACCEPT GLE-RUNC-RUN-TIME FROM TIME.
048500     MOVE RETURN-CODE        TO GLE-RUNC-RC.
048600     IF EP-NEW-COUNT > 0
048700         MOVE 'NEW ERRORS'    TO GLE-RUNC-NOTE
048800     END-IF.
048900     MOVE 'READ'             TO GLE-RUNC-COUNT-NAME (1).
049000     MOVE EP-READ-COUNT      TO GLE-RUNC-COUNT-VALUE (1).
049100     MOVE 'NEW'              TO GLE-RUNC-COUNT-NAME (2).
049200     MOVE EP-NEW-COUNT       TO GLE-RUNC-COUNT-VALUE (2).
049300     MOVE 'ARCHIVED'         TO GLE-RUNC-COUNT-NAME (3).
049400     MOVE EP-ARCH-COUNT      TO GLE-RUNC-COUNT-VALUE (3).
049500     MOVE 'CHRONIC'          TO GLE-RUNC-COUNT-NAME (4).
049600     MOVE EP-CHRONIC-COUNT   TO GLE-RUNC-COUNT-VALUE (4).
049700     WRITE GLE-RUNC-RECORD.
049800     IF EP-RUNC-STATUS NOT = "00"
049900         DISPLAY "GLEERRPT: WRITE OF GLERUNC FAILED, STATUS="
050000             EP-RUNC-STATUS " -- RUN NOT RECORDED."
050100     END-IF.
050200     CLOSE GLE-RUNC-FILE.
050300 9700-EXIT.
050400     EXIT.
