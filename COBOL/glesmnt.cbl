002358*    2026-09-01  DH   NAME THE NEW USER-ID ALTERNATE KEY ON THE
002360*                     GLESESS SELECT -- EVERY PROGRAM OPENING
002362*                     THE FILE MUST DECLARE BOTH KEYS.
002371*    2026-10-15  DH   A FORCED CLOSE ALSO CLEARS THE ROW'S BATCH
002380*                     STAGE, SO A BATCH RESTART PLAYS THE GAME'S
002389*                     TRANSACTION AFRESH INSTEAD OF RESUMING IT.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
024700         GO TO 5000-EXIT
024800     END-IF.
024900     MOVE 'N' TO GLE-SESS-ACTIVE.
024950     MOVE SPACE TO GLE-SESS-BATCH-STAGE.
025000     ACCEPT GLE-SESS-LAST-DATE FROM DATE YYYYMMDD.
025100     REWRITE GLE-SESS-RECORD
025200         INVALID KEY
