000100******************************************************************
000200*    GLETRAN.CPY
000300*    RECORD LAYOUT FOR THE GLE BATCH TRANSACTION FILE (GLETRANS).
000400*    ONE RECORD IS ONE GAME'S WORTH OF G/L/E/Q/U RESPONSES, READ
000500*    IN ORDER AND CONSUMED ONE CHARACTER PER GUESS, SO A WHOLE
000600*    TABLE OF GAMES CAN BE RUN UNATTENDED WITHOUT A TERMINAL.
000700*    GAME-ID AND USER-ID IDENTIFY WHICH KEYED SESSION RECORD ON
