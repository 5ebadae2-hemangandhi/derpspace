000100******************************************************************
000200*    GLEAHCT.CPY
000300*    CONTROL-TOTAL RECORD FOR ONE MONTH CONSOLIDATED INTO THE
000400*    GLEAUDHS AUDIT HISTORY (GLEAUDHT FILE). GLEMCON APPENDS
000500*    ONE WHEN A MONTH'S GENERATIONS HAVE ALL BALANCED TO THEIR
000600*    ARCHTRLR TRAILERS AND EVERY RECORD IS ON THE HISTORY; A
000700*    MONTH WITH NO RECORD HERE IS NOT CONSOLIDATED (GLEMCON
000800*    REFUSES A MONTH THAT ALREADY HAS ONE). GLECHGB BALANCES
000900*    THE RECORDS IT READS FOR A MONTH AGAINST GLE-AHCT-REC-COUNT.
001000*    ADDED PLUS ON-FILE IS THE RECORD COUNT: ON-FILE IS NONZERO
001100*    ONLY WHEN A RUN THAT FAILED PART WAY WAS RUN AGAIN AND FOUND
001200*    THE RECORDS IT HAD ALREADY WRITTEN.
001300******************************************************************
001400 01  GLE-AHCT-RECORD.
001500     05  GLE-AHCT-MONTH          PIC 9(06).
001600     05  GLE-AHCT-RUN-DATE       PIC 9(08).
001700     05  GLE-AHCT-RUN-TIME       PIC 9(08).
001800     05  GLE-AHCT-GEN-COUNT      PIC 9(03).
001900     05  GLE-AHCT-FIRST-GEN      PIC 9(08).
002000     05  GLE-AHCT-LAST-GEN       PIC 9(08).
002100     05  GLE-AHCT-REC-COUNT      PIC 9(09).
002200     05  GLE-AHCT-GAME-COUNT     PIC 9(07).
002300     05  GLE-AHCT-ADDED          PIC 9(09).
002400     05  GLE-AHCT-ON-FILE        PIC 9(09).
002500     05  GLE-AHCT-RESERVED       PIC X(05).
