000100******************************************************************
000200*    GLEMNTH.CPY
000300*    RECORD LAYOUT FOR A MONTH CONTROL CARD: THE MONTH GLEMCON
000400*    IS TO CONSOLIDATE (GLEMCPM), OR THE MONTH GLECHGB IS TO
000500*    BILL (GLECHGPM). COLUMNS 1-6 ARE THE MONTH AS YYYYMM.
000600******************************************************************
000700 01  GLE-MNTH-RECORD.
000800     05  GLE-MNTH-MONTH          PIC 9(06).
000900     05  GLE-MNTH-MONTH-PARTS REDEFINES GLE-MNTH-MONTH.
001000         10  GLE-MNTH-YEAR       PIC 9(04).
001100         10  GLE-MNTH-MM         PIC 9(02).
001200     05  GLE-MNTH-RESERVED       PIC X(74).
