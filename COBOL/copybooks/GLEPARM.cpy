000650*    DEPARTMENTS WHOSE ANSWERS CLUSTER LOW, 'H' TOWARD THE TOP
000660*    QUARTER. A BLANK (A PRE-CHANGE RECORD) OR ANY OTHER VALUE
000670*    IS TAKEN AS MIDPOINT SO OLD CONTROL RECORDS KEEP WORKING.
000680*    GLE-PARM-COMMIT-INT (ALSO CARVED OUT OF THE RESERVED
000690*    FILLER) IS HOW MANY COMPLETED TRANSACTIONS A BATCH RUN
000692*    PLAYS BETWEEN GLERSTRT RESTART POINTS. ZERO OR BLANK (A
000694*    PRE-CHANGE RECORD) MEANS THE DEFAULT OF 100.
000700******************************************************************
000800 01  GLE-PARM-RECORD.
000900     05  GLE-PARM-LOW            PIC 9(04).
001020         88  GLE-PARM-STRAT-MIDPOINT    VALUE 'M' ' '.
001030         88  GLE-PARM-STRAT-LOW-WTD     VALUE 'L'.
001040         88  GLE-PARM-STRAT-HIGH-WTD    VALUE 'H'.
001050     05  GLE-PARM-COMMIT-INT     PIC 9(05).
001100     05  GLE-PARM-RESERVED       PIC X(14).
