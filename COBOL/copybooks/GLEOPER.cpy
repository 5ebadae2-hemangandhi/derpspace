000100******************************************************************
000200*    GLEOPER.CPY
000300*    RECORD LAYOUT FOR THE KEYED OPERATOR REGISTRY (GLEOPER).
000400*    ONE RECORD PER USER-ID ALLOWED TO PLAY, KEYED BY THE
000500*    UPPER-CASE USER-ID. IT GIVES THE OPERATOR'S DEPARTMENT --
000600*    THE CODE GLECHGB LOOKS UP ON THE GLECHGRT RATE RECORDS --
000700*    WHETHER THEY ARE ACTIVE OR SUSPENDED, AND UP TO TEN GLEPROF
000800*    PROFILE CODES THEY MAY PLAY UNDER (UNUSED SLOTS BLANK).
000900*    THE RUN'S DEFAULT RANGE (A BLANK PROFILE CODE) IS OPEN TO
001000*    EVERY ACTIVE OPERATOR AND NEEDS NO SLOT.
001100*    GLE REFUSES AN UNREGISTERED OR SUSPENDED OPERATOR AT
001200*    SIGN-ON; GLEEDIT REJECTS A BATCH TRANSACTION WHOSE USER OR
001300*    PROFILE IS NOT AUTHORIZED HERE; GLECHGB BILLS EACH GAME TO
001400*    ITS OPERATOR'S DEPARTMENT, SO MOVING A PERSON OR RENAMING A
001500*    DEPARTMENT IS A CHANGE TO THIS FILE, NOT TO THE USER-ID.
001600******************************************************************
001700 01  GLE-OPER-RECORD.
001800     05  GLE-OPER-USER-ID        PIC X(08).
001900     05  GLE-OPER-DEPT           PIC X(03).
002000     05  GLE-OPER-STATE          PIC X(01).
002100         88  GLE-OPER-ACTIVE            VALUE 'A'.
002200         88  GLE-OPER-SUSPENDED         VALUE 'S'.
002300     05  GLE-OPER-PROFILES.
002400         10  GLE-OPER-PROF-CODE  PIC X(04) OCCURS 10 TIMES.
002500     05  GLE-OPER-RESERVED       PIC X(28).
