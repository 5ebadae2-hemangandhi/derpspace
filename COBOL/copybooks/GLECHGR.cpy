000100******************************************************************
000200*    GLECHGR.CPY
000300*    RECORD LAYOUT FOR THE CHARGEBACK RATE CONTROL FILE
000400*    (GLECHGRT). ONE RECORD PER DEPARTMENT: THE THREE-CHARACTER
000500*    DEPARTMENT CODE EACH OPERATOR CARRIES ON THE GLEOPER
000600*    REGISTRY (THE FIELD KEEPS ITS OLD PREFIX NAME FROM WHEN
000650*    THE CODE WAS THE FIRST THREE CHARACTERS OF THE USER-ID),
000700*    A PRINTABLE DEPARTMENT NAME FOR THE INVOICE, AND THE TWO
000800*    RATES: A FLAT CHARGE PER COMPLETED GAME AND A CHARGE PER
000850*    GUESS.
000900*    GLECHGB LOADS THE WHOLE FILE AT START-UP; AN OPERATOR
001000*    WHOSE DEPARTMENT IS ON NO RECORD IS BILLED AT ZERO UNDER
001100*    THE 'UNASSIGNED' LINE AND RAISES A WARNING, SO A NEW
001200*    DEPARTMENT IS NOTICED RATHER THAN SILENTLY ABSORBED.
001300******************************************************************
001400 01  GLE-CHGR-RECORD.
