000100******************************************************************
000200*    GLESRP.CPY
000300*    RECORD LAYOUT FOR THE GLESREC STRATEGY-REPORT PARAMETER CARD
000400*    (GLESRPM). COLUMNS 1-6 NAME THE CONSOLIDATED MONTH TO
000500*    ANALYSE AS YYYYMM; BLANK OR ZERO MEANS THE LATEST MONTH ON
000600*    GLEAUDHT. THE MINIMUM SAVING (9V99 GUESSES PER GAME) IS HOW
000700*    MUCH BETTER THE BEST STRATEGY MUST REPLAY THAN THE ONE THE
000800*    PROFILE PLAYS UNDER BEFORE A CHANGE IS RECOMMENDED, AND THE
000900*    MINIMUM GAMES IS HOW MANY WON GAMES A PROFILE NEEDS IN THE
001000*    MONTH BEFORE ITS RESULT IS TRUSTED AT ALL. A BLANK OR ZERO
001100*    VALUE TAKES THE DEFAULT -- 0.50 GUESSES AND 10 GAMES.
001200******************************************************************
001300 01  GLE-SRPM-RECORD.
001400     05  GLE-SRPM-MONTH          PIC 9(06).
001500     05  GLE-SRPM-MIN-SAVING     PIC 9(01)V9(02).
001600     05  GLE-SRPM-MIN-GAMES      PIC 9(04).
001700     05  GLE-SRPM-RESERVED       PIC X(67).
