001100*    'Y' WHEN THE GAME'S GUESS COUNT RAN PAST THE CEILING FOR
001200*    ITS RANGE AND STRATEGY -- THE SAME CONDITION THAT PUTS
001300*    THE WARNING ON SYSOUT AND RAISES RETURN CODE 4.
001310*    'CONT' (CONTRADICTED) CLOSES A GAME WHOSE ANSWERS CROSSED
001320*    THE RANGE -- LOW PASSED HIGH, SO NO NUMBER COULD SATISFY
001330*    THEM ALL -- AND WAS ENDED RATHER THAN LEFT GUESSING.
001400******************************************************************
001500 01  GLE-BRSL-RECORD.
001600     05  GLE-BRSL-GAME-ID        PIC 9(08).
001900         88  GLE-BRSL-WON               VALUE 'WON '.
002000         88  GLE-BRSL-QUIT              VALUE 'QUIT'.
002100         88  GLE-BRSL-EXHAUSTED         VALUE 'EXH '.
002150         88  GLE-BRSL-CONTRADICTED      VALUE 'CONT'.
002200     05  GLE-BRSL-FINAL-GUESS    PIC 9(04).
002300     05  GLE-BRSL-GUESS-COUNT    PIC 9(05).
002400     05  GLE-BRSL-TRIPWIRE       PIC X(01).
