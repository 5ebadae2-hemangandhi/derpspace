001000*    FROM IT PER GAME. A BLANK PROFILE CODE FALLS BACK TO THE
001100*    GLEPARM CONTROL RECORD (OR THE BUILT-IN 0-100 DEFAULT),
001200*    SO EXISTING SINGLE-RANGE RUNS KEEP WORKING UNCHANGED.
001210*    THE FILE IS MAINTAINED ONLY THROUGH GLEPMNT. EVERY ADD,
001220*    CHANGE, OR RETIREMENT RAISES GLE-PROF-VERSION BY ONE AND
001230*    IS LOGGED, BEFORE AND AFTER, ON THE GLEPHST HISTORY FILE
001240*    UNDER THE SAME CODE AND VERSION. A CHANGE WHOSE EFFECTIVE
001250*    DATE IS STILL AHEAD IS STAGED IN THE GLE-PROF-PENDING
001260*    GROUP, AND TAKES OVER FROM THE CURRENT VALUES ON THE
001270*    FIRST RUN DATED ON OR AFTER GLE-PROF-PEND-EFF-DATE --
001280*    GLE AND GLEPMNT BOTH HONOUR A DUE STAGED CHANGE WHETHER
001290*    OR NOT GLEPMNT HAS YET FOLDED IT INTO THE CURRENT VALUES.
001292*    A RETIRED PROFILE, OR ONE WHOSE GLE-PROF-EFF-DATE IS STILL
001294*    AHEAD, IS NOT IN FORCE AND PLAYS AS IF IT WERE NOT ON
001296*    FILE. THE RECORD GREW FROM 32 TO 64 BYTES FOR THE STAGED
001297*    GROUP; RECORDS RELOADED FROM THE OLD LAYOUT HOLD SPACES IN
001298*    THE NEW FIELDS AND MUST BE TESTED NUMERIC BEFORE ANY
001299*    COMPARE (A NON-NUMERIC VERSION OR DATE COUNTS AS ZERO).
001300******************************************************************
001400 01  GLE-PROF-RECORD.
001500     05  GLE-PROF-CODE           PIC X(04).
001900         88  GLE-PROF-STRAT-MIDPOINT    VALUE 'M' ' '.
002000         88  GLE-PROF-STRAT-LOW-WTD     VALUE 'L'.
002100         88  GLE-PROF-STRAT-HIGH-WTD    VALUE 'H'.
002110     05  GLE-PROF-VERSION        PIC 9(03).
002120     05  GLE-PROF-STATE          PIC X(01).
002130         88  GLE-PROF-ACTIVE            VALUE 'A' ' '.
002140         88  GLE-PROF-RETIRED           VALUE 'R'.
002150     05  GLE-PROF-EFF-DATE       PIC 9(08).
002160     05  GLE-PROF-RESERVED       PIC X(07).
002170     05  GLE-PROF-PENDING.
002180         10  GLE-PROF-PEND-ACTION    PIC X(01).
002190             88  GLE-PROF-PEND-NONE         VALUE ' '.
002200             88  GLE-PROF-PEND-CHANGE       VALUE 'C'.
002210             88  GLE-PROF-PEND-RETIRE       VALUE 'R'.
002220         10  GLE-PROF-PEND-EFF-DATE  PIC 9(08).
002230         10  GLE-PROF-PEND-VERSION   PIC 9(03).
002240         10  GLE-PROF-PEND-LOW       PIC 9(04).
002250         10  GLE-PROF-PEND-HIGH      PIC 9(04).
002260         10  GLE-PROF-PEND-STRATEGY  PIC X(01).
002270     05  GLE-PROF-PEND-RESERVED  PIC X(11).
