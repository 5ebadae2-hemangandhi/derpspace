000100******************************************************************
000200*    GLEPHST.CPY
000300*    RECORD LAYOUT FOR THE KEYED PROFILE HISTORY FILE (GLEPHST).
000400*    GLEPMNT WRITES ONE RECORD FOR EVERY ACCEPTED ADD, CHANGE,
000500*    OR RETIREMENT OF A GLEPROF PROFILE, KEYED BY THE PROFILE
000600*    CODE AND THE VERSION THE CHANGE CREATED, SO THE RANGE A
000700*    GAME WAS PLAYED UNDER CAN BE READ BACK DIRECTLY FROM THE
000800*    CODE AND VERSION STAMPED ON ITS 'S' AUDIT RECORD. RECORDS
000900*    ARE NEVER REWRITTEN OR DELETED.
001000*    GLE-PHST-BEFORE HOLDS THE VALUES IN FORCE WHEN THE CHANGE
001100*    WAS MADE (ZEROS AND SPACES FOR AN ADD); GLE-PHST-AFTER
001200*    HOLDS THE VALUES THE VERSION CARRIES FROM GLE-PHST-EFF-
001300*    DATE ON. WHEN A CHANGE REPLACES ONE STILL STAGED FOR A
001400*    LATER DATE, GLE-PHST-REPLACES NAMES THE STAGED VERSION,
001500*    WHICH NEVER TOOK EFFECT; OTHERWISE IT IS ZERO.
001600******************************************************************
001700 01  GLE-PHST-RECORD.
001800     05  GLE-PHST-KEY.
001900         10  GLE-PHST-CODE       PIC X(04).
002000         10  GLE-PHST-VERSION    PIC 9(03).
002100     05  GLE-PHST-ACTION         PIC X(08).
002200         88  GLE-PHST-ADD               VALUE 'ADD'.
002300         88  GLE-PHST-CHANGE            VALUE 'CHANGE'.
002400         88  GLE-PHST-RETIRE            VALUE 'RETIRE'.
002500     05  GLE-PHST-EFF-DATE       PIC 9(08).
002600     05  GLE-PHST-CHG-DATE       PIC 9(08).
002700     05  GLE-PHST-CHG-TIME       PIC 9(08).
002800     05  GLE-PHST-USER-ID        PIC X(08).
002900     05  GLE-PHST-REPLACES       PIC 9(03).
003000     05  GLE-PHST-BEFORE.
003100         10  GLE-PHST-BEF-VERSION    PIC 9(03).
003200         10  GLE-PHST-BEF-LOW        PIC 9(04).
003300         10  GLE-PHST-BEF-HIGH       PIC 9(04).
003400         10  GLE-PHST-BEF-STRATEGY   PIC X(01).
003500         10  GLE-PHST-BEF-STATE      PIC X(01).
003600     05  GLE-PHST-AFTER.
003700         10  GLE-PHST-AFT-LOW        PIC 9(04).
003800         10  GLE-PHST-AFT-HIGH       PIC 9(04).
003900         10  GLE-PHST-AFT-STRATEGY   PIC X(01).
004000         10  GLE-PHST-AFT-STATE      PIC X(01).
004100     05  GLE-PHST-RESERVED       PIC X(07).
