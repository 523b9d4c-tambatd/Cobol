000100******************************************************************
000200*    COPYBOOK:  CANFAR                                           *
000300*    TITLE   :  NIGHTLY FEED ARRIVAL HISTORY RECORD LAYOUT       *
000400*                                                                *
000500*    ONE RECORD PER REQUIRED FEED PER WINDOW ATTEMPT, APPENDED   *
000600*    TO THE CANFARR FILE BY THE HELLO-WORLD CANARY WHEN IT       *
000700*    FINISHES POLLING.  IT KEEPS WHAT THE RETRY LOOP KNEW ABOUT  *
000800*    EACH FEED - WHEN THE DATASET WAS FIRST FOUND, WHEN ITS      *
000900*    CONTENT FIRST VALIDATED CLEAN AND HOW MANY POLLS THAT TOOK  *
001000*    - SO A LATE WINDOW CAN BE LAID AT THE SUPPLIER WHOSE FEED   *
001100*    HELD IT UP.  THE CANSCRD SCORECARD IS BUILT FROM IT.        *
001200*                                                                *
001300*    FIRST-SEEN  :  POLL ON WHICH THE DATASET FIRST OPENED.      *
001400*    FIRST-PASSED:  POLL ON WHICH THE CONTENT FIRST VALIDATED    *
001500*                   (VOLUME CHECK INCLUDED).  EITHER IS SPACES   *
001600*                   WHEN IT NEVER HAPPENED IN THE ATTEMPT.       *
001700*    POLLS       :  POLLS MADE UP TO AND INCLUDING THE ONE THAT  *
001800*                   PASSED, OR EVERY POLL WHEN IT NEVER PASSED.  *
001900*    LAST-REASON :  OUTCOME OF THE LAST POLL (SEE CANDTL).       *
002000*    RUN-STATUS  :  THE WINDOW'S STATUS FOR THE ATTEMPT.         *
002100*    EXPECTED-BY / SUPPLIER : CARRIED FROM CANDSREQ.             *
002200*                                                                *
002300*    MOD LOG :                                                   *
002400*     2026-10-15  TDB  ORIGINAL COPYBOOK - FEED ARRIVAL HISTORY. *
002500******************************************************************
002600 01  CANY-FAR-RECORD.
002700     05  CANY-FAR-CYCLE-ID       PIC 9(08).
002800     05  FILLER                  PIC X(01)  VALUE SPACE.
002900     05  CANY-FAR-WINDOW-ID      PIC X(04).
003000     05  FILLER                  PIC X(01)  VALUE SPACE.
003100     05  CANY-FAR-DSN            PIC X(08).
003200     05  FILLER                  PIC X(01)  VALUE SPACE.
003300     05  CANY-FAR-FIRST-SEEN.
003400         10  CANY-FAR-SEEN-DATE  PIC X(08).
003500         10  FILLER              PIC X(01).
003600         10  CANY-FAR-SEEN-TIME  PIC X(08).
003700     05  FILLER                  PIC X(01)  VALUE SPACE.
003800     05  CANY-FAR-FIRST-PASSED.
003900         10  CANY-FAR-PASSED-DATE
004000                                 PIC X(08).
004100         10  FILLER              PIC X(01).
004200         10  CANY-FAR-PASSED-TIME
004300                                 PIC X(08).
004400     05  FILLER                  PIC X(01)  VALUE SPACE.
004500     05  CANY-FAR-POLLS          PIC 9(02).
004600     05  FILLER                  PIC X(01)  VALUE SPACE.
004700     05  CANY-FAR-LAST-REASON    PIC X(04).
004800     05  FILLER                  PIC X(01)  VALUE SPACE.
004900     05  CANY-FAR-RUN-STATUS     PIC X(04).
005000     05  FILLER                  PIC X(01)  VALUE SPACE.
005100     05  CANY-FAR-EXPECTED-BY    PIC X(04).
005200     05  FILLER                  PIC X(01)  VALUE SPACE.
005300     05  CANY-FAR-SUPPLIER       PIC X(20).
