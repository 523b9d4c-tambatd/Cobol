001830*                  ANYTHING ELSE - A VOLUME ANOMALY IS A WARN    *
001840*                      AND THE WINDOW CONTINUES (THE DEFAULT)    *
001850*                                                                *
001855*    CONSUMERS : UP TO SIX CANSTRM STREAM IDS THAT READ THE     *
001857*                 FEED.                                          *
001860*                 WHEN A HARD FAILURE IS CONFINED TO FEEDS THAT  *
001865*                 NAME THEIR CONSUMERS, ONLY THOSE STREAMS ARE   *
001870*                 WITHHELD AND THE REST OF THE NIGHT IS RELEASED *
001875*                 (A PARTIAL WINDOW).  LEFT BLANK, EVERY STREAM  *
001880*                 DEPENDS ON THE FEED AND A HARD FAILURE FAILS   *
001885*                 THE WHOLE WINDOW AS BEFORE.                    *
001890*                                                                *
001891*    EXPECTED-BY: HHMM THE SUPPLIER IS CONTRACTED TO DELIVER THE *
001892*                 FEED BY.  A TIME BEFORE THE CANARY'S 0600      *
001893*                 CYCLE CUTOVER IS THE MORNING AFTER THE CYCLE   *
001894*                 DATE.  BLANK = NO CONTRACTED TIME.             *
001895*    SUPPLIER  :  THE SUPPLIER THAT SENDS THE FEED.  BOTH ARE    *
001896*                 CARRIED ONTO THE CANFARR FEED-ARRIVAL RECORDS  *
001897*                 (SEE CANFAR) FOR THE CANSCRD SCORECARD.        *
001898*                                                                *
001900*    MOD LOG :                                                   *
002000*     2026-09-02  TDB  ORIGINAL COPYBOOK - DATASET REQUIREMENTS. *
002010*     2026-09-02  TDB  VOLUME-ANOMALY SEVERITY FLAG ADDED SO A   *
002020*                      DESIGNATED FEED CAN HARD-FAIL THE WINDOW  *
002030*                      ON A VOLUME ANOMALY INSTEAD OF WARNING.   *
002040*     2026-10-15  TDB  CONSUMER STREAM LIST ADDED SO A FAILED    *
002050*                      FEED WITHHOLDS ONLY THE STREAMS THAT      *
002060*                      READ IT.                                  *
002066*     2026-10-15  TDB  WINDOW ID ADDED - THE RECORD APPLIES ONLY *
002072*                      TO THE CANARY RUN FOR THAT WINDOW, SO     *
002078*                      EACH WINDOW HAS ITS OWN FEED LIST.  BLANK *
002084*                      = THE MAIN OVERNIGHT WINDOW.  THE SAME    *
002090*                      FEED MAY BE LISTED ONCE PER WINDOW.       *
002092*     2026-10-15  TDB  EXPECTED-BY TIME AND SUPPLIER NAME ADDED  *
002094*                      FOR THE FEED-ARRIVAL HISTORY AND SUPPLIER *
002096*                      SCORECARD.                                *
002100******************************************************************
002200 01  CANY-DSR-RECORD.
002300     05  CANY-DSR-DSN            PIC X(08).
003000     05  FILLER                  PIC X(01)  VALUE SPACE.
003100     05  CANY-DSR-VOL-SEVERITY   PIC X(01).
003200         88  CANY-DSR-VOL-HARD-FAIL     VALUE 'F'.
003300     05  FILLER                  PIC X(01)  VALUE SPACE.
003400     05  CANY-DSR-CONSUMER-LIST.
003500         10  CANY-DSR-CONSUMER-ENTRY OCCURS 6 TIMES.
003600             15  CANY-DSR-CONSUMER-ID
003700                                 PIC X(08).
003800             15  FILLER          PIC X(01).
003900     05  FILLER                  PIC X(01)  VALUE SPACE.
004000     05  CANY-DSR-WINDOW-ID      PIC X(04).
004100     05  FILLER                  PIC X(01)  VALUE SPACE.
004200     05  CANY-DSR-EXPECTED-BY    PIC X(04).
004300     05  CANY-DSR-EXPECTED-HHMM  REDEFINES CANY-DSR-EXPECTED-BY.
004400         10  CANY-DSR-EXPECTED-HH
004500                                 PIC 9(02).
004600         10  CANY-DSR-EXPECTED-MM
004700                                 PIC 9(02).
004800     05  FILLER                  PIC X(01)  VALUE SPACE.
004900     05  CANY-DSR-SUPPLIER       PIC X(20).
