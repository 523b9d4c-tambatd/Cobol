000100******************************************************************
000200*    COPYBOOK:  CANWIN                                           *
000300*    TITLE   :  RUN WINDOW CONTROL CARD LAYOUT                   *
000400*                                                                *
000500*    ONE CARD ON THE CANWIN DD NAMING THE BATCH WINDOW OF THE    *
000600*    CYCLE A JOB STEP RUNS FOR - E.G. 'EVE ' FOR THE EARLY-      *
000700*    EVENING GL INTERFACE WINDOW.  THE CANARY AND CANCLOSE       *
000800*    STAMP IT ON EVERY CHECKPOINT, CLOSE, LOG, DETAIL AND        *
000900*    RELEASE RECORD THEY WRITE, SO TWO WINDOWS OF ONE CYCLE      *
001000*    EACH OPEN, RELEASE AND CLOSE ON THEIR OWN.                  *
001100*                                                                *
001200*    A MISSING OR EMPTY FILE, OR A BLANK CARD, IS THE MAIN       *
001300*    OVERNIGHT WINDOW (WINDOW ID SPACES) - THE ONLY WINDOW       *
001400*    BEFORE WINDOWS WERE INTRODUCED, SO EXISTING JCL NEEDS NO    *
001500*    CANWIN DD.  REPORTS SHOW THE MAIN WINDOW AS 'MAIN'.         *
001600*                                                                *
001700*    MOD LOG :                                                   *
001800*     2026-10-15  TDB  ORIGINAL COPYBOOK - RUN WINDOW CARD.      *
001900******************************************************************
002000 01  CANY-WIN-RECORD.
002100     05  CANY-WIN-WINDOW-ID      PIC X(04).
002200     05  FILLER                  PIC X(76).
