000100******************************************************************
000200*    COPYBOOK:  CANSNP                                           *
000300*    TITLE   :  CANARY STATE SNAPSHOT RECORD LAYOUT              *
000400*                                                                *
000500*    ONE SNAPSHOT GENERATION (CANSNAP SNAP MODE) HOLDS THE WHOLE *
000600*    CANARY STATE AS OF THE END OF ONE CYCLE:                    *
000700*                                                                *
000800*      H  - ONE HEADER: THE CYCLE THE GENERATION IS STAMPED      *
000900*           WITH AND WHEN IT WAS TAKEN                           *
001000*      D  - ONE IMAGE PER RECORD OF EACH STATE FILE, TAGGED      *
001100*           WITH THE FILE'S DD NAME (CANCHKPT, CANREL, CANHOLD,  *
001200*           CANOVR, CANACK, CANVOLH, CANLOG, CANDTL, CANFARR),   *
001300*           IN THE ORDER THE FILE HOLDS THEM                     *
001400*      T  - ONE TRAILER PER FILE, AFTER ITS IMAGES, CARRYING     *
001500*           THE NUMBER OF IMAGES WRITTEN FOR IT                  *
001600*                                                                *
001700*    A GENERATION WITHOUT ALL NINE TRAILERS, OR WHOSE TRAILER    *
001800*    COUNTS DO NOT AGREE WITH ITS IMAGES, IS INCOMPLETE AND IS   *
001900*    NEVER RESTORED.                                             *
002000*                                                                *
002100*    MOD LOG :                                                   *
002200*     2026-10-15  TDB  ORIGINAL COPYBOOK - STATE SNAPSHOT.       *
002250*     2026-10-15  TDB  CANFARR FEED-ARRIVAL FILE ADDED AS THE    *
002260*                      NINTH FILE OF A GENERATION.               *
002300******************************************************************
002400 01  CANY-SNAP-RECORD.
002500     05  CANY-SNAP-TYPE          PIC X(01).
002600         88  CANY-SNAP-IS-HEADER        VALUE 'H'.
002700         88  CANY-SNAP-IS-IMAGE         VALUE 'D'.
002800         88  CANY-SNAP-IS-TRAILER       VALUE 'T'.
002900     05  FILLER                  PIC X(01).
003000     05  CANY-SNAP-FILE-ID       PIC X(08).
003100     05  FILLER                  PIC X(01).
003200     05  CANY-SNAP-IMAGE         PIC X(100).
003300     05  FILLER                  PIC X(09).
003400*
003500 01  CANY-SNAP-HEADER.
003600     05  CANY-SNAP-HDR-TYPE      PIC X(01).
003700     05  FILLER                  PIC X(01).
003800     05  CANY-SNAP-HDR-ID        PIC X(08).
003900     05  FILLER                  PIC X(01).
004000     05  CANY-SNAP-HDR-CYCLE-ID  PIC 9(08).
004100     05  FILLER                  PIC X(01).
004200     05  CANY-SNAP-HDR-TIMESTAMP PIC X(17).
004300     05  FILLER                  PIC X(83).
004400*
004500 01  CANY-SNAP-TRAILER.
004600     05  CANY-SNAP-TRL-TYPE      PIC X(01).
004700     05  FILLER                  PIC X(01).
004800     05  CANY-SNAP-TRL-FILE-ID   PIC X(08).
004900     05  FILLER                  PIC X(01).
005000     05  CANY-SNAP-TRL-COUNT     PIC 9(09).
005100     05  FILLER                  PIC X(100).
