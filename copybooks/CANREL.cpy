000300*    TITLE   :  STREAM RELEASE TOKEN RECORD LAYOUT               *
000400*                                                                *
000500*    ONE RECORD PER DOWNSTREAM STREAM PER CLEANLY COMPLETED      *
000600*    WINDOW (PASS, LATE, OVRD OR PART), WRITTEN TO CANREL BY     *
000700*    THE HELLO-WORLD CANARY.  THE SCHEDULER GATES EACH STREAM    *
000800*    ON ITS OWN TOKEN INSTEAD OF ON THE CANARY'S SINGLE RETURN   *
000900*    CODE, SO ONE STREAM CAN BE HELD (VIA THE CANHOLD FILE -     *
001000*    SEE CANHLD) WHILE THE REST OF THE NIGHT PROCEEDS.  A HELD   *
001100*    STREAM SIMPLY GETS NO TOKEN.                                *
001200*                                                                *
001210*    ON A PARTIAL WINDOW (ONE OR MORE FEEDS FAILED, BUT EVERY    *
001220*    FAILED FEED NAMES ITS CONSUMER STREAMS ON CANDSREQ) EACH    *
001230*    STREAM THAT READS A FAILED FEED GETS A WHLD RECORD IN PLACE *
001240*    OF ITS TOKEN, CARRYING THE FEED AND THE CHECK REASON CODE.  *
001250*    A WHLD RECORD IS NOT A TOKEN - THE SCHEDULER MUST NOT START *
001260*    THE STREAM ON IT.  A RERUN OF THE CANARY FOR THE SAME CYCLE *
001270*    RELEASES THE STREAM ONCE ITS FEEDS ARE GOOD.                *
001280*                                                                *
001300*    THE STREAM ID IS THE SAME IDENTIFIER THE SCHEDULER POSTS    *
001400*    IN JOB-COMP-STREAM-ID, SO CANRECON CAN PAIR EACH TOKEN      *
001500*    WITH ITS STREAM'S COMPLETION.                               *
001600*                                                                *
001700*    STATUS :  REL  - STREAM RELEASED FOR THE CYCLE              *
001750*              WHLD - STREAM WITHHELD, FEED/REASON SAY WHY       *
001800*                                                                *
001900*    MOD LOG :                                                   *
002000*     2026-09-02  TDB  ORIGINAL COPYBOOK - RELEASE TOKENS.       *
002030*     2026-10-15  TDB  WHLD STATUS, FEED AND REASON ADDED FOR    *
002060*                      PARTIAL RELEASE.                          *
002070*     2026-10-15  TDB  WINDOW ID ADDED - TOKENS ARE PER CYCLE    *
002080*                      AND WINDOW.  BLANK = THE MAIN OVERNIGHT   *
002090*                      WINDOW.                                   *
002100******************************************************************
002200 01  CANY-REL-RECORD.
002300     05  CANY-REL-CYCLE-ID       PIC 9(08).
002500     05  CANY-REL-STREAM-ID      PIC X(08).
002600     05  FILLER                  PIC X(01)  VALUE SPACE.
002700     05  CANY-REL-STATUS         PIC X(04).
002730         88  CANY-REL-RELEASED          VALUE 'REL '.
002760         88  CANY-REL-WITHHELD          VALUE 'WHLD'.
002800     05  FILLER                  PIC X(01)  VALUE SPACE.
002900     05  CANY-REL-TIMESTAMP      PIC X(17).
003000     05  FILLER                  PIC X(01)  VALUE SPACE.
003100     05  CANY-REL-FEED           PIC X(08).
003200     05  FILLER                  PIC X(01)  VALUE SPACE.
003300     05  CANY-REL-REASON         PIC X(04).
003400     05  FILLER                  PIC X(01)  VALUE SPACE.
003500     05  CANY-REL-WINDOW-ID      PIC X(04).
