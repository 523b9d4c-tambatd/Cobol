001220*                      CYCLE CALENDAR) SO A POST-MIDNIGHT RERUN  *
001230*                      MATCHES ON THE CYCLE, NOT THE WALL-CLOCK  *
001240*                      DATE.                                     *
001250*     2026-10-15  TDB  WINDOW ID ADDED SO AN EARLY-EVENING       *
001260*                      WINDOW AND THE MAIN OVERNIGHT WINDOW OF   *
001270*                      THE SAME CYCLE EACH KEEP THEIR OWN        *
001280*                      CHECKPOINT.  BLANK = THE MAIN OVERNIGHT   *
001290*                      WINDOW, SO EXISTING RECORDS READ AS MAIN. *
001300******************************************************************
001400 01  CHKPT-RECORD.
001500     05  CHKPT-DATE              PIC 9(08).
001900     05  CHKPT-TIMESTAMP         PIC X(17).
002000     05  FILLER                  PIC X(01)  VALUE SPACE.
002100     05  CHKPT-CYCLE-ID          PIC 9(08).
002200     05  FILLER                  PIC X(01)  VALUE SPACE.
002300     05  CHKPT-WINDOW-ID         PIC X(04).
