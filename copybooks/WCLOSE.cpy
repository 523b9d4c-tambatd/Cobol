001000*                                                                *
001100*    MOD LOG :                                                   *
001200*     2026-08-21  TDB  ORIGINAL COPYBOOK - WINDOW CLOSE LAYOUT.  *
001220*     2026-10-15  TDB  WINDOW ID ADDED - A CLOSE PAIRS WITH THE  *
001240*                      CHECKPOINT OF THE SAME CYCLE AND WINDOW.  *
001260*                      BLANK = THE MAIN OVERNIGHT WINDOW.        *
001300******************************************************************
001400 01  CANY-WCLS-RECORD.
001500     05  CANY-WCLS-CYCLE-ID      PIC 9(08).
001700     05  CANY-WCLS-TIMESTAMP     PIC X(17).
001800     05  FILLER                  PIC X(01)  VALUE SPACE.
001900     05  CANY-WCLS-STATUS        PIC X(04).
002000     05  FILLER                  PIC X(01)  VALUE SPACE.
002100     05  CANY-WCLS-WINDOW-ID     PIC X(04).
