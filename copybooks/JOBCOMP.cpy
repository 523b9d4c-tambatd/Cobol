001200*                                                                *
001300*    MOD LOG :                                                   *
001400*     2026-08-21  TDB  ORIGINAL COPYBOOK - COMPLETION FEED.      *
001420*     2026-10-15  TDB  WINDOW ID ADDED - THE BATCH WINDOW OF THE *
001440*                      CYCLE THE STREAM RAN IN.  BLANK = THE     *
001460*                      MAIN OVERNIGHT WINDOW.                    *
001500******************************************************************
001600 01  JOB-COMP-RECORD.
001700     05  JOB-COMP-CYCLE-ID       PIC 9(08).
002100     05  JOB-COMP-STATUS         PIC X(04).
002200     05  FILLER                  PIC X(01)  VALUE SPACE.
002300     05  JOB-COMP-TIMESTAMP      PIC X(17).
002400     05  FILLER                  PIC X(01)  VALUE SPACE.
002500     05  JOB-COMP-WINDOW-ID      PIC X(04).
