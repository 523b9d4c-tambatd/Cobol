001092*                      RECORD KEEPS ITS BLANK CYCLE FIELD, AND   *
001094*                      THE READERS' TIMESTAMP FALLBACK STILL     *
001096*                      APPLIES TO IT.                            *
001100*     2026-10-15  TDB  WINDOW ID ADDED AFTER THE TEXT (OUTSIDE   *
001110*                      THE KEY) - 78 BYTES.  THE TIMESTAMP IN    *
001120*                      THE KEY ALREADY KEEPS TWO WINDOWS OF ONE  *
001130*                      CYCLE APART.  BLANK = THE MAIN OVERNIGHT  *
001140*                      WINDOW, SO RECORDS PADDED BY THE REPRO    *
001150*                      CONVERSION READ AS MAIN.                  *
001190******************************************************************
001200 01  CANY-LOG-RECORD.
001210     05  CANY-LOG-KEY.
001220         10  CANY-LOG-CYCLE-ID   PIC 9(08).
001700     05  CANY-LOG-STATUS         PIC X(04).
001800     05  FILLER                  PIC X(01)  VALUE SPACE.
001900     05  CANY-LOG-TEXT           PIC X(30).
002000     05  FILLER                  PIC X(01)  VALUE SPACE.
002100     05  CANY-LOG-WINDOW-ID      PIC X(04).
