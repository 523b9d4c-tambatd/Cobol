006500*                      NEW ORDER, PADDING OLD 42-BYTE RECORDS    *
006600*                      TO THE NEW 61 BYTES (BLANK CYCLE/ENV ON   *
006700*                      RECORDS FROM BEFORE THOSE FIELDS).        *
006720*     2026-10-15  TDB  WINDOW ID ADDED AFTER THE REASON (OUTSIDE *
006740*                      THE KEY) - 66 BYTES.  BLANK = THE MAIN    *
006760*                      OVERNIGHT WINDOW, SO RECORDS PADDED BY    *
006780*                      THE REPRO CONVERSION READ AS MAIN.        *
006800******************************************************************
006900 01  CANY-DTL-RECORD.
007000     05  CANY-DTL-KEY.
008400     05  CANY-DTL-STATUS         PIC X(04).
008500     05  FILLER                  PIC X(01)  VALUE SPACE.
008600     05  CANY-DTL-REASON         PIC X(04).
008700     05  FILLER                  PIC X(01)  VALUE SPACE.
008800     05  CANY-DTL-WINDOW-ID      PIC X(04).
