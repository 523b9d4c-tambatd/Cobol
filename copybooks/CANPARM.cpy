001014*                      SPECIFIC OVERRIDE WINS OVER A DAY-TYPE    *
001016*                      ONE).  A BLANK VALUE FIELD LEAVES THAT    *
001018*                      VALUE AS RESOLVED SO FAR.                 *
001020*     2026-10-15  TDB  WINDOW ID ADDED TO THE OVERRIDE RECORD.   *
001030*                      AN OVERRIDE APPLIES ONLY TO THE WINDOW IT *
001040*                      NAMES (BLANK = THE MAIN OVERNIGHT         *
001050*                      WINDOW).  A RECORD WITH A WINDOW, A BLANK *
001060*                      DAY TYPE AND CYCLE ZERO IS THAT WINDOW'S  *
001070*                      OWN BASE VALUES (E.G. ITS SLA), APPLIED   *
001080*                      BEFORE THE DAY-TYPE AND CYCLE OVERRIDES.  *
001090******************************************************************
001100 01  CANY-PARM-RECORD.
001200     05  CANY-PARM-ID            PIC 9(05).
001300     05  CANY-PARM-HELLO-TEXT    PIC X(30).
001540     05  CANY-PARM-OVR-ESC-MINS  PIC 9(04).
001550     05  FILLER                  PIC X(01).
001560     05  CANY-PARM-OVR-SLA-MINS  PIC 9(04).
001570     05  FILLER                  PIC X(01).
001580     05  CANY-PARM-OVR-WINDOW-ID PIC X(04).
001590     05  FILLER                  PIC X(44).
