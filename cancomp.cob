001200*    CALENDAR EXACTLY THE WAY THE CANARY DOES (A PRE-CUTOVER,    *
001300*    POST-MIDNIGHT COMPLETION BELONGS TO THE PRIOR NIGHT'S       *
001400*    CYCLE), AND APPENDS A PROPERLY STAMPED JOB-COMP-RECORD TO   *
001440*    THE JOBCOMP FEED.  COLUMNS 15-18 OF THE CONTROL RECORD NAME *
001480*    THE BATCH WINDOW THE STREAM RAN IN (E.G. 'EVE ' FOR AN      *
001520*    EARLY-EVENING GL STREAM); BLANK IS THE MAIN OVERNIGHT       *
001560*    WINDOW.                                                     *
001600*                                                                *
001700*    RETURN CODES:  0 - COMPLETION POSTED                        *
001800*                  16 - BAD CONTROL RECORD OR JOBCOMP            *
003000*    MODIFICATION HISTORY                                       *
003100*    ------------------------------------------------------     *
003200*    2026-09-02  TDB  ORIGINAL PROGRAM.                         *
003220*    2026-10-15  TDB  MULTIPLE WINDOWS PER CYCLE.  COMPPARM     *
003240*                      COLUMNS 15-18 NAME THE STREAM'S BATCH    *
003260*                      WINDOW (BLANK = THE MAIN OVERNIGHT       *
003280*                      WINDOW), POSTED AS JOB-COMP-WINDOW-ID.   *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005700     05  COMP-PARM-STREAM-ID     PIC X(08).
005800     05  FILLER                  PIC X(01).
005900     05  COMP-PARM-STATUS        PIC X(04).
005950     05  FILLER                  PIC X(01).
006000     05  COMP-PARM-WINDOW-ID     PIC X(04).
006050     05  FILLER                  PIC X(62).
006100*
006200 FD  CANY-CAL-FILE
006300     LABEL RECORDS ARE STANDARD.
008800******************************************************************
008900 01  WS-STREAM-ID               PIC X(08)  VALUE SPACES.
009000 01  WS-FINAL-STATUS            PIC X(04)  VALUE 'COMP'.
009050 01  WS-WINDOW-ID               PIC X(04)  VALUE SPACES.
009100*
009200******************************************************************
009300*    RUN TIMESTAMP AND CYCLE RESOLUTION                         *
016900         GO TO 1000-INITIALIZE-CLOSE
017000     END-IF.
017100     MOVE COMP-PARM-STREAM-ID TO WS-STREAM-ID.
017150     MOVE COMP-PARM-WINDOW-ID TO WS-WINDOW-ID.
017200*
017300     IF COMP-PARM-STATUS = SPACES
017400         MOVE 'COMP' TO WS-FINAL-STATUS
027400     MOVE WS-STREAM-ID    TO JOB-COMP-STREAM-ID.
027500     MOVE WS-FINAL-STATUS TO JOB-COMP-STATUS.
027600     MOVE WS-TIMESTAMP    TO JOB-COMP-TIMESTAMP.
027650     MOVE WS-WINDOW-ID    TO JOB-COMP-WINDOW-ID.
027700*
027800     WRITE JOB-COMP-RECORD.
027900     CLOSE JOB-COMP-FILE.
