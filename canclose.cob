002810*    2026-09-02  TDB  CANLOG IS NOW A KEYED KSDS (CYCLE,        *
002820*                      ENVIRONMENT, TIMESTAMP) - THE CLSE       *
002830*                      MARKER IS WRITTEN AS A KEYED RECORD.     *
002840*    2026-10-15  TDB  MULTIPLE WINDOWS PER CYCLE.  THE CANWIN   *
002850*                      CARD NAMES THE WINDOW BEING CLOSED       *
002860*                      (BLANK/NO CARD = THE MAIN OVERNIGHT      *
002870*                      WINDOW); IT IS CARRIED ON THE CLOSE AND  *
002880*                      LOG RECORDS.                             *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005020            RECORD KEY IS CANY-LOG-KEY
005100            FILE STATUS IS WS-LOG-FILE-STATUS.
005200*
005220     SELECT CANY-WIN-FILE  ASSIGN TO CANWIN
005240            ORGANIZATION IS LINE SEQUENTIAL
005260            FILE STATUS IS WS-WIN-FILE-STATUS.
005280*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CANY-PARM-FILE
006700 FD  CANY-LOG-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CANLOG.
006920*
006940 FD  CANY-WIN-FILE
006960     LABEL RECORDS ARE STANDARD.
006980     COPY CANWIN.
007000*
007100 WORKING-STORAGE SECTION.
007200*
008800     88  WS-LOG-FILE-OK         VALUE '00'.
008900     88  WS-LOG-FILE-NEW        VALUE '05' '35'.
009000*
009020 01  WS-WIN-FILE-STATUS         PIC X(02).
009040     88  WS-WIN-FILE-OK         VALUE '00'.
009060*
009100******************************************************************
009200*    RUN IDENTIFICATION                                         *
009300******************************************************************
010700*
010800 01  WS-CYCLE-ID                PIC 9(08)  VALUE ZERO.
010900*
010910*    THE WINDOW BEING CLOSED, FROM THE CANWIN CARD.  SPACES =
010920*    THE MAIN OVERNIGHT WINDOW, DISPLAYED AS 'MAIN'.
010930 01  WS-RUN-WINDOW-ID           PIC X(04)  VALUE SPACES.
010940 01  WS-RUN-WINDOW-NAME         PIC X(04)  VALUE 'MAIN'.
010950*
011000 77  WS-CYCLE-CUTOVER-TIME      PIC 9(08)  VALUE 06000000.
011100*
011200 77  WS-CAL-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
012400     PERFORM 1000-INITIALIZE
012500         THRU 1000-INITIALIZE-EXIT.
012600*
012620     PERFORM 1050-READ-RUN-WINDOW
012640         THRU 1050-READ-RUN-WINDOW-EXIT.
012660*
012700     PERFORM 1100-RESOLVE-CYCLE
012800         THRU 1100-RESOLVE-CYCLE-EXIT.
012900*
013300     PERFORM 3000-WRITE-LOG-RECORD
013400         THRU 3000-WRITE-LOG-RECORD-EXIT.
013500*
013600     DISPLAY 'CANCLOSE: BATCH WINDOW ' WS-RUN-WINDOW-NAME
013700         ' FOR CYCLE ' WS-CYCLE-ID ' CLOSED AT ' WS-TIMESTAMP.
013800*
013900     PERFORM 9999-EXIT
014000         THRU 9999-EXIT-EXIT.
017500     CLOSE CANY-PARM-FILE.
017600*
017700 1000-INITIALIZE-EXIT.
017703     EXIT.
017706*
017709******************************************************************
017712*    1050-READ-RUN-WINDOW                                       *
017715*    READS THE CANWIN CARD NAMING THE WINDOW BEING CLOSED.  A   *
017718*    MISSING OR EMPTY FILE, OR A BLANK CARD, IS THE MAIN        *
017721*    OVERNIGHT WINDOW.                                          *
017724******************************************************************
017727 1050-READ-RUN-WINDOW.
017730*
017733     OPEN INPUT CANY-WIN-FILE.
017736     IF NOT WS-WIN-FILE-OK
017739         GO TO 1050-READ-RUN-WINDOW-EXIT
017742     END-IF.
017745*
017748     READ CANY-WIN-FILE
017751         AT END
017754             GO TO 1050-READ-RUN-WINDOW-CLOSE
017757     END-READ.
017760*
017763     MOVE CANY-WIN-WINDOW-ID TO WS-RUN-WINDOW-ID.
017766     IF WS-RUN-WINDOW-ID NOT = SPACES
017769         MOVE WS-RUN-WINDOW-ID TO WS-RUN-WINDOW-NAME
017772     END-IF.
017775*
017778 1050-READ-RUN-WINDOW-CLOSE.
017781     CLOSE CANY-WIN-FILE.
017784*
017787 1050-READ-RUN-WINDOW-EXIT.
017800     EXIT.
017900*
018000******************************************************************
023900*
024000******************************************************************
024100*    2000-WRITE-CLOSE-RECORD                                    *
024200*    APPENDS THE WINDOW-CLOSE RECORD FOR THIS CYCLE AND WINDOW. *
024300******************************************************************
024400 2000-WRITE-CLOSE-RECORD.
024500*
026000     MOVE WS-CYCLE-ID   TO CANY-WCLS-CYCLE-ID.
026100     MOVE WS-TIMESTAMP  TO CANY-WCLS-TIMESTAMP.
026200     MOVE 'CLSE'        TO CANY-WCLS-STATUS.
026230     MOVE WS-RUN-WINDOW-ID
026260                        TO CANY-WCLS-WINDOW-ID.
026300*
026400     WRITE CANY-WCLS-RECORD.
026500     CLOSE CANY-WCLS-FILE.
028800     MOVE 'CLSE'              TO CANY-LOG-STATUS.
028900     MOVE 'BATCH WINDOW CLOSED'
029000                              TO CANY-LOG-TEXT.
029050     MOVE WS-RUN-WINDOW-ID    TO CANY-LOG-WINDOW-ID.
029100*
029200     WRITE CANY-LOG-RECORD
029210         INVALID KEY
