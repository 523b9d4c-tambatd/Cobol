000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  CANDOSS                                        *
000400*    TITLE     :  SINGLE-CYCLE INCIDENT DOSSIER                  *
000500*                                                                *
000600*    THE STANDARD PROBLEM-TICKET ATTACHMENT FOR A NIGHT THAT     *
000700*    WENT WRONG.  FOR THE CYCLE NAMED ON THE DOSSPARM CONTROL    *
000800*    RECORD (AND OPTIONALLY ONE ENVIRONMENT) EVERY RECORD THE    *
000900*    CYCLE LEFT BEHIND IS MERGED INTO ONE TIMESTAMP-ORDERED      *
001000*    TIMELINE, SO THE MORNING POST-MORTEM NO LONGER LINES UP     *
001100*    TEN FILES BY HAND:                                          *
001200*                                                                *
001300*      CANLOG    - EACH CANARY ATTEMPT (RERUNS NUMBERED)         *
001400*      CANDTL    - EACH ATTEMPT'S PER-CHECK DETAIL, WITH RETRY   *
001500*                  RE-POLLS OF THE SAME CHECK MARKED             *
001600*      CANVOLH   - THE FEED VOLUMES RECORDED, PLACED WITH THE    *
001700*                  LAST CHECK OF THAT FEED                       *
001800*      CANOVR    - EACH OVERRIDE WITH BOTH AUTHORIZING IDS       *
001900*      CANALERT  - THE ALERTS RAISED                             *
002000*      CANACK    - WHO ACKNOWLEDGED THEM AND WHAT ESCALATED      *
002100*      CANCHKPT  - THE WINDOW-OPEN CHECKPOINT                    *
002200*      CANHOLD   - THE STREAM HOLDS IN FORCE (BEFORE WINDOW)     *
002300*      CANREL    - THE RELEASE TOKENS                            *
002400*      JOBCOMP   - EACH STREAM COMPLETION                        *
002500*      CANWCLS   - THE WINDOW CLOSE                              *
002600*                                                                *
002700*    A SUMMARY BLOCK FOLLOWS: TOTAL ELAPSED TIME, TIME FROM THE  *
002800*    FIRST FAIL TO ITS ACKNOWLEDGEMENT, AND TIME FROM WINDOW     *
002900*    OPEN TO THE LAST STREAM COMPLETION.                         *
003000*                                                                *
003100*    DOSSPARM: CYCLE ID (COLS 1-8), ENVIRONMENT (COLS 10-13,     *
003200*    BLANK = ALL).  THE ENVIRONMENT NARROWS THE CANLOG/CANDTL    *
003300*    RECORDS, THE ONLY ONES THAT CARRY IT.                       *
003400*                                                                *
003420*    WHEN THE CYCLE RAN MORE THAN ONE BATCH WINDOW, ATTEMPTS     *
003440*    ARE NUMBERED WITHIN EACH WINDOW AND EVERY EVENT OF A        *
003460*    WINDOW OTHER THAN THE MAIN OVERNIGHT ONE NAMES IT.          *
003480*                                                                *
003500*    THE REPORT GOES TO THE DOSSPRT PRINT FILE AND IS ECHOED TO  *
003600*    SYSOUT.                                                     *
003700*                                                                *
003800*    RETURN CODES:  0 - DOSSIER PRODUCED                         *
003900*                   4 - NOTHING ON FILE FOR THE CYCLE            *
004000*                  16 - BAD CONTROL RECORD OR CANLOG UNAVAILABLE *
004100*                                                                *
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.     CANDOSS.
004500 AUTHOR.         NIGHTLY BATCH OPERATIONS.
004600 INSTALLATION.   NIGHTLY BATCH OPERATIONS.
004700 DATE-WRITTEN.   2026-10-15.
004800 DATE-COMPILED.
004900*
005000******************************************************************
005100*    MODIFICATION HISTORY                                        *
005200*    ------------------------------------------------------      *
005300*    2026-10-15  TDB  ORIGINAL PROGRAM.                          *
005320*    2026-10-15  TDB  ATTEMPTS NUMBERED PER BATCH WINDOW;        *
005340*                      EVENTS OF A NON-MAIN WINDOW SHOW THE      *
005360*                      WINDOW ID.                                *
005370*    2026-10-15  TDB  PER-CHECK DETAIL EVENTS NOW CARRY THEIR    *
005380*                      OWN WINDOW TAG.                           *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-370.
005800 OBJECT-COMPUTER.   IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT DOSS-PARM-FILE  ASSIGN TO DOSSPARM
006200            ORGANIZATION IS LINE SEQUENTIAL
006300            FILE STATUS IS WS-PARM-FILE-STATUS.
006400*
006500     SELECT CANY-LOG-FILE  ASSIGN TO CANLOG
006600*        VSAM KSDS - SEE MAIN'S FILE-CONTROL ENTRY FOR CANLOG.
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS DYNAMIC
006900            RECORD KEY IS CANY-LOG-KEY
007000            FILE STATUS IS WS-LOG-FILE-STATUS.
007100*
007200     SELECT CANY-DTL-FILE  ASSIGN TO CANDTL
007300*        VSAM KSDS - SEE MAIN'S FILE-CONTROL ENTRY FOR CANDTL.
007400            ORGANIZATION IS INDEXED
007500            ACCESS MODE IS DYNAMIC
007600            RECORD KEY IS CANY-DTL-KEY
007700            FILE STATUS IS WS-DTL-FILE-STATUS.
007800*
007900     SELECT CANY-VOL-FILE  ASSIGN TO CANVOLH
008000            ORGANIZATION IS LINE SEQUENTIAL
008100            FILE STATUS IS WS-VOL-FILE-STATUS.
008200*
008300     SELECT CANY-OVR-FILE  ASSIGN TO CANOVR
008400            ORGANIZATION IS LINE SEQUENTIAL
008500            FILE STATUS IS WS-OVR-FILE-STATUS.
008600*
008700     SELECT CANY-ALERT-FILE  ASSIGN TO CANALERT
008800            ORGANIZATION IS LINE SEQUENTIAL
008900            FILE STATUS IS WS-ALERT-FILE-STATUS.
009000*
009100     SELECT CANY-ACK-FILE  ASSIGN TO CANACK
009200            ORGANIZATION IS LINE SEQUENTIAL
009300            FILE STATUS IS WS-ACK-FILE-STATUS.
009400*
009500     SELECT CANY-CHKPT-FILE  ASSIGN TO CANCHKPT
009600            ORGANIZATION IS LINE SEQUENTIAL
009700            FILE STATUS IS WS-CHKPT-FILE-STATUS.
009800*
009900     SELECT CANY-HOLD-FILE  ASSIGN TO CANHOLD
010000            ORGANIZATION IS LINE SEQUENTIAL
010100            FILE STATUS IS WS-HOLD-FILE-STATUS.
010200*
010300     SELECT CANY-REL-FILE  ASSIGN TO CANREL
010400            ORGANIZATION IS LINE SEQUENTIAL
010500            FILE STATUS IS WS-REL-FILE-STATUS.
010600*
010700     SELECT JOB-COMP-FILE  ASSIGN TO JOBCOMP
010800            ORGANIZATION IS LINE SEQUENTIAL
010900            FILE STATUS IS WS-COMP-FILE-STATUS.
011000*
011100     SELECT CANY-WCLS-FILE  ASSIGN TO CANWCLS
011200            ORGANIZATION IS LINE SEQUENTIAL
011300            FILE STATUS IS WS-WCLS-FILE-STATUS.
011400*
011500     SELECT DOSS-PRT-FILE  ASSIGN TO DOSSPRT
011600            ORGANIZATION IS LINE SEQUENTIAL
011700            FILE STATUS IS WS-PRT-FILE-STATUS.
011800*
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  DOSS-PARM-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  DOSS-PARM-RECORD.
012400     05  DOSS-PARM-CYCLE-ID      PIC 9(08).
012500     05  FILLER                  PIC X(01).
012600     05  DOSS-PARM-ENVIRONMENT   PIC X(04).
012700     05  FILLER                  PIC X(67).
012800*
012900 FD  CANY-LOG-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY CANLOG.
013200*
013300 FD  CANY-DTL-FILE
013400     LABEL RECORDS ARE STANDARD.
013500     COPY CANDTL.
013600*
013700 FD  CANY-VOL-FILE
013800     LABEL RECORDS ARE STANDARD.
013900     COPY CANVOL.
014000*
014100 FD  CANY-OVR-FILE
014200     LABEL RECORDS ARE STANDARD.
014300     COPY CANOVR.
014400*
014500 FD  CANY-ALERT-FILE
014600     LABEL RECORDS ARE STANDARD.
014700     COPY ALERT.
014800*
014900 FD  CANY-ACK-FILE
015000     LABEL RECORDS ARE STANDARD.
015100     COPY CANACK.
015200*
015300 FD  CANY-CHKPT-FILE
015400     LABEL RECORDS ARE STANDARD.
015500     COPY CHKPT.
015600*
015700 FD  CANY-HOLD-FILE
015800     LABEL RECORDS ARE STANDARD.
015900     COPY CANHLD.
016000*
016100 FD  CANY-REL-FILE
016200     LABEL RECORDS ARE STANDARD.
016300     COPY CANREL.
016400*
016500 FD  JOB-COMP-FILE
016600     LABEL RECORDS ARE STANDARD.
016700     COPY JOBCOMP.
016800*
016900 FD  CANY-WCLS-FILE
017000     LABEL RECORDS ARE STANDARD.
017100     COPY WCLOSE.
017200*
017300 FD  DOSS-PRT-FILE
017400     LABEL RECORDS ARE STANDARD.
017500 01  DOSS-PRT-LINE               PIC X(80).
017600*
017700 WORKING-STORAGE SECTION.
017800*
017900******************************************************************
018000*    FILE STATUS SWITCHES                                        *
018100******************************************************************
018200 01  WS-PARM-FILE-STATUS        PIC X(02).
018300     88  WS-PARM-FILE-OK        VALUE '00'.
018400*
018500 01  WS-LOG-FILE-STATUS         PIC X(02).
018600     88  WS-LOG-FILE-OK         VALUE '00'.
018700     88  WS-LOG-FILE-EOF        VALUE '10'.
018800*
018900 01  WS-DTL-FILE-STATUS         PIC X(02).
019000     88  WS-DTL-FILE-OK         VALUE '00'.
019100     88  WS-DTL-FILE-EOF        VALUE '10'.
019200*
019300 01  WS-VOL-FILE-STATUS         PIC X(02).
019400     88  WS-VOL-FILE-OK         VALUE '00'.
019500     88  WS-VOL-FILE-EOF        VALUE '10'.
019600*
019700 01  WS-OVR-FILE-STATUS         PIC X(02).
019800     88  WS-OVR-FILE-OK         VALUE '00'.
019900     88  WS-OVR-FILE-EOF        VALUE '10'.
020000*
020100 01  WS-ALERT-FILE-STATUS       PIC X(02).
020200     88  WS-ALERT-FILE-OK       VALUE '00'.
020300     88  WS-ALERT-FILE-EOF      VALUE '10'.
020400*
020500 01  WS-ACK-FILE-STATUS         PIC X(02).
020600     88  WS-ACK-FILE-OK         VALUE '00'.
020700     88  WS-ACK-FILE-EOF        VALUE '10'.
020800*
020900 01  WS-CHKPT-FILE-STATUS       PIC X(02).
021000     88  WS-CHKPT-FILE-OK       VALUE '00'.
021100     88  WS-CHKPT-FILE-EOF      VALUE '10'.
021200*
021300 01  WS-HOLD-FILE-STATUS        PIC X(02).
021400     88  WS-HOLD-FILE-OK        VALUE '00'.
021500     88  WS-HOLD-FILE-EOF       VALUE '10'.
021600*
021700 01  WS-REL-FILE-STATUS         PIC X(02).
021800     88  WS-REL-FILE-OK         VALUE '00'.
021900     88  WS-REL-FILE-EOF        VALUE '10'.
022000*
022100 01  WS-COMP-FILE-STATUS        PIC X(02).
022200     88  WS-COMP-FILE-OK        VALUE '00'.
022300     88  WS-COMP-FILE-EOF       VALUE '10'.
022400*
022500 01  WS-WCLS-FILE-STATUS        PIC X(02).
022600     88  WS-WCLS-FILE-OK        VALUE '00'.
022700     88  WS-WCLS-FILE-EOF       VALUE '10'.
022800*
022900 01  WS-PRT-FILE-STATUS         PIC X(02).
023000     88  WS-PRT-FILE-OK         VALUE '00'.
023100*
023200******************************************************************
023300*    REQUESTED CYCLE AND ENVIRONMENT                             *
023400******************************************************************
023500 01  WS-REQ-CYCLE-ID            PIC 9(08)  VALUE ZERO.
023600 01  WS-REQ-ENVIRONMENT         PIC X(04)  VALUE SPACES.
023700     88  WS-ALL-ENVIRONMENTS               VALUE SPACES.
023800*
023900******************************************************************
024000*    TIMELINE TABLE                                              *
024100*    EVERY EVENT IS INSERTED IN ORDER OF ITS SORT KEY - THE      *
024200*    EVENT TIMESTAMP, THEN A RANK THAT KEEPS A RUN'S OWN         *
024300*    RECORDS IN THE ORDER THE CANARY WROTE THEM (ATTEMPT,        *
024400*    CHECKS, VOLUMES, ALERT, CHECKPOINT, TOKENS), THEN THE       *
024500*    ORDER THE EVENT WAS LOADED.  HOLDS CARRY A BLANK STAMP      *
024600*    AND SO LEAD THE TIMELINE; A VOLUME WITH NO MATCHING CHECK   *
024700*    CARRIES ALL NINES AND TRAILS IT.                            *
024800*                                                                *
024900*    EVENT KIND:  F - A FAILURE (FAIL ATTEMPT OR FAIL ALERT)     *
025000*                 A - AN OPERATOR ACKNOWLEDGEMENT                *
025060*                 O - THE WINDOW OPENED (PASS, LATE, OVRD OR     *
025120*                     PART CHECKPOINT)                           *
025200*                 C - A STREAM COMPLETION                        *
025300******************************************************************
025400 01  WS-TL-TABLE.
025500     05  WS-TL-ENTRY  OCCURS 600 TIMES.
025600         10  WS-TL-SORT-KEY.
025700             15  WS-TL-STAMP    PIC X(17).
025800             15  WS-TL-RANK     PIC X(01).
025900             15  WS-TL-ORDER    PIC 9(04).
026000         10  WS-TL-KIND         PIC X(01).
026100         10  WS-TL-SOURCE       PIC X(05).
026200         10  WS-TL-CODE         PIC X(08).
026300         10  WS-TL-TEXT         PIC X(56).
026400 77  WS-TL-COUNT                PIC 9(04) COMP  VALUE 0.
026500 77  WS-TL-MAX                  PIC 9(04) COMP  VALUE 600.
026600 77  WS-TL-SUB                  PIC 9(04) COMP  VALUE 0.
026700 77  WS-TL-NEXT                 PIC 9(04) COMP  VALUE 0.
026800 77  WS-TL-LOADED               PIC 9(04)       VALUE 0.
026900*
027000*    THE EVENT BEING BUILT FOR INSERTION.
027100 01  WS-EVT.
027200     05  WS-EVT-SORT-KEY.
027300         10  WS-EVT-STAMP       PIC X(17).
027400         10  WS-EVT-RANK        PIC X(01).
027500         10  WS-EVT-ORDER       PIC 9(04).
027600     05  WS-EVT-KIND            PIC X(01).
027700     05  WS-EVT-SOURCE          PIC X(05).
027800     05  WS-EVT-CODE            PIC X(08).
027900     05  WS-EVT-TEXT            PIC X(56).
028000*
028100 77  WS-SHIFT-SWITCH            PIC X(01)  VALUE 'N'.
028200     88  WS-SHIFT-DONE                     VALUE 'Y'.
028300*
028400 77  WS-TL-FULL-SWITCH          PIC X(01)  VALUE 'N'.
028500     88  WS-TL-FULL-REPORTED               VALUE 'Y'.
028600*
028700 01  WS-UNTIMED-STAMP           PIC X(17)
028800                                VALUE '99999999-99999999'.
028900*
029000******************************************************************
029100*    ATTEMPT AND RE-POLL TRACKING                                *
029200*    CANDTL IS READ IN KEY ORDER, SO A RUN'S CHECKS ARRIVE       *
029300*    TOGETHER; A CHECK CODE SEEN AGAIN WITHIN THE SAME RUN IS    *
029400*    A RETRY RE-POLL OF A LATE FEED.                             *
029500******************************************************************
029600 77  WS-ATTEMPT-COUNT           PIC 9(02)       VALUE 0.
029608*
029616 01  WS-RUN-WIN-TABLE.
029624     05  WS-RUN-WIN-ENTRY   OCCURS 10 TIMES
029632                            INDEXED BY WS-RUN-WIN-IDX.
029640         10  WS-RUN-WIN-ID      PIC X(04).
029648         10  WS-RUN-WIN-TRIES   PIC 9(02).
029656 77  WS-RUN-WIN-COUNT           PIC 9(04) COMP  VALUE 0.
029664 77  WS-RUN-WIN-MAX             PIC 9(04) COMP  VALUE 10.
029672 77  WS-WIN-TRIES               PIC 9(02)       VALUE 0.
029680 01  WS-TAG-WINDOW              PIC X(04)  VALUE SPACES.
029688 01  WS-TAG-HOLD-TEXT           PIC X(56)  VALUE SPACES.
029700*
029800 01  WS-RUN-KEY                 PIC X(22)  VALUE SPACES.
029900 01  WS-DTL-RUN-KEY.
030000     05  WS-DRK-ENV             PIC X(04).
030100     05  FILLER                 PIC X(01)  VALUE SPACE.
030200     05  WS-DRK-STAMP           PIC X(17).
030300*
030400 01  WS-RUN-CODE-TABLE.
030500     05  WS-RUN-CODE-ENTRY  OCCURS 40 TIMES
030600                            INDEXED BY WS-RUN-CODE-IDX.
030700         10  WS-RUN-CODE        PIC X(08).
030800 77  WS-RUN-CODE-COUNT          PIC 9(04) COMP  VALUE 0.
030900 77  WS-RUN-CODE-MAX            PIC 9(04) COMP  VALUE 40.
031000*
031100 77  WS-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
031200     88  WS-ENTRY-FOUND                    VALUE 'Y'.
031300*
031400 01  WS-REPOLL-TAG              PIC X(08)  VALUE SPACES.
031500*
031600******************************************************************
031700*    SUMMARY ACCUMULATORS                                        *
031800******************************************************************
031900 01  WS-FIRST-STAMP             PIC X(17)  VALUE SPACES.
032000 01  WS-LAST-STAMP              PIC X(17)  VALUE SPACES.
032100 01  WS-FIRST-FAIL-STAMP        PIC X(17)  VALUE SPACES.
032200 01  WS-FIRST-ACK-STAMP         PIC X(17)  VALUE SPACES.
032300 01  WS-OPEN-STAMP              PIC X(17)  VALUE SPACES.
032400 01  WS-LAST-COMP-STAMP         PIC X(17)  VALUE SPACES.
032500*
032600 77  WS-ALERT-COUNT             PIC 9(05) COMP  VALUE 0.
032700 77  WS-ACK-COUNT               PIC 9(05) COMP  VALUE 0.
032800 77  WS-ESC-COUNT               PIC 9(05) COMP  VALUE 0.
032900 77  WS-OVR-COUNT               PIC 9(05) COMP  VALUE 0.
033000 77  WS-REL-COUNT               PIC 9(05) COMP  VALUE 0.
033100 77  WS-COMP-COUNT              PIC 9(05) COMP  VALUE 0.
033200 77  WS-REPOLL-COUNT            PIC 9(05) COMP  VALUE 0.
033300*
033400******************************************************************
033500*    ELAPSED-TIME WORK FIELDS                                    *
033600*    A TIMESTAMP IS BROKEN OUT TO ITS DATE AND HOUR/MINUTE; A    *
033700*    LATER DATE THAN THE START IS TAKEN AS THE NEXT MORNING      *
033800*    (THE NORMAL OVERNIGHT WINDOW SHAPE), AS IN CANSLA.          *
033900******************************************************************
034000 01  WS-TS-BREAKOUT.
034100     05  WS-TSB-DATE            PIC 9(08).
034200     05  FILLER                 PIC X(01).
034300     05  WS-TSB-HH              PIC 9(02).
034400     05  WS-TSB-MM              PIC 9(02).
034500     05  FILLER                 PIC X(04).
034600*
034700 01  WS-FROM-STAMP              PIC X(17)  VALUE SPACES.
034800 01  WS-TO-STAMP                PIC X(17)  VALUE SPACES.
034900 77  WS-FROM-DATE               PIC 9(08) COMP  VALUE 0.
035000 77  WS-FROM-MINS               PIC 9(05) COMP  VALUE 0.
035100 77  WS-TO-MINS                 PIC 9(05) COMP  VALUE 0.
035200 77  WS-ELAPSED-MINS            PIC 9(05) COMP  VALUE 0.
035300*
035400******************************************************************
035500*    REPORT PRINT WORK AREA                                      *
035600******************************************************************
035700 01  WS-PRT-LINE                PIC X(80).
035800 01  WS-PRT-STAMP               PIC X(17).
035900 01  WS-EDIT-COUNT              PIC ZZZZ9.
036000 01  WS-EDIT-MINS               PIC ZZZZ9.
036100 01  WS-EDIT-ATTEMPT            PIC Z9.
036200 01  WS-EDIT-VOLUME             PIC ZZZ,ZZZ,ZZ9.
036300 01  WS-ENV-LABEL               PIC X(04)  VALUE SPACES.
036400*
036500 PROCEDURE DIVISION.
036600*
036700******************************************************************
036800*    0000-MAINLINE                                               *
036900*    CONTROLS OVERALL FLOW OF THE DOSSIER RUN.                   *
037000******************************************************************
037100 0000-MAINLINE.
037200*
037300     MOVE 0 TO RETURN-CODE.
037400     PERFORM 1000-INITIALIZE
037500         THRU 1000-INITIALIZE-EXIT.
037600     IF RETURN-CODE NOT = 0
037700         GO TO 0000-MAINLINE-EXIT
037800     END-IF.
037900*
038000     PERFORM 2000-LOAD-RUNS
038100         THRU 2000-LOAD-RUNS-EXIT.
038200     PERFORM 2100-LOAD-CHECK-DETAILS
038300         THRU 2100-LOAD-CHECK-DETAILS-EXIT.
038400     PERFORM 2200-LOAD-VOLUMES
038500         THRU 2200-LOAD-VOLUMES-EXIT.
038600     PERFORM 2300-LOAD-OVERRIDES
038700         THRU 2300-LOAD-OVERRIDES-EXIT.
038800     PERFORM 2400-LOAD-ALERTS
038900         THRU 2400-LOAD-ALERTS-EXIT.
039000     PERFORM 2500-LOAD-ACKS
039100         THRU 2500-LOAD-ACKS-EXIT.
039200     PERFORM 2600-LOAD-CHECKPOINTS
039300         THRU 2600-LOAD-CHECKPOINTS-EXIT.
039400     PERFORM 2700-LOAD-HOLDS
039500         THRU 2700-LOAD-HOLDS-EXIT.
039600     PERFORM 2800-LOAD-RELEASES
039700         THRU 2800-LOAD-RELEASES-EXIT.
039800     PERFORM 2900-LOAD-COMPLETIONS
039900         THRU 2900-LOAD-COMPLETIONS-EXIT.
040000     PERFORM 2950-LOAD-CLOSE
040100         THRU 2950-LOAD-CLOSE-EXIT.
040200*
040300     PERFORM 3000-PRINT-TIMELINE
040400         THRU 3000-PRINT-TIMELINE-EXIT.
040500     PERFORM 4000-PRINT-SUMMARY
040600         THRU 4000-PRINT-SUMMARY-EXIT.
040700*
040800     IF WS-TL-COUNT = 0
040850         AND RETURN-CODE = 0
040900         MOVE 4 TO RETURN-CODE
041000     END-IF.
041100*
041200     CLOSE DOSS-PRT-FILE.
041300*
041400 0000-MAINLINE-EXIT.
041500*
041600     PERFORM 9999-EXIT
041700         THRU 9999-EXIT-EXIT.
041800     STOP RUN.
041900*
042000******************************************************************
042100*    1000-INITIALIZE                                             *
042200*    READS THE DOSSPARM CONTROL RECORD (A NUMERIC, NON-ZERO      *
042300*    CYCLE IS REQUIRED) AND PRINTS THE REPORT HEADING.           *
042400******************************************************************
042500 1000-INITIALIZE.
042600*
042700     OPEN INPUT DOSS-PARM-FILE.
042800     IF NOT WS-PARM-FILE-OK
042900         DISPLAY 'CANDOSS: UNABLE TO OPEN DOSSPARM - FILE STATUS '
043000             WS-PARM-FILE-STATUS ' - RUN ABANDONED'
043100         MOVE 16 TO RETURN-CODE
043200         GO TO 1000-INITIALIZE-EXIT
043300     END-IF.
043400*
043500     READ DOSS-PARM-FILE
043600         AT END
043700             MOVE ZERO TO WS-REQ-CYCLE-ID
043800             GO TO 1000-INITIALIZE-CLOSE
043900     END-READ.
044000*
044100     IF DOSS-PARM-CYCLE-ID NUMERIC
044200         MOVE DOSS-PARM-CYCLE-ID TO WS-REQ-CYCLE-ID
044300     END-IF.
044400     MOVE DOSS-PARM-ENVIRONMENT TO WS-REQ-ENVIRONMENT.
044500*
044600 1000-INITIALIZE-CLOSE.
044700     CLOSE DOSS-PARM-FILE.
044800*
044900     IF WS-REQ-CYCLE-ID = ZERO
045000         DISPLAY 'CANDOSS: DOSSPARM CYCLE ID MISSING OR NOT '
045100             'NUMERIC - RUN ABANDONED'
045200         MOVE 16 TO RETURN-CODE
045300         GO TO 1000-INITIALIZE-EXIT
045400     END-IF.
045500*
045600     OPEN OUTPUT DOSS-PRT-FILE.
045700*
045800     IF WS-ALL-ENVIRONMENTS
045900         MOVE 'ALL' TO WS-ENV-LABEL
046000     ELSE
046100         MOVE WS-REQ-ENVIRONMENT TO WS-ENV-LABEL
046200     END-IF.
046300     MOVE SPACES TO WS-PRT-LINE.
046400     STRING 'CANDOSS - INCIDENT DOSSIER FOR CYCLE '
046450         WS-REQ-CYCLE-ID
046500         '  ENVIRONMENT ' WS-ENV-LABEL
046600         DELIMITED BY SIZE INTO WS-PRT-LINE.
046700     PERFORM 9000-EMIT-REPORT-LINE
046800         THRU 9000-EMIT-REPORT-LINE-EXIT.
046900     MOVE ALL '=' TO WS-PRT-LINE.
047000     PERFORM 9000-EMIT-REPORT-LINE
047100         THRU 9000-EMIT-REPORT-LINE-EXIT.
047200*
047300 1000-INITIALIZE-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700*    2000-LOAD-RUNS                                              *
047800*    POSITIONS ON THE CYCLE'S CANLOG KEY RANGE AND LOADS EVERY   *
047900*    CANARY ATTEMPT (AND CLOSE MARKER) OF THE CYCLE.             *
048000******************************************************************
048100 2000-LOAD-RUNS.
048200*
048300     OPEN INPUT CANY-LOG-FILE.
048400     IF NOT WS-LOG-FILE-OK
048500         MOVE SPACES TO WS-PRT-LINE
048600         STRING '  ** CANLOG UNAVAILABLE - FILE STATUS '
048700             WS-LOG-FILE-STATUS ' - NO ATTEMPTS SHOWN **'
048800             DELIMITED BY SIZE INTO WS-PRT-LINE
048900         PERFORM 9000-EMIT-REPORT-LINE
049000             THRU 9000-EMIT-REPORT-LINE-EXIT
049100         MOVE 16 TO RETURN-CODE
049200         GO TO 2000-LOAD-RUNS-EXIT
049300     END-IF.
049400*
049500     MOVE SPACES             TO CANY-LOG-KEY.
049600     MOVE WS-REQ-CYCLE-ID    TO CANY-LOG-CYCLE-ID.
049700     MOVE WS-REQ-ENVIRONMENT TO CANY-LOG-ENVIRONMENT.
049800     START CANY-LOG-FILE
049900         KEY IS NOT LESS THAN CANY-LOG-KEY
050000         INVALID KEY
050100             SET WS-LOG-FILE-EOF TO TRUE
050200     END-START.
050300*
050400     PERFORM 2010-LOAD-ONE-RUN
050500         THRU 2010-LOAD-ONE-RUN-EXIT
050600         UNTIL WS-LOG-FILE-EOF.
050700*
050800     CLOSE CANY-LOG-FILE.
050900*
051000 2000-LOAD-RUNS-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400*    2010-LOAD-ONE-RUN                                           *
051500*    READS ONE CANLOG RECORD AND ADDS IT AS AN ATTEMPT.  THE     *
051600*    FIRST ATTEMPT IS THE SCHEDULED RUN; EVERY LATER ONE IS A    *
051700*    RERUN.  A FAIL ATTEMPT IS A FAILURE EVENT.                  *
051800******************************************************************
051900 2010-LOAD-ONE-RUN.
052000*
052100     READ CANY-LOG-FILE NEXT
052200         AT END
052300             SET WS-LOG-FILE-EOF TO TRUE
052400             GO TO 2010-LOAD-ONE-RUN-EXIT
052500     END-READ.
052600*
052700     IF CANY-LOG-CYCLE-ID NOT NUMERIC
052800         OR CANY-LOG-CYCLE-ID NOT = WS-REQ-CYCLE-ID
052900         SET WS-LOG-FILE-EOF TO TRUE
053000         GO TO 2010-LOAD-ONE-RUN-EXIT
053100     END-IF.
053200     IF NOT WS-ALL-ENVIRONMENTS
053300         AND CANY-LOG-ENVIRONMENT NOT = WS-REQ-ENVIRONMENT
053400         SET WS-LOG-FILE-EOF TO TRUE
053500         GO TO 2010-LOAD-ONE-RUN-EXIT
053600     END-IF.
053700*
053800     MOVE CANY-LOG-TIMESTAMP TO WS-EVT-STAMP.
053900     MOVE '1'                TO WS-EVT-RANK.
054000     MOVE 'RUN'              TO WS-EVT-SOURCE.
054100     MOVE SPACES             TO WS-EVT-CODE.
054200     MOVE SPACES             TO WS-EVT-KIND.
054300     MOVE SPACES             TO WS-EVT-TEXT.
054400*
054430     MOVE CANY-LOG-WINDOW-ID TO WS-TAG-WINDOW.
054460*
054500     IF CANY-LOG-STATUS = 'CLSE'
054600         STRING CANY-LOG-ENVIRONMENT ' WINDOW CLOSE MARKER  '
054700             CANY-LOG-TEXT
054800             DELIMITED BY SIZE INTO WS-EVT-TEXT
054900         PERFORM 7000-ADD-EVENT
055000             THRU 7000-ADD-EVENT-EXIT
055100         GO TO 2010-LOAD-ONE-RUN-EXIT
055200     END-IF.
055300*
055400     ADD 1 TO WS-ATTEMPT-COUNT.
055450     PERFORM 2020-COUNT-WINDOW-TRY
055500         THRU 2020-COUNT-WINDOW-TRY-EXIT.
055550     MOVE WS-WIN-TRIES TO WS-EDIT-ATTEMPT.
055600     IF CANY-LOG-STATUS = 'FAIL'
055700         MOVE 'F' TO WS-EVT-KIND
055800     END-IF.
056160     IF WS-WIN-TRIES > 1
056520         MOVE 'RERUN' TO WS-EVT-SOURCE
056900     END-IF.
056920     STRING WS-EDIT-ATTEMPT ' ' CANY-LOG-ENVIRONMENT ' '
056940         CANY-LOG-STATUS ' OP ' CANY-LOG-ID ' ' CANY-LOG-TEXT
056960         DELIMITED BY SIZE INTO WS-EVT-TEXT.
057000     PERFORM 7000-ADD-EVENT
057100         THRU 7000-ADD-EVENT-EXIT.
057200*
057300 2010-LOAD-ONE-RUN-EXIT.
057302     EXIT.
057304*
057306******************************************************************
057308*    2020-COUNT-WINDOW-TRY                                       *
057310*    COUNTS THE ATTEMPT AGAINST ITS BATCH WINDOW, SO THE FIRST   *
057312*    ATTEMPT OF EACH WINDOW IS ITS SCHEDULED RUN.                *
057314******************************************************************
057316 2020-COUNT-WINDOW-TRY.
057318*
057320     MOVE 'N' TO WS-FOUND-SWITCH.
057322     PERFORM 2030-MATCH-RUN-WINDOW
057324         THRU 2030-MATCH-RUN-WINDOW-EXIT
057326         VARYING WS-RUN-WIN-IDX FROM 1 BY 1
057328         UNTIL WS-RUN-WIN-IDX > WS-RUN-WIN-COUNT
057330         OR WS-ENTRY-FOUND.
057332     IF NOT WS-ENTRY-FOUND
057334         IF WS-RUN-WIN-COUNT < WS-RUN-WIN-MAX
057336             ADD 1 TO WS-RUN-WIN-COUNT
057338             SET WS-RUN-WIN-IDX TO WS-RUN-WIN-COUNT
057340             MOVE CANY-LOG-WINDOW-ID
057342                 TO WS-RUN-WIN-ID (WS-RUN-WIN-IDX)
057344             MOVE 0 TO WS-RUN-WIN-TRIES (WS-RUN-WIN-IDX)
057346         ELSE
057348             MOVE WS-ATTEMPT-COUNT TO WS-WIN-TRIES
057350             GO TO 2020-COUNT-WINDOW-TRY-EXIT
057352         END-IF
057354     END-IF.
057356*
057358     ADD 1 TO WS-RUN-WIN-TRIES (WS-RUN-WIN-IDX).
057360     MOVE WS-RUN-WIN-TRIES (WS-RUN-WIN-IDX) TO WS-WIN-TRIES.
057362*
057364 2020-COUNT-WINDOW-TRY-EXIT.
057366     EXIT.
057368*
057370******************************************************************
057372*    2030-MATCH-RUN-WINDOW                                       *
057374*    COMPARES THE ATTEMPT'S WINDOW TO ONE ALREADY SEEN.          *
057376******************************************************************
057378 2030-MATCH-RUN-WINDOW.
057380*
057382     IF WS-RUN-WIN-ID (WS-RUN-WIN-IDX) = CANY-LOG-WINDOW-ID
057384         SET WS-ENTRY-FOUND TO TRUE
057386         SET WS-RUN-WIN-IDX DOWN BY 1
057388     END-IF.
057390*
057392 2030-MATCH-RUN-WINDOW-EXIT.
057400     EXIT.
057500*
057600******************************************************************
057700*    2100-LOAD-CHECK-DETAILS                                     *
057800*    POSITIONS ON THE CYCLE'S CANDTL KEY RANGE AND LOADS EVERY   *
057900*    PER-CHECK DETAIL RECORD.                                    *
058000******************************************************************
058100 2100-LOAD-CHECK-DETAILS.
058200*
058300     OPEN INPUT CANY-DTL-FILE.
058400     IF NOT WS-DTL-FILE-OK
058500         MOVE 'CANDTL' TO WS-EVT-CODE
058600         PERFORM 8000-REPORT-NOT-AVAILABLE
058700             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
058800         GO TO 2100-LOAD-CHECK-DETAILS-EXIT
058900     END-IF.
059000*
059100     MOVE SPACES             TO CANY-DTL-KEY.
059200     MOVE WS-REQ-CYCLE-ID    TO CANY-DTL-CYCLE-ID.
059300     MOVE WS-REQ-ENVIRONMENT TO CANY-DTL-ENVIRONMENT.
059400     START CANY-DTL-FILE
059500         KEY IS NOT LESS THAN CANY-DTL-KEY
059600         INVALID KEY
059700             SET WS-DTL-FILE-EOF TO TRUE
059800     END-START.
059900*
060000     MOVE SPACES TO WS-RUN-KEY.
060100     PERFORM 2110-LOAD-ONE-DETAIL
060200         THRU 2110-LOAD-ONE-DETAIL-EXIT
060300         UNTIL WS-DTL-FILE-EOF.
060400*
060500     CLOSE CANY-DTL-FILE.
060600*
060700 2100-LOAD-CHECK-DETAILS-EXIT.
060800     EXIT.
060900*
061000******************************************************************
061100*    2110-LOAD-ONE-DETAIL                                        *
061200*    READS ONE CANDTL RECORD AND ADDS IT UNDER ITS RUN.  A       *
061300*    CHECK ALREADY SEEN IN THE SAME RUN IS A RETRY RE-POLL.      *
061400******************************************************************
061500 2110-LOAD-ONE-DETAIL.
061600*
061700     READ CANY-DTL-FILE NEXT
061800         AT END
061900             SET WS-DTL-FILE-EOF TO TRUE
062000             GO TO 2110-LOAD-ONE-DETAIL-EXIT
062100     END-READ.
062200*
062300     IF CANY-DTL-CYCLE-ID NOT NUMERIC
062400         OR CANY-DTL-CYCLE-ID NOT = WS-REQ-CYCLE-ID
062500         SET WS-DTL-FILE-EOF TO TRUE
062600         GO TO 2110-LOAD-ONE-DETAIL-EXIT
062700     END-IF.
062800     IF NOT WS-ALL-ENVIRONMENTS
062900         AND CANY-DTL-ENVIRONMENT NOT = WS-REQ-ENVIRONMENT
063000         SET WS-DTL-FILE-EOF TO TRUE
063100         GO TO 2110-LOAD-ONE-DETAIL-EXIT
063200     END-IF.
063300*
063400     MOVE CANY-DTL-ENVIRONMENT TO WS-DRK-ENV.
063500     MOVE CANY-DTL-TIMESTAMP   TO WS-DRK-STAMP.
063600     IF WS-DTL-RUN-KEY NOT = WS-RUN-KEY
063700         MOVE WS-DTL-RUN-KEY TO WS-RUN-KEY
063800         MOVE 0 TO WS-RUN-CODE-COUNT
063900     END-IF.
064000*
064100     MOVE SPACES TO WS-REPOLL-TAG.
064200     MOVE 'N' TO WS-FOUND-SWITCH.
064300     PERFORM 2120-MATCH-RUN-CODE
064400         THRU 2120-MATCH-RUN-CODE-EXIT
064500         VARYING WS-RUN-CODE-IDX FROM 1 BY 1
064600         UNTIL WS-RUN-CODE-IDX > WS-RUN-CODE-COUNT
064700         OR WS-ENTRY-FOUND.
064800     IF WS-ENTRY-FOUND
064900         MOVE 'RE-POLL' TO WS-REPOLL-TAG
065000         ADD 1 TO WS-REPOLL-COUNT
065100     ELSE
065200         IF WS-RUN-CODE-COUNT < WS-RUN-CODE-MAX
065300             ADD 1 TO WS-RUN-CODE-COUNT
065400             SET WS-RUN-CODE-IDX TO WS-RUN-CODE-COUNT
065500             MOVE CANY-DTL-CHECK-CODE
065600                 TO WS-RUN-CODE (WS-RUN-CODE-IDX)
065700         END-IF
065800     END-IF.
065900*
066000     MOVE CANY-DTL-TIMESTAMP  TO WS-EVT-STAMP.
066100     MOVE '2'                 TO WS-EVT-RANK.
066200     MOVE 'CHECK'             TO WS-EVT-SOURCE.
066300     MOVE CANY-DTL-CHECK-CODE TO WS-EVT-CODE.
066400     MOVE SPACES              TO WS-EVT-KIND.
066500     MOVE SPACES              TO WS-EVT-TEXT.
066600     STRING '     ' CANY-DTL-CHECK-CODE '  ' CANY-DTL-STATUS
066700         '  ' CANY-DTL-REASON '  SEQ ' CANY-DTL-SEQ '  '
066800         WS-REPOLL-TAG
066900         DELIMITED BY SIZE INTO WS-EVT-TEXT.
066950     MOVE CANY-DTL-WINDOW-ID  TO WS-TAG-WINDOW.
067000     PERFORM 7000-ADD-EVENT
067100         THRU 7000-ADD-EVENT-EXIT.
067200*
067300 2110-LOAD-ONE-DETAIL-EXIT.
067400     EXIT.
067500*
067600******************************************************************
067700*    2120-MATCH-RUN-CODE                                         *
067800*    COMPARES THE DETAIL'S CHECK CODE TO ONE ALREADY SEEN IN     *
067900*    THIS RUN.                                                   *
068000******************************************************************
068100 2120-MATCH-RUN-CODE.
068200*
068300     IF WS-RUN-CODE (WS-RUN-CODE-IDX) = CANY-DTL-CHECK-CODE
068400         SET WS-ENTRY-FOUND TO TRUE
068500         SET WS-RUN-CODE-IDX DOWN BY 1
068600     END-IF.
068700*
068800 2120-MATCH-RUN-CODE-EXIT.
068900     EXIT.
069000*
069100******************************************************************
069200*    2200-LOAD-VOLUMES                                           *
069300*    LOADS THE CYCLE'S CANVOLH FEED VOLUMES.  CANVOLH CARRIES    *
069400*    NO TIMESTAMP, BUT A VOLUME IS ONLY RECORDED WHEN THE        *
069500*    FEED'S CONTENT VALIDATES, SO EACH IS PLACED WITH THE LAST   *
069600*    CHECK OF THAT FEED ON THE TIMELINE.                         *
069700******************************************************************
069800 2200-LOAD-VOLUMES.
069900*
070000     OPEN INPUT CANY-VOL-FILE.
070100     IF NOT WS-VOL-FILE-OK
070200         MOVE 'CANVOLH' TO WS-EVT-CODE
070300         PERFORM 8000-REPORT-NOT-AVAILABLE
070400             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
070500         GO TO 2200-LOAD-VOLUMES-EXIT
070600     END-IF.
070700*
070800     PERFORM 2210-LOAD-ONE-VOLUME
070900         THRU 2210-LOAD-ONE-VOLUME-EXIT
071000         UNTIL WS-VOL-FILE-EOF.
071100*
071200     CLOSE CANY-VOL-FILE.
071300*
071400 2200-LOAD-VOLUMES-EXIT.
071500     EXIT.
071600*
071700******************************************************************
071800*    2210-LOAD-ONE-VOLUME                                        *
071900*    READS ONE CANVOLH RECORD AND, FOR THIS CYCLE, ADDS IT       *
072000*    UNDER THE LATEST CHECK OF THE SAME FEED.                    *
072100******************************************************************
072200 2210-LOAD-ONE-VOLUME.
072300*
072400     READ CANY-VOL-FILE
072500         AT END
072600             SET WS-VOL-FILE-EOF TO TRUE
072700             GO TO 2210-LOAD-ONE-VOLUME-EXIT
072800     END-READ.
072900*
073000     IF CANY-VOL-CYCLE-ID NOT NUMERIC
073100         OR CANY-VOL-CYCLE-ID NOT = WS-REQ-CYCLE-ID
073200         GO TO 2210-LOAD-ONE-VOLUME-EXIT
073300     END-IF.
073400*
073500     MOVE WS-UNTIMED-STAMP TO WS-EVT-STAMP.
073600     MOVE SPACES TO WS-FROM-STAMP.
073700     PERFORM 2220-FIND-FEED-CHECK
073800         THRU 2220-FIND-FEED-CHECK-EXIT
073900         VARYING WS-TL-SUB FROM 1 BY 1
074000         UNTIL WS-TL-SUB > WS-TL-COUNT.
074100     IF WS-FROM-STAMP NOT = SPACES
074200         MOVE WS-FROM-STAMP TO WS-EVT-STAMP
074300     END-IF.
074400*
074500     MOVE '3'          TO WS-EVT-RANK.
074600     MOVE 'VOL'        TO WS-EVT-SOURCE.
074700     MOVE CANY-VOL-DSN TO WS-EVT-CODE.
074800     MOVE SPACES       TO WS-EVT-KIND.
074900     MOVE SPACES       TO WS-EVT-TEXT.
075000     MOVE CANY-VOL-COUNT TO WS-EDIT-VOLUME.
075100     STRING '     ' CANY-VOL-DSN '  VOLUME RECORDED '
075200         WS-EDIT-VOLUME
075300         DELIMITED BY SIZE INTO WS-EVT-TEXT.
075400     PERFORM 7000-ADD-EVENT
075500         THRU 7000-ADD-EVENT-EXIT.
075600*
075700 2210-LOAD-ONE-VOLUME-EXIT.
075800     EXIT.
075900*
076000******************************************************************
076100*    2220-FIND-FEED-CHECK                                        *
076200*    KEEPS THE LATEST TIMESTAMP OF A CHECK OF THE VOLUME'S       *
076300*    FEED.                                                       *
076400******************************************************************
076500 2220-FIND-FEED-CHECK.
076600*
076700     IF WS-TL-SOURCE (WS-TL-SUB) = 'CHECK'
076800         AND WS-TL-CODE (WS-TL-SUB) = CANY-VOL-DSN
076900         AND WS-TL-STAMP (WS-TL-SUB) > WS-FROM-STAMP
077000         MOVE WS-TL-STAMP (WS-TL-SUB) TO WS-FROM-STAMP
077100     END-IF.
077200*
077300 2220-FIND-FEED-CHECK-EXIT.
077400     EXIT.
077500*
077600******************************************************************
077700*    2300-LOAD-OVERRIDES                                         *
077800*    LOADS EVERY CANOVR OVERRIDE GRANTED FOR THE CYCLE.          *
077900******************************************************************
078000 2300-LOAD-OVERRIDES.
078100*
078200     OPEN INPUT CANY-OVR-FILE.
078300     IF NOT WS-OVR-FILE-OK
078400         MOVE 'CANOVR' TO WS-EVT-CODE
078500         PERFORM 8000-REPORT-NOT-AVAILABLE
078600             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
078700         GO TO 2300-LOAD-OVERRIDES-EXIT
078800     END-IF.
078900*
079000     PERFORM 2310-LOAD-ONE-OVERRIDE
079100         THRU 2310-LOAD-ONE-OVERRIDE-EXIT
079200         UNTIL WS-OVR-FILE-EOF.
079300*
079400     CLOSE CANY-OVR-FILE.
079500*
079600 2300-LOAD-OVERRIDES-EXIT.
079700     EXIT.
079800*
079900******************************************************************
080000*    2310-LOAD-ONE-OVERRIDE                                      *
080100*    READS ONE CANOVR RECORD AND ADDS IT WITH BOTH IDS, SHOWN   *
080200*    AS 'BY REQUESTER/APPROVER'.                                 *
080300******************************************************************
080400 2310-LOAD-ONE-OVERRIDE.
080500*
080600     READ CANY-OVR-FILE
080700         AT END
080800             SET WS-OVR-FILE-EOF TO TRUE
080900             GO TO 2310-LOAD-ONE-OVERRIDE-EXIT
081000     END-READ.
081100*
081200     IF CANY-OVR-CYCLE-ID NOT NUMERIC
081300         OR CANY-OVR-CYCLE-ID NOT = WS-REQ-CYCLE-ID
081400         GO TO 2310-LOAD-ONE-OVERRIDE-EXIT
081500     END-IF.
081600*
081700     ADD 1 TO WS-OVR-COUNT.
081800     MOVE CANY-OVR-TIMESTAMP  TO WS-EVT-STAMP.
081900     MOVE '1'                 TO WS-EVT-RANK.
082000     MOVE 'OVRD'              TO WS-EVT-SOURCE.
082100     MOVE CANY-OVR-CHECK-CODE TO WS-EVT-CODE.
082200     MOVE SPACES              TO WS-EVT-KIND.
082300     MOVE SPACES              TO WS-EVT-TEXT.
082400     STRING CANY-OVR-CHECK-CODE ' BY ' CANY-OVR-REQUEST-ID
082500         '/' CANY-OVR-APPROVE-ID ' ' CANY-OVR-REASON
082600         DELIMITED BY SIZE INTO WS-EVT-TEXT.
082700     PERFORM 7000-ADD-EVENT
082800         THRU 7000-ADD-EVENT-EXIT.
082900*
083000 2310-LOAD-ONE-OVERRIDE-EXIT.
083100     EXIT.
083200*
083300******************************************************************
083400*    2400-LOAD-ALERTS                                            *
083500*    LOADS EVERY CANALERT ALERT RAISED FOR THE CYCLE.            *
083600******************************************************************
083700 2400-LOAD-ALERTS.
083800*
083900     OPEN INPUT CANY-ALERT-FILE.
084000     IF NOT WS-ALERT-FILE-OK
084100         MOVE 'CANALERT' TO WS-EVT-CODE
084200         PERFORM 8000-REPORT-NOT-AVAILABLE
084300             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
084400         GO TO 2400-LOAD-ALERTS-EXIT
084500     END-IF.
084600*
084700     PERFORM 2410-LOAD-ONE-ALERT
084800         THRU 2410-LOAD-ONE-ALERT-EXIT
084900         UNTIL WS-ALERT-FILE-EOF.
085000*
085100     CLOSE CANY-ALERT-FILE.
085200*
085300 2400-LOAD-ALERTS-EXIT.
085400     EXIT.
085500*
085600******************************************************************
085700*    2410-LOAD-ONE-ALERT                                         *
085800*    READS ONE CANALERT RECORD AND, FOR THIS CYCLE, ADDS IT.     *
085900*    A FAIL ALERT (CANARY OR RECONCILIATION) IS A FAILURE.       *
086000******************************************************************
086100 2410-LOAD-ONE-ALERT.
086200*
086300     READ CANY-ALERT-FILE
086400         AT END
086500             SET WS-ALERT-FILE-EOF TO TRUE
086600             GO TO 2410-LOAD-ONE-ALERT-EXIT
086700     END-READ.
086800*
086900     IF CANY-ALERT-CYCLE-ID NOT NUMERIC
087000         OR CANY-ALERT-CYCLE-ID NOT = WS-REQ-CYCLE-ID
087100         GO TO 2410-LOAD-ONE-ALERT-EXIT
087200     END-IF.
087300*
087400     ADD 1 TO WS-ALERT-COUNT.
087500     MOVE CANY-ALERT-TIMESTAMP TO WS-EVT-STAMP.
087600     MOVE '4'                  TO WS-EVT-RANK.
087700     MOVE 'ALERT'              TO WS-EVT-SOURCE.
087800     MOVE CANY-ALERT-STATUS    TO WS-EVT-CODE.
087900     MOVE SPACES               TO WS-EVT-KIND.
088000     IF CANY-ALERT-STATUS = 'FAIL'
088100         MOVE 'F' TO WS-EVT-KIND
088200     END-IF.
088300     MOVE SPACES TO WS-EVT-TEXT.
088400     STRING CANY-ALERT-STATUS '  ID ' CANY-ALERT-ID '  '
088500         CANY-ALERT-TEXT
088600         DELIMITED BY SIZE INTO WS-EVT-TEXT.
088700     PERFORM 7000-ADD-EVENT
088800         THRU 7000-ADD-EVENT-EXIT.
088900*
089000 2410-LOAD-ONE-ALERT-EXIT.
089100     EXIT.
089200*
089300******************************************************************
089400*    2500-LOAD-ACKS                                              *
089500*    LOADS EVERY CANACK ACKNOWLEDGEMENT AND ESCALATION OF AN     *
089600*    ALERT OF THE CYCLE, AT THE TIME IT WAS MADE.                *
089700******************************************************************
089800 2500-LOAD-ACKS.
089900*
090000     OPEN INPUT CANY-ACK-FILE.
090100     IF NOT WS-ACK-FILE-OK
090200         MOVE 'CANACK' TO WS-EVT-CODE
090300         PERFORM 8000-REPORT-NOT-AVAILABLE
090400             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
090500         GO TO 2500-LOAD-ACKS-EXIT
090600     END-IF.
090700*
090800     PERFORM 2510-LOAD-ONE-ACK
090900         THRU 2510-LOAD-ONE-ACK-EXIT
091000         UNTIL WS-ACK-FILE-EOF.
091100*
091200     CLOSE CANY-ACK-FILE.
091300*
091400 2500-LOAD-ACKS-EXIT.
091500     EXIT.
091600*
091700******************************************************************
091800*    2510-LOAD-ONE-ACK                                           *
091900*    READS ONE CANACK RECORD AND, FOR THIS CYCLE, ADDS IT: AN    *
092000*    'A' RECORD SHOWS WHO ACKNOWLEDGED WHICH ALERT, AN 'E'       *
092100*    RECORD THE ESCALATION CANALRT RAISED.                       *
092200******************************************************************
092300 2510-LOAD-ONE-ACK.
092400*
092500     READ CANY-ACK-FILE
092600         AT END
092700             SET WS-ACK-FILE-EOF TO TRUE
092800             GO TO 2510-LOAD-ONE-ACK-EXIT
092900     END-READ.
093000*
093100     IF CANY-ACK-CYCLE-ID NOT NUMERIC
093200         OR CANY-ACK-CYCLE-ID NOT = WS-REQ-CYCLE-ID
093300         GO TO 2510-LOAD-ONE-ACK-EXIT
093400     END-IF.
093500*
093600     MOVE CANY-ACK-TIMESTAMP TO WS-EVT-STAMP.
093700     MOVE '1'                TO WS-EVT-RANK.
093800     MOVE SPACES             TO WS-EVT-CODE.
093900     MOVE SPACES             TO WS-EVT-KIND.
094000     MOVE SPACES             TO WS-EVT-TEXT.
094100*
094200     IF CANY-ACK-IS-ESCALATION
094300         ADD 1 TO WS-ESC-COUNT
094400         MOVE 'ESCAL' TO WS-EVT-SOURCE
094550         STRING 'ALERT ' CANY-ACK-ALERT-ID '  ' CANY-ACK-ACTION
094700             DELIMITED BY SIZE INTO WS-EVT-TEXT
094800     ELSE
094900         ADD 1 TO WS-ACK-COUNT
095000         MOVE 'A'     TO WS-EVT-KIND
095100         MOVE 'ACK'   TO WS-EVT-SOURCE
095200         STRING 'ALERT ' CANY-ACK-ALERT-ID ' BY '
095300             CANY-ACK-OPERATOR-ID '  ' CANY-ACK-ACTION
095400             DELIMITED BY SIZE INTO WS-EVT-TEXT
095500     END-IF.
095600     PERFORM 7000-ADD-EVENT
095700         THRU 7000-ADD-EVENT-EXIT.
095800*
095900 2510-LOAD-ONE-ACK-EXIT.
096000     EXIT.
096100*
096200******************************************************************
096300*    2600-LOAD-CHECKPOINTS                                       *
096400*    LOADS THE CYCLE'S CANCHKPT RECORD(S).  A PASS, LATE OR      *
096500*    OVRD CHECKPOINT IS THE WINDOW OPENING.                      *
096600******************************************************************
096700 2600-LOAD-CHECKPOINTS.
096800*
096900     OPEN INPUT CANY-CHKPT-FILE.
097000     IF NOT WS-CHKPT-FILE-OK
097100         MOVE 'CANCHKPT' TO WS-EVT-CODE
097200         PERFORM 8000-REPORT-NOT-AVAILABLE
097300             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
097400         GO TO 2600-LOAD-CHECKPOINTS-EXIT
097500     END-IF.
097600*
097700     PERFORM 2610-LOAD-ONE-CHECKPOINT
097800         THRU 2610-LOAD-ONE-CHECKPOINT-EXIT
097900         UNTIL WS-CHKPT-FILE-EOF.
098000*
098100     CLOSE CANY-CHKPT-FILE.
098200*
098300 2600-LOAD-CHECKPOINTS-EXIT.
098400     EXIT.
098500*
098600******************************************************************
098700*    2610-LOAD-ONE-CHECKPOINT                                    *
098800*    READS ONE CANCHKPT RECORD AND, FOR THIS CYCLE, ADDS IT.     *
098900******************************************************************
099000 2610-LOAD-ONE-CHECKPOINT.
099100*
099200     READ CANY-CHKPT-FILE
099300         AT END
099400             SET WS-CHKPT-FILE-EOF TO TRUE
099500             GO TO 2610-LOAD-ONE-CHECKPOINT-EXIT
099600     END-READ.
099700*
099800     IF CHKPT-CYCLE-ID NOT NUMERIC
099900         OR CHKPT-CYCLE-ID NOT = WS-REQ-CYCLE-ID
100000         GO TO 2610-LOAD-ONE-CHECKPOINT-EXIT
100100     END-IF.
100200*
100300     MOVE CHKPT-TIMESTAMP TO WS-EVT-STAMP.
100400     MOVE '5'             TO WS-EVT-RANK.
100500     MOVE 'CHKPT'         TO WS-EVT-SOURCE.
100600     MOVE SPACES          TO WS-EVT-CODE.
100700     MOVE SPACES          TO WS-EVT-KIND.
100800     MOVE SPACES          TO WS-EVT-TEXT.
100850     MOVE CHKPT-WINDOW-ID TO WS-TAG-WINDOW.
100900     IF CHKPT-STATUS = 'PASS'
101000         OR CHKPT-STATUS = 'LATE'
101100         OR CHKPT-STATUS = 'OVRD'
101150         OR CHKPT-STATUS = 'PART'
101200         MOVE 'O' TO WS-EVT-KIND
101300         STRING 'WINDOW OPENED - CANARY ' CHKPT-STATUS
101400             DELIMITED BY SIZE INTO WS-EVT-TEXT
101500     ELSE
101600         STRING 'CHECKPOINT ' CHKPT-STATUS ' - WINDOW NOT OPENED'
101700             DELIMITED BY SIZE INTO WS-EVT-TEXT
101800     END-IF.
101900     PERFORM 7000-ADD-EVENT
102000         THRU 7000-ADD-EVENT-EXIT.
102100*
102200 2610-LOAD-ONE-CHECKPOINT-EXIT.
102300     EXIT.
102400*
102500******************************************************************
102600*    2700-LOAD-HOLDS                                             *
102700*    LOADS THE CANHOLD HOLDS IN FORCE FOR THE CYCLE - THOSE      *
102800*    NAMING IT AND THE STANDING (CYCLE ZERO) ONES.  THE FILE     *
102900*    IS THE CURRENT ONE, SO A HOLD SINCE REMOVED IS NOT SHOWN.   *
103000******************************************************************
103100 2700-LOAD-HOLDS.
103200*
103300     OPEN INPUT CANY-HOLD-FILE.
103400     IF NOT WS-HOLD-FILE-OK
103500         GO TO 2700-LOAD-HOLDS-EXIT
103600     END-IF.
103700*
103800     PERFORM 2710-LOAD-ONE-HOLD
103900         THRU 2710-LOAD-ONE-HOLD-EXIT
104000         UNTIL WS-HOLD-FILE-EOF.
104100*
104200     CLOSE CANY-HOLD-FILE.
104300*
104400 2700-LOAD-HOLDS-EXIT.
104500     EXIT.
104600*
104700******************************************************************
104800*    2710-LOAD-ONE-HOLD                                          *
104900*    READS ONE CANHOLD RECORD AND ADDS IT WHEN IT APPLIES TO     *
105000*    THE CYCLE.                                                  *
105100******************************************************************
105200 2710-LOAD-ONE-HOLD.
105300*
105400     READ CANY-HOLD-FILE
105500         AT END
105600             SET WS-HOLD-FILE-EOF TO TRUE
105700             GO TO 2710-LOAD-ONE-HOLD-EXIT
105800     END-READ.
105900*
106000     IF CANY-HLD-STREAM-ID = SPACES
106100         OR CANY-HLD-CYCLE-ID NOT NUMERIC
106200         GO TO 2710-LOAD-ONE-HOLD-EXIT
106300     END-IF.
106400     IF CANY-HLD-CYCLE-ID NOT = ZERO
106500         AND CANY-HLD-CYCLE-ID NOT = WS-REQ-CYCLE-ID
106600         GO TO 2710-LOAD-ONE-HOLD-EXIT
106700     END-IF.
106800*
106900     MOVE SPACES             TO WS-EVT-STAMP.
107000     MOVE '0'                TO WS-EVT-RANK.
107100     MOVE 'HOLD'             TO WS-EVT-SOURCE.
107200     MOVE CANY-HLD-STREAM-ID TO WS-EVT-CODE.
107300     MOVE SPACES             TO WS-EVT-KIND.
107400     MOVE SPACES             TO WS-EVT-TEXT.
107500     IF CANY-HLD-CYCLE-ID = ZERO
107600         STRING 'STREAM ' CANY-HLD-STREAM-ID
107700             ' HELD - STANDING HOLD, EVERY NIGHT'
107800             DELIMITED BY SIZE INTO WS-EVT-TEXT
107900     ELSE
108000         STRING 'STREAM ' CANY-HLD-STREAM-ID
108100             ' HELD - THIS CYCLE ONLY'
108200             DELIMITED BY SIZE INTO WS-EVT-TEXT
108300     END-IF.
108400     PERFORM 7000-ADD-EVENT
108500         THRU 7000-ADD-EVENT-EXIT.
108600*
108700 2710-LOAD-ONE-HOLD-EXIT.
108800     EXIT.
108900*
109000******************************************************************
109100*    2800-LOAD-RELEASES                                          *
109200*    LOADS EVERY CANREL RELEASE TOKEN WRITTEN FOR THE CYCLE.     *
109300******************************************************************
109400 2800-LOAD-RELEASES.
109500*
109600     OPEN INPUT CANY-REL-FILE.
109700     IF NOT WS-REL-FILE-OK
109800         MOVE 'CANREL' TO WS-EVT-CODE
109900         PERFORM 8000-REPORT-NOT-AVAILABLE
110000             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
110100         GO TO 2800-LOAD-RELEASES-EXIT
110200     END-IF.
110300*
110400     PERFORM 2810-LOAD-ONE-RELEASE
110500         THRU 2810-LOAD-ONE-RELEASE-EXIT
110600         UNTIL WS-REL-FILE-EOF.
110700*
110800     CLOSE CANY-REL-FILE.
110900*
111000 2800-LOAD-RELEASES-EXIT.
111100     EXIT.
111200*
111300******************************************************************
111400*    2810-LOAD-ONE-RELEASE                                       *
111500*    READS ONE CANREL RECORD AND, FOR THIS CYCLE, ADDS IT.       *
111600******************************************************************
111700 2810-LOAD-ONE-RELEASE.
111800*
111900     READ CANY-REL-FILE
112000         AT END
112100             SET WS-REL-FILE-EOF TO TRUE
112200             GO TO 2810-LOAD-ONE-RELEASE-EXIT
112300     END-READ.
112400*
112500     IF CANY-REL-CYCLE-ID NOT NUMERIC
112600         OR CANY-REL-CYCLE-ID NOT = WS-REQ-CYCLE-ID
112700         GO TO 2810-LOAD-ONE-RELEASE-EXIT
112800     END-IF.
112900*
113000     ADD 1 TO WS-REL-COUNT.
113100     MOVE CANY-REL-TIMESTAMP TO WS-EVT-STAMP.
113200     MOVE '6'                TO WS-EVT-RANK.
113300     MOVE 'TOKEN'            TO WS-EVT-SOURCE.
113400     MOVE CANY-REL-STREAM-ID TO WS-EVT-CODE.
113500     MOVE SPACES             TO WS-EVT-KIND.
113600     MOVE SPACES             TO WS-EVT-TEXT.
113620     MOVE CANY-REL-WINDOW-ID TO WS-TAG-WINDOW.
113640     IF CANY-REL-WITHHELD
113680         STRING 'STREAM ' CANY-REL-STREAM-ID ' WITHHELD - FEED '
113720             CANY-REL-FEED ' ' CANY-REL-REASON
113760             DELIMITED BY SIZE INTO WS-EVT-TEXT
113800     ELSE
113840         STRING 'STREAM ' CANY-REL-STREAM-ID ' RELEASE TOKEN '
113880             CANY-REL-STATUS
113920             DELIMITED BY SIZE INTO WS-EVT-TEXT
113960     END-IF.
114000     PERFORM 7000-ADD-EVENT
114100         THRU 7000-ADD-EVENT-EXIT.
114200*
114300 2810-LOAD-ONE-RELEASE-EXIT.
114400     EXIT.
114500*
114600******************************************************************
114700*    2900-LOAD-COMPLETIONS                                       *
114800*    LOADS EVERY JOBCOMP STREAM COMPLETION FOR THE CYCLE.        *
114900******************************************************************
115000 2900-LOAD-COMPLETIONS.
115100*
115200     OPEN INPUT JOB-COMP-FILE.
115300     IF NOT WS-COMP-FILE-OK
115400         MOVE 'JOBCOMP' TO WS-EVT-CODE
115500         PERFORM 8000-REPORT-NOT-AVAILABLE
115600             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
115700         GO TO 2900-LOAD-COMPLETIONS-EXIT
115800     END-IF.
115900*
116000     PERFORM 2910-LOAD-ONE-COMPLETION
116100         THRU 2910-LOAD-ONE-COMPLETION-EXIT
116200         UNTIL WS-COMP-FILE-EOF.
116300*
116400     CLOSE JOB-COMP-FILE.
116500*
116600 2900-LOAD-COMPLETIONS-EXIT.
116700     EXIT.
116800*
116900******************************************************************
117000*    2910-LOAD-ONE-COMPLETION                                    *
117100*    READS ONE JOBCOMP RECORD AND, FOR THIS CYCLE, ADDS IT.      *
117200******************************************************************
117300 2910-LOAD-ONE-COMPLETION.
117400*
117500     READ JOB-COMP-FILE
117600         AT END
117700             SET WS-COMP-FILE-EOF TO TRUE
117800             GO TO 2910-LOAD-ONE-COMPLETION-EXIT
117900     END-READ.
118000*
118100     IF JOB-COMP-CYCLE-ID NOT NUMERIC
118200         OR JOB-COMP-CYCLE-ID NOT = WS-REQ-CYCLE-ID
118300         GO TO 2910-LOAD-ONE-COMPLETION-EXIT
118400     END-IF.
118500*
118600     ADD 1 TO WS-COMP-COUNT.
118700     MOVE JOB-COMP-TIMESTAMP TO WS-EVT-STAMP.
118800     MOVE '1'                TO WS-EVT-RANK.
118900     MOVE 'COMP'             TO WS-EVT-SOURCE.
119000     MOVE JOB-COMP-STREAM-ID TO WS-EVT-CODE.
119100     MOVE 'C'                TO WS-EVT-KIND.
119200     MOVE SPACES             TO WS-EVT-TEXT.
119250     MOVE JOB-COMP-WINDOW-ID TO WS-TAG-WINDOW.
119300     STRING 'STREAM ' JOB-COMP-STREAM-ID ' ENDED ' JOB-COMP-STATUS
119400         DELIMITED BY SIZE INTO WS-EVT-TEXT.
119500     PERFORM 7000-ADD-EVENT
119600         THRU 7000-ADD-EVENT-EXIT.
119700*
119800 2910-LOAD-ONE-COMPLETION-EXIT.
119900     EXIT.
120000*
120100******************************************************************
120200*    2950-LOAD-CLOSE                                             *
120300*    LOADS THE CYCLE'S WCLOSE WINDOW-CLOSE RECORD.               *
120400******************************************************************
120500 2950-LOAD-CLOSE.
120600*
120700     OPEN INPUT CANY-WCLS-FILE.
120800     IF NOT WS-WCLS-FILE-OK
120900         MOVE 'CANWCLS' TO WS-EVT-CODE
121000         PERFORM 8000-REPORT-NOT-AVAILABLE
121100             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
121200         GO TO 2950-LOAD-CLOSE-EXIT
121300     END-IF.
121400*
121500     PERFORM 2960-LOAD-ONE-CLOSE
121600         THRU 2960-LOAD-ONE-CLOSE-EXIT
121700         UNTIL WS-WCLS-FILE-EOF.
121800*
121900     CLOSE CANY-WCLS-FILE.
122000*
122100 2950-LOAD-CLOSE-EXIT.
122200     EXIT.
122300*
122400******************************************************************
122500*    2960-LOAD-ONE-CLOSE                                         *
122600*    READS ONE WCLOSE RECORD AND, FOR THIS CYCLE, ADDS IT.       *
122700******************************************************************
122800 2960-LOAD-ONE-CLOSE.
122900*
123000     READ CANY-WCLS-FILE
123100         AT END
123200             SET WS-WCLS-FILE-EOF TO TRUE
123300             GO TO 2960-LOAD-ONE-CLOSE-EXIT
123400     END-READ.
123500*
123600     IF CANY-WCLS-CYCLE-ID NOT NUMERIC
123700         OR CANY-WCLS-CYCLE-ID NOT = WS-REQ-CYCLE-ID
123800         GO TO 2960-LOAD-ONE-CLOSE-EXIT
123900     END-IF.
124000*
124100     MOVE CANY-WCLS-TIMESTAMP TO WS-EVT-STAMP.
124200     MOVE '9'                 TO WS-EVT-RANK.
124300     MOVE 'CLOSE'             TO WS-EVT-SOURCE.
124400     MOVE SPACES              TO WS-EVT-CODE.
124500     MOVE SPACES              TO WS-EVT-KIND.
124600     MOVE SPACES              TO WS-EVT-TEXT.
124650     MOVE CANY-WCLS-WINDOW-ID TO WS-TAG-WINDOW.
124700     STRING 'WINDOW CLOSED - ' CANY-WCLS-STATUS
124800         DELIMITED BY SIZE INTO WS-EVT-TEXT.
124900     PERFORM 7000-ADD-EVENT
125000         THRU 7000-ADD-EVENT-EXIT.
125100*
125200 2960-LOAD-ONE-CLOSE-EXIT.
125300     EXIT.
125400*
125500******************************************************************
125600*    3000-PRINT-TIMELINE                                         *
125700*    PRINTS THE MERGED TIMELINE AND PICKS UP THE SUMMARY         *
125800*    MILESTONES ON THE WAY THROUGH.                              *
125900******************************************************************
126000 3000-PRINT-TIMELINE.
126100*
126200     MOVE SPACES TO WS-PRT-LINE.
126300     STRING 'TIMESTAMP         EVENT DETAIL'
126400         DELIMITED BY SIZE INTO WS-PRT-LINE.
126500     PERFORM 9000-EMIT-REPORT-LINE
126600         THRU 9000-EMIT-REPORT-LINE-EXIT.
126700     MOVE ALL '-' TO WS-PRT-LINE.
126800     PERFORM 9000-EMIT-REPORT-LINE
126900         THRU 9000-EMIT-REPORT-LINE-EXIT.
127000*
127100     IF WS-TL-COUNT = 0
127200         MOVE SPACES TO WS-PRT-LINE
127300         STRING '  NOTHING ON FILE FOR THIS CYCLE'
127400             DELIMITED BY SIZE INTO WS-PRT-LINE
127500         PERFORM 9000-EMIT-REPORT-LINE
127600             THRU 9000-EMIT-REPORT-LINE-EXIT
127700         GO TO 3000-PRINT-TIMELINE-EXIT
127800     END-IF.
127900*
128000     PERFORM 3100-PRINT-ONE-EVENT
128100         THRU 3100-PRINT-ONE-EVENT-EXIT
128200         VARYING WS-TL-SUB FROM 1 BY 1
128300         UNTIL WS-TL-SUB > WS-TL-COUNT.
128400*
128500 3000-PRINT-TIMELINE-EXIT.
128600     EXIT.
128700*
128800******************************************************************
128900*    3100-PRINT-ONE-EVENT                                        *
129000*    PRINTS ONE TIMELINE EVENT AND NOTES THE FIRST/LAST TIMED    *
129100*    EVENT, THE FIRST FAILURE, THE FIRST ACKNOWLEDGEMENT AFTER   *
129200*    IT, THE WINDOW OPENING AND THE LAST STREAM COMPLETION.      *
129300******************************************************************
129400 3100-PRINT-ONE-EVENT.
129500*
129600     MOVE WS-TL-STAMP (WS-TL-SUB) TO WS-PRT-STAMP.
129700     IF WS-TL-STAMP (WS-TL-SUB) = SPACES
129800         MOVE 'BEFORE WINDOW' TO WS-PRT-STAMP
129900     ELSE
130000         IF WS-TL-STAMP (WS-TL-SUB) = WS-UNTIMED-STAMP
130100             MOVE 'NOT TIMED' TO WS-PRT-STAMP
130200         ELSE
130300             IF WS-FIRST-STAMP = SPACES
130400                 MOVE WS-TL-STAMP (WS-TL-SUB) TO WS-FIRST-STAMP
130500             END-IF
130600             MOVE WS-TL-STAMP (WS-TL-SUB) TO WS-LAST-STAMP
130700         END-IF
130800     END-IF.
130900*
131000     EVALUATE WS-TL-KIND (WS-TL-SUB)
131100         WHEN 'F'
131200             IF WS-FIRST-FAIL-STAMP = SPACES
131300                 MOVE WS-TL-STAMP (WS-TL-SUB)
131400                     TO WS-FIRST-FAIL-STAMP
131500             END-IF
131600         WHEN 'A'
131700             IF WS-FIRST-FAIL-STAMP NOT = SPACES
131800                 AND WS-FIRST-ACK-STAMP = SPACES
131900                 MOVE WS-TL-STAMP (WS-TL-SUB)
132000                     TO WS-FIRST-ACK-STAMP
132100             END-IF
132200         WHEN 'O'
132300             IF WS-OPEN-STAMP = SPACES
132400                 MOVE WS-TL-STAMP (WS-TL-SUB) TO WS-OPEN-STAMP
132500             END-IF
132600         WHEN 'C'
132700             MOVE WS-TL-STAMP (WS-TL-SUB) TO WS-LAST-COMP-STAMP
132800     END-EVALUATE.
132900*
133000     MOVE SPACES TO WS-PRT-LINE.
133100     STRING WS-PRT-STAMP ' ' WS-TL-SOURCE (WS-TL-SUB) ' '
133200         WS-TL-TEXT (WS-TL-SUB)
133300         DELIMITED BY SIZE INTO WS-PRT-LINE.
133400     PERFORM 9000-EMIT-REPORT-LINE
133500         THRU 9000-EMIT-REPORT-LINE-EXIT.
133600*
133700 3100-PRINT-ONE-EVENT-EXIT.
133800     EXIT.
133900*
134000******************************************************************
134100*    4000-PRINT-SUMMARY                                          *
134200*    PRINTS THE EVENT COUNTS AND THE THREE ELAPSED-TIME          *
134300*    MEASURES THE PROBLEM TICKET ASKS FOR.                       *
134400******************************************************************
134500 4000-PRINT-SUMMARY.
134600*
134700     MOVE ALL '=' TO WS-PRT-LINE.
134800     PERFORM 9000-EMIT-REPORT-LINE
134900         THRU 9000-EMIT-REPORT-LINE-EXIT.
135000     MOVE SPACES TO WS-PRT-LINE.
135100     STRING 'SUMMARY FOR CYCLE ' WS-REQ-CYCLE-ID
135200         DELIMITED BY SIZE INTO WS-PRT-LINE.
135300     PERFORM 9000-EMIT-REPORT-LINE
135400         THRU 9000-EMIT-REPORT-LINE-EXIT.
135500*
135600     MOVE WS-ATTEMPT-COUNT TO WS-EDIT-COUNT.
135700     MOVE SPACES TO WS-PRT-LINE.
135800     STRING '  CANARY ATTEMPTS..............: ' WS-EDIT-COUNT
135900         DELIMITED BY SIZE INTO WS-PRT-LINE.
136000     PERFORM 9000-EMIT-REPORT-LINE
136100         THRU 9000-EMIT-REPORT-LINE-EXIT.
136200     MOVE WS-REPOLL-COUNT TO WS-EDIT-COUNT.
136300     MOVE SPACES TO WS-PRT-LINE.
136400     STRING '  RETRY RE-POLLS...............: ' WS-EDIT-COUNT
136500         DELIMITED BY SIZE INTO WS-PRT-LINE.
136600     PERFORM 9000-EMIT-REPORT-LINE
136700         THRU 9000-EMIT-REPORT-LINE-EXIT.
136800     MOVE WS-OVR-COUNT TO WS-EDIT-COUNT.
136900     MOVE SPACES TO WS-PRT-LINE.
137000     STRING '  OVERRIDES....................: ' WS-EDIT-COUNT
137100         DELIMITED BY SIZE INTO WS-PRT-LINE.
137200     PERFORM 9000-EMIT-REPORT-LINE
137300         THRU 9000-EMIT-REPORT-LINE-EXIT.
137400     MOVE WS-ALERT-COUNT TO WS-EDIT-COUNT.
137500     MOVE SPACES TO WS-PRT-LINE.
137600     STRING '  ALERTS RAISED................: ' WS-EDIT-COUNT
137700         DELIMITED BY SIZE INTO WS-PRT-LINE.
137800     PERFORM 9000-EMIT-REPORT-LINE
137900         THRU 9000-EMIT-REPORT-LINE-EXIT.
138000     MOVE WS-ACK-COUNT TO WS-EDIT-COUNT.
138100     MOVE SPACES TO WS-PRT-LINE.
138200     STRING '  ACKNOWLEDGEMENTS.............: ' WS-EDIT-COUNT
138300         DELIMITED BY SIZE INTO WS-PRT-LINE.
138400     PERFORM 9000-EMIT-REPORT-LINE
138500         THRU 9000-EMIT-REPORT-LINE-EXIT.
138600     MOVE WS-ESC-COUNT TO WS-EDIT-COUNT.
138700     MOVE SPACES TO WS-PRT-LINE.
138800     STRING '  ESCALATIONS..................: ' WS-EDIT-COUNT
138900         DELIMITED BY SIZE INTO WS-PRT-LINE.
139000     PERFORM 9000-EMIT-REPORT-LINE
139100         THRU 9000-EMIT-REPORT-LINE-EXIT.
139200     MOVE WS-REL-COUNT TO WS-EDIT-COUNT.
139300     MOVE SPACES TO WS-PRT-LINE.
139400     STRING '  RELEASE TOKENS...............: ' WS-EDIT-COUNT
139500         DELIMITED BY SIZE INTO WS-PRT-LINE.
139600     PERFORM 9000-EMIT-REPORT-LINE
139700         THRU 9000-EMIT-REPORT-LINE-EXIT.
139800     MOVE WS-COMP-COUNT TO WS-EDIT-COUNT.
139900     MOVE SPACES TO WS-PRT-LINE.
140000     STRING '  STREAM COMPLETIONS...........: ' WS-EDIT-COUNT
140100         DELIMITED BY SIZE INTO WS-PRT-LINE.
140200     PERFORM 9000-EMIT-REPORT-LINE
140300         THRU 9000-EMIT-REPORT-LINE-EXIT.
140400*
140500*    TOTAL ELAPSED - FIRST TO LAST TIMED EVENT.
140600     MOVE SPACES TO WS-PRT-LINE.
140700     IF WS-FIRST-STAMP = SPACES
140800         STRING '  TOTAL ELAPSED................: NO TIMED EVENTS'
140900             DELIMITED BY SIZE INTO WS-PRT-LINE
141000     ELSE
141100         MOVE WS-FIRST-STAMP TO WS-FROM-STAMP
141200         MOVE WS-LAST-STAMP  TO WS-TO-STAMP
141300         PERFORM 8500-COMPUTE-ELAPSED
141400             THRU 8500-COMPUTE-ELAPSED-EXIT
141500         MOVE WS-ELAPSED-MINS TO WS-EDIT-MINS
141600         STRING '  TOTAL ELAPSED................: ' WS-EDIT-MINS
141700             ' MIN  (' WS-FIRST-STAMP ' - ' WS-LAST-STAMP ')'
141800             DELIMITED BY SIZE INTO WS-PRT-LINE
141900     END-IF.
142000     PERFORM 9000-EMIT-REPORT-LINE
142100         THRU 9000-EMIT-REPORT-LINE-EXIT.
142200*
142300*    FIRST FAIL TO ITS ACKNOWLEDGEMENT.
142400     MOVE SPACES TO WS-PRT-LINE.
142500     IF WS-FIRST-FAIL-STAMP = SPACES
142600         STRING '  FIRST FAIL TO ACK............: NO FAILURE'
142700             DELIMITED BY SIZE INTO WS-PRT-LINE
142800     ELSE
142900         IF WS-FIRST-ACK-STAMP = SPACES
143000             STRING '  FIRST FAIL TO ACK............: '
143100                 'NEVER ACKNOWLEDGED (FAIL AT '
143200                 WS-FIRST-FAIL-STAMP ')'
143300                 DELIMITED BY SIZE INTO WS-PRT-LINE
143400         ELSE
143500             MOVE WS-FIRST-FAIL-STAMP TO WS-FROM-STAMP
143600             MOVE WS-FIRST-ACK-STAMP  TO WS-TO-STAMP
143700             PERFORM 8500-COMPUTE-ELAPSED
143800                 THRU 8500-COMPUTE-ELAPSED-EXIT
143900             MOVE WS-ELAPSED-MINS TO WS-EDIT-MINS
144000             STRING '  FIRST FAIL TO ACK............: '
144100                 WS-EDIT-MINS ' MIN  (' WS-FIRST-FAIL-STAMP
144200                 ' - ' WS-FIRST-ACK-STAMP ')'
144300                 DELIMITED BY SIZE INTO WS-PRT-LINE
144400         END-IF
144500     END-IF.
144600     PERFORM 9000-EMIT-REPORT-LINE
144700         THRU 9000-EMIT-REPORT-LINE-EXIT.
144800*
144900*    WINDOW OPEN TO THE LAST STREAM COMPLETION.
145000     MOVE SPACES TO WS-PRT-LINE.
145100     IF WS-OPEN-STAMP = SPACES
145200         STRING '  OPEN TO LAST COMPLETION......: '
145300             'WINDOW NEVER OPENED'
145400             DELIMITED BY SIZE INTO WS-PRT-LINE
145500     ELSE
145600         IF WS-LAST-COMP-STAMP = SPACES
145700             STRING '  OPEN TO LAST COMPLETION......: '
145800                 'NO STREAM COMPLETIONS'
145900                 DELIMITED BY SIZE INTO WS-PRT-LINE
146000         ELSE
146100             MOVE WS-OPEN-STAMP      TO WS-FROM-STAMP
146200             MOVE WS-LAST-COMP-STAMP TO WS-TO-STAMP
146300             PERFORM 8500-COMPUTE-ELAPSED
146400                 THRU 8500-COMPUTE-ELAPSED-EXIT
146500             MOVE WS-ELAPSED-MINS TO WS-EDIT-MINS
146600             STRING '  OPEN TO LAST COMPLETION......: '
146700                 WS-EDIT-MINS ' MIN  (' WS-OPEN-STAMP
146800                 ' - ' WS-LAST-COMP-STAMP ')'
146900                 DELIMITED BY SIZE INTO WS-PRT-LINE
147000         END-IF
147100     END-IF.
147200     PERFORM 9000-EMIT-REPORT-LINE
147300         THRU 9000-EMIT-REPORT-LINE-EXIT.
147400*
147500 4000-PRINT-SUMMARY-EXIT.
147600     EXIT.
147700*
147800******************************************************************
147900*    7000-ADD-EVENT                                              *
148000*    INSERTS WS-EVT INTO THE TIMELINE IN SORT-KEY ORDER,         *
148050*    SHIFTING EVERY LATER EVENT DOWN ONE SLOT.  AN EVENT OF A    *
148100*    WINDOW OTHER THAN THE MAIN ONE (WS-TAG-WINDOW, SET BY THE   *
148150*    LOADER) IS PREFIXED WITH THE WINDOW ID.                     *
148200******************************************************************
148300 7000-ADD-EVENT.
148310*
148320     IF WS-TAG-WINDOW NOT = SPACES
148330         MOVE WS-EVT-TEXT TO WS-TAG-HOLD-TEXT
148340         MOVE SPACES      TO WS-EVT-TEXT
148350         STRING 'WINDOW ' WS-TAG-WINDOW ' ' WS-TAG-HOLD-TEXT
148360             DELIMITED BY SIZE INTO WS-EVT-TEXT
148370         MOVE SPACES TO WS-TAG-WINDOW
148380     END-IF.
148400*
148500     IF WS-TL-COUNT NOT < WS-TL-MAX
148600         IF NOT WS-TL-FULL-REPORTED
148700             SET WS-TL-FULL-REPORTED TO TRUE
148800             DISPLAY 'CANDOSS: TIMELINE TABLE FULL - EVENTS FROM '
148900                 WS-EVT-SOURCE ' ON NOT TABLED'
149000         END-IF
149100         GO TO 7000-ADD-EVENT-EXIT
149200     END-IF.
149300*
149400     ADD 1 TO WS-TL-LOADED.
149500     MOVE WS-TL-LOADED TO WS-EVT-ORDER.
149600*
149700     MOVE WS-TL-COUNT TO WS-TL-SUB.
149800     MOVE 'N' TO WS-SHIFT-SWITCH.
149900     PERFORM 7010-SHIFT-ONE-EVENT
150000         THRU 7010-SHIFT-ONE-EVENT-EXIT
150100         UNTIL WS-SHIFT-DONE.
150200*
150300     ADD 1 TO WS-TL-SUB.
150400     MOVE WS-EVT-SORT-KEY TO WS-TL-SORT-KEY (WS-TL-SUB).
150500     MOVE WS-EVT-KIND     TO WS-TL-KIND (WS-TL-SUB).
150600     MOVE WS-EVT-SOURCE   TO WS-TL-SOURCE (WS-TL-SUB).
150700     MOVE WS-EVT-CODE     TO WS-TL-CODE (WS-TL-SUB).
150800     MOVE WS-EVT-TEXT     TO WS-TL-TEXT (WS-TL-SUB).
150900     ADD 1 TO WS-TL-COUNT.
151000*
151100 7000-ADD-EVENT-EXIT.
151200     EXIT.
151300*
151400******************************************************************
151500*    7010-SHIFT-ONE-EVENT                                        *
151600*    MOVES THE EVENT AT WS-TL-SUB DOWN ONE SLOT WHEN IT SORTS    *
151700*    AFTER THE NEW EVENT; STOPS AT THE TOP OF THE TABLE OR AT    *
151800*    THE FIRST EVENT THAT SORTS BEFORE IT.                       *
151900******************************************************************
152000 7010-SHIFT-ONE-EVENT.
152100*
152200     IF WS-TL-SUB = 0
152300         SET WS-SHIFT-DONE TO TRUE
152400         GO TO 7010-SHIFT-ONE-EVENT-EXIT
152500     END-IF.
152600*
152700     IF WS-TL-SORT-KEY (WS-TL-SUB) NOT > WS-EVT-SORT-KEY
152800         SET WS-SHIFT-DONE TO TRUE
152900         GO TO 7010-SHIFT-ONE-EVENT-EXIT
153000     END-IF.
153100*
153200     COMPUTE WS-TL-NEXT = WS-TL-SUB + 1.
153300     MOVE WS-TL-ENTRY (WS-TL-SUB) TO WS-TL-ENTRY (WS-TL-NEXT).
153400     SUBTRACT 1 FROM WS-TL-SUB.
153500*
153600 7010-SHIFT-ONE-EVENT-EXIT.
153700     EXIT.
153800*
153900******************************************************************
154000*    8000-REPORT-NOT-AVAILABLE                                   *
154100*    NOTES AN INPUT FILE (NAMED IN WS-EVT-CODE) THAT COULD NOT   *
154200*    BE OPENED; THE DOSSIER CARRIES ON WITHOUT IT.               *
154300******************************************************************
154400 8000-REPORT-NOT-AVAILABLE.
154500*
154600     MOVE SPACES TO WS-PRT-LINE.
154700     STRING '  NOTE: ' WS-EVT-CODE
154800         ' NOT AVAILABLE - ITS EVENTS ARE NOT SHOWN'
154900         DELIMITED BY SIZE INTO WS-PRT-LINE.
155000     PERFORM 9000-EMIT-REPORT-LINE
155100         THRU 9000-EMIT-REPORT-LINE-EXIT.
155200*
155300 8000-REPORT-NOT-AVAILABLE-EXIT.
155400     EXIT.
155500*
155600******************************************************************
155700*    8500-COMPUTE-ELAPSED                                        *
155800*    WORKS OUT THE MINUTES FROM WS-FROM-STAMP TO WS-TO-STAMP.    *
155900*    A LATER DATE IS TAKEN AS THE NEXT MORNING.                  *
156000******************************************************************
156100 8500-COMPUTE-ELAPSED.
156200*
156300     MOVE WS-FROM-STAMP TO WS-TS-BREAKOUT.
156400     MOVE WS-TSB-DATE TO WS-FROM-DATE.
156500     COMPUTE WS-FROM-MINS = (WS-TSB-HH * 60) + WS-TSB-MM.
156600*
156700     MOVE WS-TO-STAMP TO WS-TS-BREAKOUT.
156800     COMPUTE WS-TO-MINS = (WS-TSB-HH * 60) + WS-TSB-MM.
156900*
157000     IF WS-TSB-DATE = WS-FROM-DATE
157100         IF WS-TO-MINS > WS-FROM-MINS
157200             COMPUTE WS-ELAPSED-MINS =
157300                 WS-TO-MINS - WS-FROM-MINS
157400         ELSE
157500             MOVE 0 TO WS-ELAPSED-MINS
157600         END-IF
157700     ELSE
157800         COMPUTE WS-ELAPSED-MINS =
157900             (1440 - WS-FROM-MINS) + WS-TO-MINS
158000     END-IF.
158100*
158200 8500-COMPUTE-ELAPSED-EXIT.
158300     EXIT.
158400*
158500******************************************************************
158600*    9000-EMIT-REPORT-LINE                                       *
158700*    WRITES THE CURRENT REPORT LINE TO THE PRINT FILE AND ALSO   *
158800*    DISPLAYS IT TO SYSOUT.                                      *
158900******************************************************************
159000 9000-EMIT-REPORT-LINE.
159100*
159200     WRITE DOSS-PRT-LINE FROM WS-PRT-LINE.
159300     DISPLAY WS-PRT-LINE.
159400*
159500 9000-EMIT-REPORT-LINE-EXIT.
159600     EXIT.
159700*
159800******************************************************************
159900*    9999-EXIT                                                   *
160000*    COMMON END-OF-PROGRAM PROCESSING.                           *
160100******************************************************************
160200 9999-EXIT.
160300*
160400 9999-EXIT-EXIT.
160500     EXIT.
