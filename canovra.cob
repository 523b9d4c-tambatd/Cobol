000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  CANOVRA                                        *
000400*    TITLE     :  MONTHLY OVERRIDE USAGE AUDIT                   *
000500*                                                                *
000600*    DUAL AUTHORIZATION STOPS ONE OPERATOR OVERRIDING A CANARY   *
000700*    CHECK ALONE; THIS STANDING MONTHLY REPORT REVIEWS HOW THE   *
000800*    OVERRIDES ARE USED OVER TIME.  FOR THE OVERRIDE CARDS ON    *
000900*    CANOVR FOR CYCLES IN THE REPORT MONTH IT LISTS EVERY CARD   *
001000*    AND BREAKS THEM DOWN BY CHECK CODE, BY REQUESTER/APPROVER   *
001100*    PAIR AND BY DAY TYPE (FROM CANCAL), THEN FLAGS:             *
001200*      - THE SAME CHECK OVERRIDDEN ON CONSECUTIVE CYCLES (THE    *
001300*        PREVIOUS CYCLE BEING THE CALENDAR'S AM CYCLE FOR THE    *
001400*        DATE), A CHRONIC PROBLEM BEING WAVED THROUGH            *
001500*      - TWO OPERATORS WHO HAVE EACH APPROVED THE OTHER'S        *
001600*        OVERRIDES, AT LEAST THE PAIR LIMIT (3) TIMES BETWEEN    *
001700*        THEM IN THE MONTH                                       *
001800*      - CARDS NO CANARY RERUN EVER USED - NO OVRD DETAIL RECORD *
001900*        FOR THE CYCLE AND CHECK ON CANDTLH OR CANDTL            *
002000*      - OVERRIDDEN CYCLES - AN OVRD DETAIL RECORD WAS WRITTEN   *
002100*        FOR THE MAIN OVERNIGHT WINDOW - THAT THEN WENT BAD: A   *
002200*        CANRECON EXCEPTION ALERT ON CANALERT, A MAIN WINDOW     *
002300*        LONGER THAN THE DAY TYPE'S SLA (MEASURED AS CANSLA      *
002360*        DOES, CANCHKPT OPEN TO CANWCLS CLOSE), OR NO MAIN       *
002420*        WINDOW CLOSE RECORDED AT ALL.  A CARD USED ONLY BY      *
002460*        ANOTHER WINDOW STILL COUNTS AS USED                     *
002500*                                                                *
002600*    OVRAPARM: REPORT MONTH YYYYMM (COLS 1-6) AND THE PAIR LIMIT *
002700*    (COLS 8-9, BLANK = 3).                                      *
002800*                                                                *
002900*    THE REPORT GOES TO THE OVRAPRT PRINT FILE AND IS ECHOED TO  *
003000*    SYSOUT.                                                     *
003100*                                                                *
003200*    RETURN CODES:  0 - NO OVERRIDE FLAGGED                      *
003300*                   4 - ONE OR MORE FLAGS RAISED                 *
003400*                  16 - BAD CONTROL RECORD OR CANOVR UNAVAILABLE *
003500*                                                                *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.     CANOVRA.
003900 AUTHOR.         NIGHTLY BATCH OPERATIONS.
004000 INSTALLATION.   NIGHTLY BATCH OPERATIONS.
004100 DATE-WRITTEN.   2026-10-15.
004200 DATE-COMPILED.
004300*
004400******************************************************************
004500*    MODIFICATION HISTORY                                        *
004600*    ------------------------------------------------------      *
004700*    2026-10-15  TDB  ORIGINAL PROGRAM.                          *
004710*    2026-10-15  TDB  THE WINDOW SLA AND NEVER-CLOSED CHECKS     *
004720*                      MEASURE THE MAIN OVERNIGHT WINDOW ONLY -  *
004730*                      CHECKPOINTS, CLOSES AND SLA OVERRIDES FOR *
004740*                      ANY OTHER WINDOW ARE PASSED OVER.         *
004750*                      CANDTLH RECORD WIDENED TO 66 FOR THE      *
004760*                      DETAIL WINDOW ID.                         *
004770*    2026-10-15  TDB  ONLY AN OVRD DETAIL FROM THE MAIN WINDOW   *
004780*                      MARKS ITS CYCLE OVERRIDDEN, SO AN         *
004785*                      EARLY-EVENING OVERRIDE IS NOT BLAMED FOR  *
004790*                      THE OVERNIGHT WINDOW RUNNING LONG.        *
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT OVRA-CTL-FILE  ASSIGN TO OVRAPARM
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS IS WS-CTL-FILE-STATUS.
005800*
005900     SELECT CANY-OVR-FILE  ASSIGN TO CANOVR
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS IS WS-OVR-FILE-STATUS.
006200*
006300     SELECT CANY-PARM-FILE  ASSIGN TO CANPARM
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS WS-PARM-FILE-STATUS.
006600*
006700     SELECT CANY-CAL-FILE  ASSIGN TO CANCAL
006800            ORGANIZATION IS LINE SEQUENTIAL
006900            FILE STATUS IS WS-CAL-FILE-STATUS.
007000*
007100     SELECT CANY-DTL-FILE  ASSIGN TO CANDTL
007200*        VSAM KSDS - SEE MAIN'S FILE-CONTROL ENTRY FOR CANDTL.
007300            ORGANIZATION IS INDEXED
007400            ACCESS MODE IS DYNAMIC
007500            RECORD KEY IS CANY-DTL-KEY
007600            FILE STATUS IS WS-DTL-FILE-STATUS.
007700*
007800     SELECT CANY-DTLH-FILE  ASSIGN TO CANDTLH
007900            ORGANIZATION IS LINE SEQUENTIAL
008000            FILE STATUS IS WS-DTLH-FILE-STATUS.
008100*
008200     SELECT CANY-ALERT-FILE  ASSIGN TO CANALERT
008300            ORGANIZATION IS LINE SEQUENTIAL
008400            FILE STATUS IS WS-ALERT-FILE-STATUS.
008500*
008600     SELECT CANY-CHKPT-FILE  ASSIGN TO CANCHKPT
008700            ORGANIZATION IS LINE SEQUENTIAL
008800            FILE STATUS IS WS-CHKPT-FILE-STATUS.
008900*
009000     SELECT CANY-WCLS-FILE  ASSIGN TO CANWCLS
009100            ORGANIZATION IS LINE SEQUENTIAL
009200            FILE STATUS IS WS-WCLS-FILE-STATUS.
009300*
009400     SELECT OVRA-PRT-FILE  ASSIGN TO OVRAPRT
009500            ORGANIZATION IS LINE SEQUENTIAL
009600            FILE STATUS IS WS-PRT-FILE-STATUS.
009700*
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  OVRA-CTL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  OVRA-CTL-RECORD.
010300     05  OVRA-CTL-MONTH          PIC X(06).
010400     05  OVRA-CTL-MONTH-N  REDEFINES OVRA-CTL-MONTH
010500                                 PIC 9(06).
010600     05  FILLER                  PIC X(01).
010700     05  OVRA-CTL-PAIR-LIMIT     PIC X(02).
010800     05  OVRA-CTL-PAIR-LIMIT-N  REDEFINES OVRA-CTL-PAIR-LIMIT
010900                                 PIC 9(02).
011000     05  FILLER                  PIC X(71).
011100*
011200 FD  CANY-OVR-FILE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY CANOVR.
011500*
011600 FD  CANY-PARM-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY CANPARM.
011900*
012000 FD  CANY-CAL-FILE
012100     LABEL RECORDS ARE STANDARD.
012200     COPY CANCAL.
012300*
012400 FD  CANY-DTL-FILE
012500     LABEL RECORDS ARE STANDARD.
012600     COPY CANDTL.
012700*
012800 FD  CANY-DTLH-FILE
012900     LABEL RECORDS ARE STANDARD.
013000 01  CANY-DTLH-RECORD            PIC X(66).
013100*
013200 FD  CANY-ALERT-FILE
013300     LABEL RECORDS ARE STANDARD.
013400     COPY ALERT.
013500*
013600 FD  CANY-CHKPT-FILE
013700     LABEL RECORDS ARE STANDARD.
013800     COPY CHKPT.
013900*
014000 FD  CANY-WCLS-FILE
014100     LABEL RECORDS ARE STANDARD.
014200     COPY WCLOSE.
014300*
014400 FD  OVRA-PRT-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 01  OVRA-PRT-LINE               PIC X(80).
014700*
014800 WORKING-STORAGE SECTION.
014900*
015000******************************************************************
015100*    FILE STATUS SWITCHES                                        *
015200******************************************************************
015300 01  WS-CTL-FILE-STATUS         PIC X(02).
015400     88  WS-CTL-FILE-OK         VALUE '00'.
015500*
015600 01  WS-OVR-FILE-STATUS         PIC X(02).
015700     88  WS-OVR-FILE-OK         VALUE '00'.
015800     88  WS-OVR-FILE-EOF        VALUE '10'.
015900*
016000 01  WS-PARM-FILE-STATUS        PIC X(02).
016100     88  WS-PARM-FILE-OK        VALUE '00'.
016200     88  WS-PARM-FILE-EOF       VALUE '10'.
016300*
016400 01  WS-CAL-FILE-STATUS         PIC X(02).
016500     88  WS-CAL-FILE-OK         VALUE '00'.
016600     88  WS-CAL-FILE-EOF        VALUE '10'.
016700*
016800 01  WS-DTL-FILE-STATUS         PIC X(02).
016900     88  WS-DTL-FILE-OK         VALUE '00'.
017000     88  WS-DTL-FILE-EOF        VALUE '10'.
017100*
017200 01  WS-DTLH-FILE-STATUS        PIC X(02).
017300     88  WS-DTLH-FILE-OK        VALUE '00'.
017400     88  WS-DTLH-FILE-EOF       VALUE '10'.
017500*
017600 01  WS-ALERT-FILE-STATUS       PIC X(02).
017700     88  WS-ALERT-FILE-OK       VALUE '00'.
017800     88  WS-ALERT-FILE-EOF      VALUE '10'.
017900*
018000 01  WS-CHKPT-FILE-STATUS       PIC X(02).
018100     88  WS-CHKPT-FILE-OK       VALUE '00'.
018200     88  WS-CHKPT-FILE-EOF      VALUE '10'.
018300*
018400 01  WS-WCLS-FILE-STATUS        PIC X(02).
018500     88  WS-WCLS-FILE-OK        VALUE '00'.
018600     88  WS-WCLS-FILE-EOF       VALUE '10'.
018700*
018800 01  WS-PRT-FILE-STATUS         PIC X(02).
018900     88  WS-PRT-FILE-OK         VALUE '00'.
019000*
019100 77  WS-USAGE-AVAIL-SWITCH      PIC X(01)  VALUE 'N'.
019200     88  WS-USAGE-AVAILABLE                VALUE 'Y'.
019300*
019400 77  WS-WCLS-AVAIL-SWITCH       PIC X(01)  VALUE 'N'.
019500     88  WS-WCLS-AVAILABLE                 VALUE 'Y'.
019600*
019700******************************************************************
019800*    REPORT PERIOD                                               *
019900*    THE REPORT MONTH, AND THE MONTH BEFORE IT SO AN OVERRIDE ON *
020000*    THE FIRST CYCLE OF THE MONTH CAN BE MATCHED WITH ONE ON THE *
020100*    LAST CYCLE OF THE MONTH BEFORE.                             *
020200******************************************************************
020300 01  WS-REPORT-MONTH            PIC 9(06)  VALUE ZERO.
020400 01  WS-PERIOD-START            PIC 9(08)  VALUE ZERO.
020500 01  WS-PERIOD-END              PIC 9(08)  VALUE ZERO.
020600 01  WS-LOOKBACK-START          PIC 9(08)  VALUE ZERO.
020700 77  WS-PAIR-LIMIT              PIC 9(02) COMP  VALUE 3.
020800*
020900******************************************************************
021000*    OVERRIDE TABLE - EVERY CANOVR CARD FROM THE LOOKBACK START  *
021100*    THROUGH THE END OF THE REPORT MONTH.                        *
021200******************************************************************
021300 01  WS-OVR-TABLE.
021400     05  WS-OVR-ENTRY  OCCURS 1000 TIMES
021500                       INDEXED BY WS-OVR-IDX.
021600         10  WS-OVR-CYCLE       PIC 9(08).
021700         10  WS-OVR-CHECK       PIC X(08).
021800         10  WS-OVR-REQ-ID      PIC 9(05).
021900         10  WS-OVR-APPR-ID     PIC 9(05).
022000         10  WS-OVR-STAMP       PIC X(17).
022100         10  WS-OVR-REASON      PIC X(30).
022200         10  WS-OVR-DAY-TYPE    PIC X(01).
022300         10  WS-OVR-IN-MONTH-SW PIC X(01).
022400             88  WS-OVR-IN-MONTH           VALUE 'Y'.
022500         10  WS-OVR-USED-SW     PIC X(01).
022600             88  WS-OVR-USED               VALUE 'Y'.
022700         10  WS-OVR-CONSEC-SW   PIC X(01).
022800             88  WS-OVR-CONSECUTIVE        VALUE 'Y'.
022900         10  WS-OVR-PRIOR-CYCLE PIC 9(08).
023000 77  WS-OVR-COUNT               PIC 9(04) COMP  VALUE 0.
023100 77  WS-OVR-MAX                 PIC 9(04) COMP  VALUE 1000.
023200 77  WS-OVR-SUB                 PIC 9(04) COMP  VALUE 0.
023300 01  WS-FIND-CYCLE              PIC 9(08)  VALUE ZERO.
023400 01  WS-FIND-CHECK              PIC X(08)  VALUE SPACES.
023500 77  WS-FIND-OVR-SUB            PIC 9(04) COMP  VALUE 0.
023600*
023700******************************************************************
023800*    OVERRIDDEN-CYCLE TABLE - ONE ENTRY PER CYCLE IN THE MONTH   *
023900*    WITH AN OVERRIDE CARD, CARRYING WHAT HAPPENED TO IT AFTER.  *
024000******************************************************************
024100 01  WS-CYC-TABLE.
024200     05  WS-CYC-ENTRY  OCCURS 62 TIMES
024300                       INDEXED BY WS-CYC-IDX.
024400         10  WS-CYC-ID          PIC 9(08).
024500         10  WS-CYC-DAY-TYPE    PIC X(01).
024600         10  WS-CYC-APPLIED-SW  PIC X(01).
024700             88  WS-CYC-APPLIED            VALUE 'Y'.
024800         10  WS-CYC-RECON-COUNT PIC 9(03) COMP.
024900         10  WS-CYC-RECON-TEXT  PIC X(30).
025000         10  WS-CYC-OPEN-STAMP  PIC X(17).
025100         10  WS-CYC-CLOSED-SW   PIC X(01).
025200             88  WS-CYC-CLOSED             VALUE 'Y'.
025300         10  WS-CYC-DURATION    PIC 9(05) COMP.
025400         10  WS-CYC-SLA         PIC 9(04) COMP.
025500 77  WS-CYC-COUNT               PIC 9(02) COMP  VALUE 0.
025600 77  WS-CYC-MAX                 PIC 9(02) COMP  VALUE 62.
025700 77  WS-FIND-CYC-SUB            PIC 9(02) COMP  VALUE 0.
025800*
025900******************************************************************
026000*    BREAKDOWN TABLES - BY CHECK CODE, BY REQUESTER/APPROVER     *
026100*    PAIR, AND BY DAY TYPE ('?' = NOT ON THE CALENDAR).          *
026200******************************************************************
026300 01  WS-CHK-TABLE.
026400     05  WS-CHK-ENTRY  OCCURS 100 TIMES
026500                       INDEXED BY WS-CHK-IDX.
026600         10  WS-CHK-CODE        PIC X(08).
026700         10  WS-CHK-TOTAL       PIC 9(04) COMP.
026800         10  WS-CHK-USED        PIC 9(04) COMP.
026900         10  WS-CHK-CONSEC      PIC 9(04) COMP.
027000 77  WS-CHK-COUNT               PIC 9(03) COMP  VALUE 0.
027100 77  WS-CHK-MAX                 PIC 9(03) COMP  VALUE 100.
027200 77  WS-FIND-CHK-SUB            PIC 9(03) COMP  VALUE 0.
027300*
027400 01  WS-PAIR-TABLE.
027500     05  WS-PAIR-ENTRY  OCCURS 200 TIMES
027600                        INDEXED BY WS-PAIR-IDX.
027700         10  WS-PAIR-REQ-ID     PIC 9(05).
027800         10  WS-PAIR-APPR-ID    PIC 9(05).
027900         10  WS-PAIR-TOTAL      PIC 9(04) COMP.
028000 77  WS-PAIR-COUNT              PIC 9(03) COMP  VALUE 0.
028100 77  WS-PAIR-MAX                PIC 9(03) COMP  VALUE 200.
028200 77  WS-FIND-PAIR-SUB           PIC 9(03) COMP  VALUE 0.
028300 77  WS-PAIR-SUB                PIC 9(03) COMP  VALUE 0.
028400 01  WS-FIND-REQ-ID             PIC 9(05)  VALUE ZERO.
028500 01  WS-FIND-APPR-ID            PIC 9(05)  VALUE ZERO.
028600 77  WS-PAIR-BOTH-WAYS          PIC 9(04) COMP  VALUE 0.
028700*
028800 01  WS-DT-VALUES.
028900     05  FILLER           PIC X(15)  VALUE 'PPROCESSING    '.
029000     05  FILLER           PIC X(15)  VALUE 'MMONTH-END     '.
029100     05  FILLER           PIC X(15)  VALUE 'WWEEKEND       '.
029200     05  FILLER           PIC X(15)  VALUE 'HHOLIDAY       '.
029300     05  FILLER           PIC X(15)  VALUE '?NOT ON CANCAL '.
029400 01  WS-DT-TABLE REDEFINES WS-DT-VALUES.
029500     05  WS-DT-ENTRY  OCCURS 5 TIMES
029600                      INDEXED BY WS-DT-IDX.
029700         10  WS-DT-CODE         PIC X(01).
029800         10  WS-DT-NAME         PIC X(14).
029900 01  WS-DT-COUNTS.
030000     05  WS-DT-COUNT-ENTRY  OCCURS 5 TIMES.
030100         10  WS-DT-TOTAL        PIC 9(04) COMP.
030200         10  WS-DT-USED         PIC 9(04) COMP.
030300         10  WS-DT-SLA          PIC 9(04) COMP.
030400 77  WS-DT-SUB                  PIC 9(02) COMP  VALUE 0.
030500 77  WS-DT-MAX                  PIC 9(02) COMP  VALUE 5.
030600*
030700******************************************************************
030800*    SLA TARGETS - THE CANY-PARM-SLA-MINS TARGET (DEFAULT 480,   *
030900*    AS CANSLA USES), OVERLAID FOR A DAY TYPE BY AN 'OVR' RECORD *
031000*    NAMING NO CYCLE, AND FOR ONE CYCLE BY AN 'OVR' RECORD       *
031100*    NAMING THAT CYCLE - THE SPECIFIC RECORD WINS, AS IN THE     *
031200*    CANARY.                                                     *
031300******************************************************************
031400 77  WS-SLA-DEFAULT-MINS        PIC 9(04) COMP  VALUE 480.
031500 01  WS-CSLA-TABLE.
031600     05  WS-CSLA-ENTRY  OCCURS 50 TIMES
031700                        INDEXED BY WS-CSLA-IDX.
031800         10  WS-CSLA-CYCLE      PIC 9(08).
031900         10  WS-CSLA-MINS       PIC 9(04).
032000 77  WS-CSLA-COUNT              PIC 9(02) COMP  VALUE 0.
032100 77  WS-CSLA-MAX                PIC 9(02) COMP  VALUE 50.
032200*
032300******************************************************************
032400*    CALENDAR TABLE - DAY TYPE AND PREVIOUS (AM) CYCLE OF EACH   *
032500*    DATE FROM THE LOOKBACK START TO THE END OF THE MONTH.       *
032600******************************************************************
032700 01  WS-CAL-TABLE.
032800     05  WS-CAL-ENTRY  OCCURS 70 TIMES
032900                       INDEXED BY WS-CAL-IDX.
033000         10  WS-CAL-DATE        PIC 9(08).
033100         10  WS-CAL-DAY-TYPE    PIC X(01).
033200         10  WS-CAL-AM-CYCLE    PIC 9(08).
033300 77  WS-CAL-COUNT               PIC 9(02) COMP  VALUE 0.
033400 77  WS-CAL-MAX                 PIC 9(02) COMP  VALUE 70.
033500 01  WS-FOUND-DAY-TYPE          PIC X(01)  VALUE SPACE.
033600 01  WS-FOUND-AM-CYCLE          PIC 9(08)  VALUE ZERO.
033700*
033800******************************************************************
033900*    RECONCILIATION EXCEPTION TEST - CANRECON'S ALERT TEXTS END  *
034000*    IN ONE OF THESE.                                            *
034100******************************************************************
034200 77  WS-RECON-TALLY             PIC 9(03) COMP  VALUE 0.
034300*
034400******************************************************************
034500*    DURATION WORK FIELDS                                        *
034600*    A TIMESTAMP IS BROKEN OUT TO ITS DATE AND HOUR/MINUTE; A    *
034700*    CLOSE ON A LATER DATE THAN THE OPEN IS TAKEN AS THE NEXT    *
034800*    MORNING (THE NORMAL OVERNIGHT WINDOW SHAPE).                *
034900******************************************************************
035000 01  WS-TS-BREAKOUT.
035100     05  WS-TSB-DATE            PIC 9(08).
035200     05  FILLER                 PIC X(01).
035300     05  WS-TSB-HH              PIC 9(02).
035400     05  WS-TSB-MM              PIC 9(02).
035500     05  FILLER                 PIC X(04).
035600*
035700 77  WS-OPEN-DATE               PIC 9(08) COMP  VALUE 0.
035800 77  WS-OPEN-MINS               PIC 9(05) COMP  VALUE 0.
035900 77  WS-CLOSE-MINS              PIC 9(05) COMP  VALUE 0.
036000 77  WS-DURATION-MINS           PIC 9(05) COMP  VALUE 0.
036100*
036200******************************************************************
036300*    DATE ARITHMETIC WORK FIELDS                                 *
036400******************************************************************
036500 01  WS-WORK-DATE               PIC 9(08)  VALUE 0.
036600 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
036700     05  WS-WORK-YYYY           PIC 9(04).
036800     05  WS-WORK-MM             PIC 9(02).
036900     05  WS-WORK-DD             PIC 9(02).
037000*
037100 77  WS-DAYS-IN-MONTH           PIC 9(02) COMP  VALUE 0.
037200 01  WS-MONTH-DAY-VALUES.
037300     05  FILLER                 PIC X(24)  VALUE
037400         '312831303130313130313031'.
037500 01  WS-MONTH-DAY-TBL REDEFINES WS-MONTH-DAY-VALUES.
037600     05  WS-MONTH-DAYS          PIC 9(02)  OCCURS 12 TIMES.
037700*
037800 77  WS-LEAP-QUOT               PIC 9(05) COMP  VALUE 0.
037900 77  WS-LEAP-WORK               PIC 9(05) COMP  VALUE 0.
038000 77  WS-LEAP-SWITCH             PIC X(01)  VALUE 'N'.
038100     88  WS-LEAP-YEAR                      VALUE 'Y'.
038200*
038300******************************************************************
038400*    REPORT COUNTERS                                             *
038500******************************************************************
038600 77  WS-MONTH-OVR-COUNT         PIC 9(05) COMP  VALUE 0.
038700 77  WS-USED-COUNT              PIC 9(05) COMP  VALUE 0.
038800 77  WS-CONSEC-COUNT            PIC 9(05) COMP  VALUE 0.
038900 77  WS-MUTUAL-COUNT            PIC 9(05) COMP  VALUE 0.
039000 77  WS-UNUSED-COUNT            PIC 9(05) COMP  VALUE 0.
039100 77  WS-BAD-CYCLE-COUNT         PIC 9(05) COMP  VALUE 0.
039200 77  WS-CYCLE-BAD-SWITCH        PIC X(01)  VALUE 'N'.
039300     88  WS-CYCLE-WENT-BAD                 VALUE 'Y'.
039400*
039500******************************************************************
039600*    REPORT PRINT WORK AREA                                      *
039700******************************************************************
039800 01  WS-PRT-LINE                PIC X(80).
039900 01  WS-EDIT-COUNT              PIC ZZZZ9.
040000 01  WS-EDIT-USED               PIC ZZZZ9.
040100 01  WS-EDIT-CONSEC             PIC ZZZZ9.
040200 01  WS-EDIT-OTHER              PIC ZZZZ9.
040300 01  WS-EDIT-MINS               PIC ZZZZ9.
040400 01  WS-EDIT-SLA                PIC ZZZZ9.
040500 01  WS-EDIT-LIMIT              PIC Z9.
040600 01  WS-USED-TAG                PIC X(06)  VALUE SPACES.
040700 01  WS-CONSEC-TAG              PIC X(07)  VALUE SPACES.
040800*
040900 PROCEDURE DIVISION.
041000*
041100******************************************************************
041200*    0000-MAINLINE                                               *
041300*    CONTROLS OVERALL FLOW OF THE OVERRIDE AUDIT RUN.            *
041400******************************************************************
041500 0000-MAINLINE.
041600*
041700     MOVE 0 TO RETURN-CODE.
041800     PERFORM 1000-INITIALIZE
041900         THRU 1000-INITIALIZE-EXIT.
042000     IF RETURN-CODE NOT = 0
042100         GO TO 0000-MAINLINE-EXIT
042200     END-IF.
042300*
042400     PERFORM 2000-LOAD-OVERRIDES
042500         THRU 2000-LOAD-OVERRIDES-EXIT.
042600     IF RETURN-CODE NOT = 0
042700         GO TO 0000-MAINLINE-EXIT
042800     END-IF.
042900*
043000     OPEN OUTPUT OVRA-PRT-FILE.
043100     PERFORM 1300-PRINT-HEADING
043200         THRU 1300-PRINT-HEADING-EXIT.
043300*
043400     PERFORM 1100-LOAD-SLA-TARGETS
043500         THRU 1100-LOAD-SLA-TARGETS-EXIT.
043600     PERFORM 2500-LOAD-CALENDAR
043700         THRU 2500-LOAD-CALENDAR-EXIT.
043800     PERFORM 2600-CLASSIFY-OVERRIDES
043900         THRU 2600-CLASSIFY-OVERRIDES-EXIT.
044000     PERFORM 3000-LOAD-USAGE
044100         THRU 3000-LOAD-USAGE-EXIT.
044200     PERFORM 3500-LOAD-RECON-ALERTS
044300         THRU 3500-LOAD-RECON-ALERTS-EXIT.
044400     PERFORM 3600-LOAD-CHECKPOINTS
044500         THRU 3600-LOAD-CHECKPOINTS-EXIT.
044600     PERFORM 3700-LOAD-CLOSES
044700         THRU 3700-LOAD-CLOSES-EXIT.
044800*
044900     PERFORM 4000-REPORT-OVERRIDES
045000         THRU 4000-REPORT-OVERRIDES-EXIT.
045100     PERFORM 4100-REPORT-BY-CHECK
045200         THRU 4100-REPORT-BY-CHECK-EXIT.
045300     PERFORM 4200-REPORT-BY-PAIR
045400         THRU 4200-REPORT-BY-PAIR-EXIT.
045500     PERFORM 4300-REPORT-BY-DAY-TYPE
045600         THRU 4300-REPORT-BY-DAY-TYPE-EXIT.
045700*
045800     PERFORM 5100-REPORT-CONSECUTIVE
045900         THRU 5100-REPORT-CONSECUTIVE-EXIT.
046000     PERFORM 5200-REPORT-MUTUAL-PAIRS
046100         THRU 5200-REPORT-MUTUAL-PAIRS-EXIT.
046200     PERFORM 5300-REPORT-UNUSED
046300         THRU 5300-REPORT-UNUSED-EXIT.
046400     PERFORM 5400-REPORT-BAD-CYCLES
046500         THRU 5400-REPORT-BAD-CYCLES-EXIT.
046600*
046700     PERFORM 6000-REPORT-SUMMARY
046800         THRU 6000-REPORT-SUMMARY-EXIT.
046900*
047000     CLOSE OVRA-PRT-FILE.
047100*
047200 0000-MAINLINE-EXIT.
047300*
047400     PERFORM 9999-EXIT
047500         THRU 9999-EXIT-EXIT.
047600     STOP RUN.
047700*
047800******************************************************************
047900*    1000-INITIALIZE                                             *
048000*    READS THE OVRAPARM CONTROL RECORD AND WORKS OUT THE MONTH   *
048100*    AND THE LOOKBACK START.  THE REPORT MONTH IS REQUIRED.      *
048200******************************************************************
048300 1000-INITIALIZE.
048400*
048500     OPEN INPUT OVRA-CTL-FILE.
048600     IF NOT WS-CTL-FILE-OK
048700         DISPLAY 'CANOVRA: UNABLE TO OPEN OVRAPARM - FILE STATUS '
048800             WS-CTL-FILE-STATUS ' - RUN ABANDONED'
048900         MOVE 16 TO RETURN-CODE
049000         GO TO 1000-INITIALIZE-EXIT
049100     END-IF.
049200*
049300     READ OVRA-CTL-FILE
049400         AT END
049500             DISPLAY 'CANOVRA: OVRAPARM IS EMPTY - RUN ABANDONED'
049600             MOVE 16 TO RETURN-CODE
049700             GO TO 1000-INITIALIZE-CLOSE
049800     END-READ.
049900*
050000     IF OVRA-CTL-MONTH NOT NUMERIC
050100         DISPLAY 'CANOVRA: OVRAPARM REPORT MONTH ' OVRA-CTL-MONTH
050200             ' IS NOT YYYYMM - RUN ABANDONED'
050300         MOVE 16 TO RETURN-CODE
050400         GO TO 1000-INITIALIZE-CLOSE
050500     END-IF.
050600     MOVE OVRA-CTL-MONTH-N TO WS-REPORT-MONTH.
050700     MOVE WS-REPORT-MONTH (1:4) TO WS-WORK-YYYY.
050800     MOVE WS-REPORT-MONTH (5:2) TO WS-WORK-MM.
050900     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
051000         DISPLAY 'CANOVRA: OVRAPARM REPORT MONTH ' OVRA-CTL-MONTH
051100             ' IS NOT YYYYMM - RUN ABANDONED'
051200         MOVE 16 TO RETURN-CODE
051300         GO TO 1000-INITIALIZE-CLOSE
051400     END-IF.
051500*
051600     IF OVRA-CTL-PAIR-LIMIT NOT = SPACES
051700         IF OVRA-CTL-PAIR-LIMIT NOT NUMERIC
051800             OR OVRA-CTL-PAIR-LIMIT-N < 2
051900             DISPLAY 'CANOVRA: OVRAPARM PAIR LIMIT '
052000                 OVRA-CTL-PAIR-LIMIT
052100                 ' NOT 2 TO 99 - RUN ABANDONED'
052200             MOVE 16 TO RETURN-CODE
052300             GO TO 1000-INITIALIZE-CLOSE
052400         END-IF
052500         MOVE OVRA-CTL-PAIR-LIMIT-N TO WS-PAIR-LIMIT
052600     END-IF.
052700*
052800*    MONTH START AND END.
052900     MOVE 1 TO WS-WORK-DD.
053000     MOVE WS-WORK-DATE TO WS-PERIOD-START.
053100     PERFORM 8100-DAYS-IN-MONTH
053200         THRU 8100-DAYS-IN-MONTH-EXIT.
053300     MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD.
053400     MOVE WS-WORK-DATE TO WS-PERIOD-END.
053500*
053600*    LOOKBACK START - THE FIRST OF THE MONTH BEFORE.
053700     MOVE WS-PERIOD-START TO WS-WORK-DATE.
053800     IF WS-WORK-MM > 1
053900         SUBTRACT 1 FROM WS-WORK-MM
054000     ELSE
054100         MOVE 12 TO WS-WORK-MM
054200         SUBTRACT 1 FROM WS-WORK-YYYY
054300     END-IF.
054400     MOVE WS-WORK-DATE TO WS-LOOKBACK-START.
054500*
054600 1000-INITIALIZE-CLOSE.
054700     CLOSE OVRA-CTL-FILE.
054800*
054900 1000-INITIALIZE-EXIT.
055000     EXIT.
055100*
055200******************************************************************
055300*    1100-LOAD-SLA-TARGETS                                       *
055400*    SETS EACH DAY TYPE'S SLA TARGET FROM CANARY.PARM AND TABLES *
055500*    ANY CYCLE-SPECIFIC SLA.  WITHOUT CANARY.PARM THE DEFAULT    *
055600*    TARGET APPLIES EVERYWHERE.                                  *
055700******************************************************************
055800 1100-LOAD-SLA-TARGETS.
055900*
056000     PERFORM 1110-CLEAR-ONE-DAY-TYPE
056100         THRU 1110-CLEAR-ONE-DAY-TYPE-EXIT
056200         VARYING WS-DT-SUB FROM 1 BY 1
056300         UNTIL WS-DT-SUB > WS-DT-MAX.
056400*
056500     OPEN INPUT CANY-PARM-FILE.
056600     IF NOT WS-PARM-FILE-OK
056700         MOVE SPACES TO WS-PRT-LINE
056800         STRING '  NOTE: CANARY.PARM NOT AVAILABLE - DEFAULT SLA '
056900             'TARGET USED'
057000             DELIMITED BY SIZE INTO WS-PRT-LINE
057100         PERFORM 9000-EMIT-REPORT-LINE
057200             THRU 9000-EMIT-REPORT-LINE-EXIT
057300         GO TO 1100-LOAD-SLA-TARGETS-EXIT
057400     END-IF.
057500*
057600     READ CANY-PARM-FILE
057700         AT END
057800             GO TO 1100-LOAD-SLA-TARGETS-CLOSE
057900     END-READ.
058000*
058100     IF CANY-PARM-SLA-MINS NUMERIC
058200         AND CANY-PARM-SLA-MINS > 0
058300         PERFORM 1115-SET-ONE-DEFAULT-SLA
058400             THRU 1115-SET-ONE-DEFAULT-SLA-EXIT
058500             VARYING WS-DT-SUB FROM 1 BY 1
058600             UNTIL WS-DT-SUB > WS-DT-MAX
058700     END-IF.
058800*
058900     PERFORM 1120-APPLY-ONE-SLA-OVR
059000         THRU 1120-APPLY-ONE-SLA-OVR-EXIT
059100         UNTIL WS-PARM-FILE-EOF.
059200*
059300 1100-LOAD-SLA-TARGETS-CLOSE.
059400     CLOSE CANY-PARM-FILE.
059500*
059600 1100-LOAD-SLA-TARGETS-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000*    1110-CLEAR-ONE-DAY-TYPE                                     *
060100*    STARTS ONE DAY TYPE WITH NO OVERRIDES AND THE DEFAULT SLA.  *
060200******************************************************************
060300 1110-CLEAR-ONE-DAY-TYPE.
060400*
060500     MOVE 0 TO WS-DT-TOTAL (WS-DT-SUB).
060600     MOVE 0 TO WS-DT-USED (WS-DT-SUB).
060700     MOVE WS-SLA-DEFAULT-MINS TO WS-DT-SLA (WS-DT-SUB).
060800*
060900 1110-CLEAR-ONE-DAY-TYPE-EXIT.
061000     EXIT.
061100*
061200******************************************************************
061300*    1115-SET-ONE-DEFAULT-SLA                                    *
061400*    GIVES ONE DAY TYPE THE CANARY.PARM SLA TARGET.              *
061500******************************************************************
061600 1115-SET-ONE-DEFAULT-SLA.
061700*
061800     MOVE CANY-PARM-SLA-MINS TO WS-DT-SLA (WS-DT-SUB).
061900*
062000 1115-SET-ONE-DEFAULT-SLA-EXIT.
062100     EXIT.
062200*
062300******************************************************************
062400*    1120-APPLY-ONE-SLA-OVR                                      *
062500*    READS ONE FURTHER CANARY.PARM RECORD AND, WHEN IT IS AN     *
062600*    'OVR' RECORD WITH AN SLA GIVEN, SETS THE TARGET FOR ITS     *
062700*    DAY TYPE (NO CYCLE NAMED) OR TABLES IT FOR ITS CYCLE.       *
062800******************************************************************
062900 1120-APPLY-ONE-SLA-OVR.
063000*
063100     READ CANY-PARM-FILE
063200         AT END
063300             GO TO 1120-APPLY-ONE-SLA-OVR-EXIT
063400     END-READ.
063500*
063600     IF NOT CANY-PARM-IS-OVERRIDE
063650         OR CANY-PARM-OVR-WINDOW-ID NOT = SPACES
063700         GO TO 1120-APPLY-ONE-SLA-OVR-EXIT
063800     END-IF.
063900     IF CANY-PARM-OVR-SLA-MINS NOT NUMERIC
064000         OR CANY-PARM-OVR-SLA-MINS = ZERO
064100         GO TO 1120-APPLY-ONE-SLA-OVR-EXIT
064200     END-IF.
064300*
064400     IF CANY-PARM-OVR-CYCLE-ID NUMERIC
064500         AND CANY-PARM-OVR-CYCLE-ID NOT = ZERO
064600         IF WS-CSLA-COUNT < WS-CSLA-MAX
064700             ADD 1 TO WS-CSLA-COUNT
064800             SET WS-CSLA-IDX TO WS-CSLA-COUNT
064900             MOVE CANY-PARM-OVR-CYCLE-ID
065000                 TO WS-CSLA-CYCLE (WS-CSLA-IDX)
065100             MOVE CANY-PARM-OVR-SLA-MINS
065200                 TO WS-CSLA-MINS (WS-CSLA-IDX)
065300         END-IF
065400         GO TO 1120-APPLY-ONE-SLA-OVR-EXIT
065500     END-IF.
065600*
065700     PERFORM 1130-SET-ONE-DAY-TYPE-SLA
065800         THRU 1130-SET-ONE-DAY-TYPE-SLA-EXIT
065900         VARYING WS-DT-SUB FROM 1 BY 1
066000         UNTIL WS-DT-SUB > WS-DT-MAX.
066100*
066200 1120-APPLY-ONE-SLA-OVR-EXIT.
066300     EXIT.
066400*
066500******************************************************************
066600*    1130-SET-ONE-DAY-TYPE-SLA                                   *
066700*    SETS THE SLA OF THE DAY TYPE THE 'OVR' RECORD NAMES.        *
066800******************************************************************
066900 1130-SET-ONE-DAY-TYPE-SLA.
067000*
067100     IF WS-DT-CODE (WS-DT-SUB) = CANY-PARM-OVR-DAY-TYPE
067200         MOVE CANY-PARM-OVR-SLA-MINS TO WS-DT-SLA (WS-DT-SUB)
067300     END-IF.
067400*
067500 1130-SET-ONE-DAY-TYPE-SLA-EXIT.
067600     EXIT.
067700*
067800******************************************************************
067900*    1300-PRINT-HEADING                                          *
068000*    PRINTS THE REPORT HEADING WITH THE MONTH AND PAIR LIMIT.    *
068100******************************************************************
068200 1300-PRINT-HEADING.
068300*
068400     MOVE WS-PAIR-LIMIT TO WS-EDIT-LIMIT.
068500     MOVE SPACES TO WS-PRT-LINE.
068600     STRING 'CANOVRA - OVERRIDE USAGE AUDIT - MONTH '
068700         WS-REPORT-MONTH
068800         '  PAIR LIMIT ' WS-EDIT-LIMIT
068900         DELIMITED BY SIZE INTO WS-PRT-LINE.
069000     PERFORM 9000-EMIT-REPORT-LINE
069100         THRU 9000-EMIT-REPORT-LINE-EXIT.
069200     MOVE ALL '=' TO WS-PRT-LINE.
069300     PERFORM 9000-EMIT-REPORT-LINE
069400         THRU 9000-EMIT-REPORT-LINE-EXIT.
069500*
069600 1300-PRINT-HEADING-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000*    2000-LOAD-OVERRIDES                                         *
070100*    TABLES EVERY OVERRIDE CARD FROM THE LOOKBACK START TO THE   *
070200*    END OF THE MONTH, AND EVERY CYCLE OF THE MONTH THAT HAS     *
070300*    ONE.  THE AUDIT CANNOT RUN WITHOUT CANOVR.                  *
070400******************************************************************
070500 2000-LOAD-OVERRIDES.
070600*
070700     OPEN INPUT CANY-OVR-FILE.
070800     IF NOT WS-OVR-FILE-OK
070900         DISPLAY 'CANOVRA: UNABLE TO OPEN CANOVR - FILE STATUS '
071000             WS-OVR-FILE-STATUS ' - RUN ABANDONED'
071100         MOVE 16 TO RETURN-CODE
071200         GO TO 2000-LOAD-OVERRIDES-EXIT
071300     END-IF.
071400*
071500     PERFORM 2100-LOAD-ONE-OVERRIDE
071600         THRU 2100-LOAD-ONE-OVERRIDE-EXIT
071700         UNTIL WS-OVR-FILE-EOF.
071800*
071900     CLOSE CANY-OVR-FILE.
072000*
072100 2000-LOAD-OVERRIDES-EXIT.
072200     EXIT.
072300*
072400******************************************************************
072500*    2100-LOAD-ONE-OVERRIDE                                      *
072600*    TABLES ONE OVERRIDE CARD IN THE LOOKBACK PERIOD.            *
072700******************************************************************
072800 2100-LOAD-ONE-OVERRIDE.
072900*
073000     READ CANY-OVR-FILE
073100         AT END
073200             GO TO 2100-LOAD-ONE-OVERRIDE-EXIT
073300     END-READ.
073400*
073500     IF CANY-OVR-CYCLE-ID NOT NUMERIC
073600         GO TO 2100-LOAD-ONE-OVERRIDE-EXIT
073700     END-IF.
073800     IF CANY-OVR-CYCLE-ID < WS-LOOKBACK-START
073900         OR CANY-OVR-CYCLE-ID > WS-PERIOD-END
074000         GO TO 2100-LOAD-ONE-OVERRIDE-EXIT
074100     END-IF.
074200     IF WS-OVR-COUNT NOT < WS-OVR-MAX
074300         DISPLAY 'CANOVRA: OVERRIDE TABLE FULL - CYCLE '
074400             CANY-OVR-CYCLE-ID ' CHECK ' CANY-OVR-CHECK-CODE
074500             ' NOT TABLED'
074600         GO TO 2100-LOAD-ONE-OVERRIDE-EXIT
074700     END-IF.
074800*
074900     ADD 1 TO WS-OVR-COUNT.
075000     SET WS-OVR-IDX TO WS-OVR-COUNT.
075100     MOVE CANY-OVR-CYCLE-ID   TO WS-OVR-CYCLE (WS-OVR-IDX).
075200     MOVE CANY-OVR-CHECK-CODE TO WS-OVR-CHECK (WS-OVR-IDX).
075300     MOVE CANY-OVR-REQUEST-ID TO WS-OVR-REQ-ID (WS-OVR-IDX).
075400     MOVE CANY-OVR-APPROVE-ID TO WS-OVR-APPR-ID (WS-OVR-IDX).
075500     MOVE CANY-OVR-TIMESTAMP  TO WS-OVR-STAMP (WS-OVR-IDX).
075600     MOVE CANY-OVR-REASON     TO WS-OVR-REASON (WS-OVR-IDX).
075700     MOVE '?'                 TO WS-OVR-DAY-TYPE (WS-OVR-IDX).
075800     MOVE 'N'                 TO WS-OVR-USED-SW (WS-OVR-IDX)
075900                                 WS-OVR-CONSEC-SW (WS-OVR-IDX).
076000     MOVE ZERO                TO WS-OVR-PRIOR-CYCLE (WS-OVR-IDX).
076100*
076200     IF CANY-OVR-CYCLE-ID < WS-PERIOD-START
076300         MOVE 'N' TO WS-OVR-IN-MONTH-SW (WS-OVR-IDX)
076400         GO TO 2100-LOAD-ONE-OVERRIDE-EXIT
076500     END-IF.
076600     MOVE 'Y' TO WS-OVR-IN-MONTH-SW (WS-OVR-IDX).
076700     ADD 1 TO WS-MONTH-OVR-COUNT.
076800*
076900     MOVE CANY-OVR-CYCLE-ID TO WS-FIND-CYCLE.
077000     PERFORM 7100-FIND-CYCLE
077100         THRU 7100-FIND-CYCLE-EXIT.
077200     IF WS-FIND-CYC-SUB NOT = 0
077300         GO TO 2100-LOAD-ONE-OVERRIDE-EXIT
077400     END-IF.
077500     IF WS-CYC-COUNT NOT < WS-CYC-MAX
077600         GO TO 2100-LOAD-ONE-OVERRIDE-EXIT
077700     END-IF.
077800     ADD 1 TO WS-CYC-COUNT.
077900     SET WS-CYC-IDX TO WS-CYC-COUNT.
078000     MOVE CANY-OVR-CYCLE-ID TO WS-CYC-ID (WS-CYC-IDX).
078100     MOVE '?'    TO WS-CYC-DAY-TYPE (WS-CYC-IDX).
078200     MOVE 'N'    TO WS-CYC-APPLIED-SW (WS-CYC-IDX)
078300                    WS-CYC-CLOSED-SW (WS-CYC-IDX).
078400     MOVE 0      TO WS-CYC-RECON-COUNT (WS-CYC-IDX)
078500                    WS-CYC-DURATION (WS-CYC-IDX).
078600     MOVE SPACES TO WS-CYC-RECON-TEXT (WS-CYC-IDX)
078700                    WS-CYC-OPEN-STAMP (WS-CYC-IDX).
078800     MOVE WS-SLA-DEFAULT-MINS TO WS-CYC-SLA (WS-CYC-IDX).
078900*
079000 2100-LOAD-ONE-OVERRIDE-EXIT.
079100     EXIT.
079200*
079300******************************************************************
079400*    2500-LOAD-CALENDAR                                          *
079500*    TABLES THE DAY TYPE AND AM CYCLE OF EVERY CALENDAR DATE     *
079600*    FROM THE LOOKBACK START TO THE END OF THE MONTH.  WITHOUT   *
079700*    THE CALENDAR THE PREVIOUS CYCLE IS TAKEN AS THE DAY BEFORE. *
079800******************************************************************
079900 2500-LOAD-CALENDAR.
080000*
080100     OPEN INPUT CANY-CAL-FILE.
080200     IF NOT WS-CAL-FILE-OK
080300         MOVE SPACES TO WS-PRT-LINE
080400         STRING '  NOTE: CANCAL NOT AVAILABLE - DAY TYPES '
080500             'UNKNOWN, PREVIOUS CYCLE = DAY BEFORE'
080600             DELIMITED BY SIZE INTO WS-PRT-LINE
080700         PERFORM 9000-EMIT-REPORT-LINE
080800             THRU 9000-EMIT-REPORT-LINE-EXIT
080900         GO TO 2500-LOAD-CALENDAR-EXIT
081000     END-IF.
081100*
081200     PERFORM 2510-LOAD-ONE-CAL-DATE
081300         THRU 2510-LOAD-ONE-CAL-DATE-EXIT
081400         UNTIL WS-CAL-FILE-EOF.
081500*
081600     CLOSE CANY-CAL-FILE.
081700*
081800 2500-LOAD-CALENDAR-EXIT.
081900     EXIT.
082000*
082100******************************************************************
082200*    2510-LOAD-ONE-CAL-DATE                                      *
082300*    TABLES ONE CALENDAR DATE IN THE LOOKBACK PERIOD.            *
082400******************************************************************
082500 2510-LOAD-ONE-CAL-DATE.
082600*
082700     READ CANY-CAL-FILE
082800         AT END
082900             GO TO 2510-LOAD-ONE-CAL-DATE-EXIT
083000     END-READ.
083100*
083200     IF CANY-CAL-DATE NOT NUMERIC
083300         GO TO 2510-LOAD-ONE-CAL-DATE-EXIT
083400     END-IF.
083500     IF CANY-CAL-DATE < WS-LOOKBACK-START
083600         OR CANY-CAL-DATE > WS-PERIOD-END
083700         GO TO 2510-LOAD-ONE-CAL-DATE-EXIT
083800     END-IF.
083900*
084000     IF WS-CAL-COUNT < WS-CAL-MAX
084100         ADD 1 TO WS-CAL-COUNT
084200         SET WS-CAL-IDX TO WS-CAL-COUNT
084300         MOVE CANY-CAL-DATE     TO WS-CAL-DATE (WS-CAL-IDX)
084400         MOVE CANY-CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-IDX)
084500         IF CANY-CAL-AM-CYCLE-ID NUMERIC
084600             MOVE CANY-CAL-AM-CYCLE-ID
084700                 TO WS-CAL-AM-CYCLE (WS-CAL-IDX)
084800         ELSE
084900             MOVE ZERO TO WS-CAL-AM-CYCLE (WS-CAL-IDX)
085000         END-IF
085100     END-IF.
085200*
085300 2510-LOAD-ONE-CAL-DATE-EXIT.
085400     EXIT.
085500*
085600******************************************************************
085700*    2600-CLASSIFY-OVERRIDES                                     *
085800*    GIVES EVERY CYCLE AND CARD OF THE MONTH ITS DAY TYPE AND    *
085900*    SLA, AND MARKS CARDS WHOSE CHECK WAS ALSO OVERRIDDEN ON THE *
086000*    PREVIOUS CYCLE.                                             *
086100******************************************************************
086200 2600-CLASSIFY-OVERRIDES.
086300*
086400     PERFORM 2610-CLASSIFY-ONE-CYCLE
086500         THRU 2610-CLASSIFY-ONE-CYCLE-EXIT
086600         VARYING WS-CYC-IDX FROM 1 BY 1
086700         UNTIL WS-CYC-IDX > WS-CYC-COUNT.
086800*
086900     PERFORM 2620-CLASSIFY-ONE-OVERRIDE
087000         THRU 2620-CLASSIFY-ONE-OVERRIDE-EXIT
087100         VARYING WS-OVR-SUB FROM 1 BY 1
087200         UNTIL WS-OVR-SUB > WS-OVR-COUNT.
087300*
087400 2600-CLASSIFY-OVERRIDES-EXIT.
087500     EXIT.
087600*
087700******************************************************************
087800*    2610-CLASSIFY-ONE-CYCLE                                     *
087900*    SETS ONE OVERRIDDEN CYCLE'S DAY TYPE AND SLA TARGET.        *
088000******************************************************************
088100 2610-CLASSIFY-ONE-CYCLE.
088200*
088300     MOVE WS-CYC-ID (WS-CYC-IDX) TO WS-FIND-CYCLE.
088400     PERFORM 7300-LOOKUP-CALENDAR
088500         THRU 7300-LOOKUP-CALENDAR-EXIT.
088600     MOVE WS-FOUND-DAY-TYPE TO WS-CYC-DAY-TYPE (WS-CYC-IDX).
088700*
088800     PERFORM 7400-FIND-DAY-TYPE
088900         THRU 7400-FIND-DAY-TYPE-EXIT.
089000     MOVE WS-DT-SLA (WS-DT-SUB) TO WS-CYC-SLA (WS-CYC-IDX).
089100*
089200     PERFORM 2615-MATCH-CYCLE-SLA
089300         THRU 2615-MATCH-CYCLE-SLA-EXIT
089400         VARYING WS-CSLA-IDX FROM 1 BY 1
089500         UNTIL WS-CSLA-IDX > WS-CSLA-COUNT.
089600*
089700 2610-CLASSIFY-ONE-CYCLE-EXIT.
089800     EXIT.
089900*
090000******************************************************************
090100*    2615-MATCH-CYCLE-SLA                                        *
090200*    APPLIES A CYCLE-SPECIFIC SLA WHEN IT NAMES THIS CYCLE.      *
090300******************************************************************
090400 2615-MATCH-CYCLE-SLA.
090500*
090600     IF WS-CSLA-CYCLE (WS-CSLA-IDX) = WS-CYC-ID (WS-CYC-IDX)
090700         MOVE WS-CSLA-MINS (WS-CSLA-IDX)
090800             TO WS-CYC-SLA (WS-CYC-IDX)
090900     END-IF.
091000*
091100 2615-MATCH-CYCLE-SLA-EXIT.
091200     EXIT.
091300*
091400******************************************************************
091500*    2620-CLASSIFY-ONE-OVERRIDE                                  *
091600*    SETS ONE CARD OF THE MONTH'S DAY TYPE AND LOOKS FOR A CARD  *
091700*    FOR THE SAME CHECK ON THE PREVIOUS CYCLE.                   *
091800******************************************************************
091900 2620-CLASSIFY-ONE-OVERRIDE.
092000*
092100     IF NOT WS-OVR-IN-MONTH (WS-OVR-SUB)
092200         GO TO 2620-CLASSIFY-ONE-OVERRIDE-EXIT
092300     END-IF.
092400*
092500     MOVE WS-OVR-CYCLE (WS-OVR-SUB) TO WS-FIND-CYCLE.
092600     PERFORM 7300-LOOKUP-CALENDAR
092700         THRU 7300-LOOKUP-CALENDAR-EXIT.
092800     MOVE WS-FOUND-DAY-TYPE TO WS-OVR-DAY-TYPE (WS-OVR-SUB).
092900*
093000     IF WS-FOUND-AM-CYCLE > ZERO
093100         AND WS-FOUND-AM-CYCLE < WS-OVR-CYCLE (WS-OVR-SUB)
093200         MOVE WS-FOUND-AM-CYCLE TO WS-FIND-CYCLE
093300     ELSE
093400         MOVE WS-OVR-CYCLE (WS-OVR-SUB) TO WS-WORK-DATE
093500         PERFORM 8200-PRIOR-DATE
093600             THRU 8200-PRIOR-DATE-EXIT
093700         MOVE WS-WORK-DATE TO WS-FIND-CYCLE
093800     END-IF.
093900     MOVE WS-OVR-CHECK (WS-OVR-SUB) TO WS-FIND-CHECK.
094000     PERFORM 7200-FIND-OVERRIDE
094100         THRU 7200-FIND-OVERRIDE-EXIT.
094200     IF WS-FIND-OVR-SUB NOT = 0
094300         MOVE 'Y' TO WS-OVR-CONSEC-SW (WS-OVR-SUB)
094400         MOVE WS-FIND-CYCLE TO WS-OVR-PRIOR-CYCLE (WS-OVR-SUB)
094500     END-IF.
094600*
094700 2620-CLASSIFY-ONE-OVERRIDE-EXIT.
094800     EXIT.
094900*
095000******************************************************************
095100*    3000-LOAD-USAGE                                             *
095200*    MARKS EACH CARD A CANARY RUN USED - AN OVRD DETAIL RECORD   *
095300*    FOR ITS CYCLE AND CHECK - FROM THE ARCHIVED DETAIL          *
095400*    (CANDTLH), THEN THE LIVE FILE (CANDTL).  CANDTL IS OPENED   *
095500*    FIRST SO AN ARCHIVED RECORD CAN BE STAGED IN ITS RECORD     *
095600*    AREA.                                                       *
095700******************************************************************
095800 3000-LOAD-USAGE.
095900*
096000     OPEN INPUT CANY-DTL-FILE.
096100     IF NOT WS-DTL-FILE-OK
096200         MOVE SPACES TO WS-PRT-LINE
096300         STRING '  NOTE: CANDTL NOT AVAILABLE - FILE STATUS '
096400             WS-DTL-FILE-STATUS ' - OVERRIDE USE NOT CHECKED'
096500             DELIMITED BY SIZE INTO WS-PRT-LINE
096600         PERFORM 9000-EMIT-REPORT-LINE
096700             THRU 9000-EMIT-REPORT-LINE-EXIT
096800         GO TO 3000-LOAD-USAGE-EXIT
096900     END-IF.
097000     SET WS-USAGE-AVAILABLE TO TRUE.
097100*
097200     OPEN INPUT CANY-DTLH-FILE.
097300     IF WS-DTLH-FILE-OK
097400         PERFORM 3010-LOAD-ONE-HIST-DETAIL
097500             THRU 3010-LOAD-ONE-HIST-DETAIL-EXIT
097600             UNTIL WS-DTLH-FILE-EOF
097700         CLOSE CANY-DTLH-FILE
097800     END-IF.
097900*
098000     PERFORM 3020-LOAD-ONE-LIVE-DETAIL
098100         THRU 3020-LOAD-ONE-LIVE-DETAIL-EXIT
098200         UNTIL WS-DTL-FILE-EOF.
098300*
098400     CLOSE CANY-DTL-FILE.
098500*
098600 3000-LOAD-USAGE-EXIT.
098700     EXIT.
098800*
098900******************************************************************
099000*    3010-LOAD-ONE-HIST-DETAIL                                   *
099100*    READS ONE ARCHIVED DETAIL RECORD AND POSTS IT.              *
099200******************************************************************
099300 3010-LOAD-ONE-HIST-DETAIL.
099400*
099500     READ CANY-DTLH-FILE
099600         AT END
099700             GO TO 3010-LOAD-ONE-HIST-DETAIL-EXIT
099800     END-READ.
099900*
100000     MOVE CANY-DTLH-RECORD TO CANY-DTL-RECORD.
100100     PERFORM 3100-POST-DETAIL
100200         THRU 3100-POST-DETAIL-EXIT.
100300*
100400 3010-LOAD-ONE-HIST-DETAIL-EXIT.
100500     EXIT.
100600*
100700******************************************************************
100800*    3020-LOAD-ONE-LIVE-DETAIL                                   *
100900*    READS ONE LIVE DETAIL RECORD IN KEY ORDER AND POSTS IT.     *
101000******************************************************************
101100 3020-LOAD-ONE-LIVE-DETAIL.
101200*
101300     READ CANY-DTL-FILE NEXT
101400         AT END
101500             SET WS-DTL-FILE-EOF TO TRUE
101600             GO TO 3020-LOAD-ONE-LIVE-DETAIL-EXIT
101700     END-READ.
101800*
101900     PERFORM 3100-POST-DETAIL
102000         THRU 3100-POST-DETAIL-EXIT.
102100*
102200 3020-LOAD-ONE-LIVE-DETAIL-EXIT.
102300     EXIT.
102400*
102500******************************************************************
102600*    3100-POST-DETAIL                                            *
102700*    AN OVRD DETAIL RECORD FROM ANY WINDOW MARKS THE MATCHING    *
102800*    CARD USED; ONE FROM THE MAIN OVERNIGHT WINDOW ALSO MARKS    *
102850*    ITS CYCLE OVERRIDDEN.                                       *
102900******************************************************************
103000 3100-POST-DETAIL.
103100*
103200     IF CANY-DTL-STATUS NOT = 'OVRD'
103300         OR CANY-DTL-CYCLE-ID NOT NUMERIC
103400         GO TO 3100-POST-DETAIL-EXIT
103500     END-IF.
103600     IF CANY-DTL-CYCLE-ID < WS-PERIOD-START
103700         OR CANY-DTL-CYCLE-ID > WS-PERIOD-END
103800         GO TO 3100-POST-DETAIL-EXIT
103900     END-IF.
104000*
104100     MOVE CANY-DTL-CYCLE-ID   TO WS-FIND-CYCLE.
104200     MOVE CANY-DTL-CHECK-CODE TO WS-FIND-CHECK.
104300     PERFORM 3110-MARK-ONE-USED
104400         THRU 3110-MARK-ONE-USED-EXIT
104500         VARYING WS-OVR-SUB FROM 1 BY 1
104600         UNTIL WS-OVR-SUB > WS-OVR-COUNT.
104700*
104710     IF CANY-DTL-WINDOW-ID NOT = SPACES
104720         GO TO 3100-POST-DETAIL-EXIT
104730     END-IF.
104740*
104800     PERFORM 7100-FIND-CYCLE
104900         THRU 7100-FIND-CYCLE-EXIT.
105000     IF WS-FIND-CYC-SUB NOT = 0
105100         MOVE 'Y' TO WS-CYC-APPLIED-SW (WS-FIND-CYC-SUB)
105200     END-IF.
105300*
105400 3100-POST-DETAIL-EXIT.
105500     EXIT.
105600*
105700******************************************************************
105800*    3110-MARK-ONE-USED                                          *
105900*    MARKS ONE CARD USED WHEN IT IS FOR THE DETAIL'S CYCLE AND   *
106000*    CHECK (A REPEATED CARD IS COVERED BY THE SAME RUN).         *
106100******************************************************************
106200 3110-MARK-ONE-USED.
106300*
106400     IF WS-OVR-CYCLE (WS-OVR-SUB) = WS-FIND-CYCLE
106500         AND WS-OVR-CHECK (WS-OVR-SUB) = WS-FIND-CHECK
106600         MOVE 'Y' TO WS-OVR-USED-SW (WS-OVR-SUB)
106700     END-IF.
106800*
106900 3110-MARK-ONE-USED-EXIT.
107000     EXIT.
107100*
107200******************************************************************
107300*    3500-LOAD-RECON-ALERTS                                      *
107400*    COUNTS THE CANRECON EXCEPTION ALERTS RAISED AGAINST EACH    *
107500*    OVERRIDDEN CYCLE.  CANRECON WRITES THEM AS FAIL ALERTS      *
107600*    WHOSE TEXT REPORTS A STREAM THAT NEVER POSTED COMPLETE OR   *
107700*    ABENDED; THE CANARY'S OWN FAIL ALERTS CARRY THE BANNER TEXT.*
107800******************************************************************
107900 3500-LOAD-RECON-ALERTS.
108000*
108100     OPEN INPUT CANY-ALERT-FILE.
108200     IF NOT WS-ALERT-FILE-OK
108300         MOVE SPACES TO WS-PRT-LINE
108400         STRING '  NOTE: CANALERT NOT AVAILABLE - RECONCILIATION '
108500             'FAILURES NOT CHECKED'
108600             DELIMITED BY SIZE INTO WS-PRT-LINE
108700         PERFORM 9000-EMIT-REPORT-LINE
108800             THRU 9000-EMIT-REPORT-LINE-EXIT
108900         GO TO 3500-LOAD-RECON-ALERTS-EXIT
109000     END-IF.
109100*
109200     PERFORM 3510-LOAD-ONE-ALERT
109300         THRU 3510-LOAD-ONE-ALERT-EXIT
109400         UNTIL WS-ALERT-FILE-EOF.
109500*
109600     CLOSE CANY-ALERT-FILE.
109700*
109800 3500-LOAD-RECON-ALERTS-EXIT.
109900     EXIT.
110000*
110100******************************************************************
110200*    3510-LOAD-ONE-ALERT                                         *
110300*    POSTS ONE RECONCILIATION EXCEPTION TO ITS CYCLE.            *
110400******************************************************************
110500 3510-LOAD-ONE-ALERT.
110600*
110700     READ CANY-ALERT-FILE
110800         AT END
110900             GO TO 3510-LOAD-ONE-ALERT-EXIT
111000     END-READ.
111100*
111200     IF CANY-ALERT-STATUS NOT = 'FAIL'
111300         OR CANY-ALERT-CYCLE-ID NOT NUMERIC
111400         GO TO 3510-LOAD-ONE-ALERT-EXIT
111500     END-IF.
111600*
111700     MOVE 0 TO WS-RECON-TALLY.
111800     INSPECT CANY-ALERT-TEXT TALLYING WS-RECON-TALLY
111900         FOR ALL 'NEVER POSTED'
112000             ALL 'ABENDED MID-RUN'.
112100     IF WS-RECON-TALLY = 0
112200         GO TO 3510-LOAD-ONE-ALERT-EXIT
112300     END-IF.
112400*
112500     MOVE CANY-ALERT-CYCLE-ID TO WS-FIND-CYCLE.
112600     PERFORM 7100-FIND-CYCLE
112700         THRU 7100-FIND-CYCLE-EXIT.
112800     IF WS-FIND-CYC-SUB = 0
112900         GO TO 3510-LOAD-ONE-ALERT-EXIT
113000     END-IF.
113100*
113200     ADD 1 TO WS-CYC-RECON-COUNT (WS-FIND-CYC-SUB).
113300     IF WS-CYC-RECON-TEXT (WS-FIND-CYC-SUB) = SPACES
113400         MOVE CANY-ALERT-TEXT
113500             TO WS-CYC-RECON-TEXT (WS-FIND-CYC-SUB)
113600     END-IF.
113700*
113800 3510-LOAD-ONE-ALERT-EXIT.
113900     EXIT.
114000*
114100******************************************************************
114200*    3600-LOAD-CHECKPOINTS                                       *
114300*    TABLES THE FIRST CLEAN (PASS, LATE, OVRD OR PART) OPEN      *
114400*    CHECKPOINT OF EACH OVERRIDDEN CYCLE, AS CANSLA DOES.        *
114500******************************************************************
114600 3600-LOAD-CHECKPOINTS.
114700*
114800     OPEN INPUT CANY-CHKPT-FILE.
114900     IF NOT WS-CHKPT-FILE-OK
115000         MOVE SPACES TO WS-PRT-LINE
115100         STRING '  NOTE: CANCHKPT NOT AVAILABLE - WINDOW SLA NOT '
115200             'CHECKED'
115300             DELIMITED BY SIZE INTO WS-PRT-LINE
115400         PERFORM 9000-EMIT-REPORT-LINE
115500             THRU 9000-EMIT-REPORT-LINE-EXIT
115600         GO TO 3600-LOAD-CHECKPOINTS-EXIT
115700     END-IF.
115800*
115900     PERFORM 3610-LOAD-ONE-CHECKPOINT
116000         THRU 3610-LOAD-ONE-CHECKPOINT-EXIT
116100         UNTIL WS-CHKPT-FILE-EOF.
116200*
116300     CLOSE CANY-CHKPT-FILE.
116400*
116500 3600-LOAD-CHECKPOINTS-EXIT.
116600     EXIT.
116700*
116800******************************************************************
116900*    3610-LOAD-ONE-CHECKPOINT                                    *
116960*    RECORDS A CYCLE'S OPEN TIME FROM ITS FIRST CLEAN MAIN-      *
117020*    WINDOW CHECKPOINT.                                          *
117100******************************************************************
117200 3610-LOAD-ONE-CHECKPOINT.
117300*
117400     READ CANY-CHKPT-FILE
117500         AT END
117600             GO TO 3610-LOAD-ONE-CHECKPOINT-EXIT
117700     END-READ.
117800*
117900     IF CHKPT-STATUS NOT = 'PASS'
118000         AND CHKPT-STATUS NOT = 'LATE'
118100         AND CHKPT-STATUS NOT = 'OVRD'
118200         AND CHKPT-STATUS NOT = 'PART'
118300         GO TO 3610-LOAD-ONE-CHECKPOINT-EXIT
118400     END-IF.
118500     IF CHKPT-CYCLE-ID NOT NUMERIC
118550         OR CHKPT-WINDOW-ID NOT = SPACES
118600         GO TO 3610-LOAD-ONE-CHECKPOINT-EXIT
118700     END-IF.
118800*
118900     MOVE CHKPT-CYCLE-ID TO WS-FIND-CYCLE.
119000     PERFORM 7100-FIND-CYCLE
119100         THRU 7100-FIND-CYCLE-EXIT.
119200     IF WS-FIND-CYC-SUB = 0
119300         GO TO 3610-LOAD-ONE-CHECKPOINT-EXIT
119400     END-IF.
119500     IF WS-CYC-OPEN-STAMP (WS-FIND-CYC-SUB) = SPACES
119600         MOVE CHKPT-TIMESTAMP
119700             TO WS-CYC-OPEN-STAMP (WS-FIND-CYC-SUB)
119800     END-IF.
119900*
120000 3610-LOAD-ONE-CHECKPOINT-EXIT.
120100     EXIT.
120200*
120300******************************************************************
120400*    3700-LOAD-CLOSES                                            *
120500*    MEASURES EACH OPENED, OVERRIDDEN CYCLE'S WINDOW FROM ITS    *
120600*    FIRST WINDOW-CLOSE RECORD.                                  *
120700******************************************************************
120800 3700-LOAD-CLOSES.
120900*
121000     OPEN INPUT CANY-WCLS-FILE.
121100     IF NOT WS-WCLS-FILE-OK
121200         MOVE SPACES TO WS-PRT-LINE
121300         STRING '  NOTE: CANWCLS NOT AVAILABLE - WINDOW SLA NOT '
121400             'CHECKED'
121500             DELIMITED BY SIZE INTO WS-PRT-LINE
121600         PERFORM 9000-EMIT-REPORT-LINE
121700             THRU 9000-EMIT-REPORT-LINE-EXIT
121800         GO TO 3700-LOAD-CLOSES-EXIT
121900     END-IF.
122000     SET WS-WCLS-AVAILABLE TO TRUE.
122100*
122200     PERFORM 3710-LOAD-ONE-CLOSE
122300         THRU 3710-LOAD-ONE-CLOSE-EXIT
122400         UNTIL WS-WCLS-FILE-EOF.
122500*
122600     CLOSE CANY-WCLS-FILE.
122700*
122800 3700-LOAD-CLOSES-EXIT.
122900     EXIT.
123000*
123100******************************************************************
123200*    3710-LOAD-ONE-CLOSE                                         *
123300*    READS ONE CLOSE RECORD.  THE FIRST MAIN-WINDOW CLOSE OF AN  *
123400*    OPENED OVERRIDDEN CYCLE IS MEASURED AS CANSLA MEASURES IT.  *
123500******************************************************************
123600 3710-LOAD-ONE-CLOSE.
123700*
123800     READ CANY-WCLS-FILE
123900         AT END
124000             GO TO 3710-LOAD-ONE-CLOSE-EXIT
124100     END-READ.
124200*
124300     IF CANY-WCLS-CYCLE-ID NOT NUMERIC
124350         OR CANY-WCLS-WINDOW-ID NOT = SPACES
124400         GO TO 3710-LOAD-ONE-CLOSE-EXIT
124500     END-IF.
124600     MOVE CANY-WCLS-CYCLE-ID TO WS-FIND-CYCLE.
124700     PERFORM 7100-FIND-CYCLE
124800         THRU 7100-FIND-CYCLE-EXIT.
124900     IF WS-FIND-CYC-SUB = 0
125000         GO TO 3710-LOAD-ONE-CLOSE-EXIT
125100     END-IF.
125200     IF WS-CYC-CLOSED (WS-FIND-CYC-SUB)
125300         OR WS-CYC-OPEN-STAMP (WS-FIND-CYC-SUB) = SPACES
125400         GO TO 3710-LOAD-ONE-CLOSE-EXIT
125500     END-IF.
125600     MOVE 'Y' TO WS-CYC-CLOSED-SW (WS-FIND-CYC-SUB).
125700*
125800     MOVE WS-CYC-OPEN-STAMP (WS-FIND-CYC-SUB) TO WS-TS-BREAKOUT.
125900     MOVE WS-TSB-DATE TO WS-OPEN-DATE.
126000     COMPUTE WS-OPEN-MINS = (WS-TSB-HH * 60) + WS-TSB-MM.
126100*
126200     MOVE CANY-WCLS-TIMESTAMP TO WS-TS-BREAKOUT.
126300     COMPUTE WS-CLOSE-MINS = (WS-TSB-HH * 60) + WS-TSB-MM.
126400*
126500     IF WS-TSB-DATE = WS-OPEN-DATE
126600         IF WS-CLOSE-MINS > WS-OPEN-MINS
126700             COMPUTE WS-DURATION-MINS =
126800                 WS-CLOSE-MINS - WS-OPEN-MINS
126900         ELSE
127000             MOVE 0 TO WS-DURATION-MINS
127100         END-IF
127200     ELSE
127300         COMPUTE WS-DURATION-MINS =
127400             (1440 - WS-OPEN-MINS) + WS-CLOSE-MINS
127500     END-IF.
127600     MOVE WS-DURATION-MINS TO WS-CYC-DURATION (WS-FIND-CYC-SUB).
127700*
127800 3710-LOAD-ONE-CLOSE-EXIT.
127900     EXIT.
128000*
128100******************************************************************
128200*    4000-REPORT-OVERRIDES                                       *
128300*    LISTS EVERY OVERRIDE CARD OF THE MONTH.                     *
128400******************************************************************
128500 4000-REPORT-OVERRIDES.
128600*
128700     MOVE SPACES TO WS-PRT-LINE.
128800     STRING 'OVERRIDE CARDS FOR CYCLES IN THE MONTH:'
128900         DELIMITED BY SIZE INTO WS-PRT-LINE.
129000     PERFORM 9000-EMIT-REPORT-LINE
129100         THRU 9000-EMIT-REPORT-LINE-EXIT.
129200     MOVE SPACES TO WS-PRT-LINE.
129300     STRING '  CYCLE    T CHECK    REQ   APPR  USE    '
129400         'REASON'
129500         DELIMITED BY SIZE INTO WS-PRT-LINE.
129600     PERFORM 9000-EMIT-REPORT-LINE
129700         THRU 9000-EMIT-REPORT-LINE-EXIT.
129800*
129900     PERFORM 4010-REPORT-ONE-OVERRIDE
130000         THRU 4010-REPORT-ONE-OVERRIDE-EXIT
130100         VARYING WS-OVR-SUB FROM 1 BY 1
130200         UNTIL WS-OVR-SUB > WS-OVR-COUNT.
130300*
130400     IF WS-MONTH-OVR-COUNT = 0
130500         MOVE SPACES TO WS-PRT-LINE
130600         STRING '  NONE'
130700             DELIMITED BY SIZE INTO WS-PRT-LINE
130800         PERFORM 9000-EMIT-REPORT-LINE
130900             THRU 9000-EMIT-REPORT-LINE-EXIT
131000     END-IF.
131100*
131200 4000-REPORT-OVERRIDES-EXIT.
131300     EXIT.
131400*
131500******************************************************************
131600*    4010-REPORT-ONE-OVERRIDE                                    *
131700*    PRINTS ONE CARD OF THE MONTH AND POSTS IT TO THE CHECK,     *
131800*    PAIR AND DAY-TYPE BREAKDOWNS.                               *
131900******************************************************************
132000 4010-REPORT-ONE-OVERRIDE.
132100*
132200     IF NOT WS-OVR-IN-MONTH (WS-OVR-SUB)
132300         GO TO 4010-REPORT-ONE-OVERRIDE-EXIT
132400     END-IF.
132500*
132600     IF WS-OVR-USED (WS-OVR-SUB)
132700         MOVE 'USED  ' TO WS-USED-TAG
132800         ADD 1 TO WS-USED-COUNT
132900     ELSE
133000         MOVE 'UNUSED' TO WS-USED-TAG
133100     END-IF.
133200     IF NOT WS-USAGE-AVAILABLE
133300         MOVE '?     ' TO WS-USED-TAG
133400     END-IF.
133500*
133600     MOVE SPACES TO WS-PRT-LINE.
133700     STRING '  ' WS-OVR-CYCLE (WS-OVR-SUB)
133800         ' ' WS-OVR-DAY-TYPE (WS-OVR-SUB)
133900         ' ' WS-OVR-CHECK (WS-OVR-SUB)
134000         ' ' WS-OVR-REQ-ID (WS-OVR-SUB)
134100         ' ' WS-OVR-APPR-ID (WS-OVR-SUB)
134200         ' ' WS-USED-TAG
134300         ' ' WS-OVR-REASON (WS-OVR-SUB)
134400         DELIMITED BY SIZE INTO WS-PRT-LINE.
134500     PERFORM 9000-EMIT-REPORT-LINE
134600         THRU 9000-EMIT-REPORT-LINE-EXIT.
134700*
134800     PERFORM 4020-POST-CHECK
134900         THRU 4020-POST-CHECK-EXIT.
135000     PERFORM 4030-POST-PAIR
135100         THRU 4030-POST-PAIR-EXIT.
135200*
135300     MOVE WS-OVR-DAY-TYPE (WS-OVR-SUB) TO WS-FOUND-DAY-TYPE.
135400     PERFORM 7400-FIND-DAY-TYPE
135500         THRU 7400-FIND-DAY-TYPE-EXIT.
135600     ADD 1 TO WS-DT-TOTAL (WS-DT-SUB).
135700     IF WS-OVR-USED (WS-OVR-SUB)
135800         ADD 1 TO WS-DT-USED (WS-DT-SUB)
135900     END-IF.
136000*
136100 4010-REPORT-ONE-OVERRIDE-EXIT.
136200     EXIT.
136300*
136400******************************************************************
136500*    4020-POST-CHECK                                             *
136600*    ADDS THE CURRENT CARD TO ITS CHECK CODE'S TOTALS.           *
136700******************************************************************
136800 4020-POST-CHECK.
136900*
137000     MOVE 0 TO WS-FIND-CHK-SUB.
137100     PERFORM 4025-MATCH-ONE-CHECK
137200         THRU 4025-MATCH-ONE-CHECK-EXIT
137300         VARYING WS-CHK-IDX FROM 1 BY 1
137400         UNTIL WS-CHK-IDX > WS-CHK-COUNT
137500         OR WS-FIND-CHK-SUB NOT = 0.
137600*
137700     IF WS-FIND-CHK-SUB = 0
137800         IF WS-CHK-COUNT NOT < WS-CHK-MAX
137900             GO TO 4020-POST-CHECK-EXIT
138000         END-IF
138100         ADD 1 TO WS-CHK-COUNT
138200         MOVE WS-CHK-COUNT TO WS-FIND-CHK-SUB
138300         MOVE WS-OVR-CHECK (WS-OVR-SUB)
138400             TO WS-CHK-CODE (WS-FIND-CHK-SUB)
138500         MOVE 0 TO WS-CHK-TOTAL (WS-FIND-CHK-SUB)
138600                   WS-CHK-USED (WS-FIND-CHK-SUB)
138700                   WS-CHK-CONSEC (WS-FIND-CHK-SUB)
138800     END-IF.
138900*
139000     ADD 1 TO WS-CHK-TOTAL (WS-FIND-CHK-SUB).
139100     IF WS-OVR-USED (WS-OVR-SUB)
139200         ADD 1 TO WS-CHK-USED (WS-FIND-CHK-SUB)
139300     END-IF.
139400     IF WS-OVR-CONSECUTIVE (WS-OVR-SUB)
139500         ADD 1 TO WS-CHK-CONSEC (WS-FIND-CHK-SUB)
139600     END-IF.
139700*
139800 4020-POST-CHECK-EXIT.
139900     EXIT.
140000*
140100******************************************************************
140200*    4025-MATCH-ONE-CHECK                                        *
140300*    COMPARES THE CURRENT CARD'S CHECK TO ONE CHECK ENTRY.       *
140400******************************************************************
140500 4025-MATCH-ONE-CHECK.
140600*
140700     IF WS-CHK-CODE (WS-CHK-IDX) = WS-OVR-CHECK (WS-OVR-SUB)
140800         SET WS-FIND-CHK-SUB TO WS-CHK-IDX
140900     END-IF.
141000*
141100 4025-MATCH-ONE-CHECK-EXIT.
141200     EXIT.
141300*
141400******************************************************************
141500*    4030-POST-PAIR                                              *
141600*    ADDS THE CURRENT CARD TO ITS REQUESTER/APPROVER PAIR.       *
141700******************************************************************
141800 4030-POST-PAIR.
141900*
142000     MOVE WS-OVR-REQ-ID (WS-OVR-SUB)  TO WS-FIND-REQ-ID.
142100     MOVE WS-OVR-APPR-ID (WS-OVR-SUB) TO WS-FIND-APPR-ID.
142200     PERFORM 7500-FIND-PAIR
142300         THRU 7500-FIND-PAIR-EXIT.
142400*
142500     IF WS-FIND-PAIR-SUB = 0
142600         IF WS-PAIR-COUNT NOT < WS-PAIR-MAX
142700             GO TO 4030-POST-PAIR-EXIT
142800         END-IF
142900         ADD 1 TO WS-PAIR-COUNT
143000         MOVE WS-PAIR-COUNT TO WS-FIND-PAIR-SUB
143100         MOVE WS-FIND-REQ-ID  TO WS-PAIR-REQ-ID (WS-FIND-PAIR-SUB)
143200         MOVE WS-FIND-APPR-ID
143300             TO WS-PAIR-APPR-ID (WS-FIND-PAIR-SUB)
143400         MOVE 0 TO WS-PAIR-TOTAL (WS-FIND-PAIR-SUB)
143500     END-IF.
143600*
143700     ADD 1 TO WS-PAIR-TOTAL (WS-FIND-PAIR-SUB).
143800*
143900 4030-POST-PAIR-EXIT.
144000     EXIT.
144100*
144200******************************************************************
144300*    4100-REPORT-BY-CHECK                                        *
144400*    PRINTS THE MONTH'S CARDS BY CHECK CODE.                     *
144500******************************************************************
144600 4100-REPORT-BY-CHECK.
144700*
144800     MOVE SPACES TO WS-PRT-LINE.
144900     PERFORM 9000-EMIT-REPORT-LINE
145000         THRU 9000-EMIT-REPORT-LINE-EXIT.
145100     MOVE SPACES TO WS-PRT-LINE.
145200     STRING 'BY CHECK CODE:         CARDS   USED  CONSECUTIVE'
145300         DELIMITED BY SIZE INTO WS-PRT-LINE.
145400     PERFORM 9000-EMIT-REPORT-LINE
145500         THRU 9000-EMIT-REPORT-LINE-EXIT.
145600*
145700     PERFORM 4110-REPORT-ONE-CHECK
145800         THRU 4110-REPORT-ONE-CHECK-EXIT
145900         VARYING WS-CHK-IDX FROM 1 BY 1
146000         UNTIL WS-CHK-IDX > WS-CHK-COUNT.
146100*
146200 4100-REPORT-BY-CHECK-EXIT.
146300     EXIT.
146400*
146500******************************************************************
146600*    4110-REPORT-ONE-CHECK                                       *
146700*    PRINTS ONE CHECK CODE'S TOTALS.                             *
146800******************************************************************
146900 4110-REPORT-ONE-CHECK.
147000*
147100     MOVE WS-CHK-TOTAL (WS-CHK-IDX)  TO WS-EDIT-COUNT.
147200     MOVE WS-CHK-USED (WS-CHK-IDX)   TO WS-EDIT-USED.
147300     MOVE WS-CHK-CONSEC (WS-CHK-IDX) TO WS-EDIT-CONSEC.
147400     MOVE SPACES TO WS-PRT-LINE.
147500     STRING '  ' WS-CHK-CODE (WS-CHK-IDX)
147600         '             ' WS-EDIT-COUNT
147700         '  ' WS-EDIT-USED
147800         '        ' WS-EDIT-CONSEC
147900         DELIMITED BY SIZE INTO WS-PRT-LINE.
148000     PERFORM 9000-EMIT-REPORT-LINE
148100         THRU 9000-EMIT-REPORT-LINE-EXIT.
148200*
148300 4110-REPORT-ONE-CHECK-EXIT.
148400     EXIT.
148500*
148600******************************************************************
148700*    4200-REPORT-BY-PAIR                                         *
148800*    PRINTS THE MONTH'S CARDS BY REQUESTER/APPROVER PAIR.        *
148900******************************************************************
149000 4200-REPORT-BY-PAIR.
149100*
149200     MOVE SPACES TO WS-PRT-LINE.
149300     PERFORM 9000-EMIT-REPORT-LINE
149400         THRU 9000-EMIT-REPORT-LINE-EXIT.
149500     MOVE SPACES TO WS-PRT-LINE.
149600     STRING 'BY REQUESTER / APPROVER:  CARDS'
149700         DELIMITED BY SIZE INTO WS-PRT-LINE.
149800     PERFORM 9000-EMIT-REPORT-LINE
149900         THRU 9000-EMIT-REPORT-LINE-EXIT.
150000*
150100     PERFORM 4210-REPORT-ONE-PAIR
150200         THRU 4210-REPORT-ONE-PAIR-EXIT
150300         VARYING WS-PAIR-IDX FROM 1 BY 1
150400         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
150500*
150600 4200-REPORT-BY-PAIR-EXIT.
150700     EXIT.
150800*
150900******************************************************************
151000*    4210-REPORT-ONE-PAIR                                        *
151100*    PRINTS ONE PAIR'S TOTAL.                                    *
151200******************************************************************
151300 4210-REPORT-ONE-PAIR.
151400*
151500     MOVE WS-PAIR-TOTAL (WS-PAIR-IDX) TO WS-EDIT-COUNT.
151600     MOVE SPACES TO WS-PRT-LINE.
151700     STRING '  ' WS-PAIR-REQ-ID (WS-PAIR-IDX)
151800         ' / ' WS-PAIR-APPR-ID (WS-PAIR-IDX)
151900         '            ' WS-EDIT-COUNT
152000         DELIMITED BY SIZE INTO WS-PRT-LINE.
152100     PERFORM 9000-EMIT-REPORT-LINE
152200         THRU 9000-EMIT-REPORT-LINE-EXIT.
152300*
152400 4210-REPORT-ONE-PAIR-EXIT.
152500     EXIT.
152600*
152700******************************************************************
152800*    4300-REPORT-BY-DAY-TYPE                                     *
152900*    PRINTS THE MONTH'S CARDS BY DAY TYPE OF THE CYCLE.          *
153000******************************************************************
153100 4300-REPORT-BY-DAY-TYPE.
153200*
153300     MOVE SPACES TO WS-PRT-LINE.
153400     PERFORM 9000-EMIT-REPORT-LINE
153500         THRU 9000-EMIT-REPORT-LINE-EXIT.
153600     MOVE SPACES TO WS-PRT-LINE.
153700     STRING 'BY DAY TYPE:           CARDS   USED'
153800         DELIMITED BY SIZE INTO WS-PRT-LINE.
153900     PERFORM 9000-EMIT-REPORT-LINE
154000         THRU 9000-EMIT-REPORT-LINE-EXIT.
154100*
154200     PERFORM 4310-REPORT-ONE-DAY-TYPE
154300         THRU 4310-REPORT-ONE-DAY-TYPE-EXIT
154400         VARYING WS-DT-SUB FROM 1 BY 1
154500         UNTIL WS-DT-SUB > WS-DT-MAX.
154600*
154700 4300-REPORT-BY-DAY-TYPE-EXIT.
154800     EXIT.
154900*
155000******************************************************************
155100*    4310-REPORT-ONE-DAY-TYPE                                    *
155200*    PRINTS ONE DAY TYPE'S TOTALS WHEN IT HAD ANY CARDS.         *
155300******************************************************************
155400 4310-REPORT-ONE-DAY-TYPE.
155500*
155600     IF WS-DT-TOTAL (WS-DT-SUB) = 0
155700         GO TO 4310-REPORT-ONE-DAY-TYPE-EXIT
155800     END-IF.
155900*
156000     MOVE WS-DT-TOTAL (WS-DT-SUB) TO WS-EDIT-COUNT.
156100     MOVE WS-DT-USED (WS-DT-SUB)  TO WS-EDIT-USED.
156200     MOVE SPACES TO WS-PRT-LINE.
156300     STRING '  ' WS-DT-CODE (WS-DT-SUB)
156400         ' ' WS-DT-NAME (WS-DT-SUB)
156500         '     ' WS-EDIT-COUNT
156600         '  ' WS-EDIT-USED
156700         DELIMITED BY SIZE INTO WS-PRT-LINE.
156800     PERFORM 9000-EMIT-REPORT-LINE
156900         THRU 9000-EMIT-REPORT-LINE-EXIT.
157000*
157100 4310-REPORT-ONE-DAY-TYPE-EXIT.
157200     EXIT.
157300*
157400******************************************************************
157500*    5100-REPORT-CONSECUTIVE                                     *
157600*    FLAGS EACH CARD WHOSE CHECK WAS ALSO OVERRIDDEN ON THE      *
157700*    PREVIOUS CYCLE.                                             *
157800******************************************************************
157900 5100-REPORT-CONSECUTIVE.
158000*
158100     MOVE SPACES TO WS-PRT-LINE.
158200     PERFORM 9000-EMIT-REPORT-LINE
158300         THRU 9000-EMIT-REPORT-LINE-EXIT.
158400     MOVE SPACES TO WS-PRT-LINE.
158500     STRING 'SAME CHECK OVERRIDDEN ON CONSECUTIVE CYCLES:'
158600         DELIMITED BY SIZE INTO WS-PRT-LINE.
158700     PERFORM 9000-EMIT-REPORT-LINE
158800         THRU 9000-EMIT-REPORT-LINE-EXIT.
158900*
159000     PERFORM 5110-REPORT-ONE-CONSECUTIVE
159100         THRU 5110-REPORT-ONE-CONSECUTIVE-EXIT
159200         VARYING WS-OVR-SUB FROM 1 BY 1
159300         UNTIL WS-OVR-SUB > WS-OVR-COUNT.
159400*
159500     IF WS-CONSEC-COUNT = 0
159600         MOVE SPACES TO WS-PRT-LINE
159700         STRING '  NONE'
159800             DELIMITED BY SIZE INTO WS-PRT-LINE
159900         PERFORM 9000-EMIT-REPORT-LINE
160000             THRU 9000-EMIT-REPORT-LINE-EXIT
160100     END-IF.
160200*
160300 5100-REPORT-CONSECUTIVE-EXIT.
160400     EXIT.
160500*
160600******************************************************************
160700*    5110-REPORT-ONE-CONSECUTIVE                                 *
160800*    PRINTS ONE CARD WHEN IT IS A CONSECUTIVE-CYCLE OVERRIDE.    *
160900******************************************************************
161000 5110-REPORT-ONE-CONSECUTIVE.
161100*
161200     IF NOT WS-OVR-IN-MONTH (WS-OVR-SUB)
161300         OR NOT WS-OVR-CONSECUTIVE (WS-OVR-SUB)
161400         GO TO 5110-REPORT-ONE-CONSECUTIVE-EXIT
161500     END-IF.
161600*
161700     ADD 1 TO WS-CONSEC-COUNT.
161800     MOVE SPACES TO WS-PRT-LINE.
161900     STRING '  ** ' WS-OVR-CHECK (WS-OVR-SUB)
162000         ' CYCLE ' WS-OVR-CYCLE (WS-OVR-SUB)
162100         ' AFTER CYCLE ' WS-OVR-PRIOR-CYCLE (WS-OVR-SUB)
162200         '  REQ ' WS-OVR-REQ-ID (WS-OVR-SUB)
162300         ' APPR ' WS-OVR-APPR-ID (WS-OVR-SUB)
162400         DELIMITED BY SIZE INTO WS-PRT-LINE.
162500     PERFORM 9000-EMIT-REPORT-LINE
162600         THRU 9000-EMIT-REPORT-LINE-EXIT.
162700*
162800 5110-REPORT-ONE-CONSECUTIVE-EXIT.
162900     EXIT.
163000*
163100******************************************************************
163200*    5200-REPORT-MUTUAL-PAIRS                                    *
163300*    FLAGS TWO OPERATORS WHO HAVE EACH APPROVED THE OTHER'S      *
163400*    OVERRIDES, AT LEAST THE PAIR LIMIT TIMES BETWEEN THEM.      *
163500*    EACH PAIR IS PRINTED ONCE, FROM THE LOWER OPERATOR ID.      *
163600******************************************************************
163700 5200-REPORT-MUTUAL-PAIRS.
163800*
163900     MOVE SPACES TO WS-PRT-LINE.
164000     PERFORM 9000-EMIT-REPORT-LINE
164100         THRU 9000-EMIT-REPORT-LINE-EXIT.
164200     MOVE SPACES TO WS-PRT-LINE.
164300     STRING 'OPERATORS APPROVING EACH OTHER''S OVERRIDES:'
164400         DELIMITED BY SIZE INTO WS-PRT-LINE.
164500     PERFORM 9000-EMIT-REPORT-LINE
164600         THRU 9000-EMIT-REPORT-LINE-EXIT.
164700*
164800     PERFORM 5210-REPORT-ONE-MUTUAL
164900         THRU 5210-REPORT-ONE-MUTUAL-EXIT
165000         VARYING WS-PAIR-SUB FROM 1 BY 1
165100         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
165200*
165300     IF WS-MUTUAL-COUNT = 0
165400         MOVE SPACES TO WS-PRT-LINE
165500         STRING '  NONE'
165600             DELIMITED BY SIZE INTO WS-PRT-LINE
165700         PERFORM 9000-EMIT-REPORT-LINE
165800             THRU 9000-EMIT-REPORT-LINE-EXIT
165900     END-IF.
166000*
166100 5200-REPORT-MUTUAL-PAIRS-EXIT.
166200     EXIT.
166300*
166400******************************************************************
166500*    5210-REPORT-ONE-MUTUAL                                      *
166600*    LOOKS FOR THE REVERSE OF ONE PAIR AND FLAGS THE TWO WHEN    *
166700*    THEIR COMBINED CARDS REACH THE PAIR LIMIT.                  *
166800******************************************************************
166900 5210-REPORT-ONE-MUTUAL.
167000*
167100     IF WS-PAIR-REQ-ID (WS-PAIR-SUB)
167200         NOT < WS-PAIR-APPR-ID (WS-PAIR-SUB)
167300         GO TO 5210-REPORT-ONE-MUTUAL-EXIT
167400     END-IF.
167500*
167600     MOVE WS-PAIR-APPR-ID (WS-PAIR-SUB) TO WS-FIND-REQ-ID.
167700     MOVE WS-PAIR-REQ-ID (WS-PAIR-SUB)  TO WS-FIND-APPR-ID.
167800     PERFORM 7500-FIND-PAIR
167900         THRU 7500-FIND-PAIR-EXIT.
168000     IF WS-FIND-PAIR-SUB = 0
168100         GO TO 5210-REPORT-ONE-MUTUAL-EXIT
168200     END-IF.
168300*
168400     COMPUTE WS-PAIR-BOTH-WAYS =
168500         WS-PAIR-TOTAL (WS-PAIR-SUB)
168600         + WS-PAIR-TOTAL (WS-FIND-PAIR-SUB).
168700     IF WS-PAIR-BOTH-WAYS < WS-PAIR-LIMIT
168800         GO TO 5210-REPORT-ONE-MUTUAL-EXIT
168900     END-IF.
169000*
169100     ADD 1 TO WS-MUTUAL-COUNT.
169200     MOVE WS-PAIR-TOTAL (WS-PAIR-SUB)      TO WS-EDIT-COUNT.
169300     MOVE WS-PAIR-TOTAL (WS-FIND-PAIR-SUB) TO WS-EDIT-OTHER.
169400     MOVE SPACES TO WS-PRT-LINE.
169500     STRING '  ** ' WS-PAIR-REQ-ID (WS-PAIR-SUB)
169600         ' AND ' WS-PAIR-APPR-ID (WS-PAIR-SUB)
169700         ' - ' WS-PAIR-APPR-ID (WS-PAIR-SUB)
169800         ' APPROVED ' WS-EDIT-COUNT
169900         ', ' WS-PAIR-REQ-ID (WS-PAIR-SUB)
170000         ' APPROVED ' WS-EDIT-OTHER
170100         DELIMITED BY SIZE INTO WS-PRT-LINE.
170200     PERFORM 9000-EMIT-REPORT-LINE
170300         THRU 9000-EMIT-REPORT-LINE-EXIT.
170400*
170500 5210-REPORT-ONE-MUTUAL-EXIT.
170600     EXIT.
170700*
170800******************************************************************
170900*    5300-REPORT-UNUSED                                          *
171000*    FLAGS THE CARDS NO CANARY RERUN EVER USED.                  *
171100******************************************************************
171200 5300-REPORT-UNUSED.
171300*
171400     MOVE SPACES TO WS-PRT-LINE.
171500     PERFORM 9000-EMIT-REPORT-LINE
171600         THRU 9000-EMIT-REPORT-LINE-EXIT.
171700     MOVE SPACES TO WS-PRT-LINE.
171800     STRING 'OVERRIDE CARDS NEVER USED BY A CANARY RERUN:'
171900         DELIMITED BY SIZE INTO WS-PRT-LINE.
172000     PERFORM 9000-EMIT-REPORT-LINE
172100         THRU 9000-EMIT-REPORT-LINE-EXIT.
172200*
172300     IF NOT WS-USAGE-AVAILABLE
172400         MOVE SPACES TO WS-PRT-LINE
172500         STRING '  NOT CHECKED - CANDTL UNAVAILABLE'
172600             DELIMITED BY SIZE INTO WS-PRT-LINE
172700         PERFORM 9000-EMIT-REPORT-LINE
172800             THRU 9000-EMIT-REPORT-LINE-EXIT
172900         GO TO 5300-REPORT-UNUSED-EXIT
173000     END-IF.
173100*
173200     PERFORM 5310-REPORT-ONE-UNUSED
173300         THRU 5310-REPORT-ONE-UNUSED-EXIT
173400         VARYING WS-OVR-SUB FROM 1 BY 1
173500         UNTIL WS-OVR-SUB > WS-OVR-COUNT.
173600*
173700     IF WS-UNUSED-COUNT = 0
173800         MOVE SPACES TO WS-PRT-LINE
173900         STRING '  NONE'
174000             DELIMITED BY SIZE INTO WS-PRT-LINE
174100         PERFORM 9000-EMIT-REPORT-LINE
174200             THRU 9000-EMIT-REPORT-LINE-EXIT
174300     END-IF.
174400*
174500 5300-REPORT-UNUSED-EXIT.
174600     EXIT.
174700*
174800******************************************************************
174900*    5310-REPORT-ONE-UNUSED                                      *
175000*    PRINTS ONE CARD OF THE MONTH WHEN NO RUN USED IT.           *
175100******************************************************************
175200 5310-REPORT-ONE-UNUSED.
175300*
175400     IF NOT WS-OVR-IN-MONTH (WS-OVR-SUB)
175500         OR WS-OVR-USED (WS-OVR-SUB)
175600         GO TO 5310-REPORT-ONE-UNUSED-EXIT
175700     END-IF.
175800*
175900     ADD 1 TO WS-UNUSED-COUNT.
176000     MOVE SPACES TO WS-PRT-LINE.
176100     STRING '  ** ' WS-OVR-CHECK (WS-OVR-SUB)
176200         ' CYCLE ' WS-OVR-CYCLE (WS-OVR-SUB)
176300         '  ENTERED ' WS-OVR-STAMP (WS-OVR-SUB)
176400         '  REQ ' WS-OVR-REQ-ID (WS-OVR-SUB)
176500         ' APPR ' WS-OVR-APPR-ID (WS-OVR-SUB)
176600         DELIMITED BY SIZE INTO WS-PRT-LINE.
176700     PERFORM 9000-EMIT-REPORT-LINE
176800         THRU 9000-EMIT-REPORT-LINE-EXIT.
176900*
177000 5310-REPORT-ONE-UNUSED-EXIT.
177100     EXIT.
177200*
177300******************************************************************
177400*    5400-REPORT-BAD-CYCLES                                      *
177500*    FLAGS EACH CYCLE THE CANARY RAN UNDER OVERRIDE THAT THEN    *
177600*    FAILED RECONCILIATION, OVERRAN ITS SLA OR NEVER CLOSED.     *
177700******************************************************************
177800 5400-REPORT-BAD-CYCLES.
177900*
178000     MOVE SPACES TO WS-PRT-LINE.
178100     PERFORM 9000-EMIT-REPORT-LINE
178200         THRU 9000-EMIT-REPORT-LINE-EXIT.
178300     MOVE SPACES TO WS-PRT-LINE.
178400     STRING 'OVERRIDDEN CYCLES THAT LATER WENT BAD:'
178500         DELIMITED BY SIZE INTO WS-PRT-LINE.
178600     PERFORM 9000-EMIT-REPORT-LINE
178700         THRU 9000-EMIT-REPORT-LINE-EXIT.
178800*
178900     PERFORM 5410-REPORT-ONE-BAD-CYCLE
179000         THRU 5410-REPORT-ONE-BAD-CYCLE-EXIT
179100         VARYING WS-CYC-IDX FROM 1 BY 1
179200         UNTIL WS-CYC-IDX > WS-CYC-COUNT.
179300*
179400     IF WS-BAD-CYCLE-COUNT = 0
179500         MOVE SPACES TO WS-PRT-LINE
179600         STRING '  NONE'
179700             DELIMITED BY SIZE INTO WS-PRT-LINE
179800         PERFORM 9000-EMIT-REPORT-LINE
179900             THRU 9000-EMIT-REPORT-LINE-EXIT
180000     END-IF.
180100*
180200 5400-REPORT-BAD-CYCLES-EXIT.
180300     EXIT.
180400*
180500******************************************************************
180600*    5410-REPORT-ONE-BAD-CYCLE                                   *
180700*    PRINTS ONE LINE FOR EACH WAY AN OVERRIDDEN CYCLE WENT BAD.  *
180800******************************************************************
180900 5410-REPORT-ONE-BAD-CYCLE.
181000*
181100     IF NOT WS-CYC-APPLIED (WS-CYC-IDX)
181200         GO TO 5410-REPORT-ONE-BAD-CYCLE-EXIT
181300     END-IF.
181400     MOVE 'N' TO WS-CYCLE-BAD-SWITCH.
181500*
181600     IF WS-CYC-RECON-COUNT (WS-CYC-IDX) > 0
181700         SET WS-CYCLE-WENT-BAD TO TRUE
181800         MOVE WS-CYC-RECON-COUNT (WS-CYC-IDX) TO WS-EDIT-COUNT
181900         MOVE SPACES TO WS-PRT-LINE
182000         STRING '  ** CYCLE ' WS-CYC-ID (WS-CYC-IDX)
182100             ' (' WS-CYC-DAY-TYPE (WS-CYC-IDX) ')'
182200             ' RECON EXCEPTIONS ' WS-EDIT-COUNT
182300             ': ' WS-CYC-RECON-TEXT (WS-CYC-IDX)
182400             DELIMITED BY SIZE INTO WS-PRT-LINE
182500         PERFORM 9000-EMIT-REPORT-LINE
182600             THRU 9000-EMIT-REPORT-LINE-EXIT
182700     END-IF.
182800*
182900     IF WS-CYC-CLOSED (WS-CYC-IDX)
183000         AND WS-CYC-DURATION (WS-CYC-IDX)
183100             > WS-CYC-SLA (WS-CYC-IDX)
183200         SET WS-CYCLE-WENT-BAD TO TRUE
183300         MOVE WS-CYC-DURATION (WS-CYC-IDX) TO WS-EDIT-MINS
183400         MOVE WS-CYC-SLA (WS-CYC-IDX)      TO WS-EDIT-SLA
183500         MOVE SPACES TO WS-PRT-LINE
183600         STRING '  ** CYCLE ' WS-CYC-ID (WS-CYC-IDX)
183700             ' (' WS-CYC-DAY-TYPE (WS-CYC-IDX) ')'
183800             ' WINDOW ' WS-EDIT-MINS
183900             ' MINS - SLA ' WS-EDIT-SLA ' MINS BLOWN'
184000             DELIMITED BY SIZE INTO WS-PRT-LINE
184100         PERFORM 9000-EMIT-REPORT-LINE
184200             THRU 9000-EMIT-REPORT-LINE-EXIT
184300     END-IF.
184400*
184500     IF WS-WCLS-AVAILABLE
184600         AND WS-CYC-OPEN-STAMP (WS-CYC-IDX) NOT = SPACES
184700         AND NOT WS-CYC-CLOSED (WS-CYC-IDX)
184800         SET WS-CYCLE-WENT-BAD TO TRUE
184900         MOVE SPACES TO WS-PRT-LINE
185000         STRING '  ** CYCLE ' WS-CYC-ID (WS-CYC-IDX)
185100             ' (' WS-CYC-DAY-TYPE (WS-CYC-IDX) ')'
185200             ' WINDOW OPENED ' WS-CYC-OPEN-STAMP (WS-CYC-IDX)
185300             ' - NEVER CLOSED'
185400             DELIMITED BY SIZE INTO WS-PRT-LINE
185500         PERFORM 9000-EMIT-REPORT-LINE
185600             THRU 9000-EMIT-REPORT-LINE-EXIT
185700     END-IF.
185800*
185900     IF WS-CYCLE-WENT-BAD
186000         ADD 1 TO WS-BAD-CYCLE-COUNT
186100     END-IF.
186200*
186300 5410-REPORT-ONE-BAD-CYCLE-EXIT.
186400     EXIT.
186500*
186600******************************************************************
186700*    6000-REPORT-SUMMARY                                         *
186800*    PRINTS THE AUDIT TOTALS AND SETS THE RETURN CODE.           *
186900******************************************************************
187000 6000-REPORT-SUMMARY.
187100*
187200     MOVE SPACES TO WS-PRT-LINE.
187300     PERFORM 9000-EMIT-REPORT-LINE
187400         THRU 9000-EMIT-REPORT-LINE-EXIT.
187500*
187600     MOVE WS-MONTH-OVR-COUNT TO WS-EDIT-COUNT.
187700     MOVE SPACES TO WS-PRT-LINE.
187800     STRING 'OVERRIDE CARDS.............: ' WS-EDIT-COUNT
187900         DELIMITED BY SIZE INTO WS-PRT-LINE.
188000     PERFORM 9000-EMIT-REPORT-LINE
188100         THRU 9000-EMIT-REPORT-LINE-EXIT.
188200*
188300     MOVE WS-USED-COUNT TO WS-EDIT-COUNT.
188400     MOVE SPACES TO WS-PRT-LINE.
188500     STRING 'USED BY A CANARY RUN.......: ' WS-EDIT-COUNT
188600         DELIMITED BY SIZE INTO WS-PRT-LINE.
188700     PERFORM 9000-EMIT-REPORT-LINE
188800         THRU 9000-EMIT-REPORT-LINE-EXIT.
188900*
189000     MOVE WS-CONSEC-COUNT TO WS-EDIT-COUNT.
189100     MOVE SPACES TO WS-PRT-LINE.
189200     STRING 'CONSECUTIVE-CYCLE OVERRIDES: ' WS-EDIT-COUNT
189300         DELIMITED BY SIZE INTO WS-PRT-LINE.
189400     PERFORM 9000-EMIT-REPORT-LINE
189500         THRU 9000-EMIT-REPORT-LINE-EXIT.
189600*
189700     MOVE WS-MUTUAL-COUNT TO WS-EDIT-COUNT.
189800     MOVE SPACES TO WS-PRT-LINE.
189900     STRING 'MUTUAL APPROVER PAIRS......: ' WS-EDIT-COUNT
190000         DELIMITED BY SIZE INTO WS-PRT-LINE.
190100     PERFORM 9000-EMIT-REPORT-LINE
190200         THRU 9000-EMIT-REPORT-LINE-EXIT.
190300*
190400     MOVE WS-UNUSED-COUNT TO WS-EDIT-COUNT.
190500     MOVE SPACES TO WS-PRT-LINE.
190600     STRING 'CARDS NEVER USED...........: ' WS-EDIT-COUNT
190700         DELIMITED BY SIZE INTO WS-PRT-LINE.
190800     PERFORM 9000-EMIT-REPORT-LINE
190900         THRU 9000-EMIT-REPORT-LINE-EXIT.
191000*
191100     MOVE WS-BAD-CYCLE-COUNT TO WS-EDIT-COUNT.
191200     MOVE SPACES TO WS-PRT-LINE.
191300     STRING 'OVERRIDDEN CYCLES GONE BAD.: ' WS-EDIT-COUNT
191400         DELIMITED BY SIZE INTO WS-PRT-LINE.
191500     PERFORM 9000-EMIT-REPORT-LINE
191600         THRU 9000-EMIT-REPORT-LINE-EXIT.
191700*
191800     IF WS-CONSEC-COUNT > 0
191900         OR WS-MUTUAL-COUNT > 0
192000         OR WS-UNUSED-COUNT > 0
192100         OR WS-BAD-CYCLE-COUNT > 0
192200         MOVE 4 TO RETURN-CODE
192300     END-IF.
192400*
192500 6000-REPORT-SUMMARY-EXIT.
192600     EXIT.
192700*
192800******************************************************************
192900*    7100-FIND-CYCLE                                             *
193000*    LOOKS CYCLE WS-FIND-CYCLE UP ON THE OVERRIDDEN-CYCLE TABLE, *
193100*    RETURNING ITS SLOT IN WS-FIND-CYC-SUB (ZERO = NOT FOUND).   *
193200******************************************************************
193300 7100-FIND-CYCLE.
193400*
193500     MOVE 0 TO WS-FIND-CYC-SUB.
193600     PERFORM 7110-MATCH-ONE-CYCLE
193700         THRU 7110-MATCH-ONE-CYCLE-EXIT
193800         VARYING WS-CYC-IDX FROM 1 BY 1
193900         UNTIL WS-CYC-IDX > WS-CYC-COUNT
194000         OR WS-FIND-CYC-SUB NOT = 0.
194100*
194200 7100-FIND-CYCLE-EXIT.
194300     EXIT.
194400*
194500******************************************************************
194600*    7110-MATCH-ONE-CYCLE                                        *
194700*    COMPARES THE ARGUMENT TO ONE OVERRIDDEN-CYCLE ENTRY.        *
194800******************************************************************
194900 7110-MATCH-ONE-CYCLE.
195000*
195100     IF WS-CYC-ID (WS-CYC-IDX) = WS-FIND-CYCLE
195200         SET WS-FIND-CYC-SUB TO WS-CYC-IDX
195300     END-IF.
195400*
195500 7110-MATCH-ONE-CYCLE-EXIT.
195600     EXIT.
195700*
195800******************************************************************
195900*    7200-FIND-OVERRIDE                                          *
196000*    LOOKS FOR A CARD FOR CYCLE WS-FIND-CYCLE AND CHECK          *
196100*    WS-FIND-CHECK, RETURNING ITS SLOT IN WS-FIND-OVR-SUB (ZERO  *
196200*    = NOT FOUND).                                               *
196300******************************************************************
196400 7200-FIND-OVERRIDE.
196500*
196600     MOVE 0 TO WS-FIND-OVR-SUB.
196700     PERFORM 7210-MATCH-ONE-OVERRIDE
196800         THRU 7210-MATCH-ONE-OVERRIDE-EXIT
196900         VARYING WS-OVR-IDX FROM 1 BY 1
197000         UNTIL WS-OVR-IDX > WS-OVR-COUNT
197100         OR WS-FIND-OVR-SUB NOT = 0.
197200*
197300 7200-FIND-OVERRIDE-EXIT.
197400     EXIT.
197500*
197600******************************************************************
197700*    7210-MATCH-ONE-OVERRIDE                                     *
197800*    COMPARES THE ARGUMENTS TO ONE OVERRIDE ENTRY.               *
197900******************************************************************
198000 7210-MATCH-ONE-OVERRIDE.
198100*
198200     IF WS-OVR-CYCLE (WS-OVR-IDX) = WS-FIND-CYCLE
198300         AND WS-OVR-CHECK (WS-OVR-IDX) = WS-FIND-CHECK
198400         SET WS-FIND-OVR-SUB TO WS-OVR-IDX
198500     END-IF.
198600*
198700 7210-MATCH-ONE-OVERRIDE-EXIT.
198800     EXIT.
198900*
199000******************************************************************
199100*    7300-LOOKUP-CALENDAR                                        *
199200*    RETURNS THE DAY TYPE ('?' WHEN NOT ON THE CALENDAR) AND AM  *
199300*    CYCLE (ZERO WHEN NOT KNOWN) OF DATE WS-FIND-CYCLE.          *
199400******************************************************************
199500 7300-LOOKUP-CALENDAR.
199600*
199700     MOVE '?'  TO WS-FOUND-DAY-TYPE.
199800     MOVE ZERO TO WS-FOUND-AM-CYCLE.
199900     PERFORM 7310-MATCH-ONE-CAL-DATE
200000         THRU 7310-MATCH-ONE-CAL-DATE-EXIT
200100         VARYING WS-CAL-IDX FROM 1 BY 1
200200         UNTIL WS-CAL-IDX > WS-CAL-COUNT.
200300*
200400 7300-LOOKUP-CALENDAR-EXIT.
200500     EXIT.
200600*
200700******************************************************************
200800*    7310-MATCH-ONE-CAL-DATE                                     *
200900*    PICKS UP THE DAY TYPE AND AM CYCLE WHEN THE CALENDAR ENTRY  *
201000*    IS THE DATE.                                                *
201100******************************************************************
201200 7310-MATCH-ONE-CAL-DATE.
201300*
201400     IF WS-CAL-DATE (WS-CAL-IDX) = WS-FIND-CYCLE
201500         MOVE WS-CAL-DAY-TYPE (WS-CAL-IDX) TO WS-FOUND-DAY-TYPE
201600         MOVE WS-CAL-AM-CYCLE (WS-CAL-IDX) TO WS-FOUND-AM-CYCLE
201700         SET WS-CAL-IDX TO WS-CAL-COUNT
201800     END-IF.
201900*
202000 7310-MATCH-ONE-CAL-DATE-EXIT.
202100     EXIT.
202200*
202300******************************************************************
202400*    7400-FIND-DAY-TYPE                                          *
202500*    SETS WS-DT-SUB TO THE DAY-TYPE ROW FOR WS-FOUND-DAY-TYPE;   *
202600*    AN UNRECOGNIZED CODE FALLS TO THE LAST ('?') ROW.           *
202700******************************************************************
202800 7400-FIND-DAY-TYPE.
202900*
203000     PERFORM 7410-MATCH-ONE-DAY-TYPE
203100         THRU 7410-MATCH-ONE-DAY-TYPE-EXIT
203200         VARYING WS-DT-SUB FROM 1 BY 1
203300         UNTIL WS-DT-SUB NOT < WS-DT-MAX
203400         OR WS-DT-CODE (WS-DT-SUB) = WS-FOUND-DAY-TYPE.
203500*
203600 7400-FIND-DAY-TYPE-EXIT.
203700     EXIT.
203800*
203900******************************************************************
204000*    7410-MATCH-ONE-DAY-TYPE                                     *
204100*    NOTHING TO DO PER ROW - THE SEARCH IS IN THE UNTIL.         *
204200******************************************************************
204300 7410-MATCH-ONE-DAY-TYPE.
204400*
204500     CONTINUE.
204600*
204700 7410-MATCH-ONE-DAY-TYPE-EXIT.
204800     EXIT.
204900*
205000******************************************************************
205100*    7500-FIND-PAIR                                              *
205200*    LOOKS REQUESTER WS-FIND-REQ-ID / APPROVER WS-FIND-APPR-ID   *
205300*    UP ON THE PAIR TABLE, RETURNING ITS SLOT IN                 *
205400*    WS-FIND-PAIR-SUB (ZERO = NOT FOUND).                        *
205500******************************************************************
205600 7500-FIND-PAIR.
205700*
205800     MOVE 0 TO WS-FIND-PAIR-SUB.
205900     PERFORM 7510-MATCH-ONE-PAIR
206000         THRU 7510-MATCH-ONE-PAIR-EXIT
206100         VARYING WS-PAIR-IDX FROM 1 BY 1
206200         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
206300         OR WS-FIND-PAIR-SUB NOT = 0.
206400*
206500 7500-FIND-PAIR-EXIT.
206600     EXIT.
206700*
206800******************************************************************
206900*    7510-MATCH-ONE-PAIR                                         *
207000*    COMPARES THE ARGUMENTS TO ONE PAIR ENTRY.                   *
207100******************************************************************
207200 7510-MATCH-ONE-PAIR.
207300*
207400     IF WS-PAIR-REQ-ID (WS-PAIR-IDX) = WS-FIND-REQ-ID
207500         AND WS-PAIR-APPR-ID (WS-PAIR-IDX) = WS-FIND-APPR-ID
207600         SET WS-FIND-PAIR-SUB TO WS-PAIR-IDX
207700     END-IF.
207800*
207900 7510-MATCH-ONE-PAIR-EXIT.
208000     EXIT.
208100*
208200******************************************************************
208300*    8100-DAYS-IN-MONTH                                          *
208400*    LEAVES THE NUMBER OF DAYS IN WS-WORK-MM OF WS-WORK-YYYY IN  *
208500*    WS-DAYS-IN-MONTH, ALLOWING FOR LEAP YEARS.                  *
208600******************************************************************
208700 8100-DAYS-IN-MONTH.
208800*
208900     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-IN-MONTH.
209000*
209100     IF WS-WORK-MM NOT = 2
209200         GO TO 8100-DAYS-IN-MONTH-EXIT
209300     END-IF.
209400*
209500     MOVE 'N' TO WS-LEAP-SWITCH.
209600     DIVIDE WS-WORK-YYYY BY 4
209700         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK.
209800     IF WS-LEAP-WORK = 0
209900         SET WS-LEAP-YEAR TO TRUE
210000     END-IF.
210100     DIVIDE WS-WORK-YYYY BY 100
210200         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK.
210300     IF WS-LEAP-WORK = 0
210400         MOVE 'N' TO WS-LEAP-SWITCH
210500     END-IF.
210600     DIVIDE WS-WORK-YYYY BY 400
210700         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK.
210800     IF WS-LEAP-WORK = 0
210900         SET WS-LEAP-YEAR TO TRUE
211000     END-IF.
211100*
211200     IF WS-LEAP-YEAR
211300         MOVE 29 TO WS-DAYS-IN-MONTH
211400     END-IF.
211500*
211600 8100-DAYS-IN-MONTH-EXIT.
211700     EXIT.
211800*
211900******************************************************************
212000*    8200-PRIOR-DATE                                             *
212100*    STEPS WS-WORK-DATE BACK TO THE PREVIOUS CALENDAR DAY.       *
212200******************************************************************
212300 8200-PRIOR-DATE.
212400*
212500     IF WS-WORK-DD > 1
212600         SUBTRACT 1 FROM WS-WORK-DD
212700         GO TO 8200-PRIOR-DATE-EXIT
212800     END-IF.
212900*
213000     IF WS-WORK-MM > 1
213100         SUBTRACT 1 FROM WS-WORK-MM
213200     ELSE
213300         MOVE 12 TO WS-WORK-MM
213400         SUBTRACT 1 FROM WS-WORK-YYYY
213500     END-IF.
213600     PERFORM 8100-DAYS-IN-MONTH
213700         THRU 8100-DAYS-IN-MONTH-EXIT.
213800     MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD.
213900*
214000 8200-PRIOR-DATE-EXIT.
214100     EXIT.
214200*
214300******************************************************************
214400*    9000-EMIT-REPORT-LINE                                       *
214500*    WRITES ONE REPORT LINE TO OVRAPRT AND ECHOES IT TO SYSOUT.  *
214600******************************************************************
214700 9000-EMIT-REPORT-LINE.
214800*
214900     WRITE OVRA-PRT-LINE FROM WS-PRT-LINE.
215000     DISPLAY WS-PRT-LINE.
215100*
215200 9000-EMIT-REPORT-LINE-EXIT.
215300     EXIT.
215400*
215500******************************************************************
215600*    9999-EXIT                                                   *
215700*    COMMON END-OF-PROGRAM PROCESSING.                           *
215800******************************************************************
215900 9999-EXIT.
216000*
216100 9999-EXIT-EXIT.
216200     EXIT.
