000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  CANCAP                                         *
000400*    TITLE     :  MONTHLY CAPACITY FORECAST REPORT               *
000500*                                                                *
000600*    GIVES CAPACITY PLANNING MONTHS OF WARNING BEFORE THE BATCH  *
000700*    WINDOW OUTGROWS ITS SLA.  OVER A TRAILING FIT PERIOD ENDING *
000800*    WITH THE REPORT MONTH IT FITS A STRAIGHT-LINE (LEAST        *
000900*    SQUARES) TREND TO:                                          *
001000*      - THE WINDOW DURATION OF EACH NIGHT - THE FIRST CLEAN     *
001100*        OPEN CHECKPOINT (CANCHKPT) TO THE WINDOW-CLOSE RECORD   *
001150*        (CANWCLS), AS CANSLA MEASURES IT, FOR THE MAIN          *
001200*        OVERNIGHT WINDOW (A BLANK WINDOW ID) ONLY - AN          *
001250*        EARLY-EVENING WINDOW WOULD ONLY DILUTE ITS TREND;       *
001300*      - EACH FEED'S DETAIL COUNT (CANVOLH).                     *
001400*    ORDINARY NIGHTS AND MONTH-END ('M') NIGHTS ARE FITTED       *
001500*    SEPARATELY, THE DAY TYPE COMING FROM CANCAL.  FOR EACH      *
001600*    CLASS OF NIGHT THE DURATION TREND IS PROJECTED FORWARD FROM *
001700*    THE END OF THE PERIOD TO THE DATE IT WILL CROSS THAT        *
001800*    CLASS'S SLA TARGET AT THE CURRENT RATE OF GROWTH: THE       *
001900*    CANY-PARM-SLA-MINS TARGET, OR THE SLA ON AN 'OVR' RECORD    *
002000*    FOR THE DAY TYPE (E.G. THE MONTH-END SLA).  THE FEEDS       *
002100*    GROWING FASTEST ON ORDINARY NIGHTS ARE LISTED LAST.         *
002200*                                                                *
002300*    CAPPARM: REPORT MONTH YYYYMM (COLS 1-6) AND MONTHS OF       *
002400*    HISTORY TO FIT (COLS 8-9, BLANK = 6, MAXIMUM 24).           *
002500*                                                                *
002600*    THE REPORT GOES TO THE CAPPRT PRINT FILE AND IS ECHOED TO   *
002700*    SYSOUT.                                                     *
002800*                                                                *
002900*    RETURN CODES:  0 - FORECAST PRODUCED                        *
003000*                   4 - A CLASS OF NIGHT IS ALREADY OVER ITS SLA *
003100*                       ON TREND, OR IS PROJECTED TO CROSS IT    *
003200*                       WITHIN 90 DAYS                           *
003300*                  16 - BAD CONTROL RECORD OR CHECKPOINT FILE    *
003400*                       UNAVAILABLE                              *
003500*                                                                *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.     CANCAP.
003900 AUTHOR.         NIGHTLY BATCH OPERATIONS.
004000 INSTALLATION.   NIGHTLY BATCH OPERATIONS.
004100 DATE-WRITTEN.   2026-10-15.
004200 DATE-COMPILED.
004300*
004400******************************************************************
004500*    MODIFICATION HISTORY                                        *
004600*    ------------------------------------------------------      *
004700*    2026-10-15  TDB  ORIGINAL PROGRAM.                          *
004710*    2026-10-15  TDB  ONLY THE MAIN OVERNIGHT WINDOW IS          *
004720*                      MEASURED NOW THAT A CYCLE CAN RUN MORE    *
004730*                      THAN ONE WINDOW - CHECKPOINTS, CLOSES AND *
004740*                      SLA OVERRIDES FOR ANY OTHER WINDOW ARE    *
004750*                      PASSED OVER.                              *
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT CAP-CTL-FILE  ASSIGN TO CAPPARM
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS IS WS-CTL-FILE-STATUS.
005800*
005900     SELECT CANY-PARM-FILE  ASSIGN TO CANPARM
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS IS WS-PARM-FILE-STATUS.
006200*
006300     SELECT CANY-CHKPT-FILE  ASSIGN TO CANCHKPT
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS WS-CHKPT-FILE-STATUS.
006600*
006700     SELECT CANY-WCLS-FILE  ASSIGN TO CANWCLS
006800            ORGANIZATION IS LINE SEQUENTIAL
006900            FILE STATUS IS WS-WCLS-FILE-STATUS.
007000*
007100     SELECT CANY-CAL-FILE  ASSIGN TO CANCAL
007200            ORGANIZATION IS LINE SEQUENTIAL
007300            FILE STATUS IS WS-CAL-FILE-STATUS.
007400*
007500     SELECT CANY-VOL-FILE  ASSIGN TO CANVOLH
007600            ORGANIZATION IS LINE SEQUENTIAL
007700            FILE STATUS IS WS-VOL-FILE-STATUS.
007800*
007900     SELECT CAP-PRT-FILE  ASSIGN TO CAPPRT
008000            ORGANIZATION IS LINE SEQUENTIAL
008100            FILE STATUS IS WS-PRT-FILE-STATUS.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  CAP-CTL-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  CAP-CTL-RECORD.
008800     05  CAP-CTL-MONTH           PIC X(06).
008900     05  CAP-CTL-MONTH-N  REDEFINES CAP-CTL-MONTH
009000                                 PIC 9(06).
009100     05  FILLER                  PIC X(01).
009200     05  CAP-CTL-MONTHS          PIC X(02).
009300     05  CAP-CTL-MONTHS-N  REDEFINES CAP-CTL-MONTHS
009400                                 PIC 9(02).
009500     05  FILLER                  PIC X(71).
009600*
009700 FD  CANY-PARM-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CANPARM.
010000*
010100 FD  CANY-CHKPT-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY CHKPT.
010400*
010500 FD  CANY-WCLS-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY WCLOSE.
010800*
010900 FD  CANY-CAL-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY CANCAL.
011200*
011300 FD  CANY-VOL-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY CANVOL.
011600*
011700 FD  CAP-PRT-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  CAP-PRT-LINE                PIC X(80).
012000*
012100 WORKING-STORAGE SECTION.
012200*
012300******************************************************************
012400*    FILE STATUS SWITCHES                                        *
012500******************************************************************
012600 01  WS-CTL-FILE-STATUS         PIC X(02).
012700     88  WS-CTL-FILE-OK         VALUE '00'.
012800*
012900 01  WS-PARM-FILE-STATUS        PIC X(02).
013000     88  WS-PARM-FILE-OK        VALUE '00'.
013100     88  WS-PARM-FILE-EOF       VALUE '10'.
013200*
013300 01  WS-CHKPT-FILE-STATUS       PIC X(02).
013400     88  WS-CHKPT-FILE-OK       VALUE '00'.
013500     88  WS-CHKPT-FILE-EOF      VALUE '10'.
013600*
013700 01  WS-WCLS-FILE-STATUS        PIC X(02).
013800     88  WS-WCLS-FILE-OK        VALUE '00'.
013900     88  WS-WCLS-FILE-EOF       VALUE '10'.
014000*
014100 01  WS-CAL-FILE-STATUS         PIC X(02).
014200     88  WS-CAL-FILE-OK         VALUE '00'.
014300     88  WS-CAL-FILE-EOF        VALUE '10'.
014400*
014500 01  WS-VOL-FILE-STATUS         PIC X(02).
014600     88  WS-VOL-FILE-OK         VALUE '00'.
014700     88  WS-VOL-FILE-EOF        VALUE '10'.
014800*
014900 01  WS-PRT-FILE-STATUS         PIC X(02).
015000     88  WS-PRT-FILE-OK         VALUE '00'.
015100*
015200******************************************************************
015300*    FIT PERIOD                                                  *
015400*    FROM THE FIRST OF THE EARLIEST MONTH TO THE LAST DAY OF THE *
015500*    REPORT MONTH.  TREND X-VALUES ARE DAYS FROM THE PERIOD      *
015600*    START.                                                      *
015700******************************************************************
015800 01  WS-REPORT-MONTH            PIC 9(06)  VALUE ZERO.
015900 77  WS-FIT-MONTHS              PIC 9(02) COMP  VALUE 6.
016000 77  WS-FIT-MONTHS-MAX          PIC 9(02) COMP  VALUE 24.
016100 01  WS-PERIOD-START            PIC 9(08)  VALUE ZERO.
016200 01  WS-PERIOD-END              PIC 9(08)  VALUE ZERO.
016300 77  WS-START-DAY-NUMBER        PIC 9(09) COMP  VALUE 0.
016400 77  WS-END-X                   PIC 9(05) COMP  VALUE 0.
016500 77  WS-MONTH-INDEX             PIC 9(07) COMP  VALUE 0.
016600 77  WS-MONTH-QUOT              PIC 9(07) COMP  VALUE 0.
016700 77  WS-MONTH-REM               PIC 9(02) COMP  VALUE 0.
016800*
016900******************************************************************
017000*    CLASSES OF NIGHT - (1) ORDINARY, (2) MONTH-END ('M').  EACH *
017100*    CARRIES ITS SLA TARGET AND THE RUNNING SUMS OF ITS WINDOW-  *
017200*    DURATION FIT.                                               *
017300******************************************************************
017400 01  WS-CLASS-TABLE.
017500     05  WS-CLASS-ENTRY  OCCURS 2 TIMES.
017600         10  WS-CLS-NAME        PIC X(09).
017700         10  WS-CLS-DAY-TYPE    PIC X(01).
017800         10  WS-CLS-SLA         PIC 9(04) COMP.
017900         10  WS-CLS-OVER-SLA    PIC 9(04) COMP.
018000         10  WS-CLS-SUMS.
018100             15  WS-CLS-N       PIC S9(05) COMP-3.
018200             15  WS-CLS-SX      PIC S9(09) COMP-3.
018300             15  WS-CLS-SY      PIC S9(13) COMP-3.
018400             15  WS-CLS-SXY     PIC S9(18) COMP-3.
018500             15  WS-CLS-SXX     PIC S9(13) COMP-3.
018600 77  WS-CLASS-SUB               PIC 9(02) COMP  VALUE 0.
018700 77  WS-SLA-DEFAULT-MINS        PIC 9(04) COMP  VALUE 480.
018800*
018900******************************************************************
019000*    WINDOW-OPEN TABLE - THE FIRST CLEAN (PASS, LATE, OVRD OR    *
019100*    PART) CHECKPOINT OF EACH CYCLE IN THE FIT PERIOD.           *
019200******************************************************************
019300 01  WS-OPEN-TABLE.
019400     05  WS-OPEN-ENTRY  OCCURS 800 TIMES
019500                        INDEXED BY WS-OPEN-IDX.
019600         10  WS-OPEN-CYCLE      PIC 9(08).
019700         10  WS-OPEN-STAMP      PIC X(17).
019800         10  WS-OPEN-MATCHED    PIC X(01).
019900 77  WS-OPEN-COUNT              PIC 9(04) COMP  VALUE 0.
020000 77  WS-OPEN-MAX                PIC 9(04) COMP  VALUE 800.
020100 77  WS-FIND-OPEN-SUB           PIC 9(04) COMP  VALUE 0.
020200*
020300******************************************************************
020400*    CALENDAR DAY TYPES FOR THE FIT PERIOD                       *
020500******************************************************************
020600 01  WS-CAL-TABLE.
020700     05  WS-CAL-ENTRY  OCCURS 800 TIMES
020800                       INDEXED BY WS-CAL-IDX.
020900         10  WS-CAL-DATE        PIC 9(08).
021000         10  WS-CAL-DAY-TYPE    PIC X(01).
021100 77  WS-CAL-COUNT               PIC 9(04) COMP  VALUE 0.
021200 77  WS-CAL-MAX                 PIC 9(04) COMP  VALUE 800.
021300 01  WS-FIND-DATE               PIC 9(08)  VALUE ZERO.
021400 01  WS-FOUND-DAY-TYPE          PIC X(01)  VALUE SPACE.
021500*
021600******************************************************************
021700*    FEED TABLE - THE VOLUME FIT SUMS FOR EACH FEED AND CLASS OF *
021800*    NIGHT, AND THE FITTED RESULTS USED BY THE RANKING.          *
021900******************************************************************
022000 01  WS-FEED-TABLE.
022100     05  WS-FEED-ENTRY  OCCURS 50 TIMES
022200                        INDEXED BY WS-FEED-IDX.
022300         10  WS-FEED-DSN        PIC X(08).
022400         10  WS-FEED-RANKED     PIC X(01).
022500             88  WS-FEED-IS-RANKED         VALUE 'Y'.
022600         10  WS-FEED-CLASS  OCCURS 2 TIMES.
022700             15  WS-FEED-SUMS.
022800                 20  WS-FEED-N  PIC S9(05) COMP-3.
022900                 20  WS-FEED-SX PIC S9(09) COMP-3.
023000                 20  WS-FEED-SY PIC S9(13) COMP-3.
023100                 20  WS-FEED-SXY
023200                                PIC S9(18) COMP-3.
023300                 20  WS-FEED-SXX
023400                                PIC S9(13) COMP-3.
023500             15  WS-FEED-FIT-SW PIC X(01).
023600                 88  WS-FEED-FITTED        VALUE 'Y'.
023700             15  WS-FEED-AVERAGE
023800                                PIC S9(11) COMP-3.
023900             15  WS-FEED-TREND  PIC S9(11) COMP-3.
024000             15  WS-FEED-GROWTH PIC S9(05)V9(01) COMP-3.
024100             15  WS-FEED-AHEAD  PIC S9(11) COMP-3.
024200 77  WS-FEED-COUNT              PIC 9(02) COMP  VALUE 0.
024300 77  WS-FEED-MAX                PIC 9(02) COMP  VALUE 50.
024400 77  WS-FIND-FEED-SUB           PIC 9(02) COMP  VALUE 0.
024500 01  WS-FIND-DSN                PIC X(08)  VALUE SPACES.
024600*
024700******************************************************************
024800*    TREND FIT WORK AREA                                         *
024900*    ONE SERIES' SUMS ARE MOVED IN, 7000-FIT-TREND LEAVES THE    *
025000*    SLOPE (PER DAY) AND THE MEANS, AND 7100-FITTED-VALUE GIVES  *
025100*    THE TREND VALUE AT WS-FIT-X.  FEWER THAN THREE POINTS, OR   *
025200*    ALL ON ONE DAY, IS NOT ENOUGH TO FIT.                       *
025300******************************************************************
025400 01  WS-FIT-SUMS.
025500     05  WS-FIT-N               PIC S9(05) COMP-3.
025600     05  WS-FIT-SX              PIC S9(09) COMP-3.
025700     05  WS-FIT-SY              PIC S9(13) COMP-3.
025800     05  WS-FIT-SXY             PIC S9(18) COMP-3.
025900     05  WS-FIT-SXX             PIC S9(13) COMP-3.
026000 77  WS-FIT-MIN-POINTS          PIC 9(02) COMP  VALUE 3.
026100 77  WS-FIT-NUMER               PIC S9(18) COMP-3  VALUE 0.
026200 77  WS-FIT-DENOM               PIC S9(18) COMP-3  VALUE 0.
026300 77  WS-FIT-SLOPE               PIC S9(11)V9(06) COMP-3  VALUE 0.
026400 77  WS-FIT-MEAN-X              PIC S9(05)V9(04) COMP-3  VALUE 0.
026500 77  WS-FIT-MEAN-Y              PIC S9(11)V9(04) COMP-3  VALUE 0.
026600 77  WS-FIT-X                   PIC S9(07) COMP-3  VALUE 0.
026700 77  WS-FIT-VALUE               PIC S9(11)V9(02) COMP-3  VALUE 0.
026800 77  WS-FIT-SWITCH              PIC X(01)  VALUE 'N'.
026900     88  WS-FIT-MADE                       VALUE 'Y'.
027000*
027100 77  WS-POINT-X                 PIC S9(07) COMP-3  VALUE 0.
027200 77  WS-POINT-Y                 PIC S9(11) COMP-3  VALUE 0.
027300*
027400 77  WS-DAYS-PER-MONTH          PIC 9(02) COMP  VALUE 30.
027500 77  WS-DAYS-PER-YEAR           PIC 9(03) COMP  VALUE 365.
027600*
027700******************************************************************
027800*    SLA PROJECTION WORK FIELDS                                  *
027900******************************************************************
028000 77  WS-PROJ-EXACT              PIC S9(09)V9(04) COMP-3  VALUE 0.
028100 77  WS-PROJ-DAYS               PIC S9(09) COMP-3  VALUE 0.
028200 77  WS-PROJ-HORIZON            PIC 9(05) COMP  VALUE 3650.
028300 77  WS-PROJ-WARN-DAYS          PIC 9(03) COMP  VALUE 90.
028400 77  WS-PROJ-STEP               PIC 9(05) COMP  VALUE 0.
028500 01  WS-PROJ-DATE               PIC 9(08)  VALUE ZERO.
028600*
028700******************************************************************
028800*    RANKING WORK FIELDS                                         *
028900******************************************************************
029000 77  WS-RANK                    PIC 9(02) COMP  VALUE 0.
029100 77  WS-RANK-MAX                PIC 9(02) COMP  VALUE 10.
029200 77  WS-BEST-SUB                PIC 9(02) COMP  VALUE 0.
029300*
029400******************************************************************
029500*    DURATION WORK FIELDS                                        *
029600*    A TIMESTAMP IS BROKEN OUT TO ITS DATE AND HOUR/MINUTE; A    *
029700*    CLOSE ON A LATER DATE THAN THE OPEN IS TAKEN AS THE NEXT    *
029800*    MORNING (THE NORMAL OVERNIGHT WINDOW SHAPE).                *
029900******************************************************************
030000 01  WS-TS-BREAKOUT.
030100     05  WS-TSB-DATE            PIC 9(08).
030200     05  FILLER                 PIC X(01).
030300     05  WS-TSB-HH              PIC 9(02).
030400     05  WS-TSB-MM              PIC 9(02).
030500     05  FILLER                 PIC X(04).
030600*
030700 77  WS-OPEN-DATE               PIC 9(08) COMP  VALUE 0.
030800 77  WS-OPEN-MINS               PIC 9(05) COMP  VALUE 0.
030900 77  WS-CLOSE-MINS              PIC 9(05) COMP  VALUE 0.
031000 77  WS-DURATION-MINS           PIC 9(05) COMP  VALUE 0.
031100*
031200******************************************************************
031300*    DATE ARITHMETIC WORK FIELDS                                 *
031400*    THE DAY NUMBER IS A JULIAN DAY COUNT WORKED WITH PLAIN      *
031500*    TRUNCATING DIVIDES, SO THE DIFFERENCE OF TWO DAY NUMBERS IS *
031600*    THE DAYS BETWEEN THE DATES.                                 *
031700******************************************************************
031800 01  WS-WORK-DATE               PIC 9(08)  VALUE 0.
031900 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
032000     05  WS-WORK-YYYY           PIC 9(04).
032100     05  WS-WORK-MM             PIC 9(02).
032200     05  WS-WORK-DD             PIC 9(02).
032300*
032400 77  WS-DAY-NUMBER              PIC 9(09) COMP  VALUE 0.
032500 77  WS-JDN-A                   PIC 9(01) COMP  VALUE 0.
032600 77  WS-JDN-YEAR                PIC 9(05) COMP  VALUE 0.
032700 77  WS-JDN-MONTH               PIC 9(02) COMP  VALUE 0.
032800 77  WS-JDN-TERM                PIC 9(07) COMP  VALUE 0.
032900 77  WS-JDN-Q4                  PIC 9(07) COMP  VALUE 0.
033000 77  WS-JDN-Q100                PIC 9(07) COMP  VALUE 0.
033100 77  WS-JDN-Q400                PIC 9(07) COMP  VALUE 0.
033200*
033300 77  WS-DAYS-IN-MONTH           PIC 9(02) COMP  VALUE 0.
033400 01  WS-MONTH-DAY-VALUES.
033500     05  FILLER                 PIC X(24)  VALUE
033600         '312831303130313130313031'.
033700 01  WS-MONTH-DAY-TBL REDEFINES WS-MONTH-DAY-VALUES.
033800     05  WS-MONTH-DAYS          PIC 9(02)  OCCURS 12 TIMES.
033900*
034000 77  WS-LEAP-QUOT               PIC 9(05) COMP  VALUE 0.
034100 77  WS-LEAP-WORK               PIC 9(05) COMP  VALUE 0.
034200 77  WS-LEAP-SWITCH             PIC X(01)  VALUE 'N'.
034300     88  WS-LEAP-YEAR                      VALUE 'Y'.
034400*
034500******************************************************************
034600*    REPORT PRINT WORK AREA                                      *
034700******************************************************************
034800 01  WS-PRT-LINE                PIC X(80).
034900 01  WS-EDIT-COUNT              PIC ZZZZ9.
035000 01  WS-EDIT-MINS               PIC ZZZZ9.
035100 01  WS-EDIT-AT-END             PIC ZZZZ9.
035200 01  WS-EDIT-SLA                PIC ZZZZ9.
035300 01  WS-EDIT-OVER               PIC ZZZZ9.
035400 01  WS-EDIT-TREND-MINS         PIC -ZZZ9.9.
035500 01  WS-EDIT-DAYS               PIC ZZZZ9.
035600 01  WS-EDIT-RANK               PIC Z9.
035700 01  WS-EDIT-VOLUME             PIC ZZZ,ZZZ,ZZ9.
035800 01  WS-EDIT-AHEAD              PIC ZZZ,ZZZ,ZZ9.
035900 01  WS-EDIT-VOL-TREND          PIC -ZZ,ZZZ,ZZ9.
036000 01  WS-EDIT-GROWTH             PIC -ZZZ9.9.
036100 01  WS-EDIT-MONTHS             PIC Z9.
036200*
036300 PROCEDURE DIVISION.
036400*
036500******************************************************************
036600*    0000-MAINLINE                                               *
036700*    CONTROLS OVERALL FLOW OF THE CAPACITY FORECAST RUN.         *
036800******************************************************************
036900 0000-MAINLINE.
037000*
037100     MOVE 0 TO RETURN-CODE.
037200     PERFORM 1000-INITIALIZE
037300         THRU 1000-INITIALIZE-EXIT.
037400     IF RETURN-CODE NOT = 0
037500         GO TO 0000-MAINLINE-EXIT
037600     END-IF.
037700*
037800     PERFORM 1100-LOAD-SLA-TARGETS
037900         THRU 1100-LOAD-SLA-TARGETS-EXIT.
038000     PERFORM 2000-LOAD-CHECKPOINTS
038100         THRU 2000-LOAD-CHECKPOINTS-EXIT.
038200     IF RETURN-CODE NOT = 0
038300         GO TO 0000-MAINLINE-EXIT
038400     END-IF.
038500*
038600     OPEN OUTPUT CAP-PRT-FILE.
038700     PERFORM 1300-PRINT-HEADING
038800         THRU 1300-PRINT-HEADING-EXIT.
038900*
039000     PERFORM 2500-LOAD-CALENDAR
039100         THRU 2500-LOAD-CALENDAR-EXIT.
039200     PERFORM 3000-LOAD-DURATIONS
039300         THRU 3000-LOAD-DURATIONS-EXIT.
039400     PERFORM 3500-LOAD-VOLUMES
039500         THRU 3500-LOAD-VOLUMES-EXIT.
039600*
039700     PERFORM 4000-REPORT-WINDOW-TREND
039800         THRU 4000-REPORT-WINDOW-TREND-EXIT.
039900     PERFORM 5000-REPORT-FEED-TREND
040000         THRU 5000-REPORT-FEED-TREND-EXIT.
040100     PERFORM 6000-REPORT-FASTEST-GROWING
040200         THRU 6000-REPORT-FASTEST-GROWING-EXIT.
040300*
040400     CLOSE CAP-PRT-FILE.
040500*
040600 0000-MAINLINE-EXIT.
040700*
040800     PERFORM 9999-EXIT
040900         THRU 9999-EXIT-EXIT.
041000     STOP RUN.
041100*
041200******************************************************************
041300*    1000-INITIALIZE                                             *
041400*    READS THE CAPPARM CONTROL RECORD AND WORKS OUT THE FIT      *
041500*    PERIOD.  THE REPORT MONTH IS REQUIRED; THE MONTHS OF        *
041600*    HISTORY DEFAULT WHEN BLANK.                                 *
041700******************************************************************
041800 1000-INITIALIZE.
041900*
042000     OPEN INPUT CAP-CTL-FILE.
042100     IF NOT WS-CTL-FILE-OK
042200         DISPLAY 'CANCAP: UNABLE TO OPEN CAPPARM - FILE STATUS '
042300             WS-CTL-FILE-STATUS ' - RUN ABANDONED'
042400         MOVE 16 TO RETURN-CODE
042500         GO TO 1000-INITIALIZE-EXIT
042600     END-IF.
042700*
042800     READ CAP-CTL-FILE
042900         AT END
043000             DISPLAY 'CANCAP: CAPPARM IS EMPTY - RUN ABANDONED'
043100             MOVE 16 TO RETURN-CODE
043200             GO TO 1000-INITIALIZE-CLOSE
043300     END-READ.
043400*
043500     IF CAP-CTL-MONTH NOT NUMERIC
043600         DISPLAY 'CANCAP: CAPPARM REPORT MONTH ' CAP-CTL-MONTH
043700             ' IS NOT YYYYMM - RUN ABANDONED'
043800         MOVE 16 TO RETURN-CODE
043900         GO TO 1000-INITIALIZE-CLOSE
044000     END-IF.
044100     MOVE CAP-CTL-MONTH-N TO WS-REPORT-MONTH.
044200     MOVE WS-REPORT-MONTH (1:4) TO WS-WORK-YYYY.
044300     MOVE WS-REPORT-MONTH (5:2) TO WS-WORK-MM.
044400     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
044500         DISPLAY 'CANCAP: CAPPARM REPORT MONTH ' CAP-CTL-MONTH
044600             ' IS NOT YYYYMM - RUN ABANDONED'
044700         MOVE 16 TO RETURN-CODE
044800         GO TO 1000-INITIALIZE-CLOSE
044900     END-IF.
045000*
045100     IF CAP-CTL-MONTHS NOT = SPACES
045200         IF CAP-CTL-MONTHS NOT NUMERIC
045300             OR CAP-CTL-MONTHS-N = ZERO
045400             OR CAP-CTL-MONTHS-N > WS-FIT-MONTHS-MAX
045500             DISPLAY 'CANCAP: CAPPARM MONTHS ' CAP-CTL-MONTHS
045600                 ' NOT 1 TO ' WS-FIT-MONTHS-MAX ' - RUN ABANDONED'
045700             MOVE 16 TO RETURN-CODE
045800             GO TO 1000-INITIALIZE-CLOSE
045900         END-IF
046000         MOVE CAP-CTL-MONTHS-N TO WS-FIT-MONTHS
046100     END-IF.
046200*
046300*    PERIOD END - THE LAST DAY OF THE REPORT MONTH.
046400     PERFORM 8100-DAYS-IN-MONTH
046500         THRU 8100-DAYS-IN-MONTH-EXIT.
046600     MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD.
046700     MOVE WS-WORK-DATE TO WS-PERIOD-END.
046800*
046900*    PERIOD START - THE FIRST OF THE MONTH (MONTHS - 1) EARLIER.
047000     COMPUTE WS-MONTH-INDEX =
047100         (WS-WORK-YYYY * 12) + WS-WORK-MM - WS-FIT-MONTHS.
047200     DIVIDE WS-MONTH-INDEX BY 12
047300         GIVING WS-MONTH-QUOT REMAINDER WS-MONTH-REM.
047400     MOVE WS-MONTH-QUOT TO WS-WORK-YYYY.
047500     COMPUTE WS-WORK-MM = WS-MONTH-REM + 1.
047600     MOVE 1 TO WS-WORK-DD.
047700     MOVE WS-WORK-DATE TO WS-PERIOD-START.
047800*
047900     PERFORM 8000-DAY-NUMBER
048000         THRU 8000-DAY-NUMBER-EXIT.
048100     MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER.
048200     MOVE WS-PERIOD-END TO WS-WORK-DATE.
048300     PERFORM 8000-DAY-NUMBER
048400         THRU 8000-DAY-NUMBER-EXIT.
048500     COMPUTE WS-END-X = WS-DAY-NUMBER - WS-START-DAY-NUMBER.
048600*
048700 1000-INITIALIZE-CLOSE.
048800     CLOSE CAP-CTL-FILE.
048900*
049000 1000-INITIALIZE-EXIT.
049100     EXIT.
049200*
049300******************************************************************
049400*    1100-LOAD-SLA-TARGETS                                       *
049500*    SETS UP THE TWO CLASSES OF NIGHT AND THEIR SLA TARGETS: THE *
049600*    CANY-PARM-SLA-MINS TARGET (OR THE DEFAULT CANSLA USES),     *
049700*    OVERLAID BY THE SLA ON AN 'OVR' RECORD FOR THE CLASS'S DAY  *
049800*    TYPE THAT NAMES NO PARTICULAR CYCLE.                        *
049900******************************************************************
050000 1100-LOAD-SLA-TARGETS.
050100*
050200     MOVE 'ORDINARY'  TO WS-CLS-NAME (1).
050300     MOVE 'P'         TO WS-CLS-DAY-TYPE (1).
050400     MOVE 'MONTH-END' TO WS-CLS-NAME (2).
050500     MOVE 'M'         TO WS-CLS-DAY-TYPE (2).
050600     PERFORM 1110-CLEAR-ONE-CLASS
050700         THRU 1110-CLEAR-ONE-CLASS-EXIT
050800         VARYING WS-CLASS-SUB FROM 1 BY 1
050900         UNTIL WS-CLASS-SUB > 2.
051000*
051100     OPEN INPUT CANY-PARM-FILE.
051200     IF NOT WS-PARM-FILE-OK
051300         DISPLAY 'CANCAP: CANARY.PARM UNAVAILABLE - USING '
051400             'DEFAULT SLA TARGET'
051500         GO TO 1100-LOAD-SLA-TARGETS-EXIT
051600     END-IF.
051700*
051800     READ CANY-PARM-FILE
051900         AT END
052000             GO TO 1100-LOAD-SLA-TARGETS-CLOSE
052100     END-READ.
052200*
052300     IF CANY-PARM-SLA-MINS NUMERIC
052400         AND CANY-PARM-SLA-MINS > 0
052500         MOVE CANY-PARM-SLA-MINS TO WS-CLS-SLA (1)
052600         MOVE CANY-PARM-SLA-MINS TO WS-CLS-SLA (2)
052700     END-IF.
052800*
052900     PERFORM 1120-APPLY-ONE-SLA-OVR
053000         THRU 1120-APPLY-ONE-SLA-OVR-EXIT
053100         UNTIL WS-PARM-FILE-EOF.
053200*
053300 1100-LOAD-SLA-TARGETS-CLOSE.
053400     CLOSE CANY-PARM-FILE.
053500*
053600 1100-LOAD-SLA-TARGETS-EXIT.
053700     EXIT.
053800*
053900******************************************************************
054000*    1110-CLEAR-ONE-CLASS                                        *
054100*    STARTS ONE CLASS OF NIGHT WITH THE DEFAULT SLA AND EMPTY    *
054200*    FIT SUMS.                                                   *
054300******************************************************************
054400 1110-CLEAR-ONE-CLASS.
054500*
054600     MOVE WS-SLA-DEFAULT-MINS TO WS-CLS-SLA (WS-CLASS-SUB).
054700     MOVE 0 TO WS-CLS-OVER-SLA (WS-CLASS-SUB).
054800     MOVE 0 TO WS-CLS-N (WS-CLASS-SUB).
054900     MOVE 0 TO WS-CLS-SX (WS-CLASS-SUB).
055000     MOVE 0 TO WS-CLS-SY (WS-CLASS-SUB).
055100     MOVE 0 TO WS-CLS-SXY (WS-CLASS-SUB).
055200     MOVE 0 TO WS-CLS-SXX (WS-CLASS-SUB).
055300*
055400 1110-CLEAR-ONE-CLASS-EXIT.
055500     EXIT.
055600*
055700******************************************************************
055800*    1120-APPLY-ONE-SLA-OVR                                      *
055900*    READS ONE FURTHER CANARY.PARM RECORD AND, WHEN IT IS AN     *
056000*    'OVR' RECORD FOR A WHOLE DAY TYPE WITH AN SLA GIVEN, SETS   *
056100*    THAT CLASS'S TARGET.                                        *
056200******************************************************************
056300 1120-APPLY-ONE-SLA-OVR.
056400*
056500     READ CANY-PARM-FILE
056600         AT END
056700             GO TO 1120-APPLY-ONE-SLA-OVR-EXIT
056800     END-READ.
056900*
057000     IF NOT CANY-PARM-IS-OVERRIDE
057050         OR CANY-PARM-OVR-WINDOW-ID NOT = SPACES
057100         GO TO 1120-APPLY-ONE-SLA-OVR-EXIT
057200     END-IF.
057300     IF CANY-PARM-OVR-CYCLE-ID NUMERIC
057400         AND CANY-PARM-OVR-CYCLE-ID NOT = ZERO
057500         GO TO 1120-APPLY-ONE-SLA-OVR-EXIT
057600     END-IF.
057700     IF CANY-PARM-OVR-SLA-MINS NOT NUMERIC
057800         OR CANY-PARM-OVR-SLA-MINS = ZERO
057900         GO TO 1120-APPLY-ONE-SLA-OVR-EXIT
058000     END-IF.
058100*
058200     IF CANY-PARM-OVR-DAY-TYPE = WS-CLS-DAY-TYPE (1)
058300         MOVE CANY-PARM-OVR-SLA-MINS TO WS-CLS-SLA (1)
058400     END-IF.
058500     IF CANY-PARM-OVR-DAY-TYPE = WS-CLS-DAY-TYPE (2)
058600         MOVE CANY-PARM-OVR-SLA-MINS TO WS-CLS-SLA (2)
058700     END-IF.
058800*
058900 1120-APPLY-ONE-SLA-OVR-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300*    1300-PRINT-HEADING                                          *
059400*    PRINTS THE REPORT HEADING WITH THE FIT PERIOD.              *
059500******************************************************************
059600 1300-PRINT-HEADING.
059700*
059800     MOVE WS-FIT-MONTHS TO WS-EDIT-MONTHS.
059900     MOVE SPACES TO WS-PRT-LINE.
060000     STRING 'CANCAP - CAPACITY FORECAST - MONTH ' WS-REPORT-MONTH
060100         '  FIT ' WS-PERIOD-START '-' WS-PERIOD-END
060200         ' (' WS-EDIT-MONTHS ' MO)'
060300         DELIMITED BY SIZE INTO WS-PRT-LINE.
060400     PERFORM 9000-EMIT-REPORT-LINE
060500         THRU 9000-EMIT-REPORT-LINE-EXIT.
060600     MOVE ALL '=' TO WS-PRT-LINE.
060700     PERFORM 9000-EMIT-REPORT-LINE
060800         THRU 9000-EMIT-REPORT-LINE-EXIT.
060900*
061000 1300-PRINT-HEADING-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400*    2000-LOAD-CHECKPOINTS                                       *
061500*    LOADS THE FIRST CLEAN WINDOW-OPEN CHECKPOINT OF EACH CYCLE  *
061600*    IN THE FIT PERIOD INTO THE OPEN TABLE.                      *
061700******************************************************************
061800 2000-LOAD-CHECKPOINTS.
061900*
062000     OPEN INPUT CANY-CHKPT-FILE.
062100     IF NOT WS-CHKPT-FILE-OK
062200         DISPLAY 'CANCAP: UNABLE TO OPEN CANCHKPT - FILE STATUS '
062300             WS-CHKPT-FILE-STATUS ' - RUN ABANDONED'
062400         MOVE 16 TO RETURN-CODE
062500         GO TO 2000-LOAD-CHECKPOINTS-EXIT
062600     END-IF.
062700*
062800     PERFORM 2100-LOAD-ONE-CHECKPOINT
062900         THRU 2100-LOAD-ONE-CHECKPOINT-EXIT
063000         UNTIL WS-CHKPT-FILE-EOF.
063100*
063200     CLOSE CANY-CHKPT-FILE.
063300*
063400 2000-LOAD-CHECKPOINTS-EXIT.
063500     EXIT.
063600*
063700******************************************************************
063800*    2100-LOAD-ONE-CHECKPOINT                                    *
063900*    TABLES ONE CLEAN MAIN-WINDOW CHECKPOINT FOR A CYCLE IN THE  *
064000*    PERIOD, UNLESS THE CYCLE IS ALREADY OPEN.                   *
064100******************************************************************
064200 2100-LOAD-ONE-CHECKPOINT.
064300*
064400     READ CANY-CHKPT-FILE
064500         AT END
064600             GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
064700     END-READ.
064800*
064900     IF CHKPT-STATUS NOT = 'PASS'
065000         AND CHKPT-STATUS NOT = 'LATE'
065100         AND CHKPT-STATUS NOT = 'OVRD'
065200         AND CHKPT-STATUS NOT = 'PART'
065300         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
065400     END-IF.
065500     IF CHKPT-CYCLE-ID NOT NUMERIC
065550         OR CHKPT-WINDOW-ID NOT = SPACES
065600         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
065700     END-IF.
065800     IF CHKPT-CYCLE-ID < WS-PERIOD-START
065900         OR CHKPT-CYCLE-ID > WS-PERIOD-END
066000         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
066100     END-IF.
066200*
066300     MOVE CHKPT-CYCLE-ID TO WS-FIND-DATE.
066400     PERFORM 7300-FIND-OPEN
066500         THRU 7300-FIND-OPEN-EXIT.
066600     IF WS-FIND-OPEN-SUB NOT = 0
066700         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
066800     END-IF.
066900*
067000     IF WS-OPEN-COUNT < WS-OPEN-MAX
067100         ADD 1 TO WS-OPEN-COUNT
067200         SET WS-OPEN-IDX TO WS-OPEN-COUNT
067300         MOVE CHKPT-CYCLE-ID   TO WS-OPEN-CYCLE (WS-OPEN-IDX)
067400         MOVE CHKPT-TIMESTAMP  TO WS-OPEN-STAMP (WS-OPEN-IDX)
067500         MOVE 'N'              TO WS-OPEN-MATCHED (WS-OPEN-IDX)
067600     ELSE
067700         DISPLAY 'CANCAP: OPEN TABLE FULL - CYCLE '
067800             CHKPT-CYCLE-ID ' NOT TABLED'
067900     END-IF.
068000*
068100 2100-LOAD-ONE-CHECKPOINT-EXIT.
068200     EXIT.
068300*
068400******************************************************************
068500*    2500-LOAD-CALENDAR                                          *
068600*    TABLES THE DAY TYPE OF EVERY CALENDAR DATE IN THE PERIOD.   *
068700*    WITHOUT THE CALENDAR EVERY NIGHT IS TAKEN AS ORDINARY.      *
068800******************************************************************
068900 2500-LOAD-CALENDAR.
069000*
069100     OPEN INPUT CANY-CAL-FILE.
069200     IF NOT WS-CAL-FILE-OK
069300         MOVE SPACES TO WS-PRT-LINE
069400         STRING '  NOTE: CANCAL NOT AVAILABLE - EVERY NIGHT IS '
069500             'TAKEN AS AN ORDINARY NIGHT'
069600             DELIMITED BY SIZE INTO WS-PRT-LINE
069700         PERFORM 9000-EMIT-REPORT-LINE
069800             THRU 9000-EMIT-REPORT-LINE-EXIT
069900         GO TO 2500-LOAD-CALENDAR-EXIT
070000     END-IF.
070100*
070200     PERFORM 2510-LOAD-ONE-CAL-DATE
070300         THRU 2510-LOAD-ONE-CAL-DATE-EXIT
070400         UNTIL WS-CAL-FILE-EOF.
070500*
070600     CLOSE CANY-CAL-FILE.
070700*
070800 2500-LOAD-CALENDAR-EXIT.
070900     EXIT.
071000*
071100******************************************************************
071200*    2510-LOAD-ONE-CAL-DATE                                      *
071300*    TABLES ONE CALENDAR DATE IN THE PERIOD.                     *
071400******************************************************************
071500 2510-LOAD-ONE-CAL-DATE.
071600*
071700     READ CANY-CAL-FILE
071800         AT END
071900             GO TO 2510-LOAD-ONE-CAL-DATE-EXIT
072000     END-READ.
072100*
072200     IF CANY-CAL-DATE NOT NUMERIC
072300         GO TO 2510-LOAD-ONE-CAL-DATE-EXIT
072400     END-IF.
072500     IF CANY-CAL-DATE < WS-PERIOD-START
072600         OR CANY-CAL-DATE > WS-PERIOD-END
072700         GO TO 2510-LOAD-ONE-CAL-DATE-EXIT
072800     END-IF.
072900*
073000     IF WS-CAL-COUNT < WS-CAL-MAX
073100         ADD 1 TO WS-CAL-COUNT
073200         SET WS-CAL-IDX TO WS-CAL-COUNT
073300         MOVE CANY-CAL-DATE     TO WS-CAL-DATE (WS-CAL-IDX)
073400         MOVE CANY-CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-IDX)
073500     END-IF.
073600*
073700 2510-LOAD-ONE-CAL-DATE-EXIT.
073800     EXIT.
073900*
074000******************************************************************
074100*    3000-LOAD-DURATIONS                                         *
074200*    PAIRS EACH WINDOW-CLOSE RECORD WITH ITS OPEN CHECKPOINT AND *
074300*    POSTS THE NIGHT'S DURATION TO ITS CLASS'S TREND.            *
074400******************************************************************
074500 3000-LOAD-DURATIONS.
074600*
074700     OPEN INPUT CANY-WCLS-FILE.
074800     IF NOT WS-WCLS-FILE-OK
074900         MOVE SPACES TO WS-PRT-LINE
075000         STRING '  NOTE: NO WINDOW-CLOSE RECORDS ON FILE - FILE '
075100             'STATUS ' WS-WCLS-FILE-STATUS
075200             DELIMITED BY SIZE INTO WS-PRT-LINE
075300         PERFORM 9000-EMIT-REPORT-LINE
075400             THRU 9000-EMIT-REPORT-LINE-EXIT
075500         GO TO 3000-LOAD-DURATIONS-EXIT
075600     END-IF.
075700*
075800     PERFORM 3100-LOAD-ONE-DURATION
075900         THRU 3100-LOAD-ONE-DURATION-EXIT
076000         UNTIL WS-WCLS-FILE-EOF.
076100*
076200     CLOSE CANY-WCLS-FILE.
076300*
076400 3000-LOAD-DURATIONS-EXIT.
076500     EXIT.
076600*
076700******************************************************************
076800*    3100-LOAD-ONE-DURATION                                      *
076900*    READS ONE CLOSE RECORD.  THE FIRST CLOSE OF AN OPENED CYCLE *
077000*    IN THE PERIOD IS MEASURED, COUNTED AGAINST THE CLASS SLA,   *
077100*    AND ADDED TO THE CLASS'S FIT SUMS.                          *
077200******************************************************************
077300 3100-LOAD-ONE-DURATION.
077400*
077500     READ CANY-WCLS-FILE
077600         AT END
077700             GO TO 3100-LOAD-ONE-DURATION-EXIT
077800     END-READ.
077900*
078000     IF CANY-WCLS-CYCLE-ID NOT NUMERIC
078050         OR CANY-WCLS-WINDOW-ID NOT = SPACES
078100         GO TO 3100-LOAD-ONE-DURATION-EXIT
078200     END-IF.
078300     MOVE CANY-WCLS-CYCLE-ID TO WS-FIND-DATE.
078400     PERFORM 7300-FIND-OPEN
078500         THRU 7300-FIND-OPEN-EXIT.
078600     IF WS-FIND-OPEN-SUB = 0
078700         GO TO 3100-LOAD-ONE-DURATION-EXIT
078800     END-IF.
078900     IF WS-OPEN-MATCHED (WS-FIND-OPEN-SUB) = 'Y'
079000         GO TO 3100-LOAD-ONE-DURATION-EXIT
079100     END-IF.
079200     MOVE 'Y' TO WS-OPEN-MATCHED (WS-FIND-OPEN-SUB).
079300*
079400     PERFORM 3120-COMPUTE-DURATION
079500         THRU 3120-COMPUTE-DURATION-EXIT.
079600*
079700     PERFORM 7400-CLASS-OF-NIGHT
079800         THRU 7400-CLASS-OF-NIGHT-EXIT.
079900     IF WS-DURATION-MINS > WS-CLS-SLA (WS-CLASS-SUB)
080000         ADD 1 TO WS-CLS-OVER-SLA (WS-CLASS-SUB)
080100     END-IF.
080200*
080300     PERFORM 7500-POINT-X
080400         THRU 7500-POINT-X-EXIT.
080500     MOVE WS-DURATION-MINS TO WS-POINT-Y.
080600     ADD 1 TO WS-CLS-N (WS-CLASS-SUB).
080700     ADD WS-POINT-X TO WS-CLS-SX (WS-CLASS-SUB).
080800     ADD WS-POINT-Y TO WS-CLS-SY (WS-CLASS-SUB).
080900     COMPUTE WS-CLS-SXY (WS-CLASS-SUB) =
081000         WS-CLS-SXY (WS-CLASS-SUB) + (WS-POINT-X * WS-POINT-Y).
081100     COMPUTE WS-CLS-SXX (WS-CLASS-SUB) =
081200         WS-CLS-SXX (WS-CLASS-SUB) + (WS-POINT-X * WS-POINT-X).
081300*
081400 3100-LOAD-ONE-DURATION-EXIT.
081500     EXIT.
081600*
081700******************************************************************
081800*    3120-COMPUTE-DURATION                                       *
081900*    WORKS OUT THE WINDOW DURATION IN MINUTES FROM THE OPEN AND  *
082000*    CLOSE TIMESTAMPS, AS CANSLA DOES.                           *
082100******************************************************************
082200 3120-COMPUTE-DURATION.
082300*
082400     MOVE WS-OPEN-STAMP (WS-FIND-OPEN-SUB) TO WS-TS-BREAKOUT.
082500     MOVE WS-TSB-DATE TO WS-OPEN-DATE.
082600     COMPUTE WS-OPEN-MINS = (WS-TSB-HH * 60) + WS-TSB-MM.
082700*
082800     MOVE CANY-WCLS-TIMESTAMP TO WS-TS-BREAKOUT.
082900     COMPUTE WS-CLOSE-MINS = (WS-TSB-HH * 60) + WS-TSB-MM.
083000*
083100     IF WS-TSB-DATE = WS-OPEN-DATE
083200         IF WS-CLOSE-MINS > WS-OPEN-MINS
083300             COMPUTE WS-DURATION-MINS =
083400                 WS-CLOSE-MINS - WS-OPEN-MINS
083500         ELSE
083600             MOVE 0 TO WS-DURATION-MINS
083700         END-IF
083800     ELSE
083900         COMPUTE WS-DURATION-MINS =
084000             (1440 - WS-OPEN-MINS) + WS-CLOSE-MINS
084100     END-IF.
084200*
084300 3120-COMPUTE-DURATION-EXIT.
084400     EXIT.
084500*
084600******************************************************************
084700*    3500-LOAD-VOLUMES                                           *
084800*    POSTS EVERY VOLUME OBSERVATION IN THE PERIOD TO ITS FEED'S  *
084900*    TREND FOR THE CLASS OF NIGHT.                               *
085000******************************************************************
085100 3500-LOAD-VOLUMES.
085200*
085300     OPEN INPUT CANY-VOL-FILE.
085400     IF NOT WS-VOL-FILE-OK
085500         MOVE SPACES TO WS-PRT-LINE
085600         STRING '  NOTE: CANVOLH NOT AVAILABLE - NO FEED VOLUME '
085700             'TRENDS'
085800             DELIMITED BY SIZE INTO WS-PRT-LINE
085900         PERFORM 9000-EMIT-REPORT-LINE
086000             THRU 9000-EMIT-REPORT-LINE-EXIT
086100         GO TO 3500-LOAD-VOLUMES-EXIT
086200     END-IF.
086300*
086400     PERFORM 3510-LOAD-ONE-VOLUME
086500         THRU 3510-LOAD-ONE-VOLUME-EXIT
086600         UNTIL WS-VOL-FILE-EOF.
086700*
086800     CLOSE CANY-VOL-FILE.
086900*
087000 3500-LOAD-VOLUMES-EXIT.
087100     EXIT.
087200*
087300******************************************************************
087400*    3510-LOAD-ONE-VOLUME                                        *
087500*    READS ONE VOLUME OBSERVATION AND ADDS IT TO THE FIT SUMS,   *
087600*    TABLING THE FEED ON FIRST SIGHT.                            *
087700******************************************************************
087800 3510-LOAD-ONE-VOLUME.
087900*
088000     READ CANY-VOL-FILE
088100         AT END
088200             GO TO 3510-LOAD-ONE-VOLUME-EXIT
088300     END-READ.
088400*
088500     IF CANY-VOL-CYCLE-ID NOT NUMERIC
088600         OR CANY-VOL-COUNT NOT NUMERIC
088700         GO TO 3510-LOAD-ONE-VOLUME-EXIT
088800     END-IF.
088900     IF CANY-VOL-CYCLE-ID < WS-PERIOD-START
089000         OR CANY-VOL-CYCLE-ID > WS-PERIOD-END
089100         GO TO 3510-LOAD-ONE-VOLUME-EXIT
089200     END-IF.
089300*
089400     MOVE CANY-VOL-DSN TO WS-FIND-DSN.
089500     PERFORM 7600-FIND-FEED
089600         THRU 7600-FIND-FEED-EXIT.
089700     IF WS-FIND-FEED-SUB = 0
089800         IF WS-FEED-COUNT NOT < WS-FEED-MAX
089900             DISPLAY 'CANCAP: FEED TABLE FULL - ' CANY-VOL-DSN
090000                 ' NOT TABLED'
090100             GO TO 3510-LOAD-ONE-VOLUME-EXIT
090200         END-IF
090300         ADD 1 TO WS-FEED-COUNT
090400         MOVE WS-FEED-COUNT TO WS-FIND-FEED-SUB
090500         MOVE CANY-VOL-DSN TO WS-FEED-DSN (WS-FIND-FEED-SUB)
090600         MOVE 'N' TO WS-FEED-RANKED (WS-FIND-FEED-SUB)
090700         PERFORM 3520-CLEAR-ONE-FEED-CLASS
090800             THRU 3520-CLEAR-ONE-FEED-CLASS-EXIT
090900             VARYING WS-CLASS-SUB FROM 1 BY 1
091000             UNTIL WS-CLASS-SUB > 2
091100     END-IF.
091200*
091300     MOVE CANY-VOL-CYCLE-ID TO WS-FIND-DATE.
091400     PERFORM 7400-CLASS-OF-NIGHT
091500         THRU 7400-CLASS-OF-NIGHT-EXIT.
091600     PERFORM 7500-POINT-X
091700         THRU 7500-POINT-X-EXIT.
091800     MOVE CANY-VOL-COUNT TO WS-POINT-Y.
091900*
092000     ADD 1 TO WS-FEED-N (WS-FIND-FEED-SUB, WS-CLASS-SUB).
092100     ADD WS-POINT-X
092200         TO WS-FEED-SX (WS-FIND-FEED-SUB, WS-CLASS-SUB).
092300     ADD WS-POINT-Y
092400         TO WS-FEED-SY (WS-FIND-FEED-SUB, WS-CLASS-SUB).
092500     COMPUTE WS-FEED-SXY (WS-FIND-FEED-SUB, WS-CLASS-SUB) =
092600         WS-FEED-SXY (WS-FIND-FEED-SUB, WS-CLASS-SUB)
092700         + (WS-POINT-X * WS-POINT-Y).
092800     COMPUTE WS-FEED-SXX (WS-FIND-FEED-SUB, WS-CLASS-SUB) =
092900         WS-FEED-SXX (WS-FIND-FEED-SUB, WS-CLASS-SUB)
093000         + (WS-POINT-X * WS-POINT-X).
093100*
093200 3510-LOAD-ONE-VOLUME-EXIT.
093300     EXIT.
093400*
093500******************************************************************
093600*    3520-CLEAR-ONE-FEED-CLASS                                   *
093700*    STARTS ONE CLASS OF A NEW FEED WITH EMPTY FIT SUMS.         *
093800******************************************************************
093900 3520-CLEAR-ONE-FEED-CLASS.
094000*
094100     MOVE 0   TO WS-FEED-N (WS-FIND-FEED-SUB, WS-CLASS-SUB).
094200     MOVE 0   TO WS-FEED-SX (WS-FIND-FEED-SUB, WS-CLASS-SUB).
094300     MOVE 0   TO WS-FEED-SY (WS-FIND-FEED-SUB, WS-CLASS-SUB).
094400     MOVE 0   TO WS-FEED-SXY (WS-FIND-FEED-SUB, WS-CLASS-SUB).
094500     MOVE 0   TO WS-FEED-SXX (WS-FIND-FEED-SUB, WS-CLASS-SUB).
094600     MOVE 'N' TO WS-FEED-FIT-SW (WS-FIND-FEED-SUB, WS-CLASS-SUB).
094700     MOVE 0   TO WS-FEED-AVERAGE (WS-FIND-FEED-SUB, WS-CLASS-SUB).
094800     MOVE 0   TO WS-FEED-TREND (WS-FIND-FEED-SUB, WS-CLASS-SUB).
094900     MOVE 0   TO WS-FEED-GROWTH (WS-FIND-FEED-SUB, WS-CLASS-SUB).
095000     MOVE 0   TO WS-FEED-AHEAD (WS-FIND-FEED-SUB, WS-CLASS-SUB).
095100*
095200 3520-CLEAR-ONE-FEED-CLASS-EXIT.
095300     EXIT.
095400*
095500******************************************************************
095600*    4000-REPORT-WINDOW-TREND                                    *
095700*    PRINTS THE WINDOW-DURATION TREND AND SLA PROJECTION FOR     *
095800*    EACH CLASS OF NIGHT.                                        *
095900******************************************************************
096000 4000-REPORT-WINDOW-TREND.
096100*
096200     MOVE SPACES TO WS-PRT-LINE.
096300     PERFORM 9000-EMIT-REPORT-LINE
096400         THRU 9000-EMIT-REPORT-LINE-EXIT.
096500     MOVE 'WINDOW DURATION TREND (MINUTES)' TO WS-PRT-LINE.
096600     PERFORM 9000-EMIT-REPORT-LINE
096700         THRU 9000-EMIT-REPORT-LINE-EXIT.
096800     MOVE SPACES TO WS-PRT-LINE.
096900     STRING '  NIGHTS     COUNT  AVERAGE  TREND/30D  AT END'
097000         '    SLA  OVER SLA'
097100         DELIMITED BY SIZE INTO WS-PRT-LINE.
097200     PERFORM 9000-EMIT-REPORT-LINE
097300         THRU 9000-EMIT-REPORT-LINE-EXIT.
097400*
097500     PERFORM 4100-REPORT-ONE-CLASS
097600         THRU 4100-REPORT-ONE-CLASS-EXIT
097700         VARYING WS-CLASS-SUB FROM 1 BY 1
097800         UNTIL WS-CLASS-SUB > 2.
097900*
098000 4000-REPORT-WINDOW-TREND-EXIT.
098100     EXIT.
098200*
098300******************************************************************
098400*    4100-REPORT-ONE-CLASS                                       *
098500*    FITS ONE CLASS'S DURATIONS, PRINTS THE TREND LINE, THEN     *
098600*    PROJECTS THE DATE THE TREND CROSSES THE CLASS'S SLA.        *
098700******************************************************************
098800 4100-REPORT-ONE-CLASS.
098900*
099000     MOVE WS-CLS-N (WS-CLASS-SUB)        TO WS-EDIT-COUNT.
099100     MOVE WS-CLS-SLA (WS-CLASS-SUB)      TO WS-EDIT-SLA.
099200     MOVE WS-CLS-OVER-SLA (WS-CLASS-SUB) TO WS-EDIT-OVER.
099300*
099400     MOVE WS-CLS-SUMS (WS-CLASS-SUB) TO WS-FIT-SUMS.
099500     PERFORM 7000-FIT-TREND
099600         THRU 7000-FIT-TREND-EXIT.
099700     IF NOT WS-FIT-MADE
099800         MOVE SPACES TO WS-PRT-LINE
099900         STRING '  ' WS-CLS-NAME (WS-CLASS-SUB) ' ' WS-EDIT-COUNT
100000             '  INSUFFICIENT HISTORY TO FIT        '
100100             WS-EDIT-SLA '    ' WS-EDIT-OVER
100200             DELIMITED BY SIZE INTO WS-PRT-LINE
100300         PERFORM 9000-EMIT-REPORT-LINE
100400             THRU 9000-EMIT-REPORT-LINE-EXIT
100500         GO TO 4100-REPORT-ONE-CLASS-EXIT
100600     END-IF.
100700*
100800     MOVE WS-END-X TO WS-FIT-X.
100900     PERFORM 7100-FITTED-VALUE
101000         THRU 7100-FITTED-VALUE-EXIT.
101100     IF WS-FIT-VALUE < 0
101200         MOVE 0 TO WS-FIT-VALUE
101300     END-IF.
101400*
101500     COMPUTE WS-EDIT-MINS ROUNDED = WS-FIT-MEAN-Y.
101600     COMPUTE WS-EDIT-TREND-MINS ROUNDED =
101700         WS-FIT-SLOPE * WS-DAYS-PER-MONTH.
101800     COMPUTE WS-EDIT-AT-END ROUNDED = WS-FIT-VALUE.
101900     MOVE SPACES TO WS-PRT-LINE.
102000     STRING '  ' WS-CLS-NAME (WS-CLASS-SUB) ' ' WS-EDIT-COUNT
102100         '    ' WS-EDIT-MINS '    ' WS-EDIT-TREND-MINS
102200         '   ' WS-EDIT-AT-END '  ' WS-EDIT-SLA
102300         '     ' WS-EDIT-OVER
102400         DELIMITED BY SIZE INTO WS-PRT-LINE.
102500     PERFORM 9000-EMIT-REPORT-LINE
102600         THRU 9000-EMIT-REPORT-LINE-EXIT.
102700*
102800     PERFORM 4200-PROJECT-SLA-BREACH
102900         THRU 4200-PROJECT-SLA-BREACH-EXIT.
103000*
103100 4100-REPORT-ONE-CLASS-EXIT.
103200     EXIT.
103300*
103400******************************************************************
103500*    4200-PROJECT-SLA-BREACH                                     *
103600*    FROM THE TREND VALUE AT THE END OF THE PERIOD, WORKS OUT    *
103700*    HOW MANY DAYS OF GROWTH AT THE FITTED RATE TAKE THE WINDOW  *
103800*    PAST THE SLA, AND THE DATE THAT FALLS ON.  A BREACH ALREADY *
103900*    ON TREND, OR DUE WITHIN THE WARNING HORIZON, SETS RC 4.     *
104000******************************************************************
104100 4200-PROJECT-SLA-BREACH.
104200*
104300     MOVE SPACES TO WS-PRT-LINE.
104400     IF WS-FIT-VALUE > WS-CLS-SLA (WS-CLASS-SUB)
104500         STRING '      ** TREND IS ALREADY OVER THE '
104600             WS-EDIT-SLA '-MINUTE SLA **'
104700             DELIMITED BY SIZE INTO WS-PRT-LINE
104800         PERFORM 9000-EMIT-REPORT-LINE
104900             THRU 9000-EMIT-REPORT-LINE-EXIT
105000         MOVE 4 TO RETURN-CODE
105100         GO TO 4200-PROJECT-SLA-BREACH-EXIT
105200     END-IF.
105300     IF WS-FIT-SLOPE NOT > 0
105400         STRING '      WINDOW NOT GROWING - NO SLA BREACH '
105500             'PROJECTED'
105600             DELIMITED BY SIZE INTO WS-PRT-LINE
105700         PERFORM 9000-EMIT-REPORT-LINE
105800             THRU 9000-EMIT-REPORT-LINE-EXIT
105900         GO TO 4200-PROJECT-SLA-BREACH-EXIT
106000     END-IF.
106100*
106200     COMPUTE WS-PROJ-EXACT =
106300         (WS-CLS-SLA (WS-CLASS-SUB) - WS-FIT-VALUE) / WS-FIT-SLOPE
106400         ON SIZE ERROR
106500             MOVE 999999999 TO WS-PROJ-EXACT
106600     END-COMPUTE.
106700     MOVE WS-PROJ-EXACT TO WS-PROJ-DAYS.
106800     IF WS-PROJ-DAYS < WS-PROJ-EXACT
106900         ADD 1 TO WS-PROJ-DAYS
107000     END-IF.
107100     IF WS-PROJ-DAYS = 0
107200         MOVE 1 TO WS-PROJ-DAYS
107300     END-IF.
107400     IF WS-PROJ-DAYS > WS-PROJ-HORIZON
107500         STRING '      NO SLA BREACH WITHIN TEN YEARS AT THE '
107600             'CURRENT GROWTH RATE'
107700             DELIMITED BY SIZE INTO WS-PRT-LINE
107800         PERFORM 9000-EMIT-REPORT-LINE
107900             THRU 9000-EMIT-REPORT-LINE-EXIT
108000         GO TO 4200-PROJECT-SLA-BREACH-EXIT
108100     END-IF.
108200*
108300     MOVE WS-PERIOD-END TO WS-WORK-DATE.
108400     PERFORM 8200-NEXT-DATE
108500         THRU 8200-NEXT-DATE-EXIT
108600         VARYING WS-PROJ-STEP FROM 1 BY 1
108700         UNTIL WS-PROJ-STEP > WS-PROJ-DAYS.
108800     MOVE WS-WORK-DATE TO WS-PROJ-DATE.
108900*
109000     MOVE WS-PROJ-DAYS TO WS-EDIT-DAYS.
109100     STRING '      PROJECTED TO CROSS THE ' WS-EDIT-SLA
109200         '-MINUTE SLA ON ' WS-PROJ-DATE ' (' WS-EDIT-DAYS
109300         ' DAYS)'
109400         DELIMITED BY SIZE INTO WS-PRT-LINE.
109500     IF WS-PROJ-DAYS NOT > WS-PROJ-WARN-DAYS
109600         MOVE '**' TO WS-PRT-LINE (3:2)
109700         MOVE 4 TO RETURN-CODE
109800     END-IF.
109900     PERFORM 9000-EMIT-REPORT-LINE
110000         THRU 9000-EMIT-REPORT-LINE-EXIT.
110100*
110200 4200-PROJECT-SLA-BREACH-EXIT.
110300     EXIT.
110400*
110500******************************************************************
110600*    5000-REPORT-FEED-TREND                                      *
110700*    FITS AND PRINTS EACH FEED'S VOLUME TREND FOR EACH CLASS OF  *
110800*    NIGHT IT WAS SEEN ON.                                       *
110900******************************************************************
111000 5000-REPORT-FEED-TREND.
111100*
111200     MOVE SPACES TO WS-PRT-LINE.
111300     PERFORM 9000-EMIT-REPORT-LINE
111400         THRU 9000-EMIT-REPORT-LINE-EXIT.
111500     MOVE 'FEED VOLUME TREND (DETAIL COUNTS)' TO WS-PRT-LINE.
111600     PERFORM 9000-EMIT-REPORT-LINE
111700         THRU 9000-EMIT-REPORT-LINE-EXIT.
111800     MOVE SPACES TO WS-PRT-LINE.
111900     STRING '  FEED      NIGHTS      OBS      AVERAGE   TREND/30D'
112000         '  GROWTH%/30D'
112100         DELIMITED BY SIZE INTO WS-PRT-LINE.
112200     PERFORM 9000-EMIT-REPORT-LINE
112300         THRU 9000-EMIT-REPORT-LINE-EXIT.
112400*
112500     IF WS-FEED-COUNT = 0
112600         MOVE '  NO VOLUME HISTORY IN THE FIT PERIOD'
112700             TO WS-PRT-LINE
112800         PERFORM 9000-EMIT-REPORT-LINE
112900             THRU 9000-EMIT-REPORT-LINE-EXIT
113000         GO TO 5000-REPORT-FEED-TREND-EXIT
113100     END-IF.
113200*
113300     PERFORM 5100-REPORT-ONE-FEED
113400         THRU 5100-REPORT-ONE-FEED-EXIT
113500         VARYING WS-FEED-IDX FROM 1 BY 1
113600         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
113700*
113800 5000-REPORT-FEED-TREND-EXIT.
113900     EXIT.
114000*
114100******************************************************************
114200*    5100-REPORT-ONE-FEED                                        *
114300*    REPORTS BOTH CLASSES OF NIGHT FOR ONE FEED.                 *
114400******************************************************************
114500 5100-REPORT-ONE-FEED.
114600*
114700     PERFORM 5110-REPORT-ONE-FEED-CLASS
114800         THRU 5110-REPORT-ONE-FEED-CLASS-EXIT
114900         VARYING WS-CLASS-SUB FROM 1 BY 1
115000         UNTIL WS-CLASS-SUB > 2.
115100*
115200 5100-REPORT-ONE-FEED-EXIT.
115300     EXIT.
115400*
115500******************************************************************
115600*    5110-REPORT-ONE-FEED-CLASS                                  *
115700*    FITS ONE FEED'S VOLUMES FOR ONE CLASS OF NIGHT, KEEPS THE   *
115800*    RESULTS FOR THE RANKING, AND PRINTS THE TREND LINE.  THE    *
115900*    GROWTH PERCENT IS THE 30-DAY TREND AS A PERCENT OF THE      *
116000*    AVERAGE; THE TWELVE-MONTH FIGURE IS THE TREND VALUE A YEAR  *
116100*    PAST THE END OF THE PERIOD.                                 *
116200******************************************************************
116300 5110-REPORT-ONE-FEED-CLASS.
116400*
116500     IF WS-FEED-N (WS-FEED-IDX, WS-CLASS-SUB) = 0
116600         GO TO 5110-REPORT-ONE-FEED-CLASS-EXIT
116700     END-IF.
116800*
116900     MOVE WS-FEED-N (WS-FEED-IDX, WS-CLASS-SUB) TO WS-EDIT-COUNT.
117000     MOVE WS-FEED-SUMS (WS-FEED-IDX, WS-CLASS-SUB) TO WS-FIT-SUMS.
117100     PERFORM 7000-FIT-TREND
117200         THRU 7000-FIT-TREND-EXIT.
117300     IF NOT WS-FIT-MADE
117400         MOVE SPACES TO WS-PRT-LINE
117500         STRING '  ' WS-FEED-DSN (WS-FEED-IDX) '  '
117600             WS-CLS-NAME (WS-CLASS-SUB) '  ' WS-EDIT-COUNT
117700             '  INSUFFICIENT HISTORY TO FIT'
117800             DELIMITED BY SIZE INTO WS-PRT-LINE
117900         PERFORM 9000-EMIT-REPORT-LINE
118000             THRU 9000-EMIT-REPORT-LINE-EXIT
118100         GO TO 5110-REPORT-ONE-FEED-CLASS-EXIT
118200     END-IF.
118300*
118400     MOVE 'Y' TO WS-FEED-FIT-SW (WS-FEED-IDX, WS-CLASS-SUB).
118500     COMPUTE WS-FEED-AVERAGE (WS-FEED-IDX, WS-CLASS-SUB) ROUNDED =
118600         WS-FIT-MEAN-Y.
118700     COMPUTE WS-FEED-TREND (WS-FEED-IDX, WS-CLASS-SUB) ROUNDED =
118800         WS-FIT-SLOPE * WS-DAYS-PER-MONTH.
118900     IF WS-FIT-MEAN-Y > 0
119000         COMPUTE WS-FEED-GROWTH (WS-FEED-IDX, WS-CLASS-SUB)
119100                 ROUNDED =
119200             (WS-FIT-SLOPE * WS-DAYS-PER-MONTH * 100)
119300             / WS-FIT-MEAN-Y
119400             ON SIZE ERROR
119500                 MOVE 9999.9
119600                     TO WS-FEED-GROWTH (WS-FEED-IDX, WS-CLASS-SUB)
119700         END-COMPUTE
119800     END-IF.
119900     COMPUTE WS-FIT-X = WS-END-X + WS-DAYS-PER-YEAR.
120000     PERFORM 7100-FITTED-VALUE
120100         THRU 7100-FITTED-VALUE-EXIT.
120200     IF WS-FIT-VALUE < 0
120300         MOVE 0 TO WS-FIT-VALUE
120400     END-IF.
120500     COMPUTE WS-FEED-AHEAD (WS-FEED-IDX, WS-CLASS-SUB) ROUNDED =
120600         WS-FIT-VALUE.
120700*
120800     MOVE WS-FEED-AVERAGE (WS-FEED-IDX, WS-CLASS-SUB)
120900         TO WS-EDIT-VOLUME.
121000     MOVE WS-FEED-TREND (WS-FEED-IDX, WS-CLASS-SUB)
121100         TO WS-EDIT-VOL-TREND.
121200     MOVE WS-FEED-GROWTH (WS-FEED-IDX, WS-CLASS-SUB)
121300         TO WS-EDIT-GROWTH.
121400     MOVE SPACES TO WS-PRT-LINE.
121500     STRING '  ' WS-FEED-DSN (WS-FEED-IDX) '  '
121600         WS-CLS-NAME (WS-CLASS-SUB) '  ' WS-EDIT-COUNT
121700         '  ' WS-EDIT-VOLUME ' ' WS-EDIT-VOL-TREND
121800         '      ' WS-EDIT-GROWTH
121900         DELIMITED BY SIZE INTO WS-PRT-LINE.
122000     PERFORM 9000-EMIT-REPORT-LINE
122100         THRU 9000-EMIT-REPORT-LINE-EXIT.
122200*
122300 5110-REPORT-ONE-FEED-CLASS-EXIT.
122400     EXIT.
122500*
122600******************************************************************
122700*    6000-REPORT-FASTEST-GROWING                                 *
122800*    LISTS THE FEEDS GROWING FASTEST ON ORDINARY NIGHTS, BY      *
122900*    GROWTH PERCENT, WITH THE VOLUME THE TREND REACHES A YEAR    *
123000*    OUT.  ONLY FITTED, GROWING FEEDS ARE RANKED.                *
123100******************************************************************
123200 6000-REPORT-FASTEST-GROWING.
123300*
123400     MOVE SPACES TO WS-PRT-LINE.
123500     PERFORM 9000-EMIT-REPORT-LINE
123600         THRU 9000-EMIT-REPORT-LINE-EXIT.
123700     MOVE 'FASTEST-GROWING FEEDS (ORDINARY NIGHTS)'
123800         TO WS-PRT-LINE.
123900     PERFORM 9000-EMIT-REPORT-LINE
124000         THRU 9000-EMIT-REPORT-LINE-EXIT.
124100     MOVE SPACES TO WS-PRT-LINE.
124200     STRING '  RANK  FEED      GROWTH%/30D      AVERAGE'
124300         '  IN 12 MONTHS'
124400         DELIMITED BY SIZE INTO WS-PRT-LINE.
124500     PERFORM 9000-EMIT-REPORT-LINE
124600         THRU 9000-EMIT-REPORT-LINE-EXIT.
124700*
124800     MOVE 1 TO WS-CLASS-SUB.
124900     PERFORM 6100-RANK-ONE-FEED
125000         THRU 6100-RANK-ONE-FEED-EXIT
125100         VARYING WS-RANK FROM 1 BY 1
125200         UNTIL WS-RANK > WS-RANK-MAX.
125300*
125400 6000-REPORT-FASTEST-GROWING-EXIT.
125500     EXIT.
125600*
125700******************************************************************
125800*    6100-RANK-ONE-FEED                                          *
125900*    FINDS THE FASTEST-GROWING FEED NOT YET RANKED AND PRINTS    *
126000*    IT AT THE CURRENT RANK.  WHEN NONE IS LEFT THE RANKING      *
126100*    STOPS.                                                      *
126200******************************************************************
126300 6100-RANK-ONE-FEED.
126400*
126500     MOVE 0 TO WS-BEST-SUB.
126600     PERFORM 6110-SCAN-ONE-FEED
126700         THRU 6110-SCAN-ONE-FEED-EXIT
126800         VARYING WS-FEED-IDX FROM 1 BY 1
126900         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
127000*
127100     IF WS-BEST-SUB = 0
127200         IF WS-RANK = 1
127300             MOVE '  NO FEED IS GROWING ON ORDINARY NIGHTS'
127400                 TO WS-PRT-LINE
127500             PERFORM 9000-EMIT-REPORT-LINE
127600                 THRU 9000-EMIT-REPORT-LINE-EXIT
127700         END-IF
127800         MOVE WS-RANK-MAX TO WS-RANK
127900         GO TO 6100-RANK-ONE-FEED-EXIT
128000     END-IF.
128100*
128200     MOVE 'Y' TO WS-FEED-RANKED (WS-BEST-SUB).
128300     MOVE WS-RANK TO WS-EDIT-RANK.
128400     MOVE WS-FEED-GROWTH (WS-BEST-SUB, 1)  TO WS-EDIT-GROWTH.
128500     MOVE WS-FEED-AVERAGE (WS-BEST-SUB, 1) TO WS-EDIT-VOLUME.
128600     MOVE WS-FEED-AHEAD (WS-BEST-SUB, 1)   TO WS-EDIT-AHEAD.
128700     MOVE SPACES TO WS-PRT-LINE.
128800     STRING '    ' WS-EDIT-RANK '  ' WS-FEED-DSN (WS-BEST-SUB)
128900         '      ' WS-EDIT-GROWTH '  ' WS-EDIT-VOLUME
129000         '   ' WS-EDIT-AHEAD
129100         DELIMITED BY SIZE INTO WS-PRT-LINE.
129200     PERFORM 9000-EMIT-REPORT-LINE
129300         THRU 9000-EMIT-REPORT-LINE-EXIT.
129400*
129500 6100-RANK-ONE-FEED-EXIT.
129600     EXIT.
129700*
129800******************************************************************
129900*    6110-SCAN-ONE-FEED                                          *
130000*    COMPARES ONE UNRANKED, FITTED, GROWING FEED TO THE RUNNING  *
130100*    FASTEST.                                                    *
130200******************************************************************
130300 6110-SCAN-ONE-FEED.
130400*
130500     IF WS-FEED-IS-RANKED (WS-FEED-IDX)
130600         OR NOT WS-FEED-FITTED (WS-FEED-IDX, 1)
130700         OR WS-FEED-GROWTH (WS-FEED-IDX, 1) NOT > 0
130800         GO TO 6110-SCAN-ONE-FEED-EXIT
130900     END-IF.
131000*
131100     IF WS-BEST-SUB = 0
131200         SET WS-BEST-SUB TO WS-FEED-IDX
131300         GO TO 6110-SCAN-ONE-FEED-EXIT
131400     END-IF.
131500     IF WS-FEED-GROWTH (WS-FEED-IDX, 1)
131600             > WS-FEED-GROWTH (WS-BEST-SUB, 1)
131700         SET WS-BEST-SUB TO WS-FEED-IDX
131800     END-IF.
131900*
132000 6110-SCAN-ONE-FEED-EXIT.
132100     EXIT.
132200*
132300******************************************************************
132400*    7000-FIT-TREND                                              *
132500*    LEAST-SQUARES STRAIGHT LINE THROUGH THE SERIES IN           *
132600*    WS-FIT-SUMS:  SLOPE = (N.SXY - SX.SY) / (N.SXX - SX.SX).    *
132700******************************************************************
132800 7000-FIT-TREND.
132900*
133000     MOVE 'N' TO WS-FIT-SWITCH.
133100     MOVE 0   TO WS-FIT-SLOPE.
133200     MOVE 0   TO WS-FIT-MEAN-X.
133300     MOVE 0   TO WS-FIT-MEAN-Y.
133400     IF WS-FIT-N < WS-FIT-MIN-POINTS
133500         GO TO 7000-FIT-TREND-EXIT
133600     END-IF.
133700*
133800     COMPUTE WS-FIT-DENOM =
133900         (WS-FIT-N * WS-FIT-SXX) - (WS-FIT-SX * WS-FIT-SX)
134000         ON SIZE ERROR
134100             GO TO 7000-FIT-TREND-EXIT
134200     END-COMPUTE.
134300     IF WS-FIT-DENOM NOT > 0
134400         GO TO 7000-FIT-TREND-EXIT
134500     END-IF.
134600     COMPUTE WS-FIT-NUMER =
134700         (WS-FIT-N * WS-FIT-SXY) - (WS-FIT-SX * WS-FIT-SY)
134800         ON SIZE ERROR
134900             GO TO 7000-FIT-TREND-EXIT
135000     END-COMPUTE.
135100*
135200     COMPUTE WS-FIT-SLOPE ROUNDED = WS-FIT-NUMER / WS-FIT-DENOM.
135300     COMPUTE WS-FIT-MEAN-X ROUNDED = WS-FIT-SX / WS-FIT-N.
135400     COMPUTE WS-FIT-MEAN-Y ROUNDED = WS-FIT-SY / WS-FIT-N.
135500     SET WS-FIT-MADE TO TRUE.
135600*
135700 7000-FIT-TREND-EXIT.
135800     EXIT.
135900*
136000******************************************************************
136100*    7100-FITTED-VALUE                                           *
136200*    THE TREND VALUE AT DAY WS-FIT-X OF THE PERIOD.              *
136300******************************************************************
136400 7100-FITTED-VALUE.
136500*
136600     COMPUTE WS-FIT-VALUE ROUNDED =
136700         WS-FIT-MEAN-Y
136800         + (WS-FIT-SLOPE * (WS-FIT-X - WS-FIT-MEAN-X))
136900         ON SIZE ERROR
137000             MOVE 0 TO WS-FIT-VALUE
137100     END-COMPUTE.
137200*
137300 7100-FITTED-VALUE-EXIT.
137400     EXIT.
137500*
137600******************************************************************
137700*    7300-FIND-OPEN                                              *
137800*    LOOKS CYCLE WS-FIND-DATE UP ON THE OPEN TABLE, RETURNING    *
137900*    ITS SLOT IN WS-FIND-OPEN-SUB (ZERO = NOT FOUND).            *
138000******************************************************************
138100 7300-FIND-OPEN.
138200*
138300     MOVE 0 TO WS-FIND-OPEN-SUB.
138400     PERFORM 7310-MATCH-ONE-OPEN
138500         THRU 7310-MATCH-ONE-OPEN-EXIT
138600         VARYING WS-OPEN-IDX FROM 1 BY 1
138700         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
138800         OR WS-FIND-OPEN-SUB NOT = 0.
138900*
139000 7300-FIND-OPEN-EXIT.
139100     EXIT.
139200*
139300******************************************************************
139400*    7310-MATCH-ONE-OPEN                                         *
139500*    COMPARES THE ARGUMENT TO ONE OPEN TABLE ENTRY.              *
139600******************************************************************
139700 7310-MATCH-ONE-OPEN.
139800*
139900     IF WS-OPEN-CYCLE (WS-OPEN-IDX) = WS-FIND-DATE
140000         SET WS-FIND-OPEN-SUB TO WS-OPEN-IDX
140100     END-IF.
140200*
140300 7310-MATCH-ONE-OPEN-EXIT.
140400     EXIT.
140500*
140600******************************************************************
140700*    7400-CLASS-OF-NIGHT                                         *
140800*    SETS WS-CLASS-SUB FOR CYCLE WS-FIND-DATE: MONTH-END WHEN    *
140900*    THE CALENDAR FLAGS THE DATE 'M', OTHERWISE ORDINARY.        *
141000******************************************************************
141100 7400-CLASS-OF-NIGHT.
141200*
141300     MOVE 'P' TO WS-FOUND-DAY-TYPE.
141400     PERFORM 7410-MATCH-ONE-CAL-DATE
141500         THRU 7410-MATCH-ONE-CAL-DATE-EXIT
141600         VARYING WS-CAL-IDX FROM 1 BY 1
141700         UNTIL WS-CAL-IDX > WS-CAL-COUNT.
141800*
141900     IF WS-FOUND-DAY-TYPE = WS-CLS-DAY-TYPE (2)
142000         MOVE 2 TO WS-CLASS-SUB
142100     ELSE
142200         MOVE 1 TO WS-CLASS-SUB
142300     END-IF.
142400*
142500 7400-CLASS-OF-NIGHT-EXIT.
142600     EXIT.
142700*
142800******************************************************************
142900*    7410-MATCH-ONE-CAL-DATE                                     *
143000*    PICKS UP THE DAY TYPE WHEN THE CALENDAR ENTRY IS THE DATE.  *
143100******************************************************************
143200 7410-MATCH-ONE-CAL-DATE.
143300*
143400     IF WS-CAL-DATE (WS-CAL-IDX) = WS-FIND-DATE
143500         MOVE WS-CAL-DAY-TYPE (WS-CAL-IDX) TO WS-FOUND-DAY-TYPE
143600         SET WS-CAL-IDX TO WS-CAL-COUNT
143700     END-IF.
143800*
143900 7410-MATCH-ONE-CAL-DATE-EXIT.
144000     EXIT.
144100*
144200******************************************************************
144300*    7500-POINT-X                                                *
144400*    THE TREND X-VALUE OF CYCLE WS-FIND-DATE - ITS DAYS FROM THE *
144500*    START OF THE PERIOD - IN WS-POINT-X.                        *
144600******************************************************************
144700 7500-POINT-X.
144800*
144900     MOVE WS-FIND-DATE TO WS-WORK-DATE.
145000     PERFORM 8000-DAY-NUMBER
145100         THRU 8000-DAY-NUMBER-EXIT.
145200     COMPUTE WS-POINT-X = WS-DAY-NUMBER - WS-START-DAY-NUMBER.
145300*
145400 7500-POINT-X-EXIT.
145500     EXIT.
145600*
145700******************************************************************
145800*    7600-FIND-FEED                                              *
145900*    LOOKS FEED WS-FIND-DSN UP ON THE FEED TABLE, RETURNING ITS  *
146000*    SLOT IN WS-FIND-FEED-SUB (ZERO = NOT FOUND).                *
146100******************************************************************
146200 7600-FIND-FEED.
146300*
146400     MOVE 0 TO WS-FIND-FEED-SUB.
146500     PERFORM 7610-MATCH-ONE-FEED
146600         THRU 7610-MATCH-ONE-FEED-EXIT
146700         VARYING WS-FEED-IDX FROM 1 BY 1
146800         UNTIL WS-FEED-IDX > WS-FEED-COUNT
146900         OR WS-FIND-FEED-SUB NOT = 0.
147000*
147100 7600-FIND-FEED-EXIT.
147200     EXIT.
147300*
147400******************************************************************
147500*    7610-MATCH-ONE-FEED                                         *
147600*    COMPARES THE ARGUMENT TO ONE FEED TABLE ENTRY.              *
147700******************************************************************
147800 7610-MATCH-ONE-FEED.
147900*
148000     IF WS-FEED-DSN (WS-FEED-IDX) = WS-FIND-DSN
148100         SET WS-FIND-FEED-SUB TO WS-FEED-IDX
148200     END-IF.
148300*
148400 7610-MATCH-ONE-FEED-EXIT.
148500     EXIT.
148600*
148700******************************************************************
148800*    8000-DAY-NUMBER                                             *
148900*    JULIAN DAY NUMBER OF WS-WORK-DATE IN WS-DAY-NUMBER.  EVERY  *
149000*    QUOTIENT MUST TRUNCATE, SO THE DIVIDE VERB IS USED RATHER   *
149100*    THAN COMPUTE (WHOSE INTERMEDIATES KEEP THEIR DECIMALS).     *
149200******************************************************************
149300 8000-DAY-NUMBER.
149400*
149500     IF WS-WORK-MM < 3
149600         MOVE 1 TO WS-JDN-A
149700     ELSE
149800         MOVE 0 TO WS-JDN-A
149900     END-IF.
150000     COMPUTE WS-JDN-YEAR  = WS-WORK-YYYY + 4800 - WS-JDN-A.
150100     COMPUTE WS-JDN-MONTH = WS-WORK-MM + (12 * WS-JDN-A) - 3.
150200*
150300     COMPUTE WS-JDN-TERM = (153 * WS-JDN-MONTH) + 2.
150400     DIVIDE WS-JDN-TERM BY 5   GIVING WS-JDN-TERM.
150500     DIVIDE WS-JDN-YEAR BY 4   GIVING WS-JDN-Q4.
150600     DIVIDE WS-JDN-YEAR BY 100 GIVING WS-JDN-Q100.
150700     DIVIDE WS-JDN-YEAR BY 400 GIVING WS-JDN-Q400.
150800     COMPUTE WS-DAY-NUMBER =
150900         WS-WORK-DD
151000         + WS-JDN-TERM
151100         + (365 * WS-JDN-YEAR)
151200         + WS-JDN-Q4
151300         - WS-JDN-Q100
151400         + WS-JDN-Q400
151500         - 32045.
151600*
151700 8000-DAY-NUMBER-EXIT.
151800     EXIT.
151900*
152000******************************************************************
152100*    8100-DAYS-IN-MONTH                                          *
152200*    LEAVES THE LENGTH OF WS-WORK-YYYY/WS-WORK-MM IN             *
152300*    WS-DAYS-IN-MONTH, HONORING LEAP YEARS.                      *
152400******************************************************************
152500 8100-DAYS-IN-MONTH.
152600*
152700     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-IN-MONTH.
152800*
152900     IF WS-WORK-MM NOT = 2
153000         GO TO 8100-DAYS-IN-MONTH-EXIT
153100     END-IF.
153200*
153300     MOVE 'N' TO WS-LEAP-SWITCH.
153400     DIVIDE WS-WORK-YYYY BY 4
153500         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK.
153600     IF WS-LEAP-WORK = 0
153700         SET WS-LEAP-YEAR TO TRUE
153800     END-IF.
153900     DIVIDE WS-WORK-YYYY BY 100
154000         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK.
154100     IF WS-LEAP-WORK = 0
154200         MOVE 'N' TO WS-LEAP-SWITCH
154300     END-IF.
154400     DIVIDE WS-WORK-YYYY BY 400
154500         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK.
154600     IF WS-LEAP-WORK = 0
154700         SET WS-LEAP-YEAR TO TRUE
154800     END-IF.
154900*
155000     IF WS-LEAP-YEAR
155100         MOVE 29 TO WS-DAYS-IN-MONTH
155200     END-IF.
155300*
155400 8100-DAYS-IN-MONTH-EXIT.
155500     EXIT.
155600*
155700******************************************************************
155800*    8200-NEXT-DATE                                              *
155900*    STEPS WS-WORK-DATE ON TO THE NEXT CALENDAR DAY.             *
156000******************************************************************
156100 8200-NEXT-DATE.
156200*
156300     PERFORM 8100-DAYS-IN-MONTH
156400         THRU 8100-DAYS-IN-MONTH-EXIT.
156500*
156600     IF WS-WORK-DD < WS-DAYS-IN-MONTH
156700         ADD 1 TO WS-WORK-DD
156800     ELSE
156900         MOVE 1 TO WS-WORK-DD
157000         IF WS-WORK-MM < 12
157100             ADD 1 TO WS-WORK-MM
157200         ELSE
157300             MOVE 1 TO WS-WORK-MM
157400             ADD 1 TO WS-WORK-YYYY
157500         END-IF
157600     END-IF.
157700*
157800 8200-NEXT-DATE-EXIT.
157900     EXIT.
158000*
158100******************************************************************
158200*    9000-EMIT-REPORT-LINE                                       *
158300*    WRITES ONE REPORT LINE TO CAPPRT AND ECHOES IT TO SYSOUT.   *
158400******************************************************************
158500 9000-EMIT-REPORT-LINE.
158600*
158700     WRITE CAP-PRT-LINE FROM WS-PRT-LINE.
158800     DISPLAY WS-PRT-LINE.
158900*
159000 9000-EMIT-REPORT-LINE-EXIT.
159100     EXIT.
159200*
159300******************************************************************
159400*    9999-EXIT                                                   *
159500*    COMMON END-OF-PROGRAM PROCESSING.                           *
159600******************************************************************
159700 9999-EXIT.
159800*
159900 9999-EXIT-EXIT.
160000     EXIT.
