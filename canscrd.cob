000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  CANSCRD                                        *
000400*    TITLE     :  MONTHLY FEED SUPPLIER SCORECARD                *
000500*                                                                *
000600*    THE CANARY RECORDS ON CANFARR, FOR EVERY REQUIRED FEED OF   *
000700*    EVERY WINDOW ATTEMPT, WHEN THE DATASET WAS FIRST SEEN, WHEN *
000800*    ITS CONTENT FIRST PASSED VALIDATION AND HOW MANY POLLS THAT *
000900*    TOOK.  FOR THE CYCLES IN THE REPORT MONTH THIS PROGRAM      *
001000*    SCORES EACH FEED AGAINST THE EXPECTED-BY TIME ITS SUPPLIER  *
001100*    IS CONTRACTED TO (CANDSREQ, CARRIED ONTO THE ARRIVAL        *
001200*    RECORD) AND ROLLS THE FEEDS UP BY SUPPLIER.  FOR EACH IT    *
001300*    SHOWS THE ON-TIME PERCENTAGE, THE AVERAGE AND WORST MINUTES *
001400*    LATE, THE NIGHTS THE FEED NEVER PASSED AND HOW MANY 'LATE'  *
001500*    WINDOWS IT CAUSED.                                          *
001600*                                                                *
001700*    A FEED-NIGHT IS ONE FEED ON ONE CYCLE AND WINDOW; A RERUN'S *
001800*    ATTEMPTS ARE FOLDED TOGETHER, KEEPING THE EARLIEST SEEN AND *
001900*    PASSED TIMES.  AN EXPECTED-BY TIME BEFORE THE 0600 CYCLE    *
002000*    CUTOVER IS THE MORNING AFTER THE CYCLE DATE.                *
002100*      - ON TIME  : PASSED AT OR BEFORE THE EXPECTED-BY TIME     *
002200*      - LATE     : PASSED AFTER IT; THE AVERAGE IS TAKEN OVER   *
002300*                   THE LATE ARRIVALS ONLY                       *
002400*      - MISSED   : NEVER PASSED IN ANY ATTEMPT - COUNTS AGAINST *
002500*                   THE ON-TIME PERCENTAGE                       *
002600*      - NOT SCORED: NO EXPECTED-BY TIME ON RECORD - COUNTED AS  *
002700*                   A NIGHT BUT LEFT OUT OF THE ON-TIME FIGURES  *
002800*    A FEED CAUSED A 'LATE' WINDOW WHEN THE ATTEMPT ENDED 'LATE' *
002900*    AND THE FEED ONLY PASSED AFTER MORE THAN ONE POLL.  A       *
003000*    SUPPLIER'S COUNT IS OF WINDOWS, SO TWO OF ITS FEEDS HOLDING *
003100*    UP THE SAME WINDOW COUNT ONCE.                              *
003200*                                                                *
003300*    SCRDPARM: REPORT MONTH YYYYMM (COLS 1-6).                   *
003400*                                                                *
003500*    THE REPORT GOES TO THE SCRDPRT PRINT FILE AND IS ECHOED TO  *
003600*    SYSOUT.                                                     *
003700*                                                                *
003800*    RETURN CODES:  0 - SCORECARD PRODUCED                       *
003900*                   4 - NO ARRIVALS FOR THE MONTH, OR A TABLE    *
004000*                       FILLED AND THE FIGURES ARE INCOMPLETE    *
004100*                  16 - BAD CONTROL RECORD OR CANFARR UNAVAILABLE*
004200*                                                                *
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID.     CANSCRD.
004600 AUTHOR.         NIGHTLY BATCH OPERATIONS.
004700 INSTALLATION.   NIGHTLY BATCH OPERATIONS.
004800 DATE-WRITTEN.   2026-10-15.
004900 DATE-COMPILED.
005000*
005100******************************************************************
005200*    MODIFICATION HISTORY                                        *
005300*    ------------------------------------------------------      *
005400*    2026-10-15  TDB  ORIGINAL PROGRAM.                          *
005500******************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.   IBM-370.
005900 OBJECT-COMPUTER.   IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT SCRD-CTL-FILE  ASSIGN TO SCRDPARM
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            FILE STATUS IS WS-CTL-FILE-STATUS.
006500*
006600     SELECT CANY-FAR-FILE  ASSIGN TO CANFARR
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS WS-FAR-FILE-STATUS.
006900*
007000     SELECT SCRD-PRT-FILE  ASSIGN TO SCRDPRT
007100            ORGANIZATION IS LINE SEQUENTIAL
007200            FILE STATUS IS WS-PRT-FILE-STATUS.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  SCRD-CTL-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  SCRD-CTL-RECORD.
007900     05  SCRD-CTL-MONTH          PIC X(06).
008000     05  SCRD-CTL-MONTH-N  REDEFINES SCRD-CTL-MONTH
008100                                 PIC 9(06).
008200     05  FILLER                  PIC X(74).
008300*
008400 FD  CANY-FAR-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY CANFAR.
008700*
008800 FD  SCRD-PRT-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  SCRD-PRT-LINE               PIC X(80).
009100*
009200 WORKING-STORAGE SECTION.
009300*
009400******************************************************************
009500*    FILE STATUS SWITCHES                                        *
009600******************************************************************
009700 01  WS-CTL-FILE-STATUS         PIC X(02).
009800     88  WS-CTL-FILE-OK         VALUE '00'.
009900*
010000 01  WS-FAR-FILE-STATUS         PIC X(02).
010100     88  WS-FAR-FILE-OK         VALUE '00'.
010200     88  WS-FAR-FILE-EOF        VALUE '10'.
010300*
010400 01  WS-PRT-FILE-STATUS         PIC X(02).
010500     88  WS-PRT-FILE-OK         VALUE '00'.
010600*
010700 77  WS-TABLE-FULL-SWITCH       PIC X(01)  VALUE 'N'.
010800     88  WS-TABLE-FILLED                   VALUE 'Y'.
010900*
011000******************************************************************
011100*    REPORT PERIOD                                               *
011200******************************************************************
011300 01  WS-REPORT-MONTH            PIC 9(06)  VALUE ZERO.
011400 01  WS-PERIOD-START            PIC 9(08)  VALUE ZERO.
011500 01  WS-PERIOD-END              PIC 9(08)  VALUE ZERO.
011600 01  WS-CUTOVER-HHMM            PIC 9(04)  VALUE 0600.
011700*
011800******************************************************************
011900*    FEED-NIGHT TABLE - ONE ENTRY PER FEED, CYCLE AND WINDOW IN  *
012000*    THE MONTH, WITH EVERY ATTEMPT'S ARRIVAL RECORD FOLDED IN.   *
012100******************************************************************
012200 01  WS-FN-TABLE.
012300     05  WS-FN-ENTRY  OCCURS 1000 TIMES
012400                      INDEXED BY WS-FN-IDX.
012500         10  WS-FN-DSN          PIC X(08).
012600         10  WS-FN-WINDOW       PIC X(04).
012700         10  WS-FN-CYCLE        PIC 9(08).
012800         10  WS-FN-SEEN-AT      PIC X(17).
012900         10  WS-FN-PASSED-AT    PIC X(17).
013000         10  WS-FN-POLLS        PIC 9(03) COMP.
013100         10  WS-FN-EXPECTED-BY  PIC X(04).
013200         10  WS-FN-SUPPLIER     PIC X(20).
013300         10  WS-FN-CAUSED-SW    PIC X(01).
013400             88  WS-FN-CAUSED-LATE         VALUE 'Y'.
013500         10  WS-FN-SCORED-SW    PIC X(01).
013600             88  WS-FN-SCORED              VALUE 'Y'.
013700         10  WS-FN-LATE-MINS    PIC S9(05) COMP.
013800 77  WS-FN-COUNT                PIC 9(04) COMP  VALUE 0.
013900 77  WS-FN-MAX                  PIC 9(04) COMP  VALUE 1000.
014000 77  WS-FN-SUB                  PIC 9(04) COMP  VALUE 0.
014100 77  WS-FIND-FN-SUB             PIC 9(04) COMP  VALUE 0.
014200 01  WS-FIND-DSN                PIC X(08)  VALUE SPACES.
014300 01  WS-FIND-WINDOW             PIC X(04)  VALUE SPACES.
014400 01  WS-FIND-CYCLE              PIC 9(08)  VALUE ZERO.
014500*
014600******************************************************************
014700*    FEED TABLE - ONE ENTRY PER FEED (DSN AND WINDOW), WITH THE  *
014800*    LATEST SUPPLIER NAMED FOR IT IN THE MONTH.                  *
014900******************************************************************
015000 01  WS-FEED-TABLE.
015100     05  WS-FEED-ENTRY  OCCURS 200 TIMES
015200                        INDEXED BY WS-FEED-IDX.
015300         10  WS-FEED-DSN        PIC X(08).
015400         10  WS-FEED-WINDOW     PIC X(04).
015500         10  WS-FEED-SUPPLIER   PIC X(20).
015600         10  WS-FEED-NIGHTS     PIC 9(04) COMP.
015700         10  WS-FEED-SCORED     PIC 9(04) COMP.
015800         10  WS-FEED-ON-TIME    PIC 9(04) COMP.
015900         10  WS-FEED-LATE       PIC 9(04) COMP.
016000         10  WS-FEED-LATE-MINS  PIC 9(07) COMP.
016100         10  WS-FEED-WORST      PIC 9(05) COMP.
016200         10  WS-FEED-MISSED     PIC 9(04) COMP.
016300         10  WS-FEED-CAUSED     PIC 9(04) COMP.
016400 77  WS-FEED-COUNT              PIC 9(03) COMP  VALUE 0.
016500 77  WS-FEED-MAX                PIC 9(03) COMP  VALUE 200.
016600 77  WS-FEED-SUB                PIC 9(03) COMP  VALUE 0.
016700 77  WS-FIND-FEED-SUB           PIC 9(03) COMP  VALUE 0.
016800*
016900******************************************************************
017000*    SUPPLIER TABLE - THE FEED FIGURES ROLLED UP BY SUPPLIER     *
017100*    ('UNASSIGNED' WHEN NO SUPPLIER IS NAMED).                   *
017200******************************************************************
017300 01  WS-SUP-TABLE.
017400     05  WS-SUP-ENTRY  OCCURS 100 TIMES
017500                       INDEXED BY WS-SUP-IDX.
017600         10  WS-SUP-NAME        PIC X(20).
017700         10  WS-SUP-FEEDS       PIC 9(03) COMP.
017800         10  WS-SUP-NIGHTS      PIC 9(04) COMP.
017900         10  WS-SUP-SCORED      PIC 9(04) COMP.
018000         10  WS-SUP-ON-TIME     PIC 9(04) COMP.
018100         10  WS-SUP-LATE        PIC 9(04) COMP.
018200         10  WS-SUP-LATE-MINS   PIC 9(07) COMP.
018300         10  WS-SUP-WORST       PIC 9(05) COMP.
018400         10  WS-SUP-MISSED      PIC 9(04) COMP.
018500         10  WS-SUP-CAUSED      PIC 9(04) COMP.
018600 77  WS-SUP-COUNT               PIC 9(03) COMP  VALUE 0.
018700 77  WS-SUP-MAX                 PIC 9(03) COMP  VALUE 100.
018800 77  WS-FIND-SUP-SUB            PIC 9(03) COMP  VALUE 0.
018900 01  WS-FIND-SUPPLIER           PIC X(20)  VALUE SPACES.
019000*
019100******************************************************************
019200*    LATE-WINDOW TABLES - EVERY CYCLE AND WINDOW A FEED HELD UP, *
019300*    AND EVERY SUPPLIER/WINDOW PAIR, SO A WINDOW IS COUNTED ONCE *
019400*    HOWEVER MANY FEEDS HELD IT UP.                              *
019500******************************************************************
019600 01  WS-LW-TABLE.
019700     05  WS-LW-ENTRY  OCCURS 200 TIMES
019800                      INDEXED BY WS-LW-IDX.
019900         10  WS-LW-CYCLE        PIC 9(08).
020000         10  WS-LW-WINDOW       PIC X(04).
020100 77  WS-LW-COUNT                PIC 9(03) COMP  VALUE 0.
020200 77  WS-LW-MAX                  PIC 9(03) COMP  VALUE 200.
020300 77  WS-FIND-LW-SUB             PIC 9(03) COMP  VALUE 0.
020400*
020500 01  WS-SW-TABLE.
020600     05  WS-SW-ENTRY  OCCURS 400 TIMES
020700                      INDEXED BY WS-SW-IDX.
020800         10  WS-SW-SUPPLIER     PIC X(20).
020900         10  WS-SW-CYCLE        PIC 9(08).
021000         10  WS-SW-WINDOW       PIC X(04).
021100 77  WS-SW-COUNT                PIC 9(03) COMP  VALUE 0.
021200 77  WS-SW-MAX                  PIC 9(03) COMP  VALUE 400.
021300 77  WS-FIND-SW-SUB             PIC 9(03) COMP  VALUE 0.
021400*
021500******************************************************************
021600*    LATENESS WORK FIELDS                                        *
021700*    THE PASSED TIMESTAMP IS BROKEN OUT TO ITS DATE AND HOUR/    *
021800*    MINUTE, AND THE EXPECTED-BY TIME TO ITS HOUR AND MINUTE.    *
021900*    MINUTES LATE = DAYS BETWEEN THE EXPECTED AND PASSED DATES   *
022000*    TIMES 1440, PLUS THE DIFFERENCE IN MINUTES OF THE DAY.      *
022100******************************************************************
022200 01  WS-TS-BREAKOUT.
022300     05  WS-TSB-DATE            PIC 9(08).
022400     05  FILLER                 PIC X(01).
022500     05  WS-TSB-HH              PIC 9(02).
022600     05  WS-TSB-MM              PIC 9(02).
022700     05  FILLER                 PIC X(04).
022800*
022900 01  WS-EXP-HHMM                PIC X(04).
023000 01  WS-EXP-HHMM-N REDEFINES WS-EXP-HHMM.
023100     05  WS-EXP-HH              PIC 9(02).
023200     05  WS-EXP-MM              PIC 9(02).
023300 01  WS-EXP-HHMM-V REDEFINES WS-EXP-HHMM
023400                                PIC 9(04).
023500*
023600 77  WS-EXP-DAY-NUMBER          PIC 9(09) COMP  VALUE 0.
023700 77  WS-LATE-MINS               PIC S9(07) COMP  VALUE 0.
023800*
023900******************************************************************
024000*    DATE ARITHMETIC WORK FIELDS                                 *
024100******************************************************************
024200 01  WS-WORK-DATE               PIC 9(08)  VALUE 0.
024300 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
024400     05  WS-WORK-YYYY           PIC 9(04).
024500     05  WS-WORK-MM             PIC 9(02).
024600     05  WS-WORK-DD             PIC 9(02).
024700*
024800 77  WS-DAYS-IN-MONTH           PIC 9(02) COMP  VALUE 0.
024900 01  WS-MONTH-DAY-VALUES.
025000     05  FILLER                 PIC X(24)  VALUE
025100         '312831303130313130313031'.
025200 01  WS-MONTH-DAY-TBL REDEFINES WS-MONTH-DAY-VALUES.
025300     05  WS-MONTH-DAYS          PIC 9(02)  OCCURS 12 TIMES.
025400*
025500 77  WS-LEAP-QUOT               PIC 9(05) COMP  VALUE 0.
025600 77  WS-LEAP-WORK               PIC 9(05) COMP  VALUE 0.
025700 77  WS-LEAP-SWITCH             PIC X(01)  VALUE 'N'.
025800     88  WS-LEAP-YEAR                      VALUE 'Y'.
025900*
026000 77  WS-DAY-NUMBER              PIC 9(09) COMP  VALUE 0.
026100 77  WS-JDN-A                   PIC 9(01) COMP  VALUE 0.
026200 77  WS-JDN-YEAR                PIC 9(05) COMP  VALUE 0.
026300 77  WS-JDN-MONTH               PIC 9(02) COMP  VALUE 0.
026400 77  WS-JDN-TERM                PIC 9(07) COMP  VALUE 0.
026500 77  WS-JDN-Q4                  PIC 9(07) COMP  VALUE 0.
026600 77  WS-JDN-Q100                PIC 9(07) COMP  VALUE 0.
026700 77  WS-JDN-Q400                PIC 9(07) COMP  VALUE 0.
026800*
026900******************************************************************
027000*    REPORT COUNTERS                                             *
027100******************************************************************
027200 77  WS-FAR-READ-COUNT          PIC 9(05) COMP  VALUE 0.
027300 77  WS-FAR-MONTH-COUNT         PIC 9(05) COMP  VALUE 0.
027400 77  WS-UNSCORED-COUNT          PIC 9(05) COMP  VALUE 0.
027500 77  WS-MISSED-COUNT            PIC 9(05) COMP  VALUE 0.
027600 77  WS-LATE-ARRIVAL-COUNT      PIC 9(05) COMP  VALUE 0.
027700*
027800******************************************************************
027900*    REPORT PRINT WORK AREA                                      *
028000******************************************************************
028100 01  WS-PRT-LINE                PIC X(80).
028200 01  WS-PRT-WINDOW              PIC X(04)  VALUE SPACES.
028300 01  WS-PRT-SUPPLIER            PIC X(20)  VALUE SPACES.
028400 01  WS-PCT-WORK                PIC 9(03)V9  VALUE 0.
028500 01  WS-AVG-WORK                PIC 9(05)  VALUE 0.
028600 01  WS-EDIT-COUNT              PIC ZZZZ9.
028700 01  WS-EDIT-NIGHTS             PIC ZZZ9.
028800 01  WS-EDIT-SCORED             PIC ZZZ9.
028900 01  WS-EDIT-FEEDS              PIC ZZ9.
029000 01  WS-EDIT-PCT                PIC ZZ9.9.
029100 01  WS-EDIT-PCT-X REDEFINES WS-EDIT-PCT
029200                                PIC X(05).
029300 01  WS-EDIT-AVG                PIC ZZZZ9.
029400 01  WS-EDIT-WORST              PIC ZZZZ9.
029500 01  WS-EDIT-MISSED             PIC ZZZ9.
029600 01  WS-EDIT-CAUSED             PIC ZZZ9.
029700 01  WS-EDIT-POLLS              PIC ZZ9.
029800 01  WS-EDIT-LATE               PIC ZZZZ9.
029900 01  WS-EDIT-LATE-X REDEFINES WS-EDIT-LATE
030000                                PIC X(05).
030100*
030200 PROCEDURE DIVISION.
030300*
030400******************************************************************
030500*    0000-MAINLINE                                               *
030600*    CONTROLS OVERALL FLOW OF THE SUPPLIER SCORECARD RUN.        *
030700******************************************************************
030800 0000-MAINLINE.
030900*
031000     MOVE 0 TO RETURN-CODE.
031100     PERFORM 1000-INITIALIZE
031200         THRU 1000-INITIALIZE-EXIT.
031300     IF RETURN-CODE NOT = 0
031400         GO TO 0000-MAINLINE-EXIT
031500     END-IF.
031600*
031700     PERFORM 2000-LOAD-ARRIVALS
031800         THRU 2000-LOAD-ARRIVALS-EXIT.
031900     IF RETURN-CODE NOT = 0
032000         GO TO 0000-MAINLINE-EXIT
032100     END-IF.
032200*
032300     OPEN OUTPUT SCRD-PRT-FILE.
032400     PERFORM 1300-PRINT-HEADING
032500         THRU 1300-PRINT-HEADING-EXIT.
032600*
032700     PERFORM 3000-BUILD-FEEDS
032800         THRU 3000-BUILD-FEEDS-EXIT.
032900     PERFORM 3100-SCORE-FEED-NIGHTS
033000         THRU 3100-SCORE-FEED-NIGHTS-EXIT.
033100     PERFORM 3300-BUILD-SUPPLIERS
033200         THRU 3300-BUILD-SUPPLIERS-EXIT.
033300*
033400     PERFORM 4000-REPORT-BY-FEED
033500         THRU 4000-REPORT-BY-FEED-EXIT.
033600     PERFORM 4100-REPORT-BY-SUPPLIER
033700         THRU 4100-REPORT-BY-SUPPLIER-EXIT.
033800     PERFORM 4200-REPORT-LATE-WINDOWS
033900         THRU 4200-REPORT-LATE-WINDOWS-EXIT.
034000*
034100     PERFORM 6000-REPORT-SUMMARY
034200         THRU 6000-REPORT-SUMMARY-EXIT.
034300*
034400     CLOSE SCRD-PRT-FILE.
034500*
034600 0000-MAINLINE-EXIT.
034700*
034800     PERFORM 9999-EXIT
034900         THRU 9999-EXIT-EXIT.
035000     STOP RUN.
035100*
035200******************************************************************
035300*    1000-INITIALIZE                                             *
035400*    READS THE SCRDPARM CONTROL RECORD AND WORKS OUT THE FIRST   *
035500*    AND LAST CYCLE DATES OF THE MONTH.  THE MONTH IS REQUIRED.  *
035600******************************************************************
035700 1000-INITIALIZE.
035800*
035900     OPEN INPUT SCRD-CTL-FILE.
036000     IF NOT WS-CTL-FILE-OK
036100         DISPLAY 'CANSCRD: UNABLE TO OPEN SCRDPARM - FILE STATUS '
036200             WS-CTL-FILE-STATUS ' - RUN ABANDONED'
036300         MOVE 16 TO RETURN-CODE
036400         GO TO 1000-INITIALIZE-EXIT
036500     END-IF.
036600*
036700     READ SCRD-CTL-FILE
036800         AT END
036900             DISPLAY 'CANSCRD: SCRDPARM IS EMPTY - RUN ABANDONED'
037000             MOVE 16 TO RETURN-CODE
037100             GO TO 1000-INITIALIZE-CLOSE
037200     END-READ.
037300*
037400     IF SCRD-CTL-MONTH NOT NUMERIC
037500         DISPLAY 'CANSCRD: SCRDPARM REPORT MONTH ' SCRD-CTL-MONTH
037600             ' IS NOT YYYYMM - RUN ABANDONED'
037700         MOVE 16 TO RETURN-CODE
037800         GO TO 1000-INITIALIZE-CLOSE
037900     END-IF.
038000     MOVE SCRD-CTL-MONTH-N TO WS-REPORT-MONTH.
038100     MOVE WS-REPORT-MONTH (1:4) TO WS-WORK-YYYY.
038200     MOVE WS-REPORT-MONTH (5:2) TO WS-WORK-MM.
038300     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
038400         DISPLAY 'CANSCRD: SCRDPARM REPORT MONTH ' SCRD-CTL-MONTH
038500             ' IS NOT YYYYMM - RUN ABANDONED'
038600         MOVE 16 TO RETURN-CODE
038700         GO TO 1000-INITIALIZE-CLOSE
038800     END-IF.
038900*
039000*    MONTH START AND END.
039100     MOVE 1 TO WS-WORK-DD.
039200     MOVE WS-WORK-DATE TO WS-PERIOD-START.
039300     PERFORM 8100-DAYS-IN-MONTH
039400         THRU 8100-DAYS-IN-MONTH-EXIT.
039500     MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD.
039600     MOVE WS-WORK-DATE TO WS-PERIOD-END.
039700*
039800 1000-INITIALIZE-CLOSE.
039900     CLOSE SCRD-CTL-FILE.
040000*
040100 1000-INITIALIZE-EXIT.
040200     EXIT.
040300*
040400******************************************************************
040500*    1300-PRINT-HEADING                                          *
040600*    PRINTS THE REPORT TITLE.                                    *
040700******************************************************************
040800 1300-PRINT-HEADING.
040900*
041000     MOVE SPACES TO WS-PRT-LINE.
041100     STRING 'CANSCRD - FEED SUPPLIER SCORECARD - MONTH '
041200         WS-REPORT-MONTH
041300         DELIMITED BY SIZE INTO WS-PRT-LINE.
041400     PERFORM 9000-EMIT-REPORT-LINE
041500         THRU 9000-EMIT-REPORT-LINE-EXIT.
041600     MOVE ALL '=' TO WS-PRT-LINE.
041700     PERFORM 9000-EMIT-REPORT-LINE
041800         THRU 9000-EMIT-REPORT-LINE-EXIT.
041900*
042000 1300-PRINT-HEADING-EXIT.
042100     EXIT.
042200*
042300******************************************************************
042400*    2000-LOAD-ARRIVALS                                          *
042500*    FOLDS EVERY CANFARR RECORD FOR A CYCLE IN THE MONTH INTO THE*
042600*    FEED-NIGHT TABLE.  THE SCORECARD CANNOT RUN WITHOUT CANFARR.*
042700******************************************************************
042800 2000-LOAD-ARRIVALS.
042900*
043000     OPEN INPUT CANY-FAR-FILE.
043100     IF NOT WS-FAR-FILE-OK
043200         DISPLAY 'CANSCRD: UNABLE TO OPEN CANFARR - FILE STATUS '
043300             WS-FAR-FILE-STATUS ' - RUN ABANDONED'
043400         MOVE 16 TO RETURN-CODE
043500         GO TO 2000-LOAD-ARRIVALS-EXIT
043600     END-IF.
043700*
043800     PERFORM 2100-LOAD-ONE-ARRIVAL
043900         THRU 2100-LOAD-ONE-ARRIVAL-EXIT
044000         UNTIL WS-FAR-FILE-EOF.
044100*
044200     CLOSE CANY-FAR-FILE.
044300*
044400 2000-LOAD-ARRIVALS-EXIT.
044500     EXIT.
044600*
044700******************************************************************
044800*    2100-LOAD-ONE-ARRIVAL                                       *
044900*    FOLDS ONE ARRIVAL RECORD INTO ITS FEED-NIGHT: THE EARLIEST  *
045000*    SEEN AND PASSED TIMES OF ANY ATTEMPT, THE POLLS OF EVERY    *
045100*    ATTEMPT, AND THE LATEST EXPECTED-BY TIME AND SUPPLIER GIVEN.*
045200*    AN ATTEMPT THAT ENDED 'LATE' WITH THIS FEED PASSING ONLY    *
045300*    AFTER RETRYING MARKS THE FEED AS A CAUSE OF THE LATE WINDOW.*
045400******************************************************************
045500 2100-LOAD-ONE-ARRIVAL.
045600*
045700     READ CANY-FAR-FILE
045800         AT END
045900             GO TO 2100-LOAD-ONE-ARRIVAL-EXIT
046000     END-READ.
046100     ADD 1 TO WS-FAR-READ-COUNT.
046200*
046300     IF CANY-FAR-CYCLE-ID NOT NUMERIC
046400         GO TO 2100-LOAD-ONE-ARRIVAL-EXIT
046500     END-IF.
046600     IF CANY-FAR-CYCLE-ID < WS-PERIOD-START
046700         OR CANY-FAR-CYCLE-ID > WS-PERIOD-END
046800         GO TO 2100-LOAD-ONE-ARRIVAL-EXIT
046900     END-IF.
047000     ADD 1 TO WS-FAR-MONTH-COUNT.
047100*
047200     MOVE CANY-FAR-DSN       TO WS-FIND-DSN.
047300     MOVE CANY-FAR-WINDOW-ID TO WS-FIND-WINDOW.
047400     MOVE CANY-FAR-CYCLE-ID  TO WS-FIND-CYCLE.
047500     PERFORM 7100-FIND-FEED-NIGHT
047600         THRU 7100-FIND-FEED-NIGHT-EXIT.
047700*
047800     IF WS-FIND-FN-SUB = 0
047900         IF WS-FN-COUNT NOT < WS-FN-MAX
048000             DISPLAY 'CANSCRD: FEED-NIGHT TABLE FULL - CYCLE '
048100                 CANY-FAR-CYCLE-ID ' FEED ' CANY-FAR-DSN
048200                 ' NOT TABLED'
048300             SET WS-TABLE-FILLED TO TRUE
048400             GO TO 2100-LOAD-ONE-ARRIVAL-EXIT
048500         END-IF
048600         ADD 1 TO WS-FN-COUNT
048700         MOVE WS-FN-COUNT TO WS-FIND-FN-SUB
048800         MOVE CANY-FAR-DSN       TO WS-FN-DSN (WS-FIND-FN-SUB)
048900         MOVE CANY-FAR-WINDOW-ID TO WS-FN-WINDOW (WS-FIND-FN-SUB)
049000         MOVE CANY-FAR-CYCLE-ID  TO WS-FN-CYCLE (WS-FIND-FN-SUB)
049100         MOVE SPACES TO WS-FN-SEEN-AT (WS-FIND-FN-SUB)
049200                        WS-FN-PASSED-AT (WS-FIND-FN-SUB)
049300                        WS-FN-EXPECTED-BY (WS-FIND-FN-SUB)
049400                        WS-FN-SUPPLIER (WS-FIND-FN-SUB)
049500         MOVE 0   TO WS-FN-POLLS (WS-FIND-FN-SUB)
049600                     WS-FN-LATE-MINS (WS-FIND-FN-SUB)
049700         MOVE 'N' TO WS-FN-CAUSED-SW (WS-FIND-FN-SUB)
049800                     WS-FN-SCORED-SW (WS-FIND-FN-SUB)
049900     END-IF.
050000*
050100     IF CANY-FAR-FIRST-SEEN NOT = SPACES
050200         IF WS-FN-SEEN-AT (WS-FIND-FN-SUB) = SPACES
050300             OR CANY-FAR-FIRST-SEEN
050400                 < WS-FN-SEEN-AT (WS-FIND-FN-SUB)
050500             MOVE CANY-FAR-FIRST-SEEN
050600                 TO WS-FN-SEEN-AT (WS-FIND-FN-SUB)
050700         END-IF
050800     END-IF.
050900     IF CANY-FAR-FIRST-PASSED NOT = SPACES
051000         IF WS-FN-PASSED-AT (WS-FIND-FN-SUB) = SPACES
051100             OR CANY-FAR-FIRST-PASSED
051200                 < WS-FN-PASSED-AT (WS-FIND-FN-SUB)
051300             MOVE CANY-FAR-FIRST-PASSED
051400                 TO WS-FN-PASSED-AT (WS-FIND-FN-SUB)
051500         END-IF
051600     END-IF.
051700     IF CANY-FAR-POLLS NUMERIC
051800         ADD CANY-FAR-POLLS TO WS-FN-POLLS (WS-FIND-FN-SUB)
051900     END-IF.
052000     IF CANY-FAR-EXPECTED-BY NOT = SPACES
052100         MOVE CANY-FAR-EXPECTED-BY
052200             TO WS-FN-EXPECTED-BY (WS-FIND-FN-SUB)
052300     END-IF.
052400     IF CANY-FAR-SUPPLIER NOT = SPACES
052500         MOVE CANY-FAR-SUPPLIER TO WS-FN-SUPPLIER (WS-FIND-FN-SUB)
052600     END-IF.
052700*
052800     IF CANY-FAR-RUN-STATUS = 'LATE'
052900         AND CANY-FAR-FIRST-PASSED NOT = SPACES
053000         AND CANY-FAR-POLLS NUMERIC
053100         AND CANY-FAR-POLLS > 1
053200         MOVE 'Y' TO WS-FN-CAUSED-SW (WS-FIND-FN-SUB)
053300     END-IF.
053400*
053500 2100-LOAD-ONE-ARRIVAL-EXIT.
053600     EXIT.
053700*
053800******************************************************************
053900*    3000-BUILD-FEEDS                                            *
054000*    TABLES EVERY FEED SEEN IN THE MONTH WITH THE LATEST SUPPLIER*
054100*    NAMED FOR IT (CANFARR IS IN RUN ORDER, SO THE LAST NON-BLANK*
054200*    NAME WINS).                                                 *
054300******************************************************************
054400 3000-BUILD-FEEDS.
054500*
054600     PERFORM 3010-BUILD-ONE-FEED
054700         THRU 3010-BUILD-ONE-FEED-EXIT
054800         VARYING WS-FN-SUB FROM 1 BY 1
054900         UNTIL WS-FN-SUB > WS-FN-COUNT.
055000*
055100 3000-BUILD-FEEDS-EXIT.
055200     EXIT.
055300*
055400******************************************************************
055500*    3010-BUILD-ONE-FEED                                         *
055600*    FINDS OR ADDS THE FEED OF ONE FEED-NIGHT.                   *
055700******************************************************************
055800 3010-BUILD-ONE-FEED.
055900*
056000     MOVE WS-FN-DSN (WS-FN-SUB)    TO WS-FIND-DSN.
056100     MOVE WS-FN-WINDOW (WS-FN-SUB) TO WS-FIND-WINDOW.
056200     PERFORM 7200-FIND-FEED
056300         THRU 7200-FIND-FEED-EXIT.
056400*
056500     IF WS-FIND-FEED-SUB = 0
056600         IF WS-FEED-COUNT NOT < WS-FEED-MAX
056700             DISPLAY 'CANSCRD: FEED TABLE FULL - FEED '
056800                 WS-FIND-DSN ' NOT TABLED'
056900             SET WS-TABLE-FILLED TO TRUE
057000             GO TO 3010-BUILD-ONE-FEED-EXIT
057100         END-IF
057200         ADD 1 TO WS-FEED-COUNT
057300         MOVE WS-FEED-COUNT TO WS-FIND-FEED-SUB
057400         MOVE WS-FIND-DSN    TO WS-FEED-DSN (WS-FIND-FEED-SUB)
057500         MOVE WS-FIND-WINDOW TO WS-FEED-WINDOW (WS-FIND-FEED-SUB)
057600         MOVE SPACES TO WS-FEED-SUPPLIER (WS-FIND-FEED-SUB)
057700         MOVE 0 TO WS-FEED-NIGHTS (WS-FIND-FEED-SUB)
057800                   WS-FEED-SCORED (WS-FIND-FEED-SUB)
057900                   WS-FEED-ON-TIME (WS-FIND-FEED-SUB)
058000                   WS-FEED-LATE (WS-FIND-FEED-SUB)
058100                   WS-FEED-LATE-MINS (WS-FIND-FEED-SUB)
058200                   WS-FEED-WORST (WS-FIND-FEED-SUB)
058300                   WS-FEED-MISSED (WS-FIND-FEED-SUB)
058400                   WS-FEED-CAUSED (WS-FIND-FEED-SUB)
058500     END-IF.
058600*
058700     IF WS-FN-SUPPLIER (WS-FN-SUB) NOT = SPACES
058800         MOVE WS-FN-SUPPLIER (WS-FN-SUB)
058900             TO WS-FEED-SUPPLIER (WS-FIND-FEED-SUB)
059000     END-IF.
059100*
059200 3010-BUILD-ONE-FEED-EXIT.
059300     EXIT.
059400*
059500******************************************************************
059600*    3100-SCORE-FEED-NIGHTS                                      *
059700*    SCORES EVERY FEED-NIGHT AND POSTS IT TO ITS FEED.           *
059800******************************************************************
059900 3100-SCORE-FEED-NIGHTS.
060000*
060100     PERFORM 3110-SCORE-ONE-FEED-NIGHT
060200         THRU 3110-SCORE-ONE-FEED-NIGHT-EXIT
060300         VARYING WS-FN-SUB FROM 1 BY 1
060400         UNTIL WS-FN-SUB > WS-FN-COUNT.
060500*
060600 3100-SCORE-FEED-NIGHTS-EXIT.
060700     EXIT.
060800*
060900******************************************************************
061000*    3110-SCORE-ONE-FEED-NIGHT                                   *
061100*    COUNTS ONE FEED-NIGHT AGAINST ITS FEED.  A NIGHT WITH NO    *
061200*    VALID EXPECTED-BY TIME IS NOT SCORED; ONE THAT NEVER PASSED *
061300*    IS MISSED; OTHERWISE THE MINUTES LATE DECIDE ON TIME OR     *
061400*    LATE.  A LATE-WINDOW CAUSE IS POSTED HOWEVER IT SCORED.     *
061500******************************************************************
061600 3110-SCORE-ONE-FEED-NIGHT.
061700*
061800     MOVE WS-FN-DSN (WS-FN-SUB)    TO WS-FIND-DSN.
061900     MOVE WS-FN-WINDOW (WS-FN-SUB) TO WS-FIND-WINDOW.
062000     PERFORM 7200-FIND-FEED
062100         THRU 7200-FIND-FEED-EXIT.
062200     IF WS-FIND-FEED-SUB = 0
062300         GO TO 3110-SCORE-ONE-FEED-NIGHT-EXIT
062400     END-IF.
062500     MOVE WS-FIND-FEED-SUB TO WS-FEED-SUB.
062600*
062700     ADD 1 TO WS-FEED-NIGHTS (WS-FEED-SUB).
062800     IF WS-FN-CAUSED-LATE (WS-FN-SUB)
062900         PERFORM 3200-POST-LATE-WINDOW
063000             THRU 3200-POST-LATE-WINDOW-EXIT
063100     END-IF.
063200*
063300     IF WS-FN-PASSED-AT (WS-FN-SUB) = SPACES
063400         ADD 1 TO WS-FEED-MISSED (WS-FEED-SUB)
063500         ADD 1 TO WS-MISSED-COUNT
063600     END-IF.
063700*
063800     MOVE WS-FN-EXPECTED-BY (WS-FN-SUB) TO WS-EXP-HHMM.
063900     IF WS-EXP-HHMM NOT NUMERIC
064000         ADD 1 TO WS-UNSCORED-COUNT
064100         GO TO 3110-SCORE-ONE-FEED-NIGHT-EXIT
064200     END-IF.
064300     IF WS-EXP-HH > 23 OR WS-EXP-MM > 59
064400         ADD 1 TO WS-UNSCORED-COUNT
064500         GO TO 3110-SCORE-ONE-FEED-NIGHT-EXIT
064600     END-IF.
064700     MOVE 'Y' TO WS-FN-SCORED-SW (WS-FN-SUB).
064800     ADD 1 TO WS-FEED-SCORED (WS-FEED-SUB).
064900*
065000     IF WS-FN-PASSED-AT (WS-FN-SUB) = SPACES
065100         GO TO 3110-SCORE-ONE-FEED-NIGHT-EXIT
065200     END-IF.
065300*
065400*    EXPECTED DATE - THE CYCLE DATE, OR THE MORNING AFTER FOR A
065500*    TIME BEFORE THE CUTOVER.
065600     MOVE WS-FN-CYCLE (WS-FN-SUB) TO WS-WORK-DATE.
065700     PERFORM 8000-DAY-NUMBER
065800         THRU 8000-DAY-NUMBER-EXIT.
065900     MOVE WS-DAY-NUMBER TO WS-EXP-DAY-NUMBER.
066000     IF WS-EXP-HHMM-V < WS-CUTOVER-HHMM
066100         ADD 1 TO WS-EXP-DAY-NUMBER
066200     END-IF.
066300*
066400     MOVE WS-FN-PASSED-AT (WS-FN-SUB) TO WS-TS-BREAKOUT.
066500     IF WS-TSB-DATE NOT NUMERIC
066600         OR WS-TSB-HH NOT NUMERIC
066700         OR WS-TSB-MM NOT NUMERIC
066800         GO TO 3110-SCORE-ONE-FEED-NIGHT-EXIT
066900     END-IF.
067000     MOVE WS-TSB-DATE TO WS-WORK-DATE.
067100     PERFORM 8000-DAY-NUMBER
067200         THRU 8000-DAY-NUMBER-EXIT.
067300*
067400     COMPUTE WS-LATE-MINS =
067500         ((WS-DAY-NUMBER - WS-EXP-DAY-NUMBER) * 1440)
067600         + (WS-TSB-HH * 60) + WS-TSB-MM
067700         - (WS-EXP-HH * 60) - WS-EXP-MM.
067800*
067900     IF WS-LATE-MINS NOT > 0
068000         MOVE 0 TO WS-FN-LATE-MINS (WS-FN-SUB)
068100         ADD 1 TO WS-FEED-ON-TIME (WS-FEED-SUB)
068200         GO TO 3110-SCORE-ONE-FEED-NIGHT-EXIT
068300     END-IF.
068400*
068500     IF WS-LATE-MINS > 99999
068600         MOVE 99999 TO WS-LATE-MINS
068700     END-IF.
068800     MOVE WS-LATE-MINS TO WS-FN-LATE-MINS (WS-FN-SUB).
068900     ADD 1 TO WS-FEED-LATE (WS-FEED-SUB).
069000     ADD 1 TO WS-LATE-ARRIVAL-COUNT.
069100     ADD WS-LATE-MINS TO WS-FEED-LATE-MINS (WS-FEED-SUB).
069200     IF WS-LATE-MINS > WS-FEED-WORST (WS-FEED-SUB)
069300         MOVE WS-LATE-MINS TO WS-FEED-WORST (WS-FEED-SUB)
069400     END-IF.
069500*
069600 3110-SCORE-ONE-FEED-NIGHT-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000*    3200-POST-LATE-WINDOW                                       *
070100*    COUNTS THE CURRENT FEED-NIGHT'S WINDOW AGAINST ITS FEED, AND*
070200*    TABLES THE WINDOW AND THE SUPPLIER/WINDOW PAIR WHEN NOT     *
070300*    ALREADY TABLED.                                             *
070400******************************************************************
070500 3200-POST-LATE-WINDOW.
070600*
070700     ADD 1 TO WS-FEED-CAUSED (WS-FEED-SUB).
070800*
070900     MOVE WS-FN-CYCLE (WS-FN-SUB) TO WS-FIND-CYCLE.
071000     PERFORM 7400-FIND-LATE-WINDOW
071100         THRU 7400-FIND-LATE-WINDOW-EXIT.
071200     IF WS-FIND-LW-SUB = 0
071300         IF WS-LW-COUNT NOT < WS-LW-MAX
071400             DISPLAY 'CANSCRD: LATE WINDOW TABLE FULL - CYCLE '
071500                 WS-FIND-CYCLE ' NOT TABLED'
071600             SET WS-TABLE-FILLED TO TRUE
071700         ELSE
071800             ADD 1 TO WS-LW-COUNT
071900             MOVE WS-FIND-CYCLE  TO WS-LW-CYCLE (WS-LW-COUNT)
072000             MOVE WS-FIND-WINDOW TO WS-LW-WINDOW (WS-LW-COUNT)
072100         END-IF
072200     END-IF.
072300*
072400     MOVE WS-FEED-SUPPLIER (WS-FEED-SUB) TO WS-FIND-SUPPLIER.
072500     IF WS-FIND-SUPPLIER = SPACES
072600         MOVE 'UNASSIGNED' TO WS-FIND-SUPPLIER
072700     END-IF.
072800     PERFORM 7500-FIND-SUP-WINDOW
072900         THRU 7500-FIND-SUP-WINDOW-EXIT.
073000     IF WS-FIND-SW-SUB NOT = 0
073100         GO TO 3200-POST-LATE-WINDOW-EXIT
073200     END-IF.
073300     IF WS-SW-COUNT NOT < WS-SW-MAX
073400         DISPLAY 'CANSCRD: SUPPLIER WINDOW TABLE FULL - CYCLE '
073500             WS-FIND-CYCLE ' NOT TABLED'
073600         SET WS-TABLE-FILLED TO TRUE
073700         GO TO 3200-POST-LATE-WINDOW-EXIT
073800     END-IF.
073900     ADD 1 TO WS-SW-COUNT.
074000     MOVE WS-FIND-SUPPLIER TO WS-SW-SUPPLIER (WS-SW-COUNT).
074100     MOVE WS-FIND-CYCLE    TO WS-SW-CYCLE (WS-SW-COUNT).
074200     MOVE WS-FIND-WINDOW   TO WS-SW-WINDOW (WS-SW-COUNT).
074300*
074400 3200-POST-LATE-WINDOW-EXIT.
074500     EXIT.
074600*
074700******************************************************************
074800*    3300-BUILD-SUPPLIERS                                        *
074900*    ROLLS THE FEED FIGURES UP BY SUPPLIER, THEN COUNTS EACH     *
075000*    SUPPLIER'S DISTINCT LATE WINDOWS.                           *
075100******************************************************************
075200 3300-BUILD-SUPPLIERS.
075300*
075400     PERFORM 3310-POST-ONE-FEED
075500         THRU 3310-POST-ONE-FEED-EXIT
075600         VARYING WS-FEED-SUB FROM 1 BY 1
075700         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
075800     PERFORM 3320-POST-ONE-SUP-WINDOW
075900         THRU 3320-POST-ONE-SUP-WINDOW-EXIT
076000         VARYING WS-SW-IDX FROM 1 BY 1
076100         UNTIL WS-SW-IDX > WS-SW-COUNT.
076200*
076300 3300-BUILD-SUPPLIERS-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700*    3310-POST-ONE-FEED                                          *
076800*    ADDS ONE FEED'S FIGURES TO ITS SUPPLIER.                    *
076900******************************************************************
077000 3310-POST-ONE-FEED.
077100*
077200     MOVE WS-FEED-SUPPLIER (WS-FEED-SUB) TO WS-FIND-SUPPLIER.
077300     IF WS-FIND-SUPPLIER = SPACES
077400         MOVE 'UNASSIGNED' TO WS-FIND-SUPPLIER
077500     END-IF.
077600     PERFORM 7300-FIND-SUPPLIER
077700         THRU 7300-FIND-SUPPLIER-EXIT.
077800*
077900     IF WS-FIND-SUP-SUB = 0
078000         IF WS-SUP-COUNT NOT < WS-SUP-MAX
078100             DISPLAY 'CANSCRD: SUPPLIER TABLE FULL - SUPPLIER '
078200                 WS-FIND-SUPPLIER ' NOT TABLED'
078300             SET WS-TABLE-FILLED TO TRUE
078400             GO TO 3310-POST-ONE-FEED-EXIT
078500         END-IF
078600         ADD 1 TO WS-SUP-COUNT
078700         MOVE WS-SUP-COUNT TO WS-FIND-SUP-SUB
078800         MOVE WS-FIND-SUPPLIER TO WS-SUP-NAME (WS-FIND-SUP-SUB)
078900         MOVE 0 TO WS-SUP-FEEDS (WS-FIND-SUP-SUB)
079000                   WS-SUP-NIGHTS (WS-FIND-SUP-SUB)
079100                   WS-SUP-SCORED (WS-FIND-SUP-SUB)
079200                   WS-SUP-ON-TIME (WS-FIND-SUP-SUB)
079300                   WS-SUP-LATE (WS-FIND-SUP-SUB)
079400                   WS-SUP-LATE-MINS (WS-FIND-SUP-SUB)
079500                   WS-SUP-WORST (WS-FIND-SUP-SUB)
079600                   WS-SUP-MISSED (WS-FIND-SUP-SUB)
079700                   WS-SUP-CAUSED (WS-FIND-SUP-SUB)
079800     END-IF.
079900*
080000     ADD 1 TO WS-SUP-FEEDS (WS-FIND-SUP-SUB).
080100     ADD WS-FEED-NIGHTS (WS-FEED-SUB)
080200         TO WS-SUP-NIGHTS (WS-FIND-SUP-SUB).
080300     ADD WS-FEED-SCORED (WS-FEED-SUB)
080400         TO WS-SUP-SCORED (WS-FIND-SUP-SUB).
080500     ADD WS-FEED-ON-TIME (WS-FEED-SUB)
080600         TO WS-SUP-ON-TIME (WS-FIND-SUP-SUB).
080700     ADD WS-FEED-LATE (WS-FEED-SUB)
080800         TO WS-SUP-LATE (WS-FIND-SUP-SUB).
080900     ADD WS-FEED-LATE-MINS (WS-FEED-SUB)
081000         TO WS-SUP-LATE-MINS (WS-FIND-SUP-SUB).
081100     ADD WS-FEED-MISSED (WS-FEED-SUB)
081200         TO WS-SUP-MISSED (WS-FIND-SUP-SUB).
081300     IF WS-FEED-WORST (WS-FEED-SUB)
081400         > WS-SUP-WORST (WS-FIND-SUP-SUB)
081500         MOVE WS-FEED-WORST (WS-FEED-SUB)
081600             TO WS-SUP-WORST (WS-FIND-SUP-SUB)
081700     END-IF.
081800*
081900 3310-POST-ONE-FEED-EXIT.
082000     EXIT.
082100*
082200******************************************************************
082300*    3320-POST-ONE-SUP-WINDOW                                    *
082400*    COUNTS ONE SUPPLIER/WINDOW PAIR AGAINST THE SUPPLIER.       *
082500******************************************************************
082600 3320-POST-ONE-SUP-WINDOW.
082700*
082800     MOVE WS-SW-SUPPLIER (WS-SW-IDX) TO WS-FIND-SUPPLIER.
082900     PERFORM 7300-FIND-SUPPLIER
083000         THRU 7300-FIND-SUPPLIER-EXIT.
083100     IF WS-FIND-SUP-SUB NOT = 0
083200         ADD 1 TO WS-SUP-CAUSED (WS-FIND-SUP-SUB)
083300     END-IF.
083400*
083500 3320-POST-ONE-SUP-WINDOW-EXIT.
083600     EXIT.
083700*
083800******************************************************************
083900*    4000-REPORT-BY-FEED                                         *
084000*    PRINTS THE SCORECARD FOR EACH FEED.                         *
084100******************************************************************
084200 4000-REPORT-BY-FEED.
084300*
084400     MOVE SPACES TO WS-PRT-LINE.
084500     PERFORM 9000-EMIT-REPORT-LINE
084600         THRU 9000-EMIT-REPORT-LINE-EXIT.
084700     MOVE SPACES TO WS-PRT-LINE.
084800     STRING 'BY FEED:' '                                       O'
084900         'N-TM -MINS LATE- MISS LATE'
085000         DELIMITED BY SIZE INTO WS-PRT-LINE.
085100     PERFORM 9000-EMIT-REPORT-LINE
085200         THRU 9000-EMIT-REPORT-LINE-EXIT.
085300     MOVE SPACES TO WS-PRT-LINE.
085400     STRING '  FEED     WIN  SUPPLIER             NGT'
085500         'S SCRD   PCT   AVG WORST NGTS WNDW'
085600         DELIMITED BY SIZE INTO WS-PRT-LINE.
085700     PERFORM 9000-EMIT-REPORT-LINE
085800         THRU 9000-EMIT-REPORT-LINE-EXIT.
085900*
086000     PERFORM 4010-REPORT-ONE-FEED
086100         THRU 4010-REPORT-ONE-FEED-EXIT
086200         VARYING WS-FEED-SUB FROM 1 BY 1
086300         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
086400*
086500     IF WS-FEED-COUNT = 0
086600         MOVE SPACES TO WS-PRT-LINE
086700         STRING '  NONE'
086800             DELIMITED BY SIZE INTO WS-PRT-LINE
086900         PERFORM 9000-EMIT-REPORT-LINE
087000             THRU 9000-EMIT-REPORT-LINE-EXIT
087100     END-IF.
087200*
087300 4000-REPORT-BY-FEED-EXIT.
087400     EXIT.
087500*
087600******************************************************************
087700*    4010-REPORT-ONE-FEED                                        *
087800*    PRINTS ONE FEED'S SCORECARD LINE.                           *
087900******************************************************************
088000 4010-REPORT-ONE-FEED.
088100*
088200     IF WS-FEED-WINDOW (WS-FEED-SUB) = SPACES
088300         MOVE 'MAIN' TO WS-PRT-WINDOW
088400     ELSE
088500         MOVE WS-FEED-WINDOW (WS-FEED-SUB) TO WS-PRT-WINDOW
088600     END-IF.
088700     IF WS-FEED-SUPPLIER (WS-FEED-SUB) = SPACES
088800         MOVE 'UNASSIGNED' TO WS-PRT-SUPPLIER
088900     ELSE
089000         MOVE WS-FEED-SUPPLIER (WS-FEED-SUB) TO WS-PRT-SUPPLIER
089100     END-IF.
089200*
089300     MOVE WS-FEED-NIGHTS (WS-FEED-SUB)  TO WS-EDIT-NIGHTS.
089400     MOVE WS-FEED-SCORED (WS-FEED-SUB)  TO WS-EDIT-SCORED.
089500     MOVE WS-FEED-WORST (WS-FEED-SUB)   TO WS-EDIT-WORST.
089600     MOVE WS-FEED-MISSED (WS-FEED-SUB)  TO WS-EDIT-MISSED.
089700     MOVE WS-FEED-CAUSED (WS-FEED-SUB)  TO WS-EDIT-CAUSED.
089800     IF WS-FEED-SCORED (WS-FEED-SUB) = 0
089900         MOVE '  N/A' TO WS-EDIT-PCT-X
090000     ELSE
090100         COMPUTE WS-PCT-WORK ROUNDED =
090200             (WS-FEED-ON-TIME (WS-FEED-SUB) * 100)
090300             / WS-FEED-SCORED (WS-FEED-SUB)
090400         MOVE WS-PCT-WORK TO WS-EDIT-PCT
090500     END-IF.
090600     IF WS-FEED-LATE (WS-FEED-SUB) = 0
090700         MOVE 0 TO WS-EDIT-AVG
090800     ELSE
090900         COMPUTE WS-AVG-WORK ROUNDED =
091000             WS-FEED-LATE-MINS (WS-FEED-SUB)
091100             / WS-FEED-LATE (WS-FEED-SUB)
091200         MOVE WS-AVG-WORK TO WS-EDIT-AVG
091300     END-IF.
091400*
091500     MOVE SPACES TO WS-PRT-LINE.
091600     STRING '  ' WS-FEED-DSN (WS-FEED-SUB)
091700         ' ' WS-PRT-WINDOW
091800         ' ' WS-PRT-SUPPLIER
091900         ' ' WS-EDIT-NIGHTS
092000         ' ' WS-EDIT-SCORED
092100         ' ' WS-EDIT-PCT
092200         ' ' WS-EDIT-AVG
092300         ' ' WS-EDIT-WORST
092400         ' ' WS-EDIT-MISSED
092500         ' ' WS-EDIT-CAUSED
092600         DELIMITED BY SIZE INTO WS-PRT-LINE.
092700     PERFORM 9000-EMIT-REPORT-LINE
092800         THRU 9000-EMIT-REPORT-LINE-EXIT.
092900*
093000 4010-REPORT-ONE-FEED-EXIT.
093100     EXIT.
093200*
093300******************************************************************
093400*    4100-REPORT-BY-SUPPLIER                                     *
093500*    PRINTS THE SCORECARD FOR EACH SUPPLIER.                     *
093600******************************************************************
093700 4100-REPORT-BY-SUPPLIER.
093800*
093900     MOVE SPACES TO WS-PRT-LINE.
094000     PERFORM 9000-EMIT-REPORT-LINE
094100         THRU 9000-EMIT-REPORT-LINE-EXIT.
094200     MOVE SPACES TO WS-PRT-LINE.
094300     STRING 'BY SUPPLIER:'
094400         '                            ON-TM -MINS '
094500         'LATE- MISS LATE'
094600         DELIMITED BY SIZE INTO WS-PRT-LINE.
094700     PERFORM 9000-EMIT-REPORT-LINE
094800         THRU 9000-EMIT-REPORT-LINE-EXIT.
094900     MOVE SPACES TO WS-PRT-LINE.
095000     STRING '  SUPPLIER               FDS  NGTS SCRD '
095100         '  PCT   AVG WORST NGTS WNDW'
095200         DELIMITED BY SIZE INTO WS-PRT-LINE.
095300     PERFORM 9000-EMIT-REPORT-LINE
095400         THRU 9000-EMIT-REPORT-LINE-EXIT.
095500*
095600     PERFORM 4110-REPORT-ONE-SUPPLIER
095700         THRU 4110-REPORT-ONE-SUPPLIER-EXIT
095800         VARYING WS-SUP-IDX FROM 1 BY 1
095900         UNTIL WS-SUP-IDX > WS-SUP-COUNT.
096000*
096100     IF WS-SUP-COUNT = 0
096200         MOVE SPACES TO WS-PRT-LINE
096300         STRING '  NONE'
096400             DELIMITED BY SIZE INTO WS-PRT-LINE
096500         PERFORM 9000-EMIT-REPORT-LINE
096600             THRU 9000-EMIT-REPORT-LINE-EXIT
096700     END-IF.
096800*
096900 4100-REPORT-BY-SUPPLIER-EXIT.
097000     EXIT.
097100*
097200******************************************************************
097300*    4110-REPORT-ONE-SUPPLIER                                    *
097400*    PRINTS ONE SUPPLIER'S SCORECARD LINE.                       *
097500******************************************************************
097600 4110-REPORT-ONE-SUPPLIER.
097700*
097800     MOVE WS-SUP-FEEDS (WS-SUP-IDX)   TO WS-EDIT-FEEDS.
097900     MOVE WS-SUP-NIGHTS (WS-SUP-IDX)  TO WS-EDIT-NIGHTS.
098000     MOVE WS-SUP-SCORED (WS-SUP-IDX)  TO WS-EDIT-SCORED.
098100     MOVE WS-SUP-WORST (WS-SUP-IDX)   TO WS-EDIT-WORST.
098200     MOVE WS-SUP-MISSED (WS-SUP-IDX)  TO WS-EDIT-MISSED.
098300     MOVE WS-SUP-CAUSED (WS-SUP-IDX)  TO WS-EDIT-CAUSED.
098400     IF WS-SUP-SCORED (WS-SUP-IDX) = 0
098500         MOVE '  N/A' TO WS-EDIT-PCT-X
098600     ELSE
098700         COMPUTE WS-PCT-WORK ROUNDED =
098800             (WS-SUP-ON-TIME (WS-SUP-IDX) * 100)
098900             / WS-SUP-SCORED (WS-SUP-IDX)
099000         MOVE WS-PCT-WORK TO WS-EDIT-PCT
099100     END-IF.
099200     IF WS-SUP-LATE (WS-SUP-IDX) = 0
099300         MOVE 0 TO WS-EDIT-AVG
099400     ELSE
099500         COMPUTE WS-AVG-WORK ROUNDED =
099600             WS-SUP-LATE-MINS (WS-SUP-IDX)
099700             / WS-SUP-LATE (WS-SUP-IDX)
099800         MOVE WS-AVG-WORK TO WS-EDIT-AVG
099900     END-IF.
100000*
100100     MOVE SPACES TO WS-PRT-LINE.
100200     STRING '  ' WS-SUP-NAME (WS-SUP-IDX)
100300         '   ' WS-EDIT-FEEDS
100400         '  ' WS-EDIT-NIGHTS
100500         ' ' WS-EDIT-SCORED
100600         ' ' WS-EDIT-PCT
100700         ' ' WS-EDIT-AVG
100800         ' ' WS-EDIT-WORST
100900         ' ' WS-EDIT-MISSED
101000         ' ' WS-EDIT-CAUSED
101100         DELIMITED BY SIZE INTO WS-PRT-LINE.
101200     PERFORM 9000-EMIT-REPORT-LINE
101300         THRU 9000-EMIT-REPORT-LINE-EXIT.
101400*
101500 4110-REPORT-ONE-SUPPLIER-EXIT.
101600     EXIT.
101700*
101800******************************************************************
101900*    4200-REPORT-LATE-WINDOWS                                    *
102000*    LISTS EACH FEED-NIGHT THAT HELD UP A 'LATE' WINDOW, WITH    *
102100*    WHEN IT PASSED, THE POLLS IT TOOK AND HOW LATE IT WAS       *
102200*    AGAINST ITS EXPECTED-BY TIME.                               *
102300******************************************************************
102400 4200-REPORT-LATE-WINDOWS.
102500*
102600     MOVE SPACES TO WS-PRT-LINE.
102700     PERFORM 9000-EMIT-REPORT-LINE
102800         THRU 9000-EMIT-REPORT-LINE-EXIT.
102900     MOVE SPACES TO WS-PRT-LINE.
103000     STRING 'LATE WINDOWS AND THE FEEDS THAT HELD THEM UP:'
103100         DELIMITED BY SIZE INTO WS-PRT-LINE.
103200     PERFORM 9000-EMIT-REPORT-LINE
103300         THRU 9000-EMIT-REPORT-LINE-EXIT.
103400     MOVE SPACES TO WS-PRT-LINE.
103500     STRING '  CYCLE    WIN  FEED     SUPPLIER       '
103600         '      FIRST PASSED     POLL  LATE'
103700         DELIMITED BY SIZE INTO WS-PRT-LINE.
103800     PERFORM 9000-EMIT-REPORT-LINE
103900         THRU 9000-EMIT-REPORT-LINE-EXIT.
104000*
104100     PERFORM 4210-REPORT-ONE-CAUSE
104200         THRU 4210-REPORT-ONE-CAUSE-EXIT
104300         VARYING WS-FN-SUB FROM 1 BY 1
104400         UNTIL WS-FN-SUB > WS-FN-COUNT.
104500*
104600     IF WS-LW-COUNT = 0
104700         MOVE SPACES TO WS-PRT-LINE
104800         STRING '  NONE'
104900             DELIMITED BY SIZE INTO WS-PRT-LINE
105000         PERFORM 9000-EMIT-REPORT-LINE
105100             THRU 9000-EMIT-REPORT-LINE-EXIT
105200     END-IF.
105300*
105400 4200-REPORT-LATE-WINDOWS-EXIT.
105500     EXIT.
105600*
105700******************************************************************
105800*    4210-REPORT-ONE-CAUSE                                       *
105900*    PRINTS ONE FEED-NIGHT WHEN IT HELD UP A 'LATE' WINDOW.      *
106000******************************************************************
106100 4210-REPORT-ONE-CAUSE.
106200*
106300     IF NOT WS-FN-CAUSED-LATE (WS-FN-SUB)
106400         GO TO 4210-REPORT-ONE-CAUSE-EXIT
106500     END-IF.
106600*
106700     IF WS-FN-WINDOW (WS-FN-SUB) = SPACES
106800         MOVE 'MAIN' TO WS-PRT-WINDOW
106900     ELSE
107000         MOVE WS-FN-WINDOW (WS-FN-SUB) TO WS-PRT-WINDOW
107100     END-IF.
107200     IF WS-FN-SUPPLIER (WS-FN-SUB) = SPACES
107300         MOVE 'UNASSIGNED' TO WS-PRT-SUPPLIER
107400     ELSE
107500         MOVE WS-FN-SUPPLIER (WS-FN-SUB) TO WS-PRT-SUPPLIER
107600     END-IF.
107700     MOVE WS-FN-POLLS (WS-FN-SUB) TO WS-EDIT-POLLS.
107800     IF WS-FN-SCORED (WS-FN-SUB)
107900         MOVE WS-FN-LATE-MINS (WS-FN-SUB) TO WS-EDIT-LATE
108000     ELSE
108100         MOVE '  N/A' TO WS-EDIT-LATE-X
108200     END-IF.
108300*
108400     MOVE SPACES TO WS-PRT-LINE.
108500     STRING '  ' WS-FN-CYCLE (WS-FN-SUB)
108600         ' ' WS-PRT-WINDOW
108700         ' ' WS-FN-DSN (WS-FN-SUB)
108800         ' ' WS-PRT-SUPPLIER
108900         ' ' WS-FN-PASSED-AT (WS-FN-SUB)
109000         ' ' WS-EDIT-POLLS
109100         ' ' WS-EDIT-LATE
109200         DELIMITED BY SIZE INTO WS-PRT-LINE.
109300     PERFORM 9000-EMIT-REPORT-LINE
109400         THRU 9000-EMIT-REPORT-LINE-EXIT.
109500*
109600 4210-REPORT-ONE-CAUSE-EXIT.
109700     EXIT.
109800*
109900******************************************************************
110000*    6000-REPORT-SUMMARY                                         *
110100*    PRINTS THE SCORECARD TOTALS AND SETS THE RETURN CODE.       *
110200******************************************************************
110300 6000-REPORT-SUMMARY.
110400*
110500     MOVE SPACES TO WS-PRT-LINE.
110600     PERFORM 9000-EMIT-REPORT-LINE
110700         THRU 9000-EMIT-REPORT-LINE-EXIT.
110800*
110900     MOVE WS-FAR-MONTH-COUNT TO WS-EDIT-COUNT.
111000     MOVE SPACES TO WS-PRT-LINE.
111100     STRING 'ARRIVAL RECORDS IN MONTH...: ' WS-EDIT-COUNT
111200         DELIMITED BY SIZE INTO WS-PRT-LINE.
111300     PERFORM 9000-EMIT-REPORT-LINE
111400         THRU 9000-EMIT-REPORT-LINE-EXIT.
111500*
111600     MOVE WS-FN-COUNT TO WS-EDIT-COUNT.
111700     MOVE SPACES TO WS-PRT-LINE.
111800     STRING 'FEED-NIGHTS................: ' WS-EDIT-COUNT
111900         DELIMITED BY SIZE INTO WS-PRT-LINE.
112000     PERFORM 9000-EMIT-REPORT-LINE
112100         THRU 9000-EMIT-REPORT-LINE-EXIT.
112200*
112300     MOVE WS-UNSCORED-COUNT TO WS-EDIT-COUNT.
112400     MOVE SPACES TO WS-PRT-LINE.
112500     STRING 'NOT SCORED (NO EXPECTED-BY): ' WS-EDIT-COUNT
112600         DELIMITED BY SIZE INTO WS-PRT-LINE.
112700     PERFORM 9000-EMIT-REPORT-LINE
112800         THRU 9000-EMIT-REPORT-LINE-EXIT.
112900*
113000     MOVE WS-LATE-ARRIVAL-COUNT TO WS-EDIT-COUNT.
113100     MOVE SPACES TO WS-PRT-LINE.
113200     STRING 'ARRIVED LATE...............: ' WS-EDIT-COUNT
113300         DELIMITED BY SIZE INTO WS-PRT-LINE.
113400     PERFORM 9000-EMIT-REPORT-LINE
113500         THRU 9000-EMIT-REPORT-LINE-EXIT.
113600*
113700     MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT.
113800     MOVE SPACES TO WS-PRT-LINE.
113900     STRING 'NEVER PASSED (MISSED)......: ' WS-EDIT-COUNT
114000         DELIMITED BY SIZE INTO WS-PRT-LINE.
114100     PERFORM 9000-EMIT-REPORT-LINE
114200         THRU 9000-EMIT-REPORT-LINE-EXIT.
114300*
114400     MOVE WS-LW-COUNT TO WS-EDIT-COUNT.
114500     MOVE SPACES TO WS-PRT-LINE.
114600     STRING 'LATE WINDOWS HELD UP.......: ' WS-EDIT-COUNT
114700         DELIMITED BY SIZE INTO WS-PRT-LINE.
114800     PERFORM 9000-EMIT-REPORT-LINE
114900         THRU 9000-EMIT-REPORT-LINE-EXIT.
115000*
115100     IF WS-FAR-MONTH-COUNT = 0
115200         MOVE SPACES TO WS-PRT-LINE
115300         STRING '  NOTE: NO FEED ARRIVAL RECORDS FOR THE MONTH'
115400             DELIMITED BY SIZE INTO WS-PRT-LINE
115500         PERFORM 9000-EMIT-REPORT-LINE
115600             THRU 9000-EMIT-REPORT-LINE-EXIT
115700         MOVE 4 TO RETURN-CODE
115800     END-IF.
115900     IF WS-TABLE-FILLED
116000         MOVE SPACES TO WS-PRT-LINE
116100         STRING '  NOTE: A TABLE FILLED - FIGURES ARE INCOMPLETE'
116200             DELIMITED BY SIZE INTO WS-PRT-LINE
116300         PERFORM 9000-EMIT-REPORT-LINE
116400             THRU 9000-EMIT-REPORT-LINE-EXIT
116500         MOVE 4 TO RETURN-CODE
116600     END-IF.
116700*
116800 6000-REPORT-SUMMARY-EXIT.
116900     EXIT.
117000*
117100******************************************************************
117200*    7100-FIND-FEED-NIGHT                                        *
117300*    LOOKS FEED WS-FIND-DSN/WS-FIND-WINDOW ON CYCLE WS-FIND-CYCLE*
117400*    UP ON THE FEED-NIGHT TABLE, RETURNING ITS SLOT IN           *
117500*    WS-FIND-FN-SUB (ZERO = NOT FOUND).                          *
117600******************************************************************
117700 7100-FIND-FEED-NIGHT.
117800*
117900     MOVE 0 TO WS-FIND-FN-SUB.
118000     PERFORM 7110-MATCH-ONE-FEED-NIGHT
118100         THRU 7110-MATCH-ONE-FEED-NIGHT-EXIT
118200         VARYING WS-FN-IDX FROM 1 BY 1
118300         UNTIL WS-FN-IDX > WS-FN-COUNT
118400         OR WS-FIND-FN-SUB NOT = 0.
118500*
118600 7100-FIND-FEED-NIGHT-EXIT.
118700     EXIT.
118800*
118900******************************************************************
119000*    7110-MATCH-ONE-FEED-NIGHT                                   *
119100*    COMPARES THE ARGUMENTS TO ONE FEED-NIGHT ENTRY.             *
119200******************************************************************
119300 7110-MATCH-ONE-FEED-NIGHT.
119400*
119500     IF WS-FN-DSN (WS-FN-IDX) = WS-FIND-DSN
119600         AND WS-FN-WINDOW (WS-FN-IDX) = WS-FIND-WINDOW
119700         AND WS-FN-CYCLE (WS-FN-IDX) = WS-FIND-CYCLE
119800         SET WS-FIND-FN-SUB TO WS-FN-IDX
119900     END-IF.
120000*
120100 7110-MATCH-ONE-FEED-NIGHT-EXIT.
120200     EXIT.
120300*
120400******************************************************************
120500*    7200-FIND-FEED                                              *
120600*    LOOKS FEED WS-FIND-DSN/WS-FIND-WINDOW UP ON THE FEED TABLE, *
120700*    RETURNING ITS SLOT IN WS-FIND-FEED-SUB (ZERO = NOT FOUND).  *
120800******************************************************************
120900 7200-FIND-FEED.
121000*
121100     MOVE 0 TO WS-FIND-FEED-SUB.
121200     PERFORM 7210-MATCH-ONE-FEED
121300         THRU 7210-MATCH-ONE-FEED-EXIT
121400         VARYING WS-FEED-IDX FROM 1 BY 1
121500         UNTIL WS-FEED-IDX > WS-FEED-COUNT
121600         OR WS-FIND-FEED-SUB NOT = 0.
121700*
121800 7200-FIND-FEED-EXIT.
121900     EXIT.
122000*
122100******************************************************************
122200*    7210-MATCH-ONE-FEED                                         *
122300*    COMPARES THE ARGUMENTS TO ONE FEED ENTRY.                   *
122400******************************************************************
122500 7210-MATCH-ONE-FEED.
122600*
122700     IF WS-FEED-DSN (WS-FEED-IDX) = WS-FIND-DSN
122800         AND WS-FEED-WINDOW (WS-FEED-IDX) = WS-FIND-WINDOW
122900         SET WS-FIND-FEED-SUB TO WS-FEED-IDX
123000     END-IF.
123100*
123200 7210-MATCH-ONE-FEED-EXIT.
123300     EXIT.
123400*
123500******************************************************************
123600*    7300-FIND-SUPPLIER                                          *
123700*    LOOKS SUPPLIER WS-FIND-SUPPLIER UP ON THE SUPPLIER TABLE,   *
123800*    RETURNING ITS SLOT IN WS-FIND-SUP-SUB (ZERO = NOT FOUND).   *
123900******************************************************************
124000 7300-FIND-SUPPLIER.
124100*
124200     MOVE 0 TO WS-FIND-SUP-SUB.
124300     PERFORM 7310-MATCH-ONE-SUPPLIER
124400         THRU 7310-MATCH-ONE-SUPPLIER-EXIT
124500         VARYING WS-SUP-IDX FROM 1 BY 1
124600         UNTIL WS-SUP-IDX > WS-SUP-COUNT
124700         OR WS-FIND-SUP-SUB NOT = 0.
124800*
124900 7300-FIND-SUPPLIER-EXIT.
125000     EXIT.
125100*
125200******************************************************************
125300*    7310-MATCH-ONE-SUPPLIER                                     *
125400*    COMPARES THE ARGUMENT TO ONE SUPPLIER ENTRY.                *
125500******************************************************************
125600 7310-MATCH-ONE-SUPPLIER.
125700*
125800     IF WS-SUP-NAME (WS-SUP-IDX) = WS-FIND-SUPPLIER
125900         SET WS-FIND-SUP-SUB TO WS-SUP-IDX
126000     END-IF.
126100*
126200 7310-MATCH-ONE-SUPPLIER-EXIT.
126300     EXIT.
126400*
126500******************************************************************
126600*    7400-FIND-LATE-WINDOW                                       *
126700*    LOOKS CYCLE WS-FIND-CYCLE, WINDOW WS-FIND-WINDOW UP ON THE  *
126800*    LATE-WINDOW TABLE, RETURNING ITS SLOT IN WS-FIND-LW-SUB     *
126900*    (ZERO = NOT FOUND).                                         *
127000******************************************************************
127100 7400-FIND-LATE-WINDOW.
127200*
127300     MOVE 0 TO WS-FIND-LW-SUB.
127400     PERFORM 7410-MATCH-ONE-LATE-WIN
127500         THRU 7410-MATCH-ONE-LATE-WIN-EXIT
127600         VARYING WS-LW-IDX FROM 1 BY 1
127700         UNTIL WS-LW-IDX > WS-LW-COUNT
127800         OR WS-FIND-LW-SUB NOT = 0.
127900*
128000 7400-FIND-LATE-WINDOW-EXIT.
128100     EXIT.
128200*
128300******************************************************************
128400*    7410-MATCH-ONE-LATE-WIN                                     *
128500*    COMPARES THE ARGUMENTS TO ONE LATE-WINDOW ENTRY.            *
128600******************************************************************
128700 7410-MATCH-ONE-LATE-WIN.
128800*
128900     IF WS-LW-CYCLE (WS-LW-IDX) = WS-FIND-CYCLE
129000         AND WS-LW-WINDOW (WS-LW-IDX) = WS-FIND-WINDOW
129100         SET WS-FIND-LW-SUB TO WS-LW-IDX
129200     END-IF.
129300*
129400 7410-MATCH-ONE-LATE-WIN-EXIT.
129500     EXIT.
129600*
129700******************************************************************
129800*    7500-FIND-SUP-WINDOW                                        *
129900*    LOOKS SUPPLIER WS-FIND-SUPPLIER, CYCLE WS-FIND-CYCLE AND    *
130000*    WINDOW WS-FIND-WINDOW UP ON THE SUPPLIER/WINDOW TABLE,      *
130100*    RETURNING ITS SLOT IN WS-FIND-SW-SUB (ZERO = NOT FOUND).    *
130200******************************************************************
130300 7500-FIND-SUP-WINDOW.
130400*
130500     MOVE 0 TO WS-FIND-SW-SUB.
130600     PERFORM 7510-MATCH-ONE-SUP-WINDOW
130700         THRU 7510-MATCH-ONE-SUP-WINDOW-EXIT
130800         VARYING WS-SW-IDX FROM 1 BY 1
130900         UNTIL WS-SW-IDX > WS-SW-COUNT
131000         OR WS-FIND-SW-SUB NOT = 0.
131100*
131200 7500-FIND-SUP-WINDOW-EXIT.
131300     EXIT.
131400*
131500******************************************************************
131600*    7510-MATCH-ONE-SUP-WINDOW                                   *
131700*    COMPARES THE ARGUMENTS TO ONE SUPPLIER/WINDOW ENTRY.        *
131800******************************************************************
131900 7510-MATCH-ONE-SUP-WINDOW.
132000*
132100     IF WS-SW-SUPPLIER (WS-SW-IDX) = WS-FIND-SUPPLIER
132200         AND WS-SW-CYCLE (WS-SW-IDX) = WS-FIND-CYCLE
132300         AND WS-SW-WINDOW (WS-SW-IDX) = WS-FIND-WINDOW
132400         SET WS-FIND-SW-SUB TO WS-SW-IDX
132500     END-IF.
132600*
132700 7510-MATCH-ONE-SUP-WINDOW-EXIT.
132800     EXIT.
132900*
133000******************************************************************
133100*    8000-DAY-NUMBER                                             *
133200*    JULIAN DAY NUMBER OF WS-WORK-DATE IN WS-DAY-NUMBER.  EVERY  *
133300*    QUOTIENT MUST TRUNCATE, SO THE DIVIDE VERB IS USED RATHER   *
133400*    THAN COMPUTE (WHOSE INTERMEDIATES KEEP THEIR DECIMALS).     *
133500******************************************************************
133600 8000-DAY-NUMBER.
133700*
133800     IF WS-WORK-MM < 3
133900         MOVE 1 TO WS-JDN-A
134000     ELSE
134100         MOVE 0 TO WS-JDN-A
134200     END-IF.
134300     COMPUTE WS-JDN-YEAR  = WS-WORK-YYYY + 4800 - WS-JDN-A.
134400     COMPUTE WS-JDN-MONTH = WS-WORK-MM + (12 * WS-JDN-A) - 3.
134500*
134600     COMPUTE WS-JDN-TERM = (153 * WS-JDN-MONTH) + 2.
134700     DIVIDE WS-JDN-TERM BY 5   GIVING WS-JDN-TERM.
134800     DIVIDE WS-JDN-YEAR BY 4   GIVING WS-JDN-Q4.
134900     DIVIDE WS-JDN-YEAR BY 100 GIVING WS-JDN-Q100.
135000     DIVIDE WS-JDN-YEAR BY 400 GIVING WS-JDN-Q400.
135100     COMPUTE WS-DAY-NUMBER =
135200         WS-WORK-DD
135300         + WS-JDN-TERM
135400         + (365 * WS-JDN-YEAR)
135500         + WS-JDN-Q4
135600         - WS-JDN-Q100
135700         + WS-JDN-Q400
135800         - 32045.
135900*
136000 8000-DAY-NUMBER-EXIT.
136100     EXIT.
136200*
136300******************************************************************
136400*    8100-DAYS-IN-MONTH                                          *
136500*    LEAVES THE NUMBER OF DAYS IN WS-WORK-MM OF WS-WORK-YYYY IN  *
136600*    WS-DAYS-IN-MONTH, ALLOWING FOR LEAP YEARS.                  *
136700******************************************************************
136800 8100-DAYS-IN-MONTH.
136900*
137000     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-IN-MONTH.
137100*
137200     IF WS-WORK-MM NOT = 2
137300         GO TO 8100-DAYS-IN-MONTH-EXIT
137400     END-IF.
137500*
137600     MOVE 'N' TO WS-LEAP-SWITCH.
137700     DIVIDE WS-WORK-YYYY BY 4
137800         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK.
137900     IF WS-LEAP-WORK = 0
138000         SET WS-LEAP-YEAR TO TRUE
138100     END-IF.
138200     DIVIDE WS-WORK-YYYY BY 100
138300         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK.
138400     IF WS-LEAP-WORK = 0
138500         MOVE 'N' TO WS-LEAP-SWITCH
138600     END-IF.
138700     DIVIDE WS-WORK-YYYY BY 400
138800         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-WORK.
138900     IF WS-LEAP-WORK = 0
139000         SET WS-LEAP-YEAR TO TRUE
139100     END-IF.
139200*
139300     IF WS-LEAP-YEAR
139400         MOVE 29 TO WS-DAYS-IN-MONTH
139500     END-IF.
139600*
139700 8100-DAYS-IN-MONTH-EXIT.
139800     EXIT.
139900*
140000******************************************************************
140100*    9000-EMIT-REPORT-LINE                                       *
140200*    WRITES ONE REPORT LINE TO SCRDPRT AND ECHOES IT TO SYSOUT.  *
140300******************************************************************
140400 9000-EMIT-REPORT-LINE.
140500*
140600     WRITE SCRD-PRT-LINE FROM WS-PRT-LINE.
140700     DISPLAY WS-PRT-LINE.
140800*
140900 9000-EMIT-REPORT-LINE-EXIT.
141000     EXIT.
141100*
141200******************************************************************
141300*    9999-EXIT                                                   *
141400*    COMMON END-OF-PROGRAM PROCESSING.                           *
141500******************************************************************
141600 9999-EXIT.
141700*
141800 9999-EXIT-EXIT.
141900     EXIT.
