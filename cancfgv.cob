000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  CANCFGV                                        *
000400*    TITLE     :  PRE-WINDOW CONTROL-FILE VALIDATOR              *
000500*                                                                *
000600*    THE CANARY IS DRIVEN BY SIX HAND-EDITED CONTROL FILES -     *
000700*    CANARY.PARM (BASE AND 'OVR' RECORDS), CANDSREQ, CANSTRM,    *
000800*    CANHOLD, CANENVR AND CANCAL - AND A TYPO IN ANY OF THEM     *
000900*    ONLY SURFACES MID-WINDOW.  THIS STEP RUNS AT THE START OF   *
001000*    THE EVENING SCHEDULE, BEFORE THE WINDOW OPENS, AND:         *
001100*                                                                *
001200*    - EDITS EVERY RECORD'S FIELD FORMATS (SEVERITY F/W, DAY     *
001300*      TYPES P/W/H/M, NUMERIC RETRY/WAIT/SLA VALUES, NUMERIC     *
001360*      CYCLE IDS, CANDSREQ EXPECTED-BY HHMM TIMES, NON-BLANK     *
001420*      NAMES);                                                   *
001500*    - CROSS-REFERENCES THE FILES (EVERY CANHOLD STREAM IS ON    *
001600*      CANSTRM, EVERY 'OVR' DAY TYPE AND CYCLE IS ON CANCAL,     *
001700*      THE PARM ENVIRONMENT IS REGISTERED ON CANENVR, EVERY      *
001760*      CANDSREQ DAY TYPE OCCURS ON CANCAL, EVERY CANDSREQ        *
001820*      CONSUMER STREAM IS ON CANSTRM);                           *
001900*    - FLAGS DUPLICATES (DSN, STREAM, ENVIRONMENT, CALENDAR      *
002000*      DATE, 'OVR' DAY TYPE/CYCLE, HOLD) AND TABLE OVERFLOWS     *
002100*      THE CANARY WOULD SILENTLY DROP;                           *
002200*    - COMPARES EACH FILE WITH ITS PRIOR GENERATION, SUPPLIED    *
002300*      ON THE CANPARMP/CANDSRQP/CANSTRMP/CANHOLDP/CANENVRP/      *
002400*      CANCALP DDS, AND PRINTS WHAT WAS ADDED, REMOVED OR        *
002500*      CHANGED SINCE LAST NIGHT.                                 *
002600*                                                                *
002610*    WHERE A CYCLE HAS MORE THAN ONE BATCH WINDOW, CANDSREQ      *
002620*    FEEDS, CANSTRM STREAMS AND 'OVR' RECORDS CARRY THE WINDOW   *
002630*    ID (BLANK = THE MAIN OVERNIGHT WINDOW).  A FEED IS THEN A   *
002640*    DUPLICATE ONLY WITHIN ITS WINDOW, ITS CONSUMER STREAMS MUST *
002650*    BE STREAMS OF THE SAME WINDOW, AND A NAMED WINDOW WITH NO   *
002660*    STREAMS ON CANSTRM IS WARNED.  AN 'OVR' RECORD WITH A       *
002670*    WINDOW AND A BLANK DAY TYPE IS THAT WINDOW'S OWN BASE       *
002680*    SETTINGS.                                                   *
002690*                                                                *
002700*    CANCAL IS ONLY EDITED HERE FOR WHAT THE CANARY READS - THE  *
002800*    FULL CALENDAR AUDIT (GAPS, AM-CYCLE CHAINS, MONTH-ENDS)     *
002900*    REMAINS CANCALGN'S VAL MODE.                                *
003000*                                                                *
003100*    THE REPORT GOES TO THE CFGVPRT PRINT FILE AND IS ECHOED TO  *
003200*    SYSOUT.                                                     *
003300*                                                                *
003400*    RETURN CODES:  0 - ALL CONTROL FILES CLEAN                  *
003500*                   4 - WARNINGS ONLY - WINDOW MAY PROCEED       *
003600*                   8 - CONTROL FILE ERRORS - HOLD THE WINDOW    *
003700*                  16 - A REQUIRED CONTROL FILE IS UNAVAILABLE   *
003800*                                                                *
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.     CANCFGV.
004200 AUTHOR.         NIGHTLY BATCH OPERATIONS.
004300 INSTALLATION.   NIGHTLY BATCH OPERATIONS.
004400 DATE-WRITTEN.   2026-10-15.
004500 DATE-COMPILED.
004600*
004700******************************************************************
004800*    MODIFICATION HISTORY                                        *
004900*    ------------------------------------------------------      *
005000*    2026-10-15  TDB  ORIGINAL PROGRAM.                          *
005020*    2026-10-15  TDB  BATCH WINDOW ID ON CANDSREQ, CANSTRM AND   *
005040*                      'OVR' RECORDS: DUPLICATES, CONSUMERS,     *
005060*                      FEED LIMIT AND CHANGE-AUDIT KEYS TAKEN    *
005080*                      PER WINDOW.                               *
005083*    2026-10-15  TDB  CANDSREQ EXPECTED-BY TIME EDITED AS HHMM,  *
005086*                      AND A FEED WITH AN EXPECTED-BY TIME BUT   *
005089*                      NO SUPPLIER IS WARNED.  IMAGES WIDENED TO *
005092*                      THE 103-BYTE CANDSREQ RECORD SO A         *
005095*                      SUPPLIER OR TIME CHANGE IS AUDITED.       *
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-370.
005500 OBJECT-COMPUTER.   IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT CANY-PARM-FILE  ASSIGN TO CANPARM
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            FILE STATUS IS WS-PARM-FILE-STATUS.
006100*
006200     SELECT CANY-DSR-FILE  ASSIGN TO CANDSREQ
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            FILE STATUS IS WS-DSR-FILE-STATUS.
006500*
006600     SELECT CANY-STRM-FILE  ASSIGN TO CANSTRM
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS WS-STRM-FILE-STATUS.
006900*
007000     SELECT CANY-HOLD-FILE  ASSIGN TO CANHOLD
007100            ORGANIZATION IS LINE SEQUENTIAL
007200            FILE STATUS IS WS-HOLD-FILE-STATUS.
007300*
007400     SELECT ENV-REGISTRY-FILE  ASSIGN TO CANENVR
007500            ORGANIZATION IS LINE SEQUENTIAL
007600            FILE STATUS IS WS-ENVR-FILE-STATUS.
007700*
007800     SELECT CANY-CAL-FILE  ASSIGN TO CANCAL
007900            ORGANIZATION IS LINE SEQUENTIAL
008000            FILE STATUS IS WS-CAL-FILE-STATUS.
008100*
008200     SELECT CFGV-PRIOR-FILE  ASSIGN TO DYNAMIC WS-PRIOR-DD
008300*        PRIOR GENERATION OF WHICHEVER CONTROL FILE IS BEING
008400*        AUDITED, REASSIGNED PER FILE TO ITS OWN DD.
008500            ORGANIZATION IS LINE SEQUENTIAL
008600            FILE STATUS IS WS-PRIOR-FILE-STATUS.
008700*
008800     SELECT CFGV-PRT-FILE  ASSIGN TO CFGVPRT
008900            ORGANIZATION IS LINE SEQUENTIAL
009000            FILE STATUS IS WS-PRT-FILE-STATUS.
009100*
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  CANY-PARM-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY CANPARM.
009700*
009800 FD  CANY-DSR-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY CANDSR.
010100*
010200 FD  CANY-STRM-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  CANY-STRM-RECORD.
010500     05  CANY-STRM-STREAM-ID     PIC X(08).
010550     05  FILLER                  PIC X(01).
010600     05  CANY-STRM-WINDOW-ID     PIC X(04).
010650     05  FILLER                  PIC X(67).
010700*
010800 FD  CANY-HOLD-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY CANHLD.
011100*
011200 FD  ENV-REGISTRY-FILE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY CANENV.
011500*
011600 FD  CANY-CAL-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY CANCAL.
011900*
012000 FD  CFGV-PRIOR-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  CFGV-PRIOR-RECORD           PIC X(103).
012300*
012400 FD  CFGV-PRT-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  CFGV-PRT-LINE               PIC X(80).
012700*
012800 WORKING-STORAGE SECTION.
012900*
013000******************************************************************
013100*    FILE STATUS SWITCHES                                        *
013200******************************************************************
013300 01  WS-PARM-FILE-STATUS        PIC X(02).
013400     88  WS-PARM-FILE-OK        VALUE '00'.
013500     88  WS-PARM-FILE-EOF       VALUE '10'.
013600*
013700 01  WS-DSR-FILE-STATUS         PIC X(02).
013800     88  WS-DSR-FILE-OK         VALUE '00'.
013900     88  WS-DSR-FILE-EOF        VALUE '10'.
014000*
014100 01  WS-STRM-FILE-STATUS        PIC X(02).
014200     88  WS-STRM-FILE-OK        VALUE '00'.
014300     88  WS-STRM-FILE-EOF       VALUE '10'.
014400*
014500 01  WS-HOLD-FILE-STATUS        PIC X(02).
014600     88  WS-HOLD-FILE-OK        VALUE '00'.
014700     88  WS-HOLD-FILE-EOF       VALUE '10'.
014800*
014900 01  WS-ENVR-FILE-STATUS        PIC X(02).
015000     88  WS-ENVR-FILE-OK        VALUE '00'.
015100     88  WS-ENVR-FILE-EOF       VALUE '10'.
015200*
015300 01  WS-CAL-FILE-STATUS         PIC X(02).
015400     88  WS-CAL-FILE-OK         VALUE '00'.
015500     88  WS-CAL-FILE-EOF        VALUE '10'.
015600*
015700 01  WS-PRIOR-FILE-STATUS       PIC X(02).
015800     88  WS-PRIOR-FILE-OK       VALUE '00'.
015900     88  WS-PRIOR-FILE-EOF      VALUE '10'.
016000*
016100 01  WS-PRT-FILE-STATUS         PIC X(02).
016200     88  WS-PRT-FILE-OK         VALUE '00'.
016300*
016400*    STATUS OF THE REQUIRED FILE THAT FAILED TO OPEN.
016500 01  WS-OPEN-STATUS             PIC X(02)  VALUE SPACES.
016600*
016700******************************************************************
016800*    RUN TIMESTAMP                                               *
016900******************************************************************
017000 01  WS-CURRENT-DATE            PIC 9(08).
017100 01  WS-CURRENT-TIME            PIC 9(08).
017200 01  WS-TIMESTAMP.
017300     05  WS-TS-DATE             PIC 9(08).
017400     05  FILLER                 PIC X(01)  VALUE '-'.
017500     05  WS-TS-TIME             PIC 9(08).
017600*
017700******************************************************************
017800*    CANARY TABLE LIMITS                                         *
017900*    THE SIZES OF THE CANARY'S OWN TABLES - A CONTROL FILE WITH  *
018000*    MORE ENTRIES THAN THIS HAS ITS EXCESS DROPPED AT RUN TIME,  *
018100*    SO AN OVERFLOW IS REPORTED AS AN ERROR HERE.                *
018200******************************************************************
018300 77  WS-CANY-DSN-MAX            PIC 9(04) COMP  VALUE 20.
018400 77  WS-CANY-POV-MAX            PIC 9(04) COMP  VALUE 10.
018500 77  WS-CANY-HOLD-MAX           PIC 9(04) COMP  VALUE 20.
018600*
018700******************************************************************
018800*    REFERENCE TABLES                                            *
018900*    CANCAL, CANSTRM AND CANENVR ARE LOADED FIRST, SINCE THE     *
019000*    OTHER FILES ARE CROSS-CHECKED AGAINST THEM.                 *
019100******************************************************************
019200 01  WS-CAL-TABLE.
019300     05  WS-CAL-ENTRY  OCCURS 400 TIMES
019400                       INDEXED BY WS-CAL-IDX.
019500         10  WS-CAL-DATE        PIC 9(08).
019600         10  WS-CAL-CYCLE       PIC 9(08).
019700 77  WS-CAL-COUNT               PIC 9(04) COMP  VALUE 0.
019800 77  WS-CAL-MAX                 PIC 9(04) COMP  VALUE 400.
019900*
020000*    DAY TYPES ACTUALLY PRESENT ON THE CALENDAR.
020100 01  WS-CAL-TYPES-SEEN.
020200     05  WS-SEEN-P              PIC X(01)  VALUE 'N'.
020300     05  WS-SEEN-W              PIC X(01)  VALUE 'N'.
020400     05  WS-SEEN-H              PIC X(01)  VALUE 'N'.
020500     05  WS-SEEN-M              PIC X(01)  VALUE 'N'.
020600*
020700 01  WS-STRM-TABLE.
020800     05  WS-STRM-ENTRY  OCCURS 50 TIMES
020900                        INDEXED BY WS-STRM-IDX.
021000         10  WS-STRM-ID         PIC X(08).
021050         10  WS-STRM-WINDOW     PIC X(04).
021100 77  WS-STRM-COUNT              PIC 9(04) COMP  VALUE 0.
021200 77  WS-STRM-MAX                PIC 9(04) COMP  VALUE 50.
021300*
021400 01  WS-ENVR-TABLE.
021500     05  WS-ENVR-ENTRY  OCCURS 20 TIMES
021600                        INDEXED BY WS-ENVR-IDX.
021700         10  WS-ENVR-NAME       PIC X(04).
021800 77  WS-ENVR-COUNT              PIC 9(04) COMP  VALUE 0.
021900 77  WS-ENVR-MAX                PIC 9(04) COMP  VALUE 20.
022000*
022100 77  WS-ENVR-LOADED-SWITCH      PIC X(01)  VALUE 'N'.
022200     88  WS-ENVR-WAS-LOADED                VALUE 'Y'.
022300*
022400******************************************************************
022500*    DUPLICATE-DETECTION TABLES FOR THE REMAINING FILES          *
022600******************************************************************
022700 01  WS-DSN-TABLE.
022800     05  WS-DSN-ENTRY  OCCURS 50 TIMES
022900                       INDEXED BY WS-DSN-IDX.
023000         10  WS-DSN-NAME        PIC X(08).
023050         10  WS-DSN-WINDOW      PIC X(04).
023100 77  WS-DSN-COUNT               PIC 9(04) COMP  VALUE 0.
023200 77  WS-DSN-MAX                 PIC 9(04) COMP  VALUE 50.
023208*
023216*    FEEDS PER BATCH WINDOW - THE CANARY TABLES ONLY ITS OWN
023224*    WINDOW'S, SO ITS FEED LIMIT APPLIES TO EACH WINDOW.
023232 01  WS-DWIN-TABLE.
023240     05  WS-DWIN-ENTRY  OCCURS 10 TIMES
023248                        INDEXED BY WS-DWIN-IDX.
023256         10  WS-DWIN-ID         PIC X(04).
023264         10  WS-DWIN-FEEDS      PIC 9(04) COMP.
023272 77  WS-DWIN-COUNT              PIC 9(04) COMP  VALUE 0.
023280 77  WS-DWIN-MAX                PIC 9(04) COMP  VALUE 10.
023288 77  WS-MAIN-DSN-COUNT          PIC 9(04) COMP  VALUE 0.
023300*
023400 01  WS-POV-TABLE.
023500     05  WS-POV-ENTRY  OCCURS 50 TIMES
023600                       INDEXED BY WS-POV-IDX.
023700         10  WS-POV-KEY         PIC X(15).
023800 77  WS-POV-COUNT               PIC 9(04) COMP  VALUE 0.
023900 77  WS-POV-MAX                 PIC 9(04) COMP  VALUE 50.
024000*
024100 01  WS-POV-WORK-KEY.
024200     05  WS-POV-WORK-TYPE       PIC X(01).
024300     05  FILLER                 PIC X(01)  VALUE SPACE.
024400     05  WS-POV-WORK-CYCLE      PIC X(08).
024430     05  FILLER                 PIC X(01)  VALUE SPACE.
024460     05  WS-POV-WORK-WINDOW     PIC X(04).
024500*
024600 01  WS-HLD-TABLE.
024700     05  WS-HLD-ENTRY  OCCURS 50 TIMES
024800                       INDEXED BY WS-HLD-IDX.
024900         10  WS-HLD-KEY         PIC X(17).
025000 77  WS-HLD-COUNT               PIC 9(04) COMP  VALUE 0.
025100 77  WS-HLD-MAX                 PIC 9(04) COMP  VALUE 50.
025200*
025300 77  WS-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
025400     88  WS-ENTRY-FOUND                    VALUE 'Y'.
025500*
025600******************************************************************
025700*    FIELD-EDIT WORK AREAS                                       *
025800******************************************************************
025900 01  WS-CHK-DAY-TYPE            PIC X(01)  VALUE SPACE.
026000     88  WS-CHK-DAY-TYPE-VALID             VALUE 'P' 'W'
026100                                                 'H' 'M'.
026200*
026300 01  WS-DAY-LIST                PIC X(04)  VALUE SPACES.
026400 01  WS-DAY-LIST-TBL REDEFINES WS-DAY-LIST.
026500     05  WS-DAY-LIST-CHAR       PIC X(01)  OCCURS 4 TIMES.
026600 77  WS-DAY-SUB                 PIC 9(02) COMP  VALUE 0.
026650 77  WS-CONS-SUB                PIC 9(02) COMP  VALUE 0.
026700*
026800 77  WS-CHK-CYCLE               PIC 9(08)  VALUE 0.
026900 77  WS-CHK-STREAM              PIC X(08)  VALUE SPACES.
026950 77  WS-CHK-WINDOW              PIC X(04)  VALUE SPACES.
027000 77  WS-CHK-ENV                 PIC X(04)  VALUE SPACES.
027100*
027200 77  WS-PARM-REC-COUNT          PIC 9(04) COMP  VALUE 0.
027300*
027400******************************************************************
027500*    CHANGE-AUDIT TABLES                                         *
027600*    THE CURRENT FILE'S RECORD IMAGES ARE TABLED AS EACH FILE    *
027700*    IS EDITED, THEN THE PRIOR GENERATION IS LOADED AND THE      *
027800*    TWO ARE MATCHED ON EACH FILE'S NATURAL KEY: A KEY ONLY ON   *
027900*    THE CURRENT FILE WAS ADDED, ONLY ON THE PRIOR WAS REMOVED,  *
028000*    AND ON BOTH WITH A DIFFERENT IMAGE WAS CHANGED.             *
028100******************************************************************
028200 01  WS-CUR-TABLE.
028300     05  WS-CUR-ENTRY  OCCURS 400 TIMES
028400                       INDEXED BY WS-CUR-IDX.
028500         10  WS-CUR-KEY         PIC X(19).
028600         10  WS-CUR-IMAGE       PIC X(103).
028700         10  WS-CUR-MATCHED     PIC X(01).
028800 77  WS-CUR-COUNT               PIC 9(04) COMP  VALUE 0.
028900 77  WS-CUR-MAX                 PIC 9(04) COMP  VALUE 400.
029000*
029100 01  WS-PRI-TABLE.
029200     05  WS-PRI-ENTRY  OCCURS 400 TIMES
029300                       INDEXED BY WS-PRI-IDX.
029400         10  WS-PRI-KEY         PIC X(19).
029500         10  WS-PRI-IMAGE       PIC X(103).
029600         10  WS-PRI-MATCHED     PIC X(01).
029700 77  WS-PRI-COUNT               PIC 9(04) COMP  VALUE 0.
029800*
029900*    WHICH FILE IS BEING EDITED/AUDITED, HOW WIDE ITS KEY IS,
030000*    AND THE DD ITS PRIOR GENERATION IS SUPPLIED ON.
030100 01  WS-CFG-FILE-NAME           PIC X(08)  VALUE SPACES.
030200 01  WS-PRIOR-DD                PIC X(08)  VALUE SPACES.
030300 77  WS-CFG-KEY-LEN             PIC 9(02) COMP  VALUE 0.
030400*
030460*    AN IMAGE HOLDS THE WIDEST CONTROL RECORD (CANDSREQ).
030520 01  WS-CFG-IMAGE               PIC X(103) VALUE SPACES.
030600 01  WS-CFG-IMAGE-K4 REDEFINES WS-CFG-IMAGE.
030700     05  WS-CFG-IMG-KEY4        PIC X(04).
030800     05  FILLER                 PIC X(99).
030900 01  WS-CFG-IMAGE-K8 REDEFINES WS-CFG-IMAGE.
031000     05  WS-CFG-IMG-KEY8        PIC X(08).
031100     05  FILLER                 PIC X(95).
031200 01  WS-CFG-IMAGE-K14 REDEFINES WS-CFG-IMAGE.
031300     05  WS-CFG-IMG-TAG         PIC X(03).
031400     05  FILLER                 PIC X(11).
031500     05  FILLER                 PIC X(89).
031600 01  WS-CFG-IMAGE-K14X REDEFINES WS-CFG-IMAGE.
031700     05  WS-CFG-IMG-KEY14       PIC X(14).
031800     05  FILLER                 PIC X(89).
031900 01  WS-CFG-IMAGE-K17 REDEFINES WS-CFG-IMAGE.
032000     05  WS-CFG-IMG-KEY17       PIC X(17).
032100     05  FILLER                 PIC X(86).
032110 01  WS-CFG-IMAGE-OVRW REDEFINES WS-CFG-IMAGE.
032120     05  FILLER                 PIC X(32).
032130     05  WS-CFG-IMG-OVR-WINDOW  PIC X(04).
032140     05  FILLER                 PIC X(67).
032150 01  WS-CFG-IMAGE-DSRW REDEFINES WS-CFG-IMAGE.
032160     05  FILLER                 PIC X(73).
032170     05  WS-CFG-IMG-DSR-WINDOW  PIC X(04).
032180     05  FILLER                 PIC X(26).
032200*
032230*    A KEY THAT CARRIES A BATCH WINDOW HOLDS IT IN COLS 16-19.
032260 01  WS-CFG-KEY                 PIC X(19)  VALUE SPACES.
032290 01  WS-CFG-KEY-X REDEFINES WS-CFG-KEY.
032320     05  FILLER                 PIC X(15).
032350     05  WS-CFG-KEY-WINDOW      PIC X(04).
032400*
032500*    A PRINTED IMAGE IS CUT TO WHAT FITS AFTER ITS LABEL.
032600 01  WS-IMAGE-PRINT             PIC X(80)  VALUE SPACES.
032700 01  WS-IMAGE-PRINT-X REDEFINES WS-IMAGE-PRINT.
032800     05  WS-IMAGE-PRINT-HEAD    PIC X(66).
032900     05  FILLER                 PIC X(14).
033000*
033100 77  WS-ADDED-COUNT             PIC 9(05) COMP  VALUE 0.
033200 77  WS-REMOVED-COUNT           PIC 9(05) COMP  VALUE 0.
033300 77  WS-CHANGED-COUNT           PIC 9(05) COMP  VALUE 0.
033400 77  WS-TOTAL-CHANGES           PIC 9(05) COMP  VALUE 0.
033500*
033600******************************************************************
033700*    FINDING COUNTERS AND WORK FIELDS                            *
033800******************************************************************
033900 77  WS-FILE-REC-COUNT          PIC 9(05) COMP  VALUE 0.
034000 77  WS-ERROR-COUNT             PIC 9(05) COMP  VALUE 0.
034100 77  WS-WARNING-COUNT           PIC 9(05) COMP  VALUE 0.
034200 77  WS-FILES-CHECKED           PIC 9(02) COMP  VALUE 0.
034300*
034400 77  WS-MISSING-SWITCH          PIC X(01)  VALUE 'N'.
034500     88  WS-REQUIRED-FILE-MISSING          VALUE 'Y'.
034600*
034700 01  WS-FND-KEY                 PIC X(19)  VALUE SPACES.
034800 01  WS-FND-LEVEL               PIC X(05)  VALUE SPACES.
034900     88  WS-FND-IS-ERROR                   VALUE 'ERROR'.
035000 01  WS-FND-TEXT                PIC X(40)  VALUE SPACES.
035100*
035200******************************************************************
035300*    REPORT PRINT WORK AREA                                      *
035400******************************************************************
035500 01  WS-PRT-LINE                PIC X(80).
035600 01  WS-EDIT-COUNT              PIC ZZZZ9.
035700 01  WS-EDIT-COUNT2             PIC ZZZZ9.
035800 01  WS-EDIT-COUNT3             PIC ZZZZ9.
035900*
036000 PROCEDURE DIVISION.
036100*
036200******************************************************************
036300*    0000-MAINLINE                                               *
036400*    CONTROLS OVERALL FLOW OF THE VALIDATION RUN.  THE           *
036500*    REFERENCE FILES ARE EDITED FIRST SO THE OTHERS CAN BE       *
036600*    CROSS-CHECKED AGAINST THEM.                                 *
036700******************************************************************
036800 0000-MAINLINE.
036900*
037000     MOVE 0 TO RETURN-CODE.
037100     PERFORM 1000-INITIALIZE
037200         THRU 1000-INITIALIZE-EXIT.
037300*
037400     PERFORM 2000-EDIT-CALENDAR
037500         THRU 2000-EDIT-CALENDAR-EXIT.
037600     PERFORM 2100-EDIT-STREAMS
037700         THRU 2100-EDIT-STREAMS-EXIT.
037800     PERFORM 2200-EDIT-ENVIRONMENTS
037900         THRU 2200-EDIT-ENVIRONMENTS-EXIT.
038000     PERFORM 3000-EDIT-PARM
038100         THRU 3000-EDIT-PARM-EXIT.
038200     PERFORM 3100-EDIT-DATASET-REQS
038300         THRU 3100-EDIT-DATASET-REQS-EXIT.
038400     PERFORM 3200-EDIT-HOLDS
038500         THRU 3200-EDIT-HOLDS-EXIT.
038600*
038700     PERFORM 5000-PRINT-SUMMARY
038800         THRU 5000-PRINT-SUMMARY-EXIT.
038900*
039000     CLOSE CFGV-PRT-FILE.
039100*
039200     PERFORM 9999-EXIT
039300         THRU 9999-EXIT-EXIT.
039400     STOP RUN.
039500*
039600******************************************************************
039700*    1000-INITIALIZE                                             *
039800*    CAPTURES THE RUN TIMESTAMP AND PRINTS THE REPORT HEADING.   *
039900******************************************************************
040000 1000-INITIALIZE.
040100*
040200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
040300     ACCEPT WS-CURRENT-TIME FROM TIME.
040400     MOVE WS-CURRENT-DATE TO WS-TS-DATE.
040500     MOVE WS-CURRENT-TIME TO WS-TS-TIME.
040600*
040700     OPEN OUTPUT CFGV-PRT-FILE.
040800*
040900     MOVE SPACES TO WS-PRT-LINE.
041000     STRING 'CANCFGV - CONTROL-FILE VALIDATION AND CHANGE AUDIT '
041100         'AT ' WS-TIMESTAMP
041200         DELIMITED BY SIZE INTO WS-PRT-LINE.
041300     PERFORM 9000-EMIT-REPORT-LINE
041400         THRU 9000-EMIT-REPORT-LINE-EXIT.
041500     MOVE ALL '=' TO WS-PRT-LINE.
041600     PERFORM 9000-EMIT-REPORT-LINE
041700         THRU 9000-EMIT-REPORT-LINE-EXIT.
041800*
041900 1000-INITIALIZE-EXIT.
042000     EXIT.
042100*
042200******************************************************************
042300*    2000-EDIT-CALENDAR                                          *
042400*    EDITS CANCAL AND TABLES ITS DATES, CYCLES AND DAY TYPES     *
042500*    FOR THE CROSS-CHECKS.  A MISSING CALENDAR IS FATAL - THE    *
042600*    CANARY CANNOT RESOLVE A CYCLE WITHOUT IT.                   *
042700******************************************************************
042800 2000-EDIT-CALENDAR.
042900*
043000     MOVE 'CANCAL'  TO WS-CFG-FILE-NAME.
043100     MOVE 'CANCALP' TO WS-PRIOR-DD.
043200     MOVE 8         TO WS-CFG-KEY-LEN.
043300     PERFORM 7000-START-FILE
043400         THRU 7000-START-FILE-EXIT.
043500*
043600     OPEN INPUT CANY-CAL-FILE.
043700     IF NOT WS-CAL-FILE-OK
043800         MOVE WS-CAL-FILE-STATUS TO WS-OPEN-STATUS
043900         PERFORM 7050-REPORT-FILE-MISSING
044000             THRU 7050-REPORT-FILE-MISSING-EXIT
044100         SET WS-REQUIRED-FILE-MISSING TO TRUE
044200         GO TO 2000-EDIT-CALENDAR-EXIT
044300     END-IF.
044400*
044500     PERFORM 2010-EDIT-ONE-CAL
044600         THRU 2010-EDIT-ONE-CAL-EXIT
044700         UNTIL WS-CAL-FILE-EOF.
044800*
044900     CLOSE CANY-CAL-FILE.
045000*
045100     PERFORM 7100-END-FILE
045200         THRU 7100-END-FILE-EXIT.
045300*
045400 2000-EDIT-CALENDAR-EXIT.
045500     EXIT.
045600*
045700******************************************************************
045800*    2010-EDIT-ONE-CAL                                           *
045900*    EDITS ONE CALENDAR RECORD.                                  *
046000******************************************************************
046100 2010-EDIT-ONE-CAL.
046200*
046300     READ CANY-CAL-FILE
046400         AT END
046500             SET WS-CAL-FILE-EOF TO TRUE
046600             GO TO 2010-EDIT-ONE-CAL-EXIT
046700     END-READ.
046800*
046900     ADD 1 TO WS-FILE-REC-COUNT.
047000     MOVE CANY-CAL-RECORD TO WS-CFG-IMAGE.
047100     PERFORM 7200-TABLE-CURRENT-IMAGE
047200         THRU 7200-TABLE-CURRENT-IMAGE-EXIT.
047300     MOVE WS-CFG-KEY TO WS-FND-KEY.
047400*
047500     IF CANY-CAL-DATE NOT NUMERIC
047600         MOVE 'DATE NOT NUMERIC' TO WS-FND-TEXT
047700         PERFORM 8000-REPORT-ERROR
047800             THRU 8000-REPORT-ERROR-EXIT
047900         GO TO 2010-EDIT-ONE-CAL-EXIT
048000     END-IF.
048100*
048200     MOVE CANY-CAL-DAY-TYPE TO WS-CHK-DAY-TYPE.
048300     IF NOT WS-CHK-DAY-TYPE-VALID
048400         MOVE 'DAY TYPE NOT P, W, H OR M' TO WS-FND-TEXT
048500         PERFORM 8000-REPORT-ERROR
048600             THRU 8000-REPORT-ERROR-EXIT
048700     END-IF.
048800     IF CANY-CAL-PROCESSING
048900         IF CANY-CAL-MONTH-END
049000             MOVE 'Y' TO WS-SEEN-M
049100         ELSE
049200             MOVE 'Y' TO WS-SEEN-P
049300         END-IF
049400     END-IF.
049500     IF CANY-CAL-WEEKEND
049600         MOVE 'Y' TO WS-SEEN-W
049700     END-IF.
049800     IF CANY-CAL-HOLIDAY
049900         MOVE 'Y' TO WS-SEEN-H
050000     END-IF.
050100*
050200     IF CANY-CAL-CYCLE-ID NOT NUMERIC
050300         MOVE 'CYCLE ID NOT NUMERIC' TO WS-FND-TEXT
050400         PERFORM 8000-REPORT-ERROR
050500             THRU 8000-REPORT-ERROR-EXIT
050600     END-IF.
050700     IF CANY-CAL-AM-CYCLE-ID NOT NUMERIC
050800         MOVE 'AM-CYCLE ID NOT NUMERIC' TO WS-FND-TEXT
050900         PERFORM 8000-REPORT-ERROR
051000             THRU 8000-REPORT-ERROR-EXIT
051100     END-IF.
051200*
051300     MOVE 'N' TO WS-FOUND-SWITCH.
051400     PERFORM 2020-MATCH-CAL-DATE
051500         THRU 2020-MATCH-CAL-DATE-EXIT
051600         VARYING WS-CAL-IDX FROM 1 BY 1
051700         UNTIL WS-CAL-IDX > WS-CAL-COUNT
051800         OR WS-ENTRY-FOUND.
051900     IF WS-ENTRY-FOUND
052000         MOVE 'DUPLICATE CALENDAR DATE' TO WS-FND-TEXT
052100         PERFORM 8000-REPORT-ERROR
052200             THRU 8000-REPORT-ERROR-EXIT
052300         GO TO 2010-EDIT-ONE-CAL-EXIT
052400     END-IF.
052500*
052600     IF WS-CAL-COUNT < WS-CAL-MAX
052700         ADD 1 TO WS-CAL-COUNT
052800         SET WS-CAL-IDX TO WS-CAL-COUNT
052900         MOVE CANY-CAL-DATE TO WS-CAL-DATE (WS-CAL-IDX)
053000         IF CANY-CAL-CYCLE-ID NUMERIC
053100             MOVE CANY-CAL-CYCLE-ID TO WS-CAL-CYCLE (WS-CAL-IDX)
053200         ELSE
053300             MOVE ZERO TO WS-CAL-CYCLE (WS-CAL-IDX)
053400         END-IF
053500     END-IF.
053600*
053700 2010-EDIT-ONE-CAL-EXIT.
053800     EXIT.
053900*
054000******************************************************************
054100*    2020-MATCH-CAL-DATE                                         *
054200*    COMPARES THE RECORD'S DATE TO ONE TABLED CALENDAR DATE.     *
054300******************************************************************
054400 2020-MATCH-CAL-DATE.
054500*
054600     IF WS-CAL-DATE (WS-CAL-IDX) = CANY-CAL-DATE
054700         SET WS-ENTRY-FOUND TO TRUE
054800         SET WS-CAL-IDX DOWN BY 1
054900     END-IF.
055000*
055100 2020-MATCH-CAL-DATE-EXIT.
055200     EXIT.
055300*
055400******************************************************************
055500*    2100-EDIT-STREAMS                                           *
055600*    EDITS THE CANSTRM STREAM REGISTRY AND TABLES ITS STREAM     *
055700*    IDS FOR THE HOLD CROSS-CHECK.  WITHOUT IT THE CANARY        *
055800*    WRITES NO RELEASE TOKENS, SO A MISSING FILE IS FATAL.       *
055900******************************************************************
056000 2100-EDIT-STREAMS.
056100*
056200     MOVE 'CANSTRM'  TO WS-CFG-FILE-NAME.
056300     MOVE 'CANSTRMP' TO WS-PRIOR-DD.
056400     MOVE 8          TO WS-CFG-KEY-LEN.
056500     PERFORM 7000-START-FILE
056600         THRU 7000-START-FILE-EXIT.
056700*
056800     OPEN INPUT CANY-STRM-FILE.
056900     IF NOT WS-STRM-FILE-OK
057000         MOVE WS-STRM-FILE-STATUS TO WS-OPEN-STATUS
057100         PERFORM 7050-REPORT-FILE-MISSING
057200             THRU 7050-REPORT-FILE-MISSING-EXIT
057300         SET WS-REQUIRED-FILE-MISSING TO TRUE
057400         GO TO 2100-EDIT-STREAMS-EXIT
057500     END-IF.
057600*
057700     PERFORM 2110-EDIT-ONE-STREAM
057800         THRU 2110-EDIT-ONE-STREAM-EXIT
057900         UNTIL WS-STRM-FILE-EOF.
058000*
058100     CLOSE CANY-STRM-FILE.
058200*
058300     IF WS-STRM-COUNT = 0
058400         MOVE SPACES TO WS-FND-KEY
058500         MOVE 'NO STREAMS REGISTERED' TO WS-FND-TEXT
058600         PERFORM 8000-REPORT-ERROR
058700             THRU 8000-REPORT-ERROR-EXIT
058800     END-IF.
058900*
059000     PERFORM 7100-END-FILE
059100         THRU 7100-END-FILE-EXIT.
059200*
059300 2100-EDIT-STREAMS-EXIT.
059400     EXIT.
059500*
059600******************************************************************
059700*    2110-EDIT-ONE-STREAM                                        *
059800*    EDITS ONE STREAM REGISTRY RECORD.                           *
059900******************************************************************
060000 2110-EDIT-ONE-STREAM.
060100*
060200     READ CANY-STRM-FILE
060300         AT END
060400             SET WS-STRM-FILE-EOF TO TRUE
060500             GO TO 2110-EDIT-ONE-STREAM-EXIT
060600     END-READ.
060700*
060800     ADD 1 TO WS-FILE-REC-COUNT.
060900     MOVE CANY-STRM-RECORD TO WS-CFG-IMAGE.
061000     PERFORM 7200-TABLE-CURRENT-IMAGE
061100         THRU 7200-TABLE-CURRENT-IMAGE-EXIT.
061200     MOVE WS-CFG-KEY TO WS-FND-KEY.
061300*
061400     IF CANY-STRM-STREAM-ID = SPACES
061500         MOVE 'BLANK STREAM ID - RECORD IGNORED'
061600             TO WS-FND-TEXT
061700         PERFORM 8100-REPORT-WARNING
061800             THRU 8100-REPORT-WARNING-EXIT
061900         GO TO 2110-EDIT-ONE-STREAM-EXIT
062000     END-IF.
062100*
062200     MOVE CANY-STRM-STREAM-ID TO WS-CHK-STREAM.
062300     PERFORM 7300-FIND-STREAM
062400         THRU 7300-FIND-STREAM-EXIT.
062500     IF WS-ENTRY-FOUND
062600         MOVE 'DUPLICATE STREAM - TWO RELEASE TOKENS'
062700             TO WS-FND-TEXT
062800         PERFORM 8000-REPORT-ERROR
062900             THRU 8000-REPORT-ERROR-EXIT
063000         GO TO 2110-EDIT-ONE-STREAM-EXIT
063100     END-IF.
063200*
063300     IF WS-STRM-COUNT < WS-STRM-MAX
063400         ADD 1 TO WS-STRM-COUNT
063500         SET WS-STRM-IDX TO WS-STRM-COUNT
063600         MOVE CANY-STRM-STREAM-ID TO WS-STRM-ID (WS-STRM-IDX)
063650         MOVE CANY-STRM-WINDOW-ID TO WS-STRM-WINDOW (WS-STRM-IDX)
063700     END-IF.
063800*
063900 2110-EDIT-ONE-STREAM-EXIT.
064000     EXIT.
064100*
064200******************************************************************
064300*    2200-EDIT-ENVIRONMENTS                                      *
064400*    EDITS THE CANENVR ENVIRONMENT REGISTRY.  CANCONS FALLS      *
064500*    BACK TO ITS TEST/PROD DEFAULTS WITHOUT IT, SO A MISSING     *
064600*    REGISTRY IS ONLY A WARNING.                                 *
064700******************************************************************
064800 2200-EDIT-ENVIRONMENTS.
064900*
065000     MOVE 'CANENVR'  TO WS-CFG-FILE-NAME.
065100     MOVE 'CANENVRP' TO WS-PRIOR-DD.
065200     MOVE 4          TO WS-CFG-KEY-LEN.
065300     PERFORM 7000-START-FILE
065400         THRU 7000-START-FILE-EXIT.
065500*
065600     OPEN INPUT ENV-REGISTRY-FILE.
065700     IF NOT WS-ENVR-FILE-OK
065800         MOVE SPACES TO WS-FND-KEY
065900         MOVE 'REGISTRY UNAVAILABLE - CANCONS DEFAULTS'
066000             TO WS-FND-TEXT
066100         PERFORM 8100-REPORT-WARNING
066200             THRU 8100-REPORT-WARNING-EXIT
066300         GO TO 2200-EDIT-ENVIRONMENTS-EXIT
066400     END-IF.
066500*
066600     SET WS-ENVR-WAS-LOADED TO TRUE.
066700     PERFORM 2210-EDIT-ONE-ENVIRONMENT
066800         THRU 2210-EDIT-ONE-ENVIRONMENT-EXIT
066900         UNTIL WS-ENVR-FILE-EOF.
067000*
067100     CLOSE ENV-REGISTRY-FILE.
067200*
067300     PERFORM 7100-END-FILE
067400         THRU 7100-END-FILE-EXIT.
067500*
067600 2200-EDIT-ENVIRONMENTS-EXIT.
067700     EXIT.
067800*
067900******************************************************************
068000*    2210-EDIT-ONE-ENVIRONMENT                                   *
068100*    EDITS ONE ENVIRONMENT REGISTRY RECORD: A NAME AND ALL FOUR  *
068200*    DD NAMES, AND NO DUPLICATE ENVIRONMENT.                     *
068300******************************************************************
068400 2210-EDIT-ONE-ENVIRONMENT.
068500*
068600     READ ENV-REGISTRY-FILE
068700         AT END
068800             SET WS-ENVR-FILE-EOF TO TRUE
068900             GO TO 2210-EDIT-ONE-ENVIRONMENT-EXIT
069000     END-READ.
069100*
069200     ADD 1 TO WS-FILE-REC-COUNT.
069300     MOVE CANY-ENV-RECORD TO WS-CFG-IMAGE.
069400     PERFORM 7200-TABLE-CURRENT-IMAGE
069500         THRU 7200-TABLE-CURRENT-IMAGE-EXIT.
069600     MOVE WS-CFG-KEY TO WS-FND-KEY.
069700*
069800     IF CANY-ENV-NAME = SPACES
069900         MOVE 'BLANK ENVIRONMENT NAME' TO WS-FND-TEXT
070000         PERFORM 8000-REPORT-ERROR
070100             THRU 8000-REPORT-ERROR-EXIT
070200         GO TO 2210-EDIT-ONE-ENVIRONMENT-EXIT
070300     END-IF.
070400*
070500     IF CANY-ENV-LOG-DD = SPACES
070600         OR CANY-ENV-ALERT-DD = SPACES
070700         OR CANY-ENV-CHKPT-DD = SPACES
070800         OR CANY-ENV-ACK-DD = SPACES
070900         MOVE 'LOG/ALERT/CHKPT/ACK DD NAME MISSING'
071000             TO WS-FND-TEXT
071100         PERFORM 8000-REPORT-ERROR
071200             THRU 8000-REPORT-ERROR-EXIT
071300     END-IF.
071400*
071500     MOVE CANY-ENV-NAME TO WS-CHK-ENV.
071600     PERFORM 7400-FIND-ENVIRONMENT
071700         THRU 7400-FIND-ENVIRONMENT-EXIT.
071800     IF WS-ENTRY-FOUND
071900         MOVE 'DUPLICATE ENVIRONMENT' TO WS-FND-TEXT
072000         PERFORM 8000-REPORT-ERROR
072100             THRU 8000-REPORT-ERROR-EXIT
072200         GO TO 2210-EDIT-ONE-ENVIRONMENT-EXIT
072300     END-IF.
072400*
072500     IF WS-ENVR-COUNT < WS-ENVR-MAX
072600         ADD 1 TO WS-ENVR-COUNT
072700         SET WS-ENVR-IDX TO WS-ENVR-COUNT
072800         MOVE CANY-ENV-NAME TO WS-ENVR-NAME (WS-ENVR-IDX)
072900     ELSE
073000         MOVE 'MORE THAN 20 ENVIRONMENTS REGISTERED'
073100             TO WS-FND-TEXT
073200         PERFORM 8000-REPORT-ERROR
073300             THRU 8000-REPORT-ERROR-EXIT
073400     END-IF.
073500*
073600 2210-EDIT-ONE-ENVIRONMENT-EXIT.
073700     EXIT.
073800*
073900******************************************************************
074000*    3000-EDIT-PARM                                              *
074100*    EDITS CANARY.PARM: THE BASE RECORD FIRST, THEN EVERY        *
074200*    FOLLOWING RECORD AS A DAY-TYPE/CYCLE 'OVR' OVERRIDE.        *
074300******************************************************************
074400 3000-EDIT-PARM.
074500*
074600     MOVE 'CANPARM'  TO WS-CFG-FILE-NAME.
074700     MOVE 'CANPARMP' TO WS-PRIOR-DD.
074800     MOVE 14         TO WS-CFG-KEY-LEN.
074900     PERFORM 7000-START-FILE
075000         THRU 7000-START-FILE-EXIT.
075100*
075200     OPEN INPUT CANY-PARM-FILE.
075300     IF NOT WS-PARM-FILE-OK
075400         MOVE WS-PARM-FILE-STATUS TO WS-OPEN-STATUS
075500         PERFORM 7050-REPORT-FILE-MISSING
075600             THRU 7050-REPORT-FILE-MISSING-EXIT
075700         SET WS-REQUIRED-FILE-MISSING TO TRUE
075800         GO TO 3000-EDIT-PARM-EXIT
075900     END-IF.
076000*
076100     PERFORM 3010-EDIT-ONE-PARM
076200         THRU 3010-EDIT-ONE-PARM-EXIT
076300         UNTIL WS-PARM-FILE-EOF.
076400*
076500     CLOSE CANY-PARM-FILE.
076600*
076700     IF WS-PARM-REC-COUNT = 0
076800         MOVE SPACES TO WS-FND-KEY
076900         MOVE 'EMPTY - CANARY WOULD RUN ON DEFAULTS'
077000             TO WS-FND-TEXT
077100         PERFORM 8000-REPORT-ERROR
077200             THRU 8000-REPORT-ERROR-EXIT
077300     END-IF.
077400*
077500     IF WS-POV-COUNT > WS-CANY-POV-MAX
077600         MOVE SPACES TO WS-FND-KEY
077700         MOVE 'MORE THAN 10 OVR RECORDS - EXCESS DROPPED'
077800             TO WS-FND-TEXT
077900         PERFORM 8000-REPORT-ERROR
078000             THRU 8000-REPORT-ERROR-EXIT
078100     END-IF.
078200*
078300     PERFORM 7100-END-FILE
078400         THRU 7100-END-FILE-EXIT.
078500*
078600 3000-EDIT-PARM-EXIT.
078700     EXIT.
078800*
078900******************************************************************
079000*    3010-EDIT-ONE-PARM                                          *
079100*    READS ONE CANARY.PARM RECORD AND ROUTES IT TO THE BASE OR   *
079200*    OVERRIDE EDIT.                                              *
079300******************************************************************
079400 3010-EDIT-ONE-PARM.
079500*
079600     READ CANY-PARM-FILE
079700         AT END
079800             SET WS-PARM-FILE-EOF TO TRUE
079900             GO TO 3010-EDIT-ONE-PARM-EXIT
080000     END-READ.
080100*
080200     ADD 1 TO WS-FILE-REC-COUNT.
080300     ADD 1 TO WS-PARM-REC-COUNT.
080400     MOVE CANY-PARM-RECORD TO WS-CFG-IMAGE.
080500     PERFORM 7200-TABLE-CURRENT-IMAGE
080600         THRU 7200-TABLE-CURRENT-IMAGE-EXIT.
080700     MOVE WS-CFG-KEY TO WS-FND-KEY.
080800*
080900     IF WS-PARM-REC-COUNT = 1
081000         PERFORM 3020-EDIT-BASE-PARM
081100             THRU 3020-EDIT-BASE-PARM-EXIT
081200         GO TO 3010-EDIT-ONE-PARM-EXIT
081300     END-IF.
081400*
081500     IF NOT CANY-PARM-IS-OVERRIDE
081600         MOVE 'NOT TAGGED OVR - CANARY IGNORES IT'
081700             TO WS-FND-TEXT
081800         PERFORM 8000-REPORT-ERROR
081900             THRU 8000-REPORT-ERROR-EXIT
082000         GO TO 3010-EDIT-ONE-PARM-EXIT
082100     END-IF.
082200*
082300     PERFORM 3030-EDIT-PARM-OVR
082400         THRU 3030-EDIT-PARM-OVR-EXIT.
082500*
082600 3010-EDIT-ONE-PARM-EXIT.
082700     EXIT.
082800*
082900******************************************************************
083000*    3020-EDIT-BASE-PARM                                         *
083100*    EDITS THE BASE RECORD.  A NUMERIC VALUE FIELD LEFT BLANK    *
083200*    IS A DELIBERATE 'USE THE DEFAULT'; ANYTHING ELSE THAT IS    *
083300*    NOT NUMERIC IS A TYPO THE CANARY WOULD QUIETLY IGNORE.      *
083400******************************************************************
083500 3020-EDIT-BASE-PARM.
083600*
083700     IF CANY-PARM-IS-OVERRIDE
083800         MOVE 'FIRST RECORD IS OVR, NOT THE BASE'
083900             TO WS-FND-TEXT
084000         PERFORM 8000-REPORT-ERROR
084100             THRU 8000-REPORT-ERROR-EXIT
084200         GO TO 3020-EDIT-BASE-PARM-EXIT
084300     END-IF.
084400*
084500     IF CANY-PARM-ID NOT NUMERIC
084600         MOVE 'RUN/OPERATOR ID NOT NUMERIC' TO WS-FND-TEXT
084700         PERFORM 8000-REPORT-ERROR
084800             THRU 8000-REPORT-ERROR-EXIT
084900     END-IF.
085000*
085100     IF CANY-PARM-HELLO-TEXT = SPACES
085200         MOVE 'BANNER TEXT BLANK - SHOP DEFAULT USED'
085300             TO WS-FND-TEXT
085400         PERFORM 8100-REPORT-WARNING
085500             THRU 8100-REPORT-WARNING-EXIT
085600     END-IF.
085700*
085800     IF CANY-PARM-ENVIRONMENT = SPACES
085900         MOVE 'ENVIRONMENT BLANK' TO WS-FND-TEXT
086000         PERFORM 8000-REPORT-ERROR
086100             THRU 8000-REPORT-ERROR-EXIT
086200     ELSE
086300         IF WS-ENVR-WAS-LOADED
086400             MOVE CANY-PARM-ENVIRONMENT TO WS-CHK-ENV
086500             PERFORM 7400-FIND-ENVIRONMENT
086600                 THRU 7400-FIND-ENVIRONMENT-EXIT
086700             IF NOT WS-ENTRY-FOUND
086800                 MOVE 'ENVIRONMENT NOT REGISTERED ON CANENVR'
086900                     TO WS-FND-TEXT
087000                 PERFORM 8000-REPORT-ERROR
087100                     THRU 8000-REPORT-ERROR-EXIT
087200             END-IF
087300         END-IF
087400     END-IF.
087500*
087600     IF CANY-PARM-RETRY-COUNT NOT NUMERIC
087700         AND CANY-PARM-RETRY-COUNT NOT = SPACES
087800         MOVE 'RETRY COUNT NOT NUMERIC' TO WS-FND-TEXT
087900         PERFORM 8000-REPORT-ERROR
088000             THRU 8000-REPORT-ERROR-EXIT
088100     END-IF.
088200     IF CANY-PARM-RETRY-WAIT NOT NUMERIC
088300         AND CANY-PARM-RETRY-WAIT NOT = SPACES
088400         MOVE 'RETRY WAIT NOT NUMERIC' TO WS-FND-TEXT
088500         PERFORM 8000-REPORT-ERROR
088600             THRU 8000-REPORT-ERROR-EXIT
088700     END-IF.
088800     IF CANY-PARM-RETRY-COUNT NUMERIC
088900         AND CANY-PARM-RETRY-COUNT > 0
089000         AND CANY-PARM-RETRY-WAIT NUMERIC
089100         AND CANY-PARM-RETRY-WAIT = 0
089200         MOVE 'RETRIES WITH A ZERO WAIT INTERVAL'
089300             TO WS-FND-TEXT
089400         PERFORM 8100-REPORT-WARNING
089500             THRU 8100-REPORT-WARNING-EXIT
089600     END-IF.
089700     IF CANY-PARM-ESC-MINS NOT NUMERIC
089800         AND CANY-PARM-ESC-MINS NOT = SPACES
089900         MOVE 'ESCALATION MINUTES NOT NUMERIC' TO WS-FND-TEXT
090000         PERFORM 8000-REPORT-ERROR
090100             THRU 8000-REPORT-ERROR-EXIT
090200     END-IF.
090300     IF CANY-PARM-SLA-MINS NOT NUMERIC
090400         AND CANY-PARM-SLA-MINS NOT = SPACES
090500         MOVE 'SLA MINUTES NOT NUMERIC' TO WS-FND-TEXT
090600         PERFORM 8000-REPORT-ERROR
090700             THRU 8000-REPORT-ERROR-EXIT
090800     END-IF.
090900     IF CANY-PARM-SLA-MINS NUMERIC
091000         AND CANY-PARM-SLA-MINS > 1440
091100         MOVE 'SLA MINUTES EXCEED ONE DAY' TO WS-FND-TEXT
091200         PERFORM 8000-REPORT-ERROR
091300             THRU 8000-REPORT-ERROR-EXIT
091400     END-IF.
091500     IF CANY-PARM-VOL-TOL-PCT NOT NUMERIC
091600         AND CANY-PARM-VOL-TOL-PCT NOT = SPACES
091700         MOVE 'VOLUME TOLERANCE NOT NUMERIC' TO WS-FND-TEXT
091800         PERFORM 8000-REPORT-ERROR
091900             THRU 8000-REPORT-ERROR-EXIT
092000     END-IF.
092100*
092200 3020-EDIT-BASE-PARM-EXIT.
092300     EXIT.
092400*
092500******************************************************************
092600*    3030-EDIT-PARM-OVR                                          *
092700*    EDITS ONE 'OVR' OVERRIDE: A VALID DAY TYPE THAT ACTUALLY    *
092800*    OCCURS ON CANCAL, A NUMERIC CYCLE (ZERO, OR ONE ON          *
092870*    CANCAL), NUMERIC-OR-BLANK VALUES, A BATCH WINDOW WITH       *
092940*    STREAMS ON CANSTRM, AND NO SECOND OVERRIDE FOR THE SAME     *
093010*    DAY TYPE, CYCLE AND WINDOW.                                 *
093100******************************************************************
093200 3030-EDIT-PARM-OVR.
093300*
093830     PERFORM 3035-EDIT-OVR-DAY-TYPE
094360         THRU 3035-EDIT-OVR-DAY-TYPE-EXIT.
094900*
095000     IF CANY-PARM-OVR-CYCLE-ID NOT NUMERIC
095100         MOVE 'OVR CYCLE ID NOT NUMERIC' TO WS-FND-TEXT
095200         PERFORM 8000-REPORT-ERROR
095300             THRU 8000-REPORT-ERROR-EXIT
095400     ELSE
095500         IF CANY-PARM-OVR-CYCLE-ID NOT = ZERO
095600             MOVE CANY-PARM-OVR-CYCLE-ID TO WS-CHK-CYCLE
095700             PERFORM 7600-FIND-CAL-CYCLE
095800                 THRU 7600-FIND-CAL-CYCLE-EXIT
095900             IF NOT WS-ENTRY-FOUND
096000                 MOVE 'OVR CYCLE ID NOT ON CANCAL'
096100                     TO WS-FND-TEXT
096200                 PERFORM 8000-REPORT-ERROR
096300                     THRU 8000-REPORT-ERROR-EXIT
096400             END-IF
096500         END-IF
096600     END-IF.
096700*
096800     IF CANY-PARM-OVR-RETRY-CNT NOT NUMERIC
096900         AND CANY-PARM-OVR-RETRY-CNT NOT = SPACES
097000         MOVE 'OVR RETRY COUNT NOT NUMERIC' TO WS-FND-TEXT
097100         PERFORM 8000-REPORT-ERROR
097200             THRU 8000-REPORT-ERROR-EXIT
097300     END-IF.
097400     IF CANY-PARM-OVR-RETRY-WT NOT NUMERIC
097500         AND CANY-PARM-OVR-RETRY-WT NOT = SPACES
097600         MOVE 'OVR RETRY WAIT NOT NUMERIC' TO WS-FND-TEXT
097700         PERFORM 8000-REPORT-ERROR
097800             THRU 8000-REPORT-ERROR-EXIT
097900     END-IF.
098000     IF CANY-PARM-OVR-ESC-MINS NOT NUMERIC
098100         AND CANY-PARM-OVR-ESC-MINS NOT = SPACES
098200         MOVE 'OVR ESCALATION MINUTES NOT NUMERIC'
098300             TO WS-FND-TEXT
098400         PERFORM 8000-REPORT-ERROR
098500             THRU 8000-REPORT-ERROR-EXIT
098600     END-IF.
098700     IF CANY-PARM-OVR-SLA-MINS NOT NUMERIC
098800         AND CANY-PARM-OVR-SLA-MINS NOT = SPACES
098900         MOVE 'OVR SLA MINUTES NOT NUMERIC' TO WS-FND-TEXT
099000         PERFORM 8000-REPORT-ERROR
099100             THRU 8000-REPORT-ERROR-EXIT
099200     END-IF.
099300     IF CANY-PARM-OVR-RETRY-CNT = SPACES
099400         AND CANY-PARM-OVR-RETRY-WT = SPACES
099500         AND CANY-PARM-OVR-ESC-MINS = SPACES
099600         AND CANY-PARM-OVR-SLA-MINS = SPACES
099700         MOVE 'OVR RECORD OVERRIDES NOTHING' TO WS-FND-TEXT
099800         PERFORM 8100-REPORT-WARNING
099900             THRU 8100-REPORT-WARNING-EXIT
100000     END-IF.
100100*
100130     IF CANY-PARM-OVR-WINDOW-ID NOT = SPACES
100160         MOVE CANY-PARM-OVR-WINDOW-ID TO WS-CHK-WINDOW
100190         PERFORM 7350-CHECK-WINDOW-STREAMS
100220             THRU 7350-CHECK-WINDOW-STREAMS-EXIT
100250     END-IF.
100280*
100310     MOVE CANY-PARM-OVR-DAY-TYPE  TO WS-POV-WORK-TYPE.
100340     MOVE CANY-PARM-OVR-CYCLE-ID  TO WS-POV-WORK-CYCLE.
100370     MOVE CANY-PARM-OVR-WINDOW-ID TO WS-POV-WORK-WINDOW.
100400     MOVE 'N' TO WS-FOUND-SWITCH.
100500     PERFORM 3040-MATCH-PARM-OVR
100600         THRU 3040-MATCH-PARM-OVR-EXIT
100700         VARYING WS-POV-IDX FROM 1 BY 1
100800         UNTIL WS-POV-IDX > WS-POV-COUNT
100900         OR WS-ENTRY-FOUND.
101000     IF WS-ENTRY-FOUND
101100         MOVE 'DUPLICATE OVR FOR DAY TYPE/CYCLE/WINDOW'
101200             TO WS-FND-TEXT
101300         PERFORM 8000-REPORT-ERROR
101400             THRU 8000-REPORT-ERROR-EXIT
101500         GO TO 3030-EDIT-PARM-OVR-EXIT
101600     END-IF.
101700*
101800     IF WS-POV-COUNT < WS-POV-MAX
101900         ADD 1 TO WS-POV-COUNT
102000         SET WS-POV-IDX TO WS-POV-COUNT
102100         MOVE WS-POV-WORK-KEY TO WS-POV-KEY (WS-POV-IDX)
102200     END-IF.
102300*
102400 3030-EDIT-PARM-OVR-EXIT.
102403     EXIT.
102406*
102409******************************************************************
102412*    3035-EDIT-OVR-DAY-TYPE                                      *
102415*    EDITS THE OVERRIDE'S DAY TYPE.  A BLANK DAY TYPE IS ONLY    *
102418*    VALID ON A WINDOW'S OWN BASE RECORD (WINDOW ID GIVEN).      *
102421******************************************************************
102424 3035-EDIT-OVR-DAY-TYPE.
102427*
102430     MOVE CANY-PARM-OVR-DAY-TYPE TO WS-CHK-DAY-TYPE.
102433     IF WS-CHK-DAY-TYPE = SPACE
102436         AND CANY-PARM-OVR-WINDOW-ID NOT = SPACES
102439         GO TO 3035-EDIT-OVR-DAY-TYPE-EXIT
102442     END-IF.
102445*
102448     IF NOT WS-CHK-DAY-TYPE-VALID
102451         MOVE 'OVR DAY TYPE NOT P, W, H OR M' TO WS-FND-TEXT
102454         PERFORM 8000-REPORT-ERROR
102457             THRU 8000-REPORT-ERROR-EXIT
102460         GO TO 3035-EDIT-OVR-DAY-TYPE-EXIT
102463     END-IF.
102466*
102469     PERFORM 7500-CHECK-DAY-TYPE-SEEN
102472         THRU 7500-CHECK-DAY-TYPE-SEEN-EXIT.
102475     IF NOT WS-ENTRY-FOUND
102478         MOVE 'OVR DAY TYPE NEVER OCCURS ON CANCAL'
102481             TO WS-FND-TEXT
102484         PERFORM 8000-REPORT-ERROR
102487             THRU 8000-REPORT-ERROR-EXIT
102490     END-IF.
102493*
102496 3035-EDIT-OVR-DAY-TYPE-EXIT.
102500     EXIT.
102600*
102700******************************************************************
102800*    3040-MATCH-PARM-OVR                                         *
102900*    COMPARES THE OVERRIDE'S DAY TYPE/CYCLE TO ONE TABLED ONE.   *
103000******************************************************************
103100 3040-MATCH-PARM-OVR.
103200*
103300     IF WS-POV-KEY (WS-POV-IDX) = WS-POV-WORK-KEY
103400         SET WS-ENTRY-FOUND TO TRUE
103500         SET WS-POV-IDX DOWN BY 1
103600     END-IF.
103700*
103800 3040-MATCH-PARM-OVR-EXIT.
103900     EXIT.
104000*
104100******************************************************************
104200*    3100-EDIT-DATASET-REQS                                      *
104300*    EDITS THE CANDSREQ FEED REQUIREMENTS.  THE CANARY FALLS     *
104400*    BACK TO ITS COMPILED-IN LIST WITHOUT IT - WHICH IS NOT      *
104500*    WHAT OPERATIONS MAINTAIN - SO A MISSING FILE IS FATAL.      *
104600******************************************************************
104700 3100-EDIT-DATASET-REQS.
104800*
104900     MOVE 'CANDSREQ' TO WS-CFG-FILE-NAME.
105000     MOVE 'CANDSRQP' TO WS-PRIOR-DD.
105100     MOVE 9          TO WS-CFG-KEY-LEN.
105200     PERFORM 7000-START-FILE
105300         THRU 7000-START-FILE-EXIT.
105400*
105500     OPEN INPUT CANY-DSR-FILE.
105600     IF NOT WS-DSR-FILE-OK
105700         MOVE WS-DSR-FILE-STATUS TO WS-OPEN-STATUS
105800         PERFORM 7050-REPORT-FILE-MISSING
105900             THRU 7050-REPORT-FILE-MISSING-EXIT
106000         SET WS-REQUIRED-FILE-MISSING TO TRUE
106100         GO TO 3100-EDIT-DATASET-REQS-EXIT
106200     END-IF.
106300*
106400     PERFORM 3110-EDIT-ONE-DATASET-REQ
106500         THRU 3110-EDIT-ONE-DATASET-REQ-EXIT
106600         UNTIL WS-DSR-FILE-EOF.
106700*
106800     CLOSE CANY-DSR-FILE.
106900*
107000     MOVE SPACES TO WS-FND-KEY.
107100     IF WS-MAIN-DSN-COUNT = 0
107200         MOVE 'NO FEEDS - CANARY USES COMPILED-IN LIST'
107300             TO WS-FND-TEXT
107400         PERFORM 8000-REPORT-ERROR
107500             THRU 8000-REPORT-ERROR-EXIT
107600     END-IF.
107740     PERFORM 3160-CHECK-WINDOW-FEEDS
107880         THRU 3160-CHECK-WINDOW-FEEDS-EXIT
108020         VARYING WS-DWIN-IDX FROM 1 BY 1
108160         UNTIL WS-DWIN-IDX > WS-DWIN-COUNT.
108300*
108400     PERFORM 7100-END-FILE
108500         THRU 7100-END-FILE-EXIT.
108600*
108700 3100-EDIT-DATASET-REQS-EXIT.
108800     EXIT.
108900*
109000******************************************************************
109100*    3110-EDIT-ONE-DATASET-REQ                                   *
109200*    EDITS ONE FEED REQUIREMENT: NON-BLANK DSN, SEVERITY F/W,    *
109300*    DAY TYPES P/W/H/M THAT OCCUR ON CANCAL, VOLUME SEVERITY     *
109350*    F/W/BLANK, CONSUMER STREAMS THAT ARE ON CANSTRM IN THE      *
109380*    FEED'S OWN WINDOW, A WINDOW WITH STREAMS, AN EXPECTED-BY    *
109410*    TIME THAT IS BLANK OR A VALID HHMM (WITH A SUPPLIER NAMED   *
109440*    FOR THE SCORECARD), AND NO DUPLICATE DSN WITHIN THE WINDOW. *
109500******************************************************************
109600 3110-EDIT-ONE-DATASET-REQ.
109700*
109800     READ CANY-DSR-FILE
109900         AT END
110000             SET WS-DSR-FILE-EOF TO TRUE
110100             GO TO 3110-EDIT-ONE-DATASET-REQ-EXIT
110200     END-READ.
110300*
110400     ADD 1 TO WS-FILE-REC-COUNT.
110500     MOVE CANY-DSR-RECORD TO WS-CFG-IMAGE.
110600     PERFORM 7200-TABLE-CURRENT-IMAGE
110700         THRU 7200-TABLE-CURRENT-IMAGE-EXIT.
110800     MOVE WS-CFG-KEY TO WS-FND-KEY.
110900*
111000     IF CANY-DSR-DSN = SPACES
111100         MOVE 'BLANK DSN - RECORD IGNORED' TO WS-FND-TEXT
111200         PERFORM 8100-REPORT-WARNING
111300             THRU 8100-REPORT-WARNING-EXIT
111400         GO TO 3110-EDIT-ONE-DATASET-REQ-EXIT
111500     END-IF.
111600*
111700     IF NOT CANY-DSR-HARD-FAIL
111800         AND NOT CANY-DSR-WARN-ONLY
111900         MOVE 'SEVERITY NOT F OR W' TO WS-FND-TEXT
112000         PERFORM 8000-REPORT-ERROR
112100             THRU 8000-REPORT-ERROR-EXIT
112200     END-IF.
112300*
112400     IF CANY-DSR-VOL-SEVERITY NOT = 'F'
112500         AND CANY-DSR-VOL-SEVERITY NOT = 'W'
112600         AND CANY-DSR-VOL-SEVERITY NOT = SPACE
112700         MOVE 'VOLUME SEVERITY NOT F, W OR BLANK'
112800             TO WS-FND-TEXT
112900         PERFORM 8100-REPORT-WARNING
113000             THRU 8100-REPORT-WARNING-EXIT
113100     END-IF.
113200*
113300     IF CANY-DSR-DAY-TYPES = SPACES
113400         MOVE 'NO DAY TYPES - DEFAULTS TO PM' TO WS-FND-TEXT
113500         PERFORM 8100-REPORT-WARNING
113600             THRU 8100-REPORT-WARNING-EXIT
113700     ELSE
113800         MOVE CANY-DSR-DAY-TYPES TO WS-DAY-LIST
113900         PERFORM 3120-EDIT-ONE-DAY-TYPE
114000             THRU 3120-EDIT-ONE-DAY-TYPE-EXIT
114100             VARYING WS-DAY-SUB FROM 1 BY 1
114200             UNTIL WS-DAY-SUB > 4
114300     END-IF.
114310*
114320     PERFORM 3140-EDIT-ONE-CONSUMER
114330         THRU 3140-EDIT-ONE-CONSUMER-EXIT
114340         VARYING WS-CONS-SUB FROM 1 BY 1
114350         UNTIL WS-CONS-SUB > 6.
114400*
114410     IF CANY-DSR-WINDOW-ID NOT = SPACES
114420         MOVE CANY-DSR-WINDOW-ID TO WS-CHK-WINDOW
114430         PERFORM 7350-CHECK-WINDOW-STREAMS
114440             THRU 7350-CHECK-WINDOW-STREAMS-EXIT
114441     END-IF.
114442*
114443     IF CANY-DSR-EXPECTED-BY NOT = SPACES
114444         IF CANY-DSR-EXPECTED-HHMM NOT NUMERIC
114445             OR CANY-DSR-EXPECTED-HH > 23
114446             OR CANY-DSR-EXPECTED-MM > 59
114447             MOVE 'EXPECTED-BY NOT A VALID HHMM TIME'
114448                 TO WS-FND-TEXT
114449             PERFORM 8000-REPORT-ERROR
114450                 THRU 8000-REPORT-ERROR-EXIT
114451         ELSE
114452             IF CANY-DSR-SUPPLIER = SPACES
114453                 MOVE 'EXPECTED-BY WITH NO SUPPLIER NAMED'
114454                     TO WS-FND-TEXT
114455                 PERFORM 8100-REPORT-WARNING
114456                     THRU 8100-REPORT-WARNING-EXIT
114457             END-IF
114458         END-IF
114459     END-IF.
114460*
114500     MOVE 'N' TO WS-FOUND-SWITCH.
114600     PERFORM 3130-MATCH-DSN
114700         THRU 3130-MATCH-DSN-EXIT
114800         VARYING WS-DSN-IDX FROM 1 BY 1
114900         UNTIL WS-DSN-IDX > WS-DSN-COUNT
115000         OR WS-ENTRY-FOUND.
115100     IF WS-ENTRY-FOUND
115200         MOVE 'DUPLICATE DSN - FEED CHECKED TWICE'
115300             TO WS-FND-TEXT
115400         PERFORM 8000-REPORT-ERROR
115500             THRU 8000-REPORT-ERROR-EXIT
115600         GO TO 3110-EDIT-ONE-DATASET-REQ-EXIT
115700     END-IF.
115800*
115900     IF WS-DSN-COUNT < WS-DSN-MAX
116000         ADD 1 TO WS-DSN-COUNT
116100         SET WS-DSN-IDX TO WS-DSN-COUNT
116200         MOVE CANY-DSR-DSN TO WS-DSN-NAME (WS-DSN-IDX)
116250         MOVE CANY-DSR-WINDOW-ID TO WS-DSN-WINDOW (WS-DSN-IDX)
116300     END-IF.
116320*
116340     PERFORM 3150-COUNT-WINDOW-FEED
116360         THRU 3150-COUNT-WINDOW-FEED-EXIT.
116400*
116500 3110-EDIT-ONE-DATASET-REQ-EXIT.
116600     EXIT.
116700*
116800******************************************************************
116900*    3120-EDIT-ONE-DAY-TYPE                                      *
117000*    EDITS ONE CHARACTER OF THE FEED'S DAY-TYPE LIST.  A         *
117100*    LISTED TYPE THAT NEVER OCCURS ON CANCAL IS ONLY A WARNING   *
117200*    (THE FEED IS SIMPLY NEVER REQUIRED ON IT).                  *
117300******************************************************************
117400 3120-EDIT-ONE-DAY-TYPE.
117500*
117600     IF WS-DAY-LIST-CHAR (WS-DAY-SUB) = SPACE
117700         GO TO 3120-EDIT-ONE-DAY-TYPE-EXIT
117800     END-IF.
117900*
118000     MOVE WS-DAY-LIST-CHAR (WS-DAY-SUB) TO WS-CHK-DAY-TYPE.
118100     IF NOT WS-CHK-DAY-TYPE-VALID
118200         MOVE 'DAY TYPE LIST HOLDS A TYPE NOT P/W/H/M'
118300             TO WS-FND-TEXT
118400         PERFORM 8000-REPORT-ERROR
118500             THRU 8000-REPORT-ERROR-EXIT
118600         GO TO 3120-EDIT-ONE-DAY-TYPE-EXIT
118700     END-IF.
118800*
118900     PERFORM 7500-CHECK-DAY-TYPE-SEEN
119000         THRU 7500-CHECK-DAY-TYPE-SEEN-EXIT.
119100     IF NOT WS-ENTRY-FOUND
119200         MOVE SPACES TO WS-FND-TEXT
119300         STRING 'DAY TYPE ' WS-CHK-DAY-TYPE
119400             ' NEVER OCCURS ON CANCAL'
119500             DELIMITED BY SIZE INTO WS-FND-TEXT
119600         PERFORM 8100-REPORT-WARNING
119700             THRU 8100-REPORT-WARNING-EXIT
119800     END-IF.
119900*
120000 3120-EDIT-ONE-DAY-TYPE-EXIT.
120100     EXIT.
120200*
120300******************************************************************
120400*    3130-MATCH-DSN                                              *
120500*    COMPARES THE FEED'S DSN AND WINDOW TO ONE TABLED FEED.      *
120600******************************************************************
120700 3130-MATCH-DSN.
120800*
120900     IF WS-DSN-NAME (WS-DSN-IDX) = CANY-DSR-DSN
120950         AND WS-DSN-WINDOW (WS-DSN-IDX) = CANY-DSR-WINDOW-ID
121000         SET WS-ENTRY-FOUND TO TRUE
121100         SET WS-DSN-IDX DOWN BY 1
121200     END-IF.
121300*
121400 3130-MATCH-DSN-EXIT.
121402     EXIT.
121404*
121406******************************************************************
121408*    3140-EDIT-ONE-CONSUMER                                      *
121410*    EDITS ONE ENTRY OF THE FEED'S CONSUMER STREAM LIST.  A      *
121412*    STREAM NOT ON CANSTRM NEVER GETS A TOKEN OR A WHLD RECORD,  *
121414*    SO A FAILED FEED WOULD WITHHOLD NOTHING - AN ERROR.         *
121416******************************************************************
121418 3140-EDIT-ONE-CONSUMER.
121420*
121422     IF CANY-DSR-CONSUMER-ID (WS-CONS-SUB) = SPACES
121424         GO TO 3140-EDIT-ONE-CONSUMER-EXIT
121426     END-IF.
121428*
121430     MOVE CANY-DSR-CONSUMER-ID (WS-CONS-SUB) TO WS-CHK-STREAM.
121432     PERFORM 7300-FIND-STREAM
121434         THRU 7300-FIND-STREAM-EXIT.
121436     IF NOT WS-ENTRY-FOUND
121438         MOVE SPACES TO WS-FND-TEXT
121440         STRING 'CONSUMER STREAM ' WS-CHK-STREAM
121442             ' NOT ON CANSTRM'
121444             DELIMITED BY SIZE INTO WS-FND-TEXT
121446         PERFORM 8000-REPORT-ERROR
121448             THRU 8000-REPORT-ERROR-EXIT
121450         GO TO 3140-EDIT-ONE-CONSUMER-EXIT
121452     END-IF.
121454*
121456     IF WS-STRM-WINDOW (WS-STRM-IDX) NOT = CANY-DSR-WINDOW-ID
121458         MOVE SPACES TO WS-FND-TEXT
121460         STRING 'CONSUMER ' WS-CHK-STREAM
121462             ' IS IN ANOTHER WINDOW'
121464             DELIMITED BY SIZE INTO WS-FND-TEXT
121466         PERFORM 8000-REPORT-ERROR
121468             THRU 8000-REPORT-ERROR-EXIT
121470     END-IF.
121472*
121474 3140-EDIT-ONE-CONSUMER-EXIT.
121476     EXIT.
121478*
121480******************************************************************
121482*    3150-COUNT-WINDOW-FEED                                      *
121484*    COUNTS THE FEED AGAINST ITS BATCH WINDOW.                   *
121486******************************************************************
121488 3150-COUNT-WINDOW-FEED.
121490*
121492     IF CANY-DSR-WINDOW-ID = SPACES
121494         ADD 1 TO WS-MAIN-DSN-COUNT
121496     END-IF.
121498*
121500     MOVE 'N' TO WS-FOUND-SWITCH.
121502     PERFORM 3155-MATCH-WINDOW-FEED
121504         THRU 3155-MATCH-WINDOW-FEED-EXIT
121506         VARYING WS-DWIN-IDX FROM 1 BY 1
121508         UNTIL WS-DWIN-IDX > WS-DWIN-COUNT
121510         OR WS-ENTRY-FOUND.
121512     IF NOT WS-ENTRY-FOUND
121514         IF WS-DWIN-COUNT NOT < WS-DWIN-MAX
121516             GO TO 3150-COUNT-WINDOW-FEED-EXIT
121518         END-IF
121520         ADD 1 TO WS-DWIN-COUNT
121522         SET WS-DWIN-IDX TO WS-DWIN-COUNT
121524         MOVE CANY-DSR-WINDOW-ID TO WS-DWIN-ID (WS-DWIN-IDX)
121526         MOVE 0 TO WS-DWIN-FEEDS (WS-DWIN-IDX)
121528     END-IF.
121530     ADD 1 TO WS-DWIN-FEEDS (WS-DWIN-IDX).
121532*
121534 3150-COUNT-WINDOW-FEED-EXIT.
121536     EXIT.
121538*
121540******************************************************************
121542*    3155-MATCH-WINDOW-FEED                                      *
121544*    COMPARES THE FEED'S WINDOW TO ONE TABLED WINDOW.            *
121546******************************************************************
121548 3155-MATCH-WINDOW-FEED.
121550*
121552     IF WS-DWIN-ID (WS-DWIN-IDX) = CANY-DSR-WINDOW-ID
121554         SET WS-ENTRY-FOUND TO TRUE
121556         SET WS-DWIN-IDX DOWN BY 1
121558     END-IF.
121560*
121562 3155-MATCH-WINDOW-FEED-EXIT.
121564     EXIT.
121566*
121568******************************************************************
121570*    3160-CHECK-WINDOW-FEEDS                                     *
121572*    FLAGS A WINDOW WITH MORE FEEDS THAN THE CANARY TABLES.      *
121574******************************************************************
121576 3160-CHECK-WINDOW-FEEDS.
121578*
121580     IF WS-DWIN-FEEDS (WS-DWIN-IDX) > WS-CANY-DSN-MAX
121582         MOVE SPACES TO WS-FND-KEY
121584         IF WS-DWIN-ID (WS-DWIN-IDX) = SPACES
121586             MOVE 'WINDOW MAIN' TO WS-FND-KEY
121588         ELSE
121590             STRING 'WINDOW ' WS-DWIN-ID (WS-DWIN-IDX)
121592                 DELIMITED BY SIZE INTO WS-FND-KEY
121594         END-IF
121596         MOVE 'MORE THAN 20 FEEDS - EXCESS DROPPED'
121598             TO WS-FND-TEXT
121600         PERFORM 8000-REPORT-ERROR
121602             THRU 8000-REPORT-ERROR-EXIT
121604     END-IF.
121606*
121608 3160-CHECK-WINDOW-FEEDS-EXIT.
121610     EXIT.
121612*
121700******************************************************************
121800*    3200-EDIT-HOLDS                                             *
121900*    EDITS THE CANHOLD OPERATOR HOLDS.  NO HOLD FILE SIMPLY      *
122000*    MEANS NOTHING IS HELD.                                      *
122100******************************************************************
122200 3200-EDIT-HOLDS.
122300*
122400     MOVE 'CANHOLD'  TO WS-CFG-FILE-NAME.
122500     MOVE 'CANHOLDP' TO WS-PRIOR-DD.
122600     MOVE 17         TO WS-CFG-KEY-LEN.
122700     PERFORM 7000-START-FILE
122800         THRU 7000-START-FILE-EXIT.
122900*
123000     OPEN INPUT CANY-HOLD-FILE.
123100     IF NOT WS-HOLD-FILE-OK
123200         MOVE SPACES TO WS-PRT-LINE
123300         STRING '  NO HOLD FILE SUPPLIED - NOTHING HELD'
123400             DELIMITED BY SIZE INTO WS-PRT-LINE
123500         PERFORM 9000-EMIT-REPORT-LINE
123600             THRU 9000-EMIT-REPORT-LINE-EXIT
123700         GO TO 3200-EDIT-HOLDS-AUDIT
123800     END-IF.
123900*
124000     PERFORM 3210-EDIT-ONE-HOLD
124100         THRU 3210-EDIT-ONE-HOLD-EXIT
124200         UNTIL WS-HOLD-FILE-EOF.
124300*
124400     CLOSE CANY-HOLD-FILE.
124500*
124600     IF WS-HLD-COUNT > WS-CANY-HOLD-MAX
124700         MOVE SPACES TO WS-FND-KEY
124800         MOVE 'MORE THAN 20 HOLDS - EXCESS DROPPED'
124900             TO WS-FND-TEXT
125000         PERFORM 8000-REPORT-ERROR
125100             THRU 8000-REPORT-ERROR-EXIT
125200     END-IF.
125300*
125400*    AN EMPTIED OR REMOVED HOLD FILE IS STILL AUDITED, SO A
125500*    RELEASED HOLD SHOWS UP AS A CHANGE.
125600 3200-EDIT-HOLDS-AUDIT.
125700     PERFORM 7100-END-FILE
125800         THRU 7100-END-FILE-EXIT.
125900*
126000 3200-EDIT-HOLDS-EXIT.
126100     EXIT.
126200*
126300******************************************************************
126400*    3210-EDIT-ONE-HOLD                                          *
126500*    EDITS ONE HOLD: THE STREAM MUST BE ON CANSTRM (A HOLD ON    *
126600*    AN UNKNOWN STREAM HOLDS NOTHING), THE CYCLE MUST BE ZERO    *
126700*    OR A CYCLE ON CANCAL, AND NO HOLD MAY BE REPEATED.          *
126800******************************************************************
126900 3210-EDIT-ONE-HOLD.
127000*
127100     READ CANY-HOLD-FILE
127200         AT END
127300             SET WS-HOLD-FILE-EOF TO TRUE
127400             GO TO 3210-EDIT-ONE-HOLD-EXIT
127500     END-READ.
127600*
127700     ADD 1 TO WS-FILE-REC-COUNT.
127800     MOVE CANY-HLD-RECORD TO WS-CFG-IMAGE.
127900     PERFORM 7200-TABLE-CURRENT-IMAGE
128000         THRU 7200-TABLE-CURRENT-IMAGE-EXIT.
128100     MOVE WS-CFG-KEY TO WS-FND-KEY.
128200*
128300     IF CANY-HLD-STREAM-ID = SPACES
128400         MOVE 'BLANK STREAM ID - RECORD IGNORED'
128500             TO WS-FND-TEXT
128600         PERFORM 8100-REPORT-WARNING
128700             THRU 8100-REPORT-WARNING-EXIT
128800         GO TO 3210-EDIT-ONE-HOLD-EXIT
128900     END-IF.
129000*
129100     MOVE CANY-HLD-STREAM-ID TO WS-CHK-STREAM.
129200     PERFORM 7300-FIND-STREAM
129300         THRU 7300-FIND-STREAM-EXIT.
129400     IF NOT WS-ENTRY-FOUND
129500         MOVE 'HELD STREAM NOT ON CANSTRM' TO WS-FND-TEXT
129600         PERFORM 8000-REPORT-ERROR
129700             THRU 8000-REPORT-ERROR-EXIT
129800     END-IF.
129900*
130000     IF CANY-HLD-CYCLE-ID NOT NUMERIC
130100         MOVE 'CYCLE ID NOT NUMERIC - HOLDS EVERY NIGHT'
130200             TO WS-FND-TEXT
130300         PERFORM 8000-REPORT-ERROR
130400             THRU 8000-REPORT-ERROR-EXIT
130500     ELSE
130600         IF CANY-HLD-CYCLE-ID NOT = ZERO
130700             MOVE CANY-HLD-CYCLE-ID TO WS-CHK-CYCLE
130800             PERFORM 7600-FIND-CAL-CYCLE
130900                 THRU 7600-FIND-CAL-CYCLE-EXIT
131000             IF NOT WS-ENTRY-FOUND
131100                 MOVE 'HOLD CYCLE ID NOT ON CANCAL'
131200                     TO WS-FND-TEXT
131300                 PERFORM 8100-REPORT-WARNING
131400                     THRU 8100-REPORT-WARNING-EXIT
131500             END-IF
131600         END-IF
131700     END-IF.
131800*
131900     MOVE 'N' TO WS-FOUND-SWITCH.
132000     PERFORM 3220-MATCH-HOLD
132100         THRU 3220-MATCH-HOLD-EXIT
132200         VARYING WS-HLD-IDX FROM 1 BY 1
132300         UNTIL WS-HLD-IDX > WS-HLD-COUNT
132400         OR WS-ENTRY-FOUND.
132500     IF WS-ENTRY-FOUND
132600         MOVE 'DUPLICATE HOLD' TO WS-FND-TEXT
132700         PERFORM 8100-REPORT-WARNING
132800             THRU 8100-REPORT-WARNING-EXIT
132900         GO TO 3210-EDIT-ONE-HOLD-EXIT
133000     END-IF.
133100*
133200     IF WS-HLD-COUNT < WS-HLD-MAX
133300         ADD 1 TO WS-HLD-COUNT
133400         SET WS-HLD-IDX TO WS-HLD-COUNT
133500         MOVE WS-CFG-KEY TO WS-HLD-KEY (WS-HLD-IDX)
133600     END-IF.
133700*
133800 3210-EDIT-ONE-HOLD-EXIT.
133900     EXIT.
134000*
134100******************************************************************
134200*    3220-MATCH-HOLD                                             *
134300*    COMPARES THE HOLD'S STREAM/CYCLE TO ONE TABLED HOLD.        *
134400******************************************************************
134500 3220-MATCH-HOLD.
134600*
134700     IF WS-HLD-KEY (WS-HLD-IDX) = WS-CFG-KEY
134800         SET WS-ENTRY-FOUND TO TRUE
134900         SET WS-HLD-IDX DOWN BY 1
135000     END-IF.
135100*
135200 3220-MATCH-HOLD-EXIT.
135300     EXIT.
135400*
135500******************************************************************
135600*    5000-PRINT-SUMMARY                                          *
135700*    PRINTS THE RUN TOTALS AND SETS THE RETURN CODE THE          *
135800*    SCHEDULER STOPS THE EVENING ON.                             *
135900******************************************************************
136000 5000-PRINT-SUMMARY.
136100*
136200     MOVE ALL '=' TO WS-PRT-LINE.
136300     PERFORM 9000-EMIT-REPORT-LINE
136400         THRU 9000-EMIT-REPORT-LINE-EXIT.
136500*
136600     MOVE WS-FILES-CHECKED TO WS-EDIT-COUNT.
136700     MOVE SPACES TO WS-PRT-LINE.
136800     STRING 'CONTROL FILES CHECKED...: ' WS-EDIT-COUNT
136900         DELIMITED BY SIZE INTO WS-PRT-LINE.
137000     PERFORM 9000-EMIT-REPORT-LINE
137100         THRU 9000-EMIT-REPORT-LINE-EXIT.
137200*
137300     MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT.
137400     MOVE SPACES TO WS-PRT-LINE.
137500     STRING 'ERRORS..................: ' WS-EDIT-COUNT
137600         DELIMITED BY SIZE INTO WS-PRT-LINE.
137700     PERFORM 9000-EMIT-REPORT-LINE
137800         THRU 9000-EMIT-REPORT-LINE-EXIT.
137900*
138000     MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT.
138100     MOVE SPACES TO WS-PRT-LINE.
138200     STRING 'WARNINGS................: ' WS-EDIT-COUNT
138300         DELIMITED BY SIZE INTO WS-PRT-LINE.
138400     PERFORM 9000-EMIT-REPORT-LINE
138500         THRU 9000-EMIT-REPORT-LINE-EXIT.
138600*
138700     MOVE WS-TOTAL-CHANGES TO WS-EDIT-COUNT.
138800     MOVE SPACES TO WS-PRT-LINE.
138900     STRING 'CHANGES SINCE LAST NIGHT: ' WS-EDIT-COUNT
139000         DELIMITED BY SIZE INTO WS-PRT-LINE.
139100     PERFORM 9000-EMIT-REPORT-LINE
139200         THRU 9000-EMIT-REPORT-LINE-EXIT.
139300*
139400     MOVE SPACES TO WS-PRT-LINE.
139500     IF WS-REQUIRED-FILE-MISSING
139600         MOVE 16 TO RETURN-CODE
139700         STRING '** REQUIRED CONTROL FILE UNAVAILABLE - HOLD '
139800             'THE WINDOW **'
139900             DELIMITED BY SIZE INTO WS-PRT-LINE
140000     ELSE
140100         IF WS-ERROR-COUNT > 0
140200             MOVE 8 TO RETURN-CODE
140300             STRING '** CONTROL FILE ERRORS - CORRECT BEFORE THE '
140400                 'WINDOW OPENS **'
140500                 DELIMITED BY SIZE INTO WS-PRT-LINE
140600         ELSE
140700             IF WS-WARNING-COUNT > 0
140800                 MOVE 4 TO RETURN-CODE
140900                 STRING 'WARNINGS ONLY - WINDOW MAY PROCEED'
141000                     DELIMITED BY SIZE INTO WS-PRT-LINE
141100             ELSE
141200                 STRING 'CONTROL FILES CLEAN - WINDOW MAY PROCEED'
141300                     DELIMITED BY SIZE INTO WS-PRT-LINE
141400             END-IF
141500         END-IF
141600     END-IF.
141700     PERFORM 9000-EMIT-REPORT-LINE
141800         THRU 9000-EMIT-REPORT-LINE-EXIT.
141900*
142000 5000-PRINT-SUMMARY-EXIT.
142100     EXIT.
142200*
142300******************************************************************
142400*    7000-START-FILE                                             *
142500*    PRINTS THE SECTION HEADING FOR THE FILE ABOUT TO BE         *
142600*    EDITED AND CLEARS ITS CURRENT-IMAGE TABLE.                  *
142700******************************************************************
142800 7000-START-FILE.
142900*
143000     ADD 1 TO WS-FILES-CHECKED.
143100     MOVE 0 TO WS-FILE-REC-COUNT.
143200     MOVE 0 TO WS-CUR-COUNT.
143300*
143400     MOVE SPACES TO WS-PRT-LINE.
143500     PERFORM 9000-EMIT-REPORT-LINE
143600         THRU 9000-EMIT-REPORT-LINE-EXIT.
143700     MOVE SPACES TO WS-PRT-LINE.
143800     STRING 'CONTROL FILE ' WS-CFG-FILE-NAME
143900         DELIMITED BY SIZE INTO WS-PRT-LINE.
144000     PERFORM 9000-EMIT-REPORT-LINE
144100         THRU 9000-EMIT-REPORT-LINE-EXIT.
144200     MOVE ALL '-' TO WS-PRT-LINE.
144300     PERFORM 9000-EMIT-REPORT-LINE
144400         THRU 9000-EMIT-REPORT-LINE-EXIT.
144500*
144600 7000-START-FILE-EXIT.
144700     EXIT.
144800*
144900******************************************************************
145000*    7050-REPORT-FILE-MISSING                                    *
145100*    REPORTS A REQUIRED CONTROL FILE THAT COULD NOT BE OPENED.   *
145200******************************************************************
145300 7050-REPORT-FILE-MISSING.
145400*
145500     MOVE SPACES TO WS-PRT-LINE.
145600     STRING '  ** ' WS-CFG-FILE-NAME ' UNAVAILABLE - FILE STATUS '
145700         WS-OPEN-STATUS ' **'
145800         DELIMITED BY SIZE INTO WS-PRT-LINE.
145900     PERFORM 9000-EMIT-REPORT-LINE
146000         THRU 9000-EMIT-REPORT-LINE-EXIT.
146100*
146200 7050-REPORT-FILE-MISSING-EXIT.
146300     EXIT.
146400*
146500******************************************************************
146600*    7100-END-FILE                                               *
146700*    PRINTS THE FILE'S RECORD COUNT, THEN AUDITS IT AGAINST      *
146800*    ITS PRIOR GENERATION.                                       *
146900******************************************************************
147000 7100-END-FILE.
147100*
147200     MOVE WS-FILE-REC-COUNT TO WS-EDIT-COUNT.
147300     MOVE SPACES TO WS-PRT-LINE.
147400     STRING '  RECORDS EDITED: ' WS-EDIT-COUNT
147500         DELIMITED BY SIZE INTO WS-PRT-LINE.
147600     PERFORM 9000-EMIT-REPORT-LINE
147700         THRU 9000-EMIT-REPORT-LINE-EXIT.
147800*
147900     PERFORM 6000-AUDIT-CHANGES
148000         THRU 6000-AUDIT-CHANGES-EXIT.
148100*
148200 7100-END-FILE-EXIT.
148300     EXIT.
148400*
148500******************************************************************
148600*    7200-TABLE-CURRENT-IMAGE                                    *
148700*    DERIVES THE KEY OF THE IMAGE IN WS-CFG-IMAGE AND TABLES     *
148800*    THE IMAGE FOR THE CHANGE AUDIT.                             *
148900******************************************************************
149000 7200-TABLE-CURRENT-IMAGE.
149100*
149200     PERFORM 7250-BUILD-IMAGE-KEY
149300         THRU 7250-BUILD-IMAGE-KEY-EXIT.
149400*
149500     IF WS-CUR-COUNT < WS-CUR-MAX
149600         ADD 1 TO WS-CUR-COUNT
149700         SET WS-CUR-IDX TO WS-CUR-COUNT
149800         MOVE WS-CFG-KEY   TO WS-CUR-KEY (WS-CUR-IDX)
149900         MOVE WS-CFG-IMAGE TO WS-CUR-IMAGE (WS-CUR-IDX)
150000         MOVE 'N'          TO WS-CUR-MATCHED (WS-CUR-IDX)
150100     END-IF.
150200*
150300 7200-TABLE-CURRENT-IMAGE-EXIT.
150400     EXIT.
150500*
150600******************************************************************
150700*    7250-BUILD-IMAGE-KEY                                        *
150800*    EACH FILE'S NATURAL KEY IS ITS LEADING FIELD(S): ENV NAME   *
150880*    (4), STREAM/DATE (8), STREAM AND CYCLE (17).  A CANDSREQ    *
150960*    FEED IS KEYED ON DSN AND BATCH WINDOW (9).  ON CANARY.PARM  *
151040*    AN 'OVR' RECORD IS KEYED ON TAG, DAY TYPE, CYCLE AND        *
151120*    WINDOW (14) AND THE ONE BASE RECORD ON 'BASE'.              *
151200******************************************************************
151300 7250-BUILD-IMAGE-KEY.
151400*
151500     MOVE SPACES TO WS-CFG-KEY.
151600     EVALUATE WS-CFG-KEY-LEN
151700         WHEN 4
151800             MOVE WS-CFG-IMG-KEY4 TO WS-CFG-KEY
151900         WHEN 8
152000             MOVE WS-CFG-IMG-KEY8 TO WS-CFG-KEY
152020         WHEN 9
152040             MOVE WS-CFG-IMG-KEY8 TO WS-CFG-KEY
152060             MOVE WS-CFG-IMG-DSR-WINDOW TO WS-CFG-KEY-WINDOW
152100         WHEN 14
152200             IF WS-CFG-IMG-TAG = 'OVR'
152300                 MOVE WS-CFG-IMG-KEY14 TO WS-CFG-KEY
152350                 MOVE WS-CFG-IMG-OVR-WINDOW TO WS-CFG-KEY-WINDOW
152400             ELSE
152500                 MOVE 'BASE' TO WS-CFG-KEY
152600             END-IF
152700         WHEN OTHER
152800             MOVE WS-CFG-IMG-KEY17 TO WS-CFG-KEY
152900     END-EVALUATE.
153000*
153100 7250-BUILD-IMAGE-KEY-EXIT.
153200     EXIT.
153300*
153400******************************************************************
153500*    7300-FIND-STREAM                                            *
153600*    SETS WS-ENTRY-FOUND WHEN WS-CHK-STREAM IS ON THE STREAM     *
153700*    TABLE.                                                      *
153800******************************************************************
153900 7300-FIND-STREAM.
154000*
154100     MOVE 'N' TO WS-FOUND-SWITCH.
154200     PERFORM 7310-MATCH-STREAM
154300         THRU 7310-MATCH-STREAM-EXIT
154400         VARYING WS-STRM-IDX FROM 1 BY 1
154500         UNTIL WS-STRM-IDX > WS-STRM-COUNT
154600         OR WS-ENTRY-FOUND.
154700*
154800 7300-FIND-STREAM-EXIT.
154900     EXIT.
155000*
155100******************************************************************
155200*    7310-MATCH-STREAM                                           *
155300*    COMPARES WS-CHK-STREAM TO ONE TABLED STREAM.                *
155400******************************************************************
155500 7310-MATCH-STREAM.
155600*
155700     IF WS-STRM-ID (WS-STRM-IDX) = WS-CHK-STREAM
155800         SET WS-ENTRY-FOUND TO TRUE
155900         SET WS-STRM-IDX DOWN BY 1
156000     END-IF.
156100*
156200 7310-MATCH-STREAM-EXIT.
156202     EXIT.
156204*
156206******************************************************************
156208*    7350-CHECK-WINDOW-STREAMS                                   *
156210*    WARNS WHEN THE BATCH WINDOW IN WS-CHK-WINDOW HAS NO STREAM  *
156212*    ON CANSTRM - A TYPO IN THE WINDOW ID, OR A WINDOW WHOSE     *
156214*    CANARY WOULD RELEASE NOTHING.                               *
156216******************************************************************
156218 7350-CHECK-WINDOW-STREAMS.
156220*
156222     MOVE 'N' TO WS-FOUND-SWITCH.
156224     PERFORM 7360-MATCH-WINDOW-STREAM
156226         THRU 7360-MATCH-WINDOW-STREAM-EXIT
156228         VARYING WS-STRM-IDX FROM 1 BY 1
156230         UNTIL WS-STRM-IDX > WS-STRM-COUNT
156232         OR WS-ENTRY-FOUND.
156234     IF NOT WS-ENTRY-FOUND
156236         MOVE SPACES TO WS-FND-TEXT
156238         STRING 'WINDOW ' WS-CHK-WINDOW
156240             ' HAS NO STREAMS ON CANSTRM'
156242             DELIMITED BY SIZE INTO WS-FND-TEXT
156244         PERFORM 8100-REPORT-WARNING
156246             THRU 8100-REPORT-WARNING-EXIT
156248     END-IF.
156250*
156252 7350-CHECK-WINDOW-STREAMS-EXIT.
156254     EXIT.
156256*
156258******************************************************************
156260*    7360-MATCH-WINDOW-STREAM                                    *
156262*    COMPARES WS-CHK-WINDOW TO ONE TABLED STREAM'S WINDOW.       *
156264******************************************************************
156266 7360-MATCH-WINDOW-STREAM.
156268*
156270     IF WS-STRM-WINDOW (WS-STRM-IDX) = WS-CHK-WINDOW
156272         SET WS-ENTRY-FOUND TO TRUE
156274         SET WS-STRM-IDX DOWN BY 1
156276     END-IF.
156278*
156280 7360-MATCH-WINDOW-STREAM-EXIT.
156300     EXIT.
156400*
156500******************************************************************
156600*    7400-FIND-ENVIRONMENT                                       *
156700*    SETS WS-ENTRY-FOUND WHEN WS-CHK-ENV IS ON THE REGISTRY      *
156800*    TABLE.                                                      *
156900******************************************************************
157000 7400-FIND-ENVIRONMENT.
157100*
157200     MOVE 'N' TO WS-FOUND-SWITCH.
157300     PERFORM 7410-MATCH-ENVIRONMENT
157400         THRU 7410-MATCH-ENVIRONMENT-EXIT
157500         VARYING WS-ENVR-IDX FROM 1 BY 1
157600         UNTIL WS-ENVR-IDX > WS-ENVR-COUNT
157700         OR WS-ENTRY-FOUND.
157800*
157900 7400-FIND-ENVIRONMENT-EXIT.
158000     EXIT.
158100*
158200******************************************************************
158300*    7410-MATCH-ENVIRONMENT                                      *
158400*    COMPARES WS-CHK-ENV TO ONE TABLED ENVIRONMENT.              *
158500******************************************************************
158600 7410-MATCH-ENVIRONMENT.
158700*
158800     IF WS-ENVR-NAME (WS-ENVR-IDX) = WS-CHK-ENV
158900         SET WS-ENTRY-FOUND TO TRUE
159000         SET WS-ENVR-IDX DOWN BY 1
159100     END-IF.
159200*
159300 7410-MATCH-ENVIRONMENT-EXIT.
159400     EXIT.
159500*
159600******************************************************************
159700*    7500-CHECK-DAY-TYPE-SEEN                                    *
159800*    SETS WS-ENTRY-FOUND WHEN THE DAY TYPE IN WS-CHK-DAY-TYPE    *
159900*    OCCURS AT LEAST ONCE ON CANCAL.                             *
160000******************************************************************
160100 7500-CHECK-DAY-TYPE-SEEN.
160200*
160300     MOVE 'N' TO WS-FOUND-SWITCH.
160400     EVALUATE WS-CHK-DAY-TYPE
160500         WHEN 'P'
160600             MOVE WS-SEEN-P TO WS-FOUND-SWITCH
160700         WHEN 'W'
160800             MOVE WS-SEEN-W TO WS-FOUND-SWITCH
160900         WHEN 'H'
161000             MOVE WS-SEEN-H TO WS-FOUND-SWITCH
161100         WHEN 'M'
161200             MOVE WS-SEEN-M TO WS-FOUND-SWITCH
161300     END-EVALUATE.
161400*
161500 7500-CHECK-DAY-TYPE-SEEN-EXIT.
161600     EXIT.
161700*
161800******************************************************************
161900*    7600-FIND-CAL-CYCLE                                         *
162000*    SETS WS-ENTRY-FOUND WHEN WS-CHK-CYCLE IS A CYCLE ID ON      *
162100*    CANCAL.                                                     *
162200******************************************************************
162300 7600-FIND-CAL-CYCLE.
162400*
162500     MOVE 'N' TO WS-FOUND-SWITCH.
162600     PERFORM 7610-MATCH-CAL-CYCLE
162700         THRU 7610-MATCH-CAL-CYCLE-EXIT
162800         VARYING WS-CAL-IDX FROM 1 BY 1
162900         UNTIL WS-CAL-IDX > WS-CAL-COUNT
163000         OR WS-ENTRY-FOUND.
163100*
163200 7600-FIND-CAL-CYCLE-EXIT.
163300     EXIT.
163400*
163500******************************************************************
163600*    7610-MATCH-CAL-CYCLE                                        *
163700*    COMPARES WS-CHK-CYCLE TO ONE TABLED CALENDAR CYCLE.         *
163800******************************************************************
163900 7610-MATCH-CAL-CYCLE.
164000*
164100     IF WS-CAL-CYCLE (WS-CAL-IDX) = WS-CHK-CYCLE
164200         SET WS-ENTRY-FOUND TO TRUE
164300         SET WS-CAL-IDX DOWN BY 1
164400     END-IF.
164500*
164600 7610-MATCH-CAL-CYCLE-EXIT.
164700     EXIT.
164800*
164900******************************************************************
165000*    6000-AUDIT-CHANGES                                          *
165100*    LOADS THE FILE'S PRIOR GENERATION FROM ITS OWN DD AND       *
165200*    REPORTS EVERY RECORD ADDED, REMOVED OR CHANGED SINCE.       *
165300*    NO PRIOR GENERATION (FIRST NIGHT, OR THE DD NOT SUPPLIED)   *
165400*    IS A WARNING - THE EDITS STILL STAND.                       *
165500******************************************************************
165600 6000-AUDIT-CHANGES.
165700*
165800     MOVE 0 TO WS-PRI-COUNT.
165900     MOVE 0 TO WS-ADDED-COUNT.
166000     MOVE 0 TO WS-REMOVED-COUNT.
166100     MOVE 0 TO WS-CHANGED-COUNT.
166200*
166300     MOVE SPACES TO WS-PRT-LINE.
166400     STRING '  CHANGES SINCE PRIOR GENERATION (' WS-PRIOR-DD ')'
166500         DELIMITED BY SIZE INTO WS-PRT-LINE.
166600     PERFORM 9000-EMIT-REPORT-LINE
166700         THRU 9000-EMIT-REPORT-LINE-EXIT.
166800*
166900     OPEN INPUT CFGV-PRIOR-FILE.
167000     IF NOT WS-PRIOR-FILE-OK
167100         MOVE SPACES TO WS-FND-KEY
167200         MOVE 'NO PRIOR GENERATION - CHANGES UNAUDITED'
167300             TO WS-FND-TEXT
167400         PERFORM 8100-REPORT-WARNING
167500             THRU 8100-REPORT-WARNING-EXIT
167600         GO TO 6000-AUDIT-CHANGES-EXIT
167700     END-IF.
167800*
167900     PERFORM 6100-LOAD-ONE-PRIOR
168000         THRU 6100-LOAD-ONE-PRIOR-EXIT
168100         UNTIL WS-PRIOR-FILE-EOF.
168200*
168300     CLOSE CFGV-PRIOR-FILE.
168400*
168500     PERFORM 6200-MATCH-ONE-CURRENT
168600         THRU 6200-MATCH-ONE-CURRENT-EXIT
168700         VARYING WS-CUR-IDX FROM 1 BY 1
168800         UNTIL WS-CUR-IDX > WS-CUR-COUNT.
168900*
169000     PERFORM 6300-REPORT-ONE-REMOVED
169100         THRU 6300-REPORT-ONE-REMOVED-EXIT
169200         VARYING WS-PRI-IDX FROM 1 BY 1
169300         UNTIL WS-PRI-IDX > WS-PRI-COUNT.
169400*
169500     MOVE WS-ADDED-COUNT   TO WS-EDIT-COUNT.
169600     MOVE WS-REMOVED-COUNT TO WS-EDIT-COUNT2.
169700     MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT3.
169800     MOVE SPACES TO WS-PRT-LINE.
169900     STRING '  ADDED ' WS-EDIT-COUNT '  REMOVED ' WS-EDIT-COUNT2
170000         '  CHANGED ' WS-EDIT-COUNT3
170100         DELIMITED BY SIZE INTO WS-PRT-LINE.
170200     PERFORM 9000-EMIT-REPORT-LINE
170300         THRU 9000-EMIT-REPORT-LINE-EXIT.
170400*
170500     ADD WS-ADDED-COUNT WS-REMOVED-COUNT WS-CHANGED-COUNT
170600         TO WS-TOTAL-CHANGES.
170700*
170800 6000-AUDIT-CHANGES-EXIT.
170900     EXIT.
171000*
171100******************************************************************
171200*    6100-LOAD-ONE-PRIOR                                         *
171300*    TABLES ONE PRIOR-GENERATION RECORD UNDER ITS KEY.           *
171400******************************************************************
171500 6100-LOAD-ONE-PRIOR.
171600*
171700     READ CFGV-PRIOR-FILE
171800         AT END
171900             SET WS-PRIOR-FILE-EOF TO TRUE
172000             GO TO 6100-LOAD-ONE-PRIOR-EXIT
172100     END-READ.
172200*
172300     MOVE CFGV-PRIOR-RECORD TO WS-CFG-IMAGE.
172400     PERFORM 7250-BUILD-IMAGE-KEY
172500         THRU 7250-BUILD-IMAGE-KEY-EXIT.
172600*
172700     IF WS-PRI-COUNT < WS-CUR-MAX
172800         ADD 1 TO WS-PRI-COUNT
172900         SET WS-PRI-IDX TO WS-PRI-COUNT
173000         MOVE WS-CFG-KEY   TO WS-PRI-KEY (WS-PRI-IDX)
173100         MOVE WS-CFG-IMAGE TO WS-PRI-IMAGE (WS-PRI-IDX)
173200         MOVE 'N'          TO WS-PRI-MATCHED (WS-PRI-IDX)
173300     END-IF.
173400*
173500 6100-LOAD-ONE-PRIOR-EXIT.
173600     EXIT.
173700*
173800******************************************************************
173900*    6200-MATCH-ONE-CURRENT                                      *
174000*    PAIRS ONE CURRENT RECORD WITH THE FIRST UNPAIRED PRIOR      *
174100*    RECORD OF THE SAME KEY: NONE MEANS ADDED, A DIFFERENT       *
174200*    IMAGE MEANS CHANGED.                                        *
174300******************************************************************
174400 6200-MATCH-ONE-CURRENT.
174500*
174600     MOVE 'N' TO WS-FOUND-SWITCH.
174700     PERFORM 6210-MATCH-PRIOR-KEY
174800         THRU 6210-MATCH-PRIOR-KEY-EXIT
174900         VARYING WS-PRI-IDX FROM 1 BY 1
175000         UNTIL WS-PRI-IDX > WS-PRI-COUNT
175100         OR WS-ENTRY-FOUND.
175200*
175300     IF NOT WS-ENTRY-FOUND
175400         ADD 1 TO WS-ADDED-COUNT
175500         MOVE WS-CUR-IMAGE (WS-CUR-IDX) TO WS-IMAGE-PRINT
175600         MOVE SPACES TO WS-PRT-LINE
175700         STRING '  ADDED   ' WS-IMAGE-PRINT-HEAD
175800             DELIMITED BY SIZE INTO WS-PRT-LINE
175900         PERFORM 9000-EMIT-REPORT-LINE
176000             THRU 9000-EMIT-REPORT-LINE-EXIT
176100         GO TO 6200-MATCH-ONE-CURRENT-EXIT
176200     END-IF.
176300*
176400     MOVE 'Y' TO WS-PRI-MATCHED (WS-PRI-IDX).
176500     IF WS-PRI-IMAGE (WS-PRI-IDX) = WS-CUR-IMAGE (WS-CUR-IDX)
176600         GO TO 6200-MATCH-ONE-CURRENT-EXIT
176700     END-IF.
176800*
176900     ADD 1 TO WS-CHANGED-COUNT.
177000     MOVE WS-PRI-IMAGE (WS-PRI-IDX) TO WS-IMAGE-PRINT.
177100     MOVE SPACES TO WS-PRT-LINE.
177200     STRING '  CHANGED ' WS-IMAGE-PRINT-HEAD
177300         DELIMITED BY SIZE INTO WS-PRT-LINE.
177400     PERFORM 9000-EMIT-REPORT-LINE
177500         THRU 9000-EMIT-REPORT-LINE-EXIT.
177600     MOVE WS-CUR-IMAGE (WS-CUR-IDX) TO WS-IMAGE-PRINT.
177700     MOVE SPACES TO WS-PRT-LINE.
177800     STRING '     NOW  ' WS-IMAGE-PRINT-HEAD
177900         DELIMITED BY SIZE INTO WS-PRT-LINE.
178000     PERFORM 9000-EMIT-REPORT-LINE
178100         THRU 9000-EMIT-REPORT-LINE-EXIT.
178200*
178300 6200-MATCH-ONE-CURRENT-EXIT.
178400     EXIT.
178500*
178600******************************************************************
178700*    6210-MATCH-PRIOR-KEY                                        *
178800*    COMPARES THE CURRENT RECORD'S KEY TO ONE UNPAIRED PRIOR.    *
178900******************************************************************
179000 6210-MATCH-PRIOR-KEY.
179100*
179200     IF WS-PRI-MATCHED (WS-PRI-IDX) = 'N'
179300         AND WS-PRI-KEY (WS-PRI-IDX) = WS-CUR-KEY (WS-CUR-IDX)
179400         SET WS-ENTRY-FOUND TO TRUE
179500         SET WS-PRI-IDX DOWN BY 1
179600     END-IF.
179700*
179800 6210-MATCH-PRIOR-KEY-EXIT.
179900     EXIT.
180000*
180100******************************************************************
180200*    6300-REPORT-ONE-REMOVED                                     *
180300*    REPORTS A PRIOR RECORD NO CURRENT RECORD PAIRED WITH.       *
180400******************************************************************
180500 6300-REPORT-ONE-REMOVED.
180600*
180700     IF WS-PRI-MATCHED (WS-PRI-IDX) = 'Y'
180800         GO TO 6300-REPORT-ONE-REMOVED-EXIT
180900     END-IF.
181000*
181100     ADD 1 TO WS-REMOVED-COUNT.
181200     MOVE WS-PRI-IMAGE (WS-PRI-IDX) TO WS-IMAGE-PRINT.
181300     MOVE SPACES TO WS-PRT-LINE.
181400     STRING '  REMOVED ' WS-IMAGE-PRINT-HEAD
181500         DELIMITED BY SIZE INTO WS-PRT-LINE.
181600     PERFORM 9000-EMIT-REPORT-LINE
181700         THRU 9000-EMIT-REPORT-LINE-EXIT.
181800*
181900 6300-REPORT-ONE-REMOVED-EXIT.
182000     EXIT.
182100*
182200******************************************************************
182300*    8000-REPORT-ERROR                                           *
182400*    PRINTS ONE ERROR FINDING AGAINST WS-FND-KEY.                *
182500******************************************************************
182600 8000-REPORT-ERROR.
182700*
182800     ADD 1 TO WS-ERROR-COUNT.
182900     MOVE 'ERROR' TO WS-FND-LEVEL.
183000     PERFORM 8200-PRINT-FINDING
183100         THRU 8200-PRINT-FINDING-EXIT.
183200*
183300 8000-REPORT-ERROR-EXIT.
183400     EXIT.
183500*
183600******************************************************************
183700*    8100-REPORT-WARNING                                         *
183800*    PRINTS ONE WARNING FINDING AGAINST WS-FND-KEY.              *
183900******************************************************************
184000 8100-REPORT-WARNING.
184100*
184200     ADD 1 TO WS-WARNING-COUNT.
184300     MOVE 'WARN ' TO WS-FND-LEVEL.
184400     PERFORM 8200-PRINT-FINDING
184500         THRU 8200-PRINT-FINDING-EXIT.
184600*
184700 8100-REPORT-WARNING-EXIT.
184800     EXIT.
184900*
185000******************************************************************
185100*    8200-PRINT-FINDING                                          *
185200*    FORMATS AND PRINTS ONE FINDING LINE.                        *
185300******************************************************************
185400 8200-PRINT-FINDING.
185500*
185600     MOVE SPACES TO WS-PRT-LINE.
185700     STRING '  ' WS-FND-KEY ' ** ' WS-FND-LEVEL '  ' WS-FND-TEXT
185800         DELIMITED BY SIZE INTO WS-PRT-LINE.
185900     PERFORM 9000-EMIT-REPORT-LINE
186000         THRU 9000-EMIT-REPORT-LINE-EXIT.
186100*
186200 8200-PRINT-FINDING-EXIT.
186300     EXIT.
186400*
186500******************************************************************
186600*    9000-EMIT-REPORT-LINE                                       *
186700*    WRITES THE CURRENT REPORT LINE TO THE PRINT FILE AND ALSO   *
186800*    DISPLAYS IT TO SYSOUT.                                      *
186900******************************************************************
187000 9000-EMIT-REPORT-LINE.
187100*
187200     WRITE CFGV-PRT-LINE FROM WS-PRT-LINE.
187300     DISPLAY WS-PRT-LINE.
187400*
187500 9000-EMIT-REPORT-LINE-EXIT.
187600     EXIT.
187700*
187800******************************************************************
187900*    9999-EXIT                                                   *
188000*    COMMON END-OF-PROGRAM PROCESSING.                           *
188100******************************************************************
188200 9999-EXIT.
188300*
188400 9999-EXIT-EXIT.
188500     EXIT.
