000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  CANSIM                                         *
000400*    TITLE     :  CANARY PARAMETER WHAT-IF SIMULATOR             *
000500*                                                                *
000600*    EVIDENCE FOR THE CHANGE BOARD BEFORE A CANARY.PARM OR       *
000700*    CANDSREQ CHANGE GOES IN.  THE PROPOSED FILES (SIMPARM AND   *
000800*    SIMDSRQ) ARE REPLAYED AGAINST THE LAST N CYCLES OF RECORDED *
000900*    HISTORY AND EACH NIGHT'S ACTUAL OUTCOME IS PRINTED NEXT TO  *
001000*    THE OUTCOME THE PROPOSAL WOULD HAVE PRODUCED:               *
001100*                                                                *
001200*      CANHIST/CANLOG  - THE CYCLES, AND THE SCHEDULED (FIRST)   *
001300*                        CANARY ATTEMPT OF EACH, WHICH IS THE    *
001400*                        ATTEMPT REPLAYED                        *
001500*      CANDTLH/CANDTL  - THAT ATTEMPT'S PER-CHECK DETAIL: THE    *
001600*                        POLL ON WHICH EACH FEED FIRST CHECKED   *
001700*                        CLEAN, AND THE GATE CHECKS (OPERID,     *
001800*                        BANNER, ROSTER) CARRIED OVER AS THEY    *
001900*                        FELL                                    *
002000*      CANVOLH         - EACH FEED'S VOLUME AND ITS TRAILING     *
002100*                        AVERAGE GOING INTO THE CYCLE            *
002200*      CANOVR          - THE OVERRIDES ON FILE FOR THE CYCLE     *
002300*      CANCAL          - THE CYCLE'S DAY TYPE                    *
002400*                                                                *
002500*    WHAT IS REPLAYED:                                           *
002600*    - THE VOLUME TOLERANCE: EVERY RECORDED VOLUME IS RE-JUDGED  *
002700*      AGAINST ITS TRAILING AVERAGE AT THE PROPOSED PERCENT;     *
002800*    - THE RETRY COUNT AND WAIT (BASE AND 'OVR' RECORDS): A      *
002900*      FEED THAT CHECKED CLEAN ON POLL K UNDER THE CURRENT WAIT  *
003000*      ARRIVED NO LATER THAN (K-1) CURRENT WAITS AFTER THE FIRST *
003100*      POLL, AND IS SEEN ON THE FIRST PROPOSED POLL AT OR AFTER  *
003200*      THAT TIME (A ZERO WAIT ON EITHER SIDE IS TAKEN POLL FOR   *
003300*      POLL);                                                    *
003400*    - EACH FEED'S SEVERITY, VOLUME SEVERITY, DAY TYPES AND      *
003500*      CONSUMER STREAMS (PARTIAL WINDOWS).                       *
003600*    A FEED STILL FAILING ON THE LAST RECORDED POLL IS TAKEN AS  *
003700*    NEVER ARRIVING, HOWEVER MANY POLLS ARE PROPOSED, AND A FEED *
003800*    NEWLY REQUIRED ON A NIGHT IT WAS NOT CHECKED HAS NO         *
003900*    EVIDENCE AND IS TAKEN AS PASSING (COUNTED SEPARATELY).      *
004000*                                                                *
004100*    THE TOTALS GIVE THE NIGHTS THAT FLIP FROM PASS TO FAIL AND  *
004200*    FROM FAIL TO PASS (A NIGHT PASSES WHEN ITS WINDOW OPENED -  *
004300*    PASS, LATE, OVRD OR PART) AND THE VOLM ALERTS GAINED AND    *
004400*    LOST.                                                       *
004500*                                                                *
004520*    ONLY THE MAIN OVERNIGHT WINDOW (A BLANK WINDOW ID) IS       *
004540*    REPLAYED: REQUIREMENTS, OVERRIDES AND RUNS FOR ANY OTHER    *
004560*    WINDOW OF THE CYCLE ARE PASSED OVER.                        *
004580*                                                                *
004600*    SIMCTL: CYCLES TO REPLAY (COLS 1-3, BLANK = 30, MAXIMUM 60) *
004700*    AND ENVIRONMENT (COLS 5-8, BLANK = THE PROPOSED PARM'S).    *
004800*    THE CURRENT PARAMETERS ARE READ FROM CANPARM AND CANDSREQ.  *
004900*                                                                *
005000*    THE REPORT GOES TO THE SIMPRT PRINT FILE AND IS ECHOED TO   *
005100*    SYSOUT.                                                     *
005200*                                                                *
005300*    RETURN CODES:  0 - REPLAY PRODUCED                          *
005400*                   4 - NO CYCLES ON FILE TO REPLAY              *
005500*                  16 - BAD CONTROL RECORD, PROPOSED FILES OR    *
005600*                       CANLOG UNAVAILABLE                       *
005700*                                                                *
005800******************************************************************
005900 IDENTIFICATION DIVISION.
006000 PROGRAM-ID.     CANSIM.
006100 AUTHOR.         NIGHTLY BATCH OPERATIONS.
006200 INSTALLATION.   NIGHTLY BATCH OPERATIONS.
006300 DATE-WRITTEN.   2026-10-15.
006400 DATE-COMPILED.
006500*
006600******************************************************************
006700*    MODIFICATION HISTORY                                        *
006800*    ------------------------------------------------------      *
006900*    2026-10-15  TDB  ORIGINAL PROGRAM.                          *
006910*    2026-10-15  TDB  ONLY THE MAIN OVERNIGHT WINDOW IS          *
006920*                      REPLAYED NOW THAT A CYCLE CAN RUN MORE    *
006930*                      THAN ONE WINDOW - CANDSREQ/SIMDSRQ        *
006940*                      RECORDS, 'OVR' RECORDS AND CANLOG RUNS    *
006950*                      FOR ANY OTHER WINDOW ARE PASSED OVER.     *
006960*                      CANHIST AND CANDTLH RECORDS WIDENED TO 78 *
006970*                      AND 66 FOR THE WINDOW ID.                 *
007000******************************************************************
007100 ENVIRONMENT DIVISION.
007200 CONFIGURATION SECTION.
007300 SOURCE-COMPUTER.   IBM-370.
007400 OBJECT-COMPUTER.   IBM-370.
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700     SELECT SIM-CTL-FILE  ASSIGN TO SIMCTL
007800            ORGANIZATION IS LINE SEQUENTIAL
007900            FILE STATUS IS WS-CTL-FILE-STATUS.
008000*
008100     SELECT CANY-PARM-FILE  ASSIGN TO DYNAMIC WS-PARM-DD
008200*        CURRENT (CANPARM) OR PROPOSED (SIMPARM) CANARY.PARM,
008300*        REASSIGNED PER PASS.
008400            ORGANIZATION IS LINE SEQUENTIAL
008500            FILE STATUS IS WS-PARM-FILE-STATUS.
008600*
008700     SELECT CANY-DSR-FILE  ASSIGN TO DYNAMIC WS-DSR-DD
008800*        CURRENT (CANDSREQ) OR PROPOSED (SIMDSRQ) REQUIREMENTS,
008900*        REASSIGNED PER PASS.
009000            ORGANIZATION IS LINE SEQUENTIAL
009100            FILE STATUS IS WS-DSR-FILE-STATUS.
009200*
009300     SELECT CANY-CAL-FILE  ASSIGN TO CANCAL
009400            ORGANIZATION IS LINE SEQUENTIAL
009500            FILE STATUS IS WS-CAL-FILE-STATUS.
009600*
009700     SELECT CANY-LOG-FILE  ASSIGN TO CANLOG
009800*        VSAM KSDS - SEE MAIN'S FILE-CONTROL ENTRY FOR CANLOG.
009900            ORGANIZATION IS INDEXED
010000            ACCESS MODE IS DYNAMIC
010100            RECORD KEY IS CANY-LOG-KEY
010200            FILE STATUS IS WS-LOG-FILE-STATUS.
010300*
010400     SELECT CANY-HIST-FILE  ASSIGN TO CANHIST
010500            ORGANIZATION IS SEQUENTIAL
010600            FILE STATUS IS WS-HIST-FILE-STATUS.
010700*
010800     SELECT CANY-DTL-FILE  ASSIGN TO CANDTL
010900*        VSAM KSDS - SEE MAIN'S FILE-CONTROL ENTRY FOR CANDTL.
011000            ORGANIZATION IS INDEXED
011100            ACCESS MODE IS DYNAMIC
011200            RECORD KEY IS CANY-DTL-KEY
011300            FILE STATUS IS WS-DTL-FILE-STATUS.
011400*
011500     SELECT CANY-DTLH-FILE  ASSIGN TO CANDTLH
011600            ORGANIZATION IS LINE SEQUENTIAL
011700            FILE STATUS IS WS-DTLH-FILE-STATUS.
011800*
011900     SELECT CANY-VOL-FILE  ASSIGN TO CANVOLH
012000            ORGANIZATION IS LINE SEQUENTIAL
012100            FILE STATUS IS WS-VOL-FILE-STATUS.
012200*
012300     SELECT CANY-OVR-FILE  ASSIGN TO CANOVR
012400            ORGANIZATION IS LINE SEQUENTIAL
012500            FILE STATUS IS WS-OVR-FILE-STATUS.
012600*
012700     SELECT SIM-PRT-FILE  ASSIGN TO SIMPRT
012800            ORGANIZATION IS LINE SEQUENTIAL
012900            FILE STATUS IS WS-PRT-FILE-STATUS.
013000*
013100 DATA DIVISION.
013200 FILE SECTION.
013300 FD  SIM-CTL-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  SIM-CTL-RECORD.
013600     05  SIM-CTL-CYCLES          PIC X(03).
013700     05  SIM-CTL-CYCLES-N  REDEFINES SIM-CTL-CYCLES
013800                                 PIC 9(03).
013900     05  FILLER                  PIC X(01).
014000     05  SIM-CTL-ENVIRONMENT     PIC X(04).
014100     05  FILLER                  PIC X(72).
014200*
014300 FD  CANY-PARM-FILE
014400     LABEL RECORDS ARE STANDARD.
014500     COPY CANPARM.
014600*
014700 FD  CANY-DSR-FILE
014800     LABEL RECORDS ARE STANDARD.
014900     COPY CANDSR.
015000*
015100 FD  CANY-CAL-FILE
015200     LABEL RECORDS ARE STANDARD.
015300     COPY CANCAL.
015400*
015500 FD  CANY-LOG-FILE
015600     LABEL RECORDS ARE STANDARD.
015700     COPY CANLOG.
015800*
015900 FD  CANY-HIST-FILE
016000     LABEL RECORDS ARE STANDARD.
016100 01  CANY-HIST-RECORD            PIC X(78).
016200*
016300 FD  CANY-DTL-FILE
016400     LABEL RECORDS ARE STANDARD.
016500     COPY CANDTL.
016600*
016700 FD  CANY-DTLH-FILE
016800     LABEL RECORDS ARE STANDARD.
016900 01  CANY-DTLH-RECORD            PIC X(66).
017000*
017100 FD  CANY-VOL-FILE
017200     LABEL RECORDS ARE STANDARD.
017300     COPY CANVOL.
017400*
017500 FD  CANY-OVR-FILE
017600     LABEL RECORDS ARE STANDARD.
017700     COPY CANOVR.
017800*
017900 FD  SIM-PRT-FILE
018000     LABEL RECORDS ARE STANDARD.
018100 01  SIM-PRT-LINE                PIC X(80).
018200*
018300 WORKING-STORAGE SECTION.
018400*
018500******************************************************************
018600*    FILE STATUS SWITCHES                                        *
018700******************************************************************
018800 01  WS-CTL-FILE-STATUS         PIC X(02).
018900     88  WS-CTL-FILE-OK         VALUE '00'.
019000*
019100 01  WS-PARM-FILE-STATUS        PIC X(02).
019200     88  WS-PARM-FILE-OK        VALUE '00'.
019300     88  WS-PARM-FILE-EOF       VALUE '10'.
019400*
019500 01  WS-DSR-FILE-STATUS         PIC X(02).
019600     88  WS-DSR-FILE-OK         VALUE '00'.
019700     88  WS-DSR-FILE-EOF        VALUE '10'.
019800*
019900 01  WS-CAL-FILE-STATUS         PIC X(02).
020000     88  WS-CAL-FILE-OK         VALUE '00'.
020100     88  WS-CAL-FILE-EOF        VALUE '10'.
020200*
020300 01  WS-LOG-FILE-STATUS         PIC X(02).
020400     88  WS-LOG-FILE-OK         VALUE '00'.
020500     88  WS-LOG-FILE-EOF        VALUE '10'.
020600*
020700 01  WS-HIST-FILE-STATUS        PIC X(02).
020800     88  WS-HIST-FILE-OK        VALUE '00'.
020900     88  WS-HIST-FILE-EOF       VALUE '10'.
021000*
021100 01  WS-DTL-FILE-STATUS         PIC X(02).
021200     88  WS-DTL-FILE-OK         VALUE '00'.
021300     88  WS-DTL-FILE-EOF        VALUE '10'.
021400*
021500 01  WS-DTLH-FILE-STATUS        PIC X(02).
021600     88  WS-DTLH-FILE-OK        VALUE '00'.
021700     88  WS-DTLH-FILE-EOF       VALUE '10'.
021800*
021900 01  WS-VOL-FILE-STATUS         PIC X(02).
022000     88  WS-VOL-FILE-OK         VALUE '00'.
022100     88  WS-VOL-FILE-EOF        VALUE '10'.
022200*
022300 01  WS-OVR-FILE-STATUS         PIC X(02).
022400     88  WS-OVR-FILE-OK         VALUE '00'.
022500     88  WS-OVR-FILE-EOF        VALUE '10'.
022600*
022700 01  WS-PRT-FILE-STATUS         PIC X(02).
022800     88  WS-PRT-FILE-OK         VALUE '00'.
022900*
023000 01  WS-PARM-DD                 PIC X(08)  VALUE SPACES.
023100 01  WS-DSR-DD                  PIC X(08)  VALUE SPACES.
023200*
023300 77  WS-DTL-OPEN-SWITCH         PIC X(01)  VALUE 'N'.
023400     88  WS-DTL-IS-OPEN                    VALUE 'Y'.
023500*
023600******************************************************************
023700*    REPLAY SELECTION                                            *
023800******************************************************************
023900 77  WS-REQ-CYCLES              PIC 9(04) COMP  VALUE 30.
024000 77  WS-REQ-CYCLES-MAX          PIC 9(04) COMP  VALUE 60.
024100 01  WS-REQ-ENVIRONMENT         PIC X(04)  VALUE SPACES.
024200*
024300******************************************************************
024400*    PARAMETER SETS - (1) CURRENT CANPARM, (2) PROPOSED SIMPARM. *
024500*    THE 'OVR' RECORDS ARE KEPT AS READ AND RESOLVED PER CYCLE   *
024600*    THE WAY THE CANARY RESOLVES THEM (DAY TYPE, THEN CYCLE).    *
024700******************************************************************
024800 01  WS-PSET-TABLE.
024900     05  WS-PSET-ENTRY  OCCURS 2 TIMES.
025000         10  WS-PSET-READ       PIC X(01).
025100             88  WS-PSET-WAS-READ          VALUE 'Y'.
025200         10  WS-PSET-ENVIRONMENT
025300                                PIC X(04).
025400         10  WS-PSET-RETRY      PIC 9(02) COMP.
025500         10  WS-PSET-WAIT       PIC 9(03) COMP.
025600         10  WS-PSET-VOL-TOL    PIC 9(03) COMP.
025700         10  WS-PSET-OVR-COUNT  PIC 9(02) COMP.
025800         10  WS-PSET-OVR-ENTRY  OCCURS 20 TIMES.
025900             15  WS-PSET-OVR-DAY-TYPE
026000                                PIC X(01).
026100             15  WS-PSET-OVR-CYCLE-ID
026200                                PIC 9(08).
026300             15  WS-PSET-OVR-RETRY-CNT
026400                                PIC X(02).
026500             15  WS-PSET-OVR-RETRY-WT
026600                                PIC X(03).
026700 77  WS-PSET-SUB                PIC 9(02) COMP  VALUE 0.
026800 77  WS-POV-SUB                 PIC 9(02) COMP  VALUE 0.
026900 77  WS-POV-MAX                 PIC 9(02) COMP  VALUE 20.
027000 77  WS-POV-PASS                PIC X(01)  VALUE SPACE.
027100*
027200*    RETRY LIMIT AND WAIT IN FORCE FOR THE CYCLE BEING REPLAYED.
027300 01  WS-RES-TABLE.
027400     05  WS-RES-ENTRY  OCCURS 2 TIMES.
027500         10  WS-RES-RETRY       PIC 9(02) COMP.
027600         10  WS-RES-WAIT        PIC 9(03) COMP.
027700*
027800******************************************************************
027900*    FEED TABLE                                                  *
028000*    ONE ENTRY PER FEED ON EITHER REQUIREMENTS FILE: THE         *
028100*    PROPOSED SETTINGS, THE CURRENT ONES FOR COMPARISON, THE     *
028200*    TRAILING VOLUME RING BUILT AS CANVOLH IS READ, AND THE      *
028300*    WORK FIELDS OF THE CYCLE BEING REPLAYED.                    *
028400*                                                                *
028500*    SIM STATE:  X - NOT ON THE PROPOSED CANDSREQ                *
028600*                S - NOT REQUIRED ON THE CYCLE'S DAY TYPE        *
028700*                U - REQUIRED, BUT NOT CHECKED THAT NIGHT (NO    *
028800*                    EVIDENCE - TAKEN AS PASSING)                *
028900*                E - REPLAYED FROM THE RECORDED CHECKS           *
029000******************************************************************
029100 01  WS-FEED-TABLE.
029200     05  WS-FEED-ENTRY  OCCURS 20 TIMES
029300                        INDEXED BY WS-FEED-IDX.
029400         10  WS-FEED-DSN        PIC X(08).
029500         10  WS-FEED-ON-PROPOSED
029600                                PIC X(01).
029700             88  WS-FEED-PROPOSED          VALUE 'Y'.
029800         10  WS-FEED-ON-CURRENT PIC X(01).
029900             88  WS-FEED-CURRENT           VALUE 'Y'.
030000         10  WS-FEED-SEV        PIC X(01).
030100             88  WS-FEED-WARN-ONLY         VALUE 'W'.
030200         10  WS-FEED-DAYS       PIC X(04).
030300         10  WS-FEED-VOL-SEV    PIC X(01).
030400             88  WS-FEED-VOL-HARD          VALUE 'F'.
030500         10  WS-FEED-CONSUMERS  PIC X(54).
030600         10  WS-FEED-CUR-SEV    PIC X(01).
030700         10  WS-FEED-CUR-DAYS   PIC X(04).
030800         10  WS-FEED-CUR-VOL-SEV
030900                                PIC X(01).
031000         10  WS-FEED-HIST-NEXT  PIC 9(02) COMP.
031100         10  WS-FEED-HIST-CT    PIC 9(02) COMP.
031200         10  WS-FEED-HIST-CNT   PIC 9(09) COMP
031300                                OCCURS 10 TIMES.
031400         10  WS-FEED-SIM-STATE  PIC X(01).
031500         10  WS-FEED-SIM-FC-SUB PIC 9(04) COMP.
031600         10  WS-FEED-SIM-ARRIVES
031700                                PIC 9(02) COMP.
031800         10  WS-FEED-SIM-COVERED
031900                                PIC X(01).
032000             88  WS-FEED-OVERRIDDEN        VALUE 'Y'.
032100         10  WS-FEED-SIM-VOLM   PIC X(01).
032200             88  WS-FEED-VOLM-ANOMALY      VALUE 'Y'.
032300         10  WS-FEED-SIM-DEV    PIC 9(05) COMP.
032400         10  WS-FEED-SIM-STATUS PIC X(04).
032500         10  WS-FEED-SIM-REASON PIC X(04).
032600 77  WS-FEED-COUNT              PIC 9(02) COMP  VALUE 0.
032700 77  WS-FEED-MAX                PIC 9(02) COMP  VALUE 20.
032800 77  WS-VOL-HIST-DEPTH          PIC 9(02) COMP  VALUE 10.
032900 77  WS-VOL-HIST-SUB            PIC 9(02) COMP  VALUE 0.
033000 77  WS-DSR-PASS                PIC X(01)  VALUE SPACE.
033100     88  WS-DSR-PROPOSED-PASS              VALUE 'P'.
033200*
033300******************************************************************
033400*    CYCLE TABLE                                                 *
033500*    THE LAST N CYCLES OF THE ENVIRONMENT THAT RAN A PROCESSING  *
033600*    WINDOW, OLDEST FIRST.  THE LOG IS READ IN CYCLE ORDER AND   *
033700*    THE TABLE SLIDES, SO IT ENDS HOLDING THE MOST RECENT N.     *
033800******************************************************************
033900 01  WS-CYC-TABLE.
034000     05  WS-CYC-ENTRY  OCCURS 60 TIMES
034100                       INDEXED BY WS-CYC-IDX.
034200         10  WS-CYC-ID          PIC 9(08).
034300         10  WS-CYC-DAY-TYPE    PIC X(01).
034400         10  WS-CYC-STAMP       PIC X(17).
034500         10  WS-CYC-ACT-STATUS  PIC X(04).
034600         10  WS-CYC-ACT-POLLS   PIC 9(02) COMP.
034700         10  WS-CYC-ACT-VOLM    PIC 9(02) COMP.
034800         10  WS-CYC-GATE-FAIL   PIC X(01).
034900             88  WS-CYC-GATE-FAILED        VALUE 'Y'.
035000         10  WS-CYC-GATE-OVRD   PIC X(01).
035100             88  WS-CYC-GATE-OVERRIDDEN    VALUE 'Y'.
035200         10  WS-CYC-DTL-SEEN    PIC X(01).
035300             88  WS-CYC-HAS-DETAIL         VALUE 'Y'.
035400 77  WS-CYC-COUNT               PIC 9(04) COMP  VALUE 0.
035500 77  WS-CYC-SUB                 PIC 9(04) COMP  VALUE 0.
035600 77  WS-CYC-NEXT                PIC 9(04) COMP  VALUE 0.
035700*
035800******************************************************************
035900*    FEED-CHECK TABLE                                            *
036000*    ONE ENTRY PER FEED CHECK OF EACH REPLAYED ATTEMPT, BUILT    *
036100*    FROM ITS DETAIL RECORDS IN SEQUENCE ORDER.  A RETRY RE-POLL *
036200*    REWRITES THE CHECK, SO THE POLL COUNT IS THE NUMBER OF      *
036300*    RECORDS.  A POLL IS CLEAN WHEN THE CONTENT VALIDATED - A    *
036400*    PASS, OR A VOLM RESULT, WHICH ONLY FOLLOWS A VALID FEED.    *
036500******************************************************************
036600 01  WS-FC-TABLE.
036700     05  WS-FC-ENTRY  OCCURS 1200 TIMES
036800                      INDEXED BY WS-FC-IDX.
036900         10  WS-FC-CYC-SUB      PIC 9(04) COMP.
037000         10  WS-FC-CODE         PIC X(08).
037100         10  WS-FC-POLLS        PIC 9(02) COMP.
037200         10  WS-FC-FIRST-OK     PIC 9(02) COMP.
037300         10  WS-FC-FIRST-RSN    PIC X(04).
037400         10  WS-FC-LAST-STATUS  PIC X(04).
037500         10  WS-FC-LAST-RSN     PIC X(04).
037600         10  WS-FC-VOL-SW       PIC X(01).
037700             88  WS-FC-HAS-VOLUME          VALUE 'Y'.
037800         10  WS-FC-VOLUME       PIC 9(09) COMP.
037900         10  WS-FC-AVG-SW       PIC X(01).
038000             88  WS-FC-HAS-AVERAGE         VALUE 'Y'.
038100         10  WS-FC-AVERAGE      PIC 9(09) COMP.
038200         10  WS-FC-SIM-SW       PIC X(01).
038300             88  WS-FC-SIMULATED           VALUE 'Y'.
038400 77  WS-FC-COUNT                PIC 9(04) COMP  VALUE 0.
038500 77  WS-FC-MAX                  PIC 9(04) COMP  VALUE 1200.
038600*
038700******************************************************************
038800*    OVERRIDES ON FILE FOR THE REPLAYED CYCLES                   *
038900******************************************************************
039000 01  WS-OVR-TABLE.
039100     05  WS-OVR-ENTRY  OCCURS 200 TIMES
039200                       INDEXED BY WS-OVR-IDX.
039300         10  WS-OVR-CYC-SUB     PIC 9(04) COMP.
039400         10  WS-OVR-CODE        PIC X(08).
039500 77  WS-OVR-COUNT               PIC 9(04) COMP  VALUE 0.
039600 77  WS-OVR-MAX                 PIC 9(04) COMP  VALUE 200.
039700*
039800******************************************************************
039900*    LOOKUP ARGUMENTS AND RESULTS (ZERO = NOT FOUND)             *
040000******************************************************************
040100 01  WS-FIND-CYCLE-ID           PIC 9(08)  VALUE ZERO.
040200 01  WS-FIND-CODE               PIC X(08)  VALUE SPACES.
040300 77  WS-FIND-CYC-SUB            PIC 9(04) COMP  VALUE 0.
040400 77  WS-FIND-FC-SUB             PIC 9(04) COMP  VALUE 0.
040500 77  WS-FIND-FEED-SUB           PIC 9(04) COMP  VALUE 0.
040600*
040700 77  WS-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
040800     88  WS-ENTRY-FOUND                    VALUE 'Y'.
040900*
041000******************************************************************
041100*    REPLAY WORK FIELDS FOR ONE CYCLE                            *
041200******************************************************************
041300 77  WS-SIM-LIMIT               PIC 9(02) COMP  VALUE 0.
041400 77  WS-SIM-NEED                PIC 9(02) COMP  VALUE 0.
041500 77  WS-SIM-POLLS               PIC 9(02) COMP  VALUE 0.
041600 77  WS-SIM-FAILED-FEEDS        PIC 9(02) COMP  VALUE 0.
041700 77  WS-SIM-UNMAPPED            PIC 9(02) COMP  VALUE 0.
041800 77  WS-SIM-VOLM                PIC 9(02) COMP  VALUE 0.
041900 77  WS-SIM-STATUS              PIC X(04)  VALUE SPACES.
042000 77  WS-SIM-RESULT              PIC X(10)  VALUE SPACES.
042100*
042200 77  WS-SIM-STOP-SWITCH         PIC X(01)  VALUE 'N'.
042300     88  WS-SIM-HARD-STOP                  VALUE 'Y'.
042400*
042500 77  WS-SIM-OVRD-SWITCH         PIC X(01)  VALUE 'N'.
042600     88  WS-SIM-OVERRIDE-APPLIED           VALUE 'Y'.
042700*
042800 77  WS-DAY-MATCHES             PIC 9(02) COMP  VALUE 0.
042900 77  WS-ARRIVE-SECS             PIC 9(07) COMP  VALUE 0.
043000 77  WS-ARRIVE-POLL             PIC 9(07) COMP  VALUE 0.
043100 77  WS-VOL-TOTAL               PIC 9(11) COMP  VALUE 0.
043200 77  WS-VOL-AVERAGE             PIC 9(09) COMP  VALUE 0.
043300 77  WS-VOL-DEV-PCT             PIC 9(05) COMP  VALUE 0.
043400*
043500 01  WS-ACT-STATUS              PIC X(04)  VALUE SPACES.
043600 01  WS-ACT-REASON              PIC X(04)  VALUE SPACES.
043700 01  WS-FEED-NOTE               PIC X(36)  VALUE SPACES.
043800*
043900******************************************************************
044000*    REPLAY TOTALS                                               *
044100******************************************************************
044200 77  WS-TOT-CYCLES              PIC 9(05) COMP  VALUE 0.
044300 77  WS-TOT-PASS-TO-FAIL        PIC 9(05) COMP  VALUE 0.
044400 77  WS-TOT-FAIL-TO-PASS        PIC 9(05) COMP  VALUE 0.
044500 77  WS-TOT-OTHER-CHANGE        PIC 9(05) COMP  VALUE 0.
044600 77  WS-TOT-UNCHANGED           PIC 9(05) COMP  VALUE 0.
044700 77  WS-TOT-VOLM-GAINED         PIC 9(05) COMP  VALUE 0.
044800 77  WS-TOT-VOLM-LOST           PIC 9(05) COMP  VALUE 0.
044900 77  WS-TOT-UNEVIDENCED         PIC 9(05) COMP  VALUE 0.
045000 77  WS-TOT-NO-DETAIL           PIC 9(05) COMP  VALUE 0.
045100*
045200******************************************************************
045300*    REPORT PRINT WORK AREA                                      *
045400******************************************************************
045500 01  WS-PRT-LINE                PIC X(80).
045600 01  WS-EDIT-COUNT              PIC ZZZZ9.
045700 01  WS-EDIT-CUR                PIC ZZZZ9.
045800 01  WS-EDIT-NEW                PIC ZZZZ9.
045900 01  WS-EDIT-PAIR-A             PIC 99.
046000 01  WS-EDIT-PAIR-B             PIC 99.
046100 01  WS-EDIT-PAIR-C             PIC 99.
046200 01  WS-EDIT-PAIR-D             PIC 99.
046300 01  WS-EDIT-PAIR-E             PIC 99.
046400 01  WS-EDIT-PAIR-F             PIC 99.
046500 01  WS-EDIT-VOLUME             PIC ZZZ,ZZZ,ZZ9.
046600 01  WS-EDIT-AVERAGE            PIC ZZZ,ZZZ,ZZ9.
046700 01  WS-EDIT-DEV                PIC ZZZZ9.
046800 01  WS-FEED-CHANGE             PIC X(08)  VALUE SPACES.
046900*
047000 PROCEDURE DIVISION.
047100*
047200******************************************************************
047300*    0000-MAINLINE                                               *
047400*    CONTROLS OVERALL FLOW OF THE WHAT-IF REPLAY.                *
047500******************************************************************
047600 0000-MAINLINE.
047700*
047800     MOVE 0 TO RETURN-CODE.
047900     PERFORM 1000-INITIALIZE
048000         THRU 1000-INITIALIZE-EXIT.
048100     IF RETURN-CODE NOT = 0
048200         GO TO 0000-MAINLINE-EXIT
048300     END-IF.
048400*
048500     PERFORM 1100-LOAD-PARM-SETS
048600         THRU 1100-LOAD-PARM-SETS-EXIT.
048700     IF RETURN-CODE NOT = 0
048800         GO TO 0000-MAINLINE-EXIT
048900     END-IF.
049000*
049100     PERFORM 1200-LOAD-FEEDS
049200         THRU 1200-LOAD-FEEDS-EXIT.
049300     IF RETURN-CODE NOT = 0
049400         GO TO 0000-MAINLINE-EXIT
049500     END-IF.
049600*
049700     OPEN OUTPUT SIM-PRT-FILE.
049800     PERFORM 1300-PRINT-PARAMETERS
049900         THRU 1300-PRINT-PARAMETERS-EXIT.
050000*
050100     PERFORM 2000-LOAD-CYCLES
050200         THRU 2000-LOAD-CYCLES-EXIT.
050300     IF RETURN-CODE NOT = 0
050400         GO TO 0000-MAINLINE-CLOSE
050500     END-IF.
050600     IF WS-CYC-COUNT = 0
050700         MOVE SPACES TO WS-PRT-LINE
050800         STRING '  NO CYCLES ON FILE FOR ENVIRONMENT '
050900             WS-REQ-ENVIRONMENT ' - NOTHING TO REPLAY'
051000             DELIMITED BY SIZE INTO WS-PRT-LINE
051100         PERFORM 9000-EMIT-REPORT-LINE
051200             THRU 9000-EMIT-REPORT-LINE-EXIT
051300         MOVE 4 TO RETURN-CODE
051400         GO TO 0000-MAINLINE-CLOSE
051500     END-IF.
051600*
051700     PERFORM 2500-LOAD-DAY-TYPES
051800         THRU 2500-LOAD-DAY-TYPES-EXIT.
051900     PERFORM 2600-LOAD-OVERRIDES
052000         THRU 2600-LOAD-OVERRIDES-EXIT.
052100     PERFORM 3000-LOAD-CHECK-DETAILS
052200         THRU 3000-LOAD-CHECK-DETAILS-EXIT.
052300     PERFORM 3500-LOAD-VOLUMES
052400         THRU 3500-LOAD-VOLUMES-EXIT.
052500*
052600     PERFORM 4000-REPLAY-CYCLES
052700         THRU 4000-REPLAY-CYCLES-EXIT.
052800     PERFORM 5000-PRINT-TOTALS
052900         THRU 5000-PRINT-TOTALS-EXIT.
053000*
053100 0000-MAINLINE-CLOSE.
053200     CLOSE SIM-PRT-FILE.
053300*
053400 0000-MAINLINE-EXIT.
053500*
053600     PERFORM 9999-EXIT
053700         THRU 9999-EXIT-EXIT.
053800     STOP RUN.
053900*
054000******************************************************************
054100*    1000-INITIALIZE                                             *
054200*    READS THE SIMCTL CONTROL RECORD.  A BLANK CYCLE COUNT TAKES *
054300*    THE DEFAULT; ANYTHING ELSE MUST BE NUMERIC AND NON-ZERO,    *
054400*    AND IS CAPPED AT THE CYCLE TABLE SIZE.                      *
054500******************************************************************
054600 1000-INITIALIZE.
054700*
054800     OPEN INPUT SIM-CTL-FILE.
054900     IF NOT WS-CTL-FILE-OK
055000         DISPLAY 'CANSIM: UNABLE TO OPEN SIMCTL - FILE STATUS '
055100             WS-CTL-FILE-STATUS ' - RUN ABANDONED'
055200         MOVE 16 TO RETURN-CODE
055300         GO TO 1000-INITIALIZE-EXIT
055400     END-IF.
055500*
055600     READ SIM-CTL-FILE
055700         AT END
055800             GO TO 1000-INITIALIZE-CLOSE
055900     END-READ.
056000*
056100     MOVE SIM-CTL-ENVIRONMENT TO WS-REQ-ENVIRONMENT.
056200     IF SIM-CTL-CYCLES = SPACES
056300         GO TO 1000-INITIALIZE-CLOSE
056400     END-IF.
056500     IF SIM-CTL-CYCLES NOT NUMERIC
056600         OR SIM-CTL-CYCLES-N = ZERO
056700         DISPLAY 'CANSIM: SIMCTL CYCLE COUNT ' SIM-CTL-CYCLES
056800             ' IS NOT A POSITIVE NUMBER - RUN ABANDONED'
056900         MOVE 16 TO RETURN-CODE
057000         GO TO 1000-INITIALIZE-CLOSE
057100     END-IF.
057200     IF SIM-CTL-CYCLES-N > WS-REQ-CYCLES-MAX
057300         DISPLAY 'CANSIM: SIMCTL CYCLE COUNT ' SIM-CTL-CYCLES
057400             ' CAPPED AT ' WS-REQ-CYCLES-MAX
057500         MOVE WS-REQ-CYCLES-MAX TO WS-REQ-CYCLES
057600     ELSE
057700         MOVE SIM-CTL-CYCLES-N TO WS-REQ-CYCLES
057800     END-IF.
057900*
058000 1000-INITIALIZE-CLOSE.
058100     CLOSE SIM-CTL-FILE.
058200*
058300 1000-INITIALIZE-EXIT.
058400     EXIT.
058500*
058600******************************************************************
058700*    1100-LOAD-PARM-SETS                                         *
058800*    LOADS THE CURRENT (CANPARM) AND PROPOSED (SIMPARM)          *
058900*    PARAMETER SETS.  THE PROPOSED SET IS REQUIRED; WITHOUT THE  *
059000*    CURRENT ONE THE RECORDED POLLS ARE REPLAYED POLL FOR POLL.  *
059100*    A BLANK SIMCTL ENVIRONMENT TAKES THE PROPOSED PARM'S.       *
059200******************************************************************
059300 1100-LOAD-PARM-SETS.
059400*
059500     MOVE 1 TO WS-PSET-SUB.
059600     MOVE 'CANPARM' TO WS-PARM-DD.
059700     PERFORM 1110-LOAD-ONE-PARM-SET
059800         THRU 1110-LOAD-ONE-PARM-SET-EXIT.
059900     IF NOT WS-PSET-WAS-READ (1)
060000         DISPLAY 'CANSIM: CURRENT CANPARM NOT AVAILABLE - '
060100             'RECORDED POLLS REPLAYED POLL FOR POLL'
060200     END-IF.
060300*
060400     MOVE 2 TO WS-PSET-SUB.
060500     MOVE 'SIMPARM' TO WS-PARM-DD.
060600     PERFORM 1110-LOAD-ONE-PARM-SET
060700         THRU 1110-LOAD-ONE-PARM-SET-EXIT.
060800     IF NOT WS-PSET-WAS-READ (2)
060900         DISPLAY 'CANSIM: PROPOSED SIMPARM MISSING OR EMPTY - '
061000             'FILE STATUS ' WS-PARM-FILE-STATUS ' - RUN ABANDONED'
061100         MOVE 16 TO RETURN-CODE
061200         GO TO 1100-LOAD-PARM-SETS-EXIT
061300     END-IF.
061400*
061500     IF WS-REQ-ENVIRONMENT = SPACES
061600         MOVE WS-PSET-ENVIRONMENT (2) TO WS-REQ-ENVIRONMENT
061700     END-IF.
061800*
061900 1100-LOAD-PARM-SETS-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300*    1110-LOAD-ONE-PARM-SET                                      *
062400*    READS THE BASE RECORD AND 'OVR' RECORDS OF ONE CANARY.PARM  *
062500*    INTO PARAMETER SET WS-PSET-SUB.  BLANK OR NON-NUMERIC BASE  *
062600*    VALUES ARE ZERO, AS IN THE CANARY.                          *
062700******************************************************************
062800 1110-LOAD-ONE-PARM-SET.
062900*
063000     MOVE 'N'    TO WS-PSET-READ (WS-PSET-SUB).
063100     MOVE SPACES TO WS-PSET-ENVIRONMENT (WS-PSET-SUB).
063200     MOVE 0      TO WS-PSET-RETRY (WS-PSET-SUB).
063300     MOVE 0      TO WS-PSET-WAIT (WS-PSET-SUB).
063400     MOVE 0      TO WS-PSET-VOL-TOL (WS-PSET-SUB).
063500     MOVE 0      TO WS-PSET-OVR-COUNT (WS-PSET-SUB).
063600*
063700     OPEN INPUT CANY-PARM-FILE.
063800     IF NOT WS-PARM-FILE-OK
063900         GO TO 1110-LOAD-ONE-PARM-SET-EXIT
064000     END-IF.
064100*
064200     READ CANY-PARM-FILE
064300         AT END
064400             GO TO 1110-LOAD-ONE-PARM-SET-CLOSE
064500     END-READ.
064600*
064700     MOVE 'Y' TO WS-PSET-READ (WS-PSET-SUB).
064800     MOVE CANY-PARM-ENVIRONMENT
064900                 TO WS-PSET-ENVIRONMENT (WS-PSET-SUB).
065000     IF CANY-PARM-RETRY-COUNT NUMERIC
065100         MOVE CANY-PARM-RETRY-COUNT
065200                 TO WS-PSET-RETRY (WS-PSET-SUB)
065300     END-IF.
065400     IF CANY-PARM-RETRY-WAIT NUMERIC
065500         MOVE CANY-PARM-RETRY-WAIT
065600                 TO WS-PSET-WAIT (WS-PSET-SUB)
065700     END-IF.
065800     IF CANY-PARM-VOL-TOL-PCT NUMERIC
065900         MOVE CANY-PARM-VOL-TOL-PCT
066000                 TO WS-PSET-VOL-TOL (WS-PSET-SUB)
066100     END-IF.
066200*
066300     PERFORM 1120-LOAD-ONE-PARM-OVR
066400         THRU 1120-LOAD-ONE-PARM-OVR-EXIT
066500         UNTIL WS-PARM-FILE-EOF.
066600*
066700 1110-LOAD-ONE-PARM-SET-CLOSE.
066800     CLOSE CANY-PARM-FILE.
066900*
067000 1110-LOAD-ONE-PARM-SET-EXIT.
067100     EXIT.
067200*
067300******************************************************************
067400*    1120-LOAD-ONE-PARM-OVR                                      *
067500*    TABLES ONE 'OVR' RECORD OF THE PARAMETER SET.  THE VALUE    *
067600*    FIELDS ARE KEPT AS READ SO A BLANK ONE STAYS BLANK.         *
067700******************************************************************
067800 1120-LOAD-ONE-PARM-OVR.
067900*
068000     READ CANY-PARM-FILE
068100         AT END
068200             GO TO 1120-LOAD-ONE-PARM-OVR-EXIT
068300     END-READ.
068400*
068500     IF NOT CANY-PARM-IS-OVERRIDE
068550         OR CANY-PARM-OVR-WINDOW-ID NOT = SPACES
068600         GO TO 1120-LOAD-ONE-PARM-OVR-EXIT
068700     END-IF.
068800     IF WS-PSET-OVR-COUNT (WS-PSET-SUB) NOT < WS-POV-MAX
068900         DISPLAY 'CANSIM: ' WS-PARM-DD ' OVERRIDE TABLE FULL - '
069000             'RECORD IGNORED'
069100         GO TO 1120-LOAD-ONE-PARM-OVR-EXIT
069200     END-IF.
069300*
069400     ADD 1 TO WS-PSET-OVR-COUNT (WS-PSET-SUB).
069500     MOVE WS-PSET-OVR-COUNT (WS-PSET-SUB) TO WS-POV-SUB.
069600     MOVE CANY-PARM-OVR-DAY-TYPE
069700         TO WS-PSET-OVR-DAY-TYPE (WS-PSET-SUB, WS-POV-SUB).
069800     IF CANY-PARM-OVR-CYCLE-ID NUMERIC
069900         MOVE CANY-PARM-OVR-CYCLE-ID
070000             TO WS-PSET-OVR-CYCLE-ID (WS-PSET-SUB, WS-POV-SUB)
070100     ELSE
070200         MOVE ZERO
070300             TO WS-PSET-OVR-CYCLE-ID (WS-PSET-SUB, WS-POV-SUB)
070400     END-IF.
070500     MOVE CANY-PARM-OVR-RETRY-CNT
070600         TO WS-PSET-OVR-RETRY-CNT (WS-PSET-SUB, WS-POV-SUB).
070700     MOVE CANY-PARM-OVR-RETRY-WT
070800         TO WS-PSET-OVR-RETRY-WT (WS-PSET-SUB, WS-POV-SUB).
070900*
071000 1120-LOAD-ONE-PARM-OVR-EXIT.
071100     EXIT.
071200*
071300******************************************************************
071400*    1200-LOAD-FEEDS                                             *
071500*    LOADS THE PROPOSED REQUIREMENTS (SIMDSRQ - REQUIRED, AND    *
071600*    MUST NAME AT LEAST ONE FEED), THEN THE CURRENT ONES         *
071700*    (CANDSREQ) FOR THE COMPARISON.                              *
071800******************************************************************
071900 1200-LOAD-FEEDS.
072000*
072100     MOVE 'P' TO WS-DSR-PASS.
072200     MOVE 'SIMDSRQ' TO WS-DSR-DD.
072300     OPEN INPUT CANY-DSR-FILE.
072400     IF NOT WS-DSR-FILE-OK
072500         DISPLAY 'CANSIM: UNABLE TO OPEN PROPOSED SIMDSRQ - '
072600             'FILE STATUS ' WS-DSR-FILE-STATUS ' - RUN ABANDONED'
072700         MOVE 16 TO RETURN-CODE
072800         GO TO 1200-LOAD-FEEDS-EXIT
072900     END-IF.
073000     PERFORM 1210-LOAD-ONE-FEED
073100         THRU 1210-LOAD-ONE-FEED-EXIT
073200         UNTIL WS-DSR-FILE-EOF.
073300     CLOSE CANY-DSR-FILE.
073400*
073500     IF WS-FEED-COUNT = 0
073600         DISPLAY 'CANSIM: PROPOSED SIMDSRQ NAMES NO FEEDS - '
073700             'RUN ABANDONED'
073800         MOVE 16 TO RETURN-CODE
073900         GO TO 1200-LOAD-FEEDS-EXIT
074000     END-IF.
074100*
074200     MOVE 'C' TO WS-DSR-PASS.
074300     MOVE 'CANDSREQ' TO WS-DSR-DD.
074400     OPEN INPUT CANY-DSR-FILE.
074500     IF NOT WS-DSR-FILE-OK
074600         DISPLAY 'CANSIM: CURRENT CANDSREQ NOT AVAILABLE - '
074700             'NO FEED COMPARISON'
074800         GO TO 1200-LOAD-FEEDS-EXIT
074900     END-IF.
075000     PERFORM 1210-LOAD-ONE-FEED
075100         THRU 1210-LOAD-ONE-FEED-EXIT
075200         UNTIL WS-DSR-FILE-EOF.
075300     CLOSE CANY-DSR-FILE.
075400*
075500 1200-LOAD-FEEDS-EXIT.
075600     EXIT.
075700*
075800******************************************************************
075900*    1210-LOAD-ONE-FEED                                          *
076000*    POSTS ONE REQUIREMENTS RECORD TO THE FEED TABLE, ADDING THE *
076100*    FEED IF IT IS NOT ALREADY THERE.  THE FIRST RECORD FOR A    *
076200*    FEED ON EACH FILE WINS, AS IN THE CANARY'S TABLE LOAD.      *
076250*    RECORDS FOR A WINDOW OTHER THAN THE MAIN ONE ARE SKIPPED.   *
076300******************************************************************
076400 1210-LOAD-ONE-FEED.
076500*
076600     READ CANY-DSR-FILE
076700         AT END
076800             GO TO 1210-LOAD-ONE-FEED-EXIT
076900     END-READ.
077000*
077100     IF CANY-DSR-DSN = SPACES
077150         OR CANY-DSR-WINDOW-ID NOT = SPACES
077200         GO TO 1210-LOAD-ONE-FEED-EXIT
077300     END-IF.
077400*
077500     MOVE CANY-DSR-DSN TO WS-FIND-CODE.
077600     PERFORM 7300-FIND-FEED
077700         THRU 7300-FIND-FEED-EXIT.
077800     IF WS-FIND-FEED-SUB = 0
077900         IF WS-FEED-COUNT NOT < WS-FEED-MAX
078000             DISPLAY 'CANSIM: FEED TABLE FULL - ' CANY-DSR-DSN
078100                 ' ON ' WS-DSR-DD ' NOT TABLED'
078200             GO TO 1210-LOAD-ONE-FEED-EXIT
078300         END-IF
078400         ADD 1 TO WS-FEED-COUNT
078500         MOVE WS-FEED-COUNT TO WS-FIND-FEED-SUB
078600         MOVE SPACES TO WS-FEED-ENTRY (WS-FIND-FEED-SUB)
078700         MOVE CANY-DSR-DSN TO WS-FEED-DSN (WS-FIND-FEED-SUB)
078800         MOVE 'N' TO WS-FEED-ON-PROPOSED (WS-FIND-FEED-SUB)
078900         MOVE 'N' TO WS-FEED-ON-CURRENT (WS-FIND-FEED-SUB)
079000         MOVE 0   TO WS-FEED-HIST-NEXT (WS-FIND-FEED-SUB)
079100         MOVE 0   TO WS-FEED-HIST-CT (WS-FIND-FEED-SUB)
079200     END-IF.
079300*
079400     IF WS-DSR-PROPOSED-PASS
079500         IF WS-FEED-PROPOSED (WS-FIND-FEED-SUB)
079600             GO TO 1210-LOAD-ONE-FEED-EXIT
079700         END-IF
079800         MOVE 'Y' TO WS-FEED-ON-PROPOSED (WS-FIND-FEED-SUB)
079900         MOVE CANY-DSR-SEVERITY
080000                 TO WS-FEED-SEV (WS-FIND-FEED-SUB)
080100         MOVE CANY-DSR-DAY-TYPES
080200                 TO WS-FEED-DAYS (WS-FIND-FEED-SUB)
080300         MOVE CANY-DSR-VOL-SEVERITY
080400                 TO WS-FEED-VOL-SEV (WS-FIND-FEED-SUB)
080500         MOVE CANY-DSR-CONSUMER-LIST
080600                 TO WS-FEED-CONSUMERS (WS-FIND-FEED-SUB)
080700     ELSE
080800         IF WS-FEED-CURRENT (WS-FIND-FEED-SUB)
080900             GO TO 1210-LOAD-ONE-FEED-EXIT
081000         END-IF
081100         MOVE 'Y' TO WS-FEED-ON-CURRENT (WS-FIND-FEED-SUB)
081200         MOVE CANY-DSR-SEVERITY
081300                 TO WS-FEED-CUR-SEV (WS-FIND-FEED-SUB)
081400         MOVE CANY-DSR-DAY-TYPES
081500                 TO WS-FEED-CUR-DAYS (WS-FIND-FEED-SUB)
081600         MOVE CANY-DSR-VOL-SEVERITY
081700                 TO WS-FEED-CUR-VOL-SEV (WS-FIND-FEED-SUB)
081800     END-IF.
081900*
082000 1210-LOAD-ONE-FEED-EXIT.
082100     EXIT.
082200*
082300******************************************************************
082400*    1300-PRINT-PARAMETERS                                       *
082500*    PRINTS THE REPORT HEADING AND THE CURRENT AND PROPOSED      *
082600*    PARAMETERS SIDE BY SIDE.                                    *
082700******************************************************************
082800 1300-PRINT-PARAMETERS.
082900*
083000     MOVE WS-REQ-CYCLES TO WS-EDIT-COUNT.
083100     MOVE SPACES TO WS-PRT-LINE.
083200     STRING 'CANSIM - PARAMETER WHAT-IF REPLAY  ENVIRONMENT '
083300         WS-REQ-ENVIRONMENT '  LAST ' WS-EDIT-COUNT ' CYCLE(S)'
083400         DELIMITED BY SIZE INTO WS-PRT-LINE.
083500     PERFORM 9000-EMIT-REPORT-LINE
083600         THRU 9000-EMIT-REPORT-LINE-EXIT.
083700     MOVE ALL '=' TO WS-PRT-LINE.
083800     PERFORM 9000-EMIT-REPORT-LINE
083900         THRU 9000-EMIT-REPORT-LINE-EXIT.
084000*
084100     MOVE '  PARAMETER                   CURRENT  PROPOSED'
084200         TO WS-PRT-LINE.
084300     PERFORM 9000-EMIT-REPORT-LINE
084400         THRU 9000-EMIT-REPORT-LINE-EXIT.
084500*
084600     MOVE WS-PSET-VOL-TOL (1) TO WS-EDIT-CUR.
084700     MOVE WS-PSET-VOL-TOL (2) TO WS-EDIT-NEW.
084800     MOVE SPACES TO WS-PRT-LINE.
084900     STRING '  VOLUME TOLERANCE PCT.....:    ' WS-EDIT-CUR
085000         '     ' WS-EDIT-NEW
085100         DELIMITED BY SIZE INTO WS-PRT-LINE.
085200     PERFORM 9000-EMIT-REPORT-LINE
085300         THRU 9000-EMIT-REPORT-LINE-EXIT.
085400*
085500     MOVE WS-PSET-RETRY (1) TO WS-EDIT-CUR.
085600     MOVE WS-PSET-RETRY (2) TO WS-EDIT-NEW.
085700     MOVE SPACES TO WS-PRT-LINE.
085800     STRING '  RETRY COUNT (BASE).......:    ' WS-EDIT-CUR
085900         '     ' WS-EDIT-NEW
086000         DELIMITED BY SIZE INTO WS-PRT-LINE.
086100     PERFORM 9000-EMIT-REPORT-LINE
086200         THRU 9000-EMIT-REPORT-LINE-EXIT.
086300*
086400     MOVE WS-PSET-WAIT (1) TO WS-EDIT-CUR.
086500     MOVE WS-PSET-WAIT (2) TO WS-EDIT-NEW.
086600     MOVE SPACES TO WS-PRT-LINE.
086700     STRING '  RETRY WAIT SECS (BASE)...:    ' WS-EDIT-CUR
086800         '     ' WS-EDIT-NEW
086900         DELIMITED BY SIZE INTO WS-PRT-LINE.
087000     PERFORM 9000-EMIT-REPORT-LINE
087100         THRU 9000-EMIT-REPORT-LINE-EXIT.
087200*
087300     MOVE WS-PSET-OVR-COUNT (1) TO WS-EDIT-CUR.
087400     MOVE WS-PSET-OVR-COUNT (2) TO WS-EDIT-NEW.
087500     MOVE SPACES TO WS-PRT-LINE.
087600     STRING '  OVR RECORDS..............:    ' WS-EDIT-CUR
087700         '     ' WS-EDIT-NEW
087800         DELIMITED BY SIZE INTO WS-PRT-LINE.
087900     PERFORM 9000-EMIT-REPORT-LINE
088000         THRU 9000-EMIT-REPORT-LINE-EXIT.
088100*
088200     MOVE SPACES TO WS-PRT-LINE.
088300     PERFORM 9000-EMIT-REPORT-LINE
088400         THRU 9000-EMIT-REPORT-LINE-EXIT.
088500     MOVE '            CURRENT       PROPOSED' TO WS-PRT-LINE.
088600     PERFORM 9000-EMIT-REPORT-LINE
088700         THRU 9000-EMIT-REPORT-LINE-EXIT.
088800     MOVE '  FEED      SEV DAYS VOL  SEV DAYS VOL CHANGE'
088900         TO WS-PRT-LINE.
089000     PERFORM 9000-EMIT-REPORT-LINE
089100         THRU 9000-EMIT-REPORT-LINE-EXIT.
089200     PERFORM 1310-PRINT-ONE-FEED
089300         THRU 1310-PRINT-ONE-FEED-EXIT
089400         VARYING WS-FEED-IDX FROM 1 BY 1
089500         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
089600*
089700 1300-PRINT-PARAMETERS-EXIT.
089800     EXIT.
089900*
090000******************************************************************
090100*    1310-PRINT-ONE-FEED                                         *
090200*    PRINTS ONE FEED'S CURRENT AND PROPOSED SETTINGS, MARKED     *
090300*    ADDED, REMOVED OR CHANGED.                                  *
090400******************************************************************
090500 1310-PRINT-ONE-FEED.
090600*
090700     MOVE SPACES TO WS-FEED-CHANGE.
090800     IF NOT WS-FEED-CURRENT (WS-FEED-IDX)
090900         MOVE 'ADDED' TO WS-FEED-CHANGE
091000     ELSE
091100         IF NOT WS-FEED-PROPOSED (WS-FEED-IDX)
091200             MOVE 'REMOVED' TO WS-FEED-CHANGE
091300         ELSE
091400             IF WS-FEED-SEV (WS-FEED-IDX)
091500                     NOT = WS-FEED-CUR-SEV (WS-FEED-IDX)
091600                 OR WS-FEED-DAYS (WS-FEED-IDX)
091700                     NOT = WS-FEED-CUR-DAYS (WS-FEED-IDX)
091800                 OR WS-FEED-VOL-SEV (WS-FEED-IDX)
091900                     NOT = WS-FEED-CUR-VOL-SEV (WS-FEED-IDX)
092000                 MOVE 'CHANGED' TO WS-FEED-CHANGE
092100             END-IF
092200         END-IF
092300     END-IF.
092400*
092500     MOVE SPACES TO WS-PRT-LINE.
092600     STRING '  ' WS-FEED-DSN (WS-FEED-IDX) '  '
092700         WS-FEED-CUR-SEV (WS-FEED-IDX) '   '
092800         WS-FEED-CUR-DAYS (WS-FEED-IDX) ' '
092900         WS-FEED-CUR-VOL-SEV (WS-FEED-IDX) '    '
093000         WS-FEED-SEV (WS-FEED-IDX) '   '
093100         WS-FEED-DAYS (WS-FEED-IDX) ' '
093200         WS-FEED-VOL-SEV (WS-FEED-IDX) '   '
093300         WS-FEED-CHANGE
093400         DELIMITED BY SIZE INTO WS-PRT-LINE.
093500     PERFORM 9000-EMIT-REPORT-LINE
093600         THRU 9000-EMIT-REPORT-LINE-EXIT.
093700*
093800 1310-PRINT-ONE-FEED-EXIT.
093900     EXIT.
094000*
094100******************************************************************
094200*    2000-LOAD-CYCLES                                            *
094300*    BUILDS THE CYCLE TABLE FROM THE ARCHIVED RUN HISTORY        *
094400*    (CANHIST), THEN THE LIVE LOG (CANLOG).  CANLOG IS OPENED    *
094500*    FIRST SO AN ARCHIVED RECORD CAN BE STAGED IN ITS RECORD     *
094600*    AREA AND TABLED BY THE SAME PARAGRAPH AS A LIVE ONE.        *
094700******************************************************************
094800 2000-LOAD-CYCLES.
094900*
095000     OPEN INPUT CANY-LOG-FILE.
095100     IF NOT WS-LOG-FILE-OK
095200         MOVE SPACES TO WS-PRT-LINE
095300         STRING '  ** CANLOG UNAVAILABLE - FILE STATUS '
095400             WS-LOG-FILE-STATUS ' - NOTHING REPLAYED **'
095500             DELIMITED BY SIZE INTO WS-PRT-LINE
095600         PERFORM 9000-EMIT-REPORT-LINE
095700             THRU 9000-EMIT-REPORT-LINE-EXIT
095800         MOVE 16 TO RETURN-CODE
095900         GO TO 2000-LOAD-CYCLES-EXIT
096000     END-IF.
096100*
096200     OPEN INPUT CANY-HIST-FILE.
096300     IF WS-HIST-FILE-OK
096400         PERFORM 2010-LOAD-ONE-HIST-RUN
096500             THRU 2010-LOAD-ONE-HIST-RUN-EXIT
096600             UNTIL WS-HIST-FILE-EOF
096700         CLOSE CANY-HIST-FILE
096800     ELSE
096900         MOVE 'CANHIST' TO WS-FIND-CODE
097000         PERFORM 8000-REPORT-NOT-AVAILABLE
097100             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
097200     END-IF.
097300*
097400     PERFORM 2020-LOAD-ONE-LOG-RUN
097500         THRU 2020-LOAD-ONE-LOG-RUN-EXIT
097600         UNTIL WS-LOG-FILE-EOF.
097700*
097800     CLOSE CANY-LOG-FILE.
097900*
098000 2000-LOAD-CYCLES-EXIT.
098100     EXIT.
098200*
098300******************************************************************
098400*    2010-LOAD-ONE-HIST-RUN                                      *
098500*    READS ONE ARCHIVED RUN RECORD AND TABLES IT.                *
098600******************************************************************
098700 2010-LOAD-ONE-HIST-RUN.
098800*
098900     READ CANY-HIST-FILE
099000         AT END
099100             GO TO 2010-LOAD-ONE-HIST-RUN-EXIT
099200     END-READ.
099300*
099400     MOVE CANY-HIST-RECORD TO CANY-LOG-RECORD.
099500     PERFORM 2100-TABLE-RUN
099600         THRU 2100-TABLE-RUN-EXIT.
099700*
099800 2010-LOAD-ONE-HIST-RUN-EXIT.
099900     EXIT.
100000*
100100******************************************************************
100200*    2020-LOAD-ONE-LOG-RUN                                       *
100300*    READS ONE LIVE RUN RECORD IN KEY ORDER AND TABLES IT.       *
100400******************************************************************
100500 2020-LOAD-ONE-LOG-RUN.
100600*
100700     READ CANY-LOG-FILE NEXT
100800         AT END
100900             SET WS-LOG-FILE-EOF TO TRUE
101000             GO TO 2020-LOAD-ONE-LOG-RUN-EXIT
101100     END-READ.
101200*
101300     PERFORM 2100-TABLE-RUN
101400         THRU 2100-TABLE-RUN-EXIT.
101500*
101600 2020-LOAD-ONE-LOG-RUN-EXIT.
101700     EXIT.
101800*
101900******************************************************************
102000*    2100-TABLE-RUN                                              *
102080*    THE FIRST MAIN-WINDOW ATTEMPT OF A CYCLE IN THE ENVIRONMENT *
102160*    OPENS ITS CYCLE ENTRY; RERUNS, OTHER WINDOWS, CLOSE         *
102240*    MARKERS, SKIPPED NON-PROCESSING NIGHTS AND PRE-CONVERSION   *
102320*    RECORDS (NO CYCLE) ARE PASSED OVER.  WHEN THE TABLE HOLDS   *
102400*    THE REQUESTED NUMBER OF CYCLES THE OLDEST IS DROPPED TO     *
102480*    MAKE ROOM.                                                  *
102600******************************************************************
102700 2100-TABLE-RUN.
102800*
102900     IF CANY-LOG-CYCLE-ID NOT NUMERIC
103000         GO TO 2100-TABLE-RUN-EXIT
103100     END-IF.
103200     IF CANY-LOG-ENVIRONMENT NOT = WS-REQ-ENVIRONMENT
103250         OR CANY-LOG-WINDOW-ID NOT = SPACES
103300         GO TO 2100-TABLE-RUN-EXIT
103400     END-IF.
103500     IF CANY-LOG-STATUS NOT = 'PASS'
103600         AND CANY-LOG-STATUS NOT = 'LATE'
103700         AND CANY-LOG-STATUS NOT = 'OVRD'
103800         AND CANY-LOG-STATUS NOT = 'PART'
103900         AND CANY-LOG-STATUS NOT = 'FAIL'
104000         GO TO 2100-TABLE-RUN-EXIT
104100     END-IF.
104200*
104300     MOVE CANY-LOG-CYCLE-ID TO WS-FIND-CYCLE-ID.
104400     PERFORM 7100-FIND-CYCLE
104500         THRU 7100-FIND-CYCLE-EXIT.
104600     IF WS-FIND-CYC-SUB NOT = 0
104700         GO TO 2100-TABLE-RUN-EXIT
104800     END-IF.
104900*
105000     IF WS-CYC-COUNT NOT < WS-REQ-CYCLES
105100         PERFORM 2110-SHIFT-ONE-CYCLE
105200             THRU 2110-SHIFT-ONE-CYCLE-EXIT
105300             VARYING WS-CYC-SUB FROM 1 BY 1
105400             UNTIL WS-CYC-SUB NOT < WS-CYC-COUNT
105500         SUBTRACT 1 FROM WS-CYC-COUNT
105600     END-IF.
105700*
105800     ADD 1 TO WS-CYC-COUNT.
105900     MOVE CANY-LOG-CYCLE-ID  TO WS-CYC-ID (WS-CYC-COUNT).
106000     MOVE 'P'                TO WS-CYC-DAY-TYPE (WS-CYC-COUNT).
106100     MOVE CANY-LOG-TIMESTAMP TO WS-CYC-STAMP (WS-CYC-COUNT).
106200     MOVE CANY-LOG-STATUS    TO WS-CYC-ACT-STATUS (WS-CYC-COUNT).
106300     MOVE 0                  TO WS-CYC-ACT-POLLS (WS-CYC-COUNT).
106400     MOVE 0                  TO WS-CYC-ACT-VOLM (WS-CYC-COUNT).
106500     MOVE 'N'                TO WS-CYC-GATE-FAIL (WS-CYC-COUNT).
106600     MOVE 'N'                TO WS-CYC-GATE-OVRD (WS-CYC-COUNT).
106700     MOVE 'N'                TO WS-CYC-DTL-SEEN (WS-CYC-COUNT).
106800*
106900 2100-TABLE-RUN-EXIT.
107000     EXIT.
107100*
107200******************************************************************
107300*    2110-SHIFT-ONE-CYCLE                                        *
107400*    MOVES ONE CYCLE ENTRY DOWN A SLOT, DROPPING THE OLDEST.     *
107500******************************************************************
107600 2110-SHIFT-ONE-CYCLE.
107700*
107800     COMPUTE WS-CYC-NEXT = WS-CYC-SUB + 1.
107900     MOVE WS-CYC-ENTRY (WS-CYC-NEXT) TO WS-CYC-ENTRY (WS-CYC-SUB).
108000*
108100 2110-SHIFT-ONE-CYCLE-EXIT.
108200     EXIT.
108300*
108400******************************************************************
108500*    2500-LOAD-DAY-TYPES                                         *
108600*    PICKS UP EACH REPLAYED CYCLE'S DAY TYPE FROM THE CALENDAR   *
108700*    RECORD FOR THE CYCLE'S OWN DATE.  A CYCLE NOT LISTED KEEPS  *
108800*    THE NORMAL-NIGHT DEFAULT, AS IN THE CANARY.                 *
108900******************************************************************
109000 2500-LOAD-DAY-TYPES.
109100*
109200     OPEN INPUT CANY-CAL-FILE.
109300     IF NOT WS-CAL-FILE-OK
109400         MOVE 'CANCAL' TO WS-FIND-CODE
109500         PERFORM 8000-REPORT-NOT-AVAILABLE
109600             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
109700         GO TO 2500-LOAD-DAY-TYPES-EXIT
109800     END-IF.
109900*
110000     PERFORM 2510-LOAD-ONE-DAY-TYPE
110100         THRU 2510-LOAD-ONE-DAY-TYPE-EXIT
110200         UNTIL WS-CAL-FILE-EOF.
110300*
110400     CLOSE CANY-CAL-FILE.
110500*
110600 2500-LOAD-DAY-TYPES-EXIT.
110700     EXIT.
110800*
110900******************************************************************
111000*    2510-LOAD-ONE-DAY-TYPE                                      *
111100*    READS ONE CALENDAR RECORD AND POSTS ITS DAY TYPE TO THE     *
111200*    CYCLE OF THE SAME DATE.                                     *
111300******************************************************************
111400 2510-LOAD-ONE-DAY-TYPE.
111500*
111600     READ CANY-CAL-FILE
111700         AT END
111800             GO TO 2510-LOAD-ONE-DAY-TYPE-EXIT
111900     END-READ.
112000*
112100     IF CANY-CAL-DATE NOT NUMERIC
112200         GO TO 2510-LOAD-ONE-DAY-TYPE-EXIT
112300     END-IF.
112400*
112500     MOVE CANY-CAL-DATE TO WS-FIND-CYCLE-ID.
112600     PERFORM 7100-FIND-CYCLE
112700         THRU 7100-FIND-CYCLE-EXIT.
112800     IF WS-FIND-CYC-SUB NOT = 0
112900         MOVE CANY-CAL-DAY-TYPE
113000             TO WS-CYC-DAY-TYPE (WS-FIND-CYC-SUB)
113100     END-IF.
113200*
113300 2510-LOAD-ONE-DAY-TYPE-EXIT.
113400     EXIT.
113500*
113600******************************************************************
113700*    2600-LOAD-OVERRIDES                                         *
113800*    TABLES THE CANOVR OVERRIDES RECORDED FOR THE REPLAYED       *
113900*    CYCLES, SO A FAILURE THE PROPOSAL CREATES ON A NIGHT THAT   *
114000*    HAD AN OVERRIDE FOR THE FEED IS COVERED AS IT WOULD HAVE    *
114100*    BEEN.  A MISSING FILE MEANS NO OVERRIDES.                   *
114200******************************************************************
114300 2600-LOAD-OVERRIDES.
114400*
114500     OPEN INPUT CANY-OVR-FILE.
114600     IF NOT WS-OVR-FILE-OK
114700         GO TO 2600-LOAD-OVERRIDES-EXIT
114800     END-IF.
114900*
115000     PERFORM 2610-LOAD-ONE-OVERRIDE
115100         THRU 2610-LOAD-ONE-OVERRIDE-EXIT
115200         UNTIL WS-OVR-FILE-EOF.
115300*
115400     CLOSE CANY-OVR-FILE.
115500*
115600 2600-LOAD-OVERRIDES-EXIT.
115700     EXIT.
115800*
115900******************************************************************
116000*    2610-LOAD-ONE-OVERRIDE                                      *
116100*    TABLES ONE OVERRIDE RECORD WHEN IT IS FOR A REPLAYED CYCLE. *
116200******************************************************************
116300 2610-LOAD-ONE-OVERRIDE.
116400*
116500     READ CANY-OVR-FILE
116600         AT END
116700             GO TO 2610-LOAD-ONE-OVERRIDE-EXIT
116800     END-READ.
116900*
117000     IF CANY-OVR-CYCLE-ID NOT NUMERIC
117100         GO TO 2610-LOAD-ONE-OVERRIDE-EXIT
117200     END-IF.
117300     MOVE CANY-OVR-CYCLE-ID TO WS-FIND-CYCLE-ID.
117400     PERFORM 7100-FIND-CYCLE
117500         THRU 7100-FIND-CYCLE-EXIT.
117600     IF WS-FIND-CYC-SUB = 0
117700         GO TO 2610-LOAD-ONE-OVERRIDE-EXIT
117800     END-IF.
117900*
118000     IF WS-OVR-COUNT < WS-OVR-MAX
118100         ADD 1 TO WS-OVR-COUNT
118200         SET WS-OVR-IDX TO WS-OVR-COUNT
118300         MOVE WS-FIND-CYC-SUB     TO WS-OVR-CYC-SUB (WS-OVR-IDX)
118400         MOVE CANY-OVR-CHECK-CODE TO WS-OVR-CODE (WS-OVR-IDX)
118500     ELSE
118600         DISPLAY 'CANSIM: OVERRIDE TABLE FULL - CYCLE '
118700             CANY-OVR-CYCLE-ID ' CHECK ' CANY-OVR-CHECK-CODE
118800             ' NOT TABLED'
118900     END-IF.
119000*
119100 2610-LOAD-ONE-OVERRIDE-EXIT.
119200     EXIT.
119300*
119400******************************************************************
119500*    3000-LOAD-CHECK-DETAILS                                     *
119600*    TABLES THE CHECK DETAIL OF EACH REPLAYED ATTEMPT FROM THE   *
119700*    ARCHIVE (CANDTLH), THEN THE LIVE FILE (CANDTL) FROM THE     *
119800*    OLDEST REPLAYED CYCLE ON.  AS FOR THE LOG, CANDTL IS OPENED *
119900*    FIRST SO ITS RECORD AREA CAN STAGE THE ARCHIVED RECORDS.    *
120000******************************************************************
120100 3000-LOAD-CHECK-DETAILS.
120200*
120300     MOVE 'N' TO WS-DTL-OPEN-SWITCH.
120400     OPEN INPUT CANY-DTL-FILE.
120500     IF WS-DTL-FILE-OK
120600         SET WS-DTL-IS-OPEN TO TRUE
120700     ELSE
120800         MOVE 'CANDTL' TO WS-FIND-CODE
120900         PERFORM 8000-REPORT-NOT-AVAILABLE
121000             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
121100     END-IF.
121200*
121300     OPEN INPUT CANY-DTLH-FILE.
121400     IF WS-DTLH-FILE-OK
121500         PERFORM 3010-LOAD-ONE-HIST-DETAIL
121600             THRU 3010-LOAD-ONE-HIST-DETAIL-EXIT
121700             UNTIL WS-DTLH-FILE-EOF
121800         CLOSE CANY-DTLH-FILE
121900     ELSE
122000         MOVE 'CANDTLH' TO WS-FIND-CODE
122100         PERFORM 8000-REPORT-NOT-AVAILABLE
122200             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
122300     END-IF.
122400*
122500     IF NOT WS-DTL-IS-OPEN
122600         GO TO 3000-LOAD-CHECK-DETAILS-EXIT
122700     END-IF.
122800*
122900     MOVE SPACES        TO CANY-DTL-KEY.
123000     MOVE WS-CYC-ID (1) TO CANY-DTL-CYCLE-ID.
123100     START CANY-DTL-FILE
123200         KEY IS NOT LESS THAN CANY-DTL-KEY
123300         INVALID KEY
123400             SET WS-DTL-FILE-EOF TO TRUE
123500     END-START.
123600*
123700     PERFORM 3020-LOAD-ONE-LIVE-DETAIL
123800         THRU 3020-LOAD-ONE-LIVE-DETAIL-EXIT
123900         UNTIL WS-DTL-FILE-EOF.
124000*
124100     CLOSE CANY-DTL-FILE.
124200*
124300 3000-LOAD-CHECK-DETAILS-EXIT.
124400     EXIT.
124500*
124600******************************************************************
124700*    3010-LOAD-ONE-HIST-DETAIL                                   *
124800*    READS ONE ARCHIVED DETAIL RECORD AND TABLES IT.             *
124900******************************************************************
125000 3010-LOAD-ONE-HIST-DETAIL.
125100*
125200     READ CANY-DTLH-FILE
125300         AT END
125400             GO TO 3010-LOAD-ONE-HIST-DETAIL-EXIT
125500     END-READ.
125600*
125700     MOVE CANY-DTLH-RECORD TO CANY-DTL-RECORD.
125800     PERFORM 3100-TABLE-DETAIL
125900         THRU 3100-TABLE-DETAIL-EXIT.
126000*
126100 3010-LOAD-ONE-HIST-DETAIL-EXIT.
126200     EXIT.
126300*
126400******************************************************************
126500*    3020-LOAD-ONE-LIVE-DETAIL                                   *
126600*    READS ONE LIVE DETAIL RECORD IN KEY ORDER AND TABLES IT.    *
126700******************************************************************
126800 3020-LOAD-ONE-LIVE-DETAIL.
126900*
127000     READ CANY-DTL-FILE NEXT
127100         AT END
127200             SET WS-DTL-FILE-EOF TO TRUE
127300             GO TO 3020-LOAD-ONE-LIVE-DETAIL-EXIT
127400     END-READ.
127500*
127600     PERFORM 3100-TABLE-DETAIL
127700         THRU 3100-TABLE-DETAIL-EXIT.
127800*
127900 3020-LOAD-ONE-LIVE-DETAIL-EXIT.
128000     EXIT.
128100*
128200******************************************************************
128300*    3100-TABLE-DETAIL                                           *
128400*    POSTS ONE DETAIL RECORD OF A REPLAYED ATTEMPT (SAME CYCLE,  *
128500*    ENVIRONMENT AND RUN TIMESTAMP).  THE GATE CHECKS ARE        *
128600*    CARRIED AS A FAIL OR OVRD ON THE CYCLE; EVERY OTHER CHECK   *
128700*    IS A FEED AND COUNTS A POLL ON ITS FEED-CHECK ENTRY.        *
128800******************************************************************
128900 3100-TABLE-DETAIL.
129000*
129100     IF CANY-DTL-CYCLE-ID NOT NUMERIC
129200         GO TO 3100-TABLE-DETAIL-EXIT
129300     END-IF.
129400     MOVE CANY-DTL-CYCLE-ID TO WS-FIND-CYCLE-ID.
129500     PERFORM 7100-FIND-CYCLE
129600         THRU 7100-FIND-CYCLE-EXIT.
129700     IF WS-FIND-CYC-SUB = 0
129800         GO TO 3100-TABLE-DETAIL-EXIT
129900     END-IF.
130000     IF CANY-DTL-ENVIRONMENT NOT = WS-REQ-ENVIRONMENT
130100         OR CANY-DTL-TIMESTAMP
130200             NOT = WS-CYC-STAMP (WS-FIND-CYC-SUB)
130300         GO TO 3100-TABLE-DETAIL-EXIT
130400     END-IF.
130500*
130600     MOVE 'Y' TO WS-CYC-DTL-SEEN (WS-FIND-CYC-SUB).
130700*
130800     IF CANY-DTL-CHECK-CODE = 'OPERID'
130900         OR CANY-DTL-CHECK-CODE = 'BANNER'
131000         OR CANY-DTL-CHECK-CODE = 'ROSTER'
131100         IF CANY-DTL-STATUS = 'FAIL'
131200             MOVE 'Y' TO WS-CYC-GATE-FAIL (WS-FIND-CYC-SUB)
131300         END-IF
131400         IF CANY-DTL-STATUS = 'OVRD'
131500             MOVE 'Y' TO WS-CYC-GATE-OVRD (WS-FIND-CYC-SUB)
131600         END-IF
131700         GO TO 3100-TABLE-DETAIL-EXIT
131800     END-IF.
131900*
132000     MOVE CANY-DTL-CHECK-CODE TO WS-FIND-CODE.
132100     PERFORM 7200-FIND-FEED-CHECK
132200         THRU 7200-FIND-FEED-CHECK-EXIT.
132300     IF WS-FIND-FC-SUB = 0
132400         IF WS-FC-COUNT NOT < WS-FC-MAX
132500             DISPLAY 'CANSIM: FEED-CHECK TABLE FULL - CYCLE '
132600                 CANY-DTL-CYCLE-ID ' CHECK ' CANY-DTL-CHECK-CODE
132700                 ' NOT TABLED'
132800             GO TO 3100-TABLE-DETAIL-EXIT
132900         END-IF
133000         ADD 1 TO WS-FC-COUNT
133100         MOVE WS-FC-COUNT TO WS-FIND-FC-SUB
133200         MOVE WS-FIND-CYC-SUB
133300                     TO WS-FC-CYC-SUB (WS-FIND-FC-SUB)
133400         MOVE CANY-DTL-CHECK-CODE
133500                     TO WS-FC-CODE (WS-FIND-FC-SUB)
133600         MOVE 0      TO WS-FC-POLLS (WS-FIND-FC-SUB)
133700         MOVE 0      TO WS-FC-FIRST-OK (WS-FIND-FC-SUB)
133800         MOVE SPACES TO WS-FC-FIRST-RSN (WS-FIND-FC-SUB)
133900         MOVE 'N'    TO WS-FC-VOL-SW (WS-FIND-FC-SUB)
134000         MOVE 0      TO WS-FC-VOLUME (WS-FIND-FC-SUB)
134100         MOVE 'N'    TO WS-FC-AVG-SW (WS-FIND-FC-SUB)
134200         MOVE 0      TO WS-FC-AVERAGE (WS-FIND-FC-SUB)
134300         MOVE 'N'    TO WS-FC-SIM-SW (WS-FIND-FC-SUB)
134400     END-IF.
134500*
134600     ADD 1 TO WS-FC-POLLS (WS-FIND-FC-SUB).
134700     IF WS-FC-POLLS (WS-FIND-FC-SUB) = 1
134800         MOVE CANY-DTL-REASON TO WS-FC-FIRST-RSN (WS-FIND-FC-SUB)
134900     END-IF.
135000     IF WS-FC-FIRST-OK (WS-FIND-FC-SUB) = 0
135100         IF CANY-DTL-STATUS = 'PASS'
135200             OR CANY-DTL-REASON = 'VOLM'
135300             MOVE WS-FC-POLLS (WS-FIND-FC-SUB)
135400                 TO WS-FC-FIRST-OK (WS-FIND-FC-SUB)
135500         END-IF
135600     END-IF.
135700     MOVE CANY-DTL-STATUS TO WS-FC-LAST-STATUS (WS-FIND-FC-SUB).
135800     MOVE CANY-DTL-REASON TO WS-FC-LAST-RSN (WS-FIND-FC-SUB).
135900     IF WS-FC-POLLS (WS-FIND-FC-SUB)
136000             > WS-CYC-ACT-POLLS (WS-FIND-CYC-SUB)
136100         MOVE WS-FC-POLLS (WS-FIND-FC-SUB)
136200             TO WS-CYC-ACT-POLLS (WS-FIND-CYC-SUB)
136300     END-IF.
136400*
136500 3100-TABLE-DETAIL-EXIT.
136600     EXIT.
136700*
136800******************************************************************
136900*    3500-LOAD-VOLUMES                                           *
137000*    READS THE VOLUME HISTORY IN ITS (CHRONOLOGICAL) FILE ORDER, *
137100*    KEEPING EACH FEED'S TRAILING RING AS THE CANARY DOES, AND   *
137200*    POSTS A REPLAYED CYCLE'S VOLUME TOGETHER WITH THE AVERAGE   *
137300*    OF THE RING AS IT STOOD GOING INTO THAT CYCLE.              *
137400******************************************************************
137500 3500-LOAD-VOLUMES.
137600*
137700     OPEN INPUT CANY-VOL-FILE.
137800     IF NOT WS-VOL-FILE-OK
137900         MOVE 'CANVOLH' TO WS-FIND-CODE
138000         PERFORM 8000-REPORT-NOT-AVAILABLE
138100             THRU 8000-REPORT-NOT-AVAILABLE-EXIT
138200         GO TO 3500-LOAD-VOLUMES-EXIT
138300     END-IF.
138400*
138500     PERFORM 3510-LOAD-ONE-VOLUME
138600         THRU 3510-LOAD-ONE-VOLUME-EXIT
138700         UNTIL WS-VOL-FILE-EOF.
138800*
138900     CLOSE CANY-VOL-FILE.
139000*
139100 3500-LOAD-VOLUMES-EXIT.
139200     EXIT.
139300*
139400******************************************************************
139500*    3510-LOAD-ONE-VOLUME                                        *
139600*    POSTS ONE VOLUME OBSERVATION, THEN RINGS IT FOR THE CYCLES  *
139700*    THAT FOLLOW.                                                *
139800******************************************************************
139900 3510-LOAD-ONE-VOLUME.
140000*
140100     READ CANY-VOL-FILE
140200         AT END
140300             GO TO 3510-LOAD-ONE-VOLUME-EXIT
140400     END-READ.
140500*
140600     IF CANY-VOL-COUNT NOT NUMERIC
140700         GO TO 3510-LOAD-ONE-VOLUME-EXIT
140800     END-IF.
140900     MOVE CANY-VOL-DSN TO WS-FIND-CODE.
141000     PERFORM 7300-FIND-FEED
141100         THRU 7300-FIND-FEED-EXIT.
141200     IF WS-FIND-FEED-SUB = 0
141300         GO TO 3510-LOAD-ONE-VOLUME-EXIT
141400     END-IF.
141500*
141600     IF CANY-VOL-CYCLE-ID NUMERIC
141700         MOVE CANY-VOL-CYCLE-ID TO WS-FIND-CYCLE-ID
141800         PERFORM 7100-FIND-CYCLE
141900             THRU 7100-FIND-CYCLE-EXIT
142000         IF WS-FIND-CYC-SUB NOT = 0
142100             PERFORM 7200-FIND-FEED-CHECK
142200                 THRU 7200-FIND-FEED-CHECK-EXIT
142300             IF WS-FIND-FC-SUB NOT = 0
142400                 PERFORM 3520-POST-CYCLE-VOLUME
142500                     THRU 3520-POST-CYCLE-VOLUME-EXIT
142600             END-IF
142700         END-IF
142800     END-IF.
142900*
143000     ADD 1 TO WS-FEED-HIST-NEXT (WS-FIND-FEED-SUB).
143100     IF WS-FEED-HIST-NEXT (WS-FIND-FEED-SUB) > WS-VOL-HIST-DEPTH
143200         MOVE 1 TO WS-FEED-HIST-NEXT (WS-FIND-FEED-SUB)
143300     END-IF.
143400     MOVE WS-FEED-HIST-NEXT (WS-FIND-FEED-SUB) TO WS-VOL-HIST-SUB.
143500     MOVE CANY-VOL-COUNT
143600         TO WS-FEED-HIST-CNT (WS-FIND-FEED-SUB, WS-VOL-HIST-SUB).
143700     IF WS-FEED-HIST-CT (WS-FIND-FEED-SUB) < WS-VOL-HIST-DEPTH
143800         ADD 1 TO WS-FEED-HIST-CT (WS-FIND-FEED-SUB)
143900     END-IF.
144000*
144100 3510-LOAD-ONE-VOLUME-EXIT.
144200     EXIT.
144300*
144400******************************************************************
144500*    3520-POST-CYCLE-VOLUME                                      *
144600*    RECORDS THE CYCLE'S VOLUME ON ITS FEED-CHECK ENTRY, WITH    *
144700*    THE TRAILING AVERAGE WHEN THERE IS HISTORY.                 *
144800******************************************************************
144900 3520-POST-CYCLE-VOLUME.
145000*
145100     IF WS-FC-HAS-VOLUME (WS-FIND-FC-SUB)
145200         GO TO 3520-POST-CYCLE-VOLUME-EXIT
145300     END-IF.
145400*
145500     MOVE 'Y' TO WS-FC-VOL-SW (WS-FIND-FC-SUB).
145600     MOVE CANY-VOL-COUNT TO WS-FC-VOLUME (WS-FIND-FC-SUB).
145700     IF WS-FEED-HIST-CT (WS-FIND-FEED-SUB) = 0
145800         GO TO 3520-POST-CYCLE-VOLUME-EXIT
145900     END-IF.
146000*
146100     MOVE 0 TO WS-VOL-TOTAL.
146200     PERFORM 3530-SUM-ONE-OBSERVATION
146300         THRU 3530-SUM-ONE-OBSERVATION-EXIT
146400         VARYING WS-VOL-HIST-SUB FROM 1 BY 1
146500         UNTIL WS-VOL-HIST-SUB
146600             > WS-FEED-HIST-CT (WS-FIND-FEED-SUB).
146700     COMPUTE WS-FC-AVERAGE (WS-FIND-FC-SUB) =
146800         WS-VOL-TOTAL / WS-FEED-HIST-CT (WS-FIND-FEED-SUB).
146900     MOVE 'Y' TO WS-FC-AVG-SW (WS-FIND-FC-SUB).
147000*
147100 3520-POST-CYCLE-VOLUME-EXIT.
147200     EXIT.
147300*
147400******************************************************************
147500*    3530-SUM-ONE-OBSERVATION                                    *
147600*    ADDS ONE TRAILING-RING OBSERVATION TO THE VOLUME TOTAL.     *
147700******************************************************************
147800 3530-SUM-ONE-OBSERVATION.
147900*
148000     ADD WS-FEED-HIST-CNT (WS-FIND-FEED-SUB, WS-VOL-HIST-SUB)
148100         TO WS-VOL-TOTAL.
148200*
148300 3530-SUM-ONE-OBSERVATION-EXIT.
148400     EXIT.
148500*
148600******************************************************************
148700*    4000-REPLAY-CYCLES                                          *
148800*    PRINTS THE CYCLE-BY-CYCLE HEADING AND REPLAYS EACH CYCLE,   *
148900*    OLDEST FIRST.                                               *
149000******************************************************************
149100 4000-REPLAY-CYCLES.
149200*
149300     MOVE SPACES TO WS-PRT-LINE.
149400     PERFORM 9000-EMIT-REPORT-LINE
149500         THRU 9000-EMIT-REPORT-LINE-EXIT.
149600     MOVE SPACES TO WS-PRT-LINE.
149700     STRING '  CYCLE     DT ACTUAL SIMUL  RETRY   POLLS'
149800         '   VOLM   RESULT'
149900         DELIMITED BY SIZE INTO WS-PRT-LINE.
150000     PERFORM 9000-EMIT-REPORT-LINE
150100         THRU 9000-EMIT-REPORT-LINE-EXIT.
150200     MOVE '                             CR/PR   AC/SM   AC/SM'
150300         TO WS-PRT-LINE.
150400     PERFORM 9000-EMIT-REPORT-LINE
150500         THRU 9000-EMIT-REPORT-LINE-EXIT.
150600     MOVE ALL '-' TO WS-PRT-LINE.
150700     PERFORM 9000-EMIT-REPORT-LINE
150800         THRU 9000-EMIT-REPORT-LINE-EXIT.
150900*
151000     PERFORM 4100-REPLAY-ONE-CYCLE
151100         THRU 4100-REPLAY-ONE-CYCLE-EXIT
151200         VARYING WS-CYC-SUB FROM 1 BY 1
151300         UNTIL WS-CYC-SUB > WS-CYC-COUNT.
151400*
151500 4000-REPLAY-CYCLES-EXIT.
151600     EXIT.
151700*
151800******************************************************************
151900*    4100-REPLAY-ONE-CYCLE                                       *
152000*    REPLAYS ONE CYCLE THE WAY THE CANARY'S DATASET PASS RUNS:   *
152100*    THE WINDOW IS RE-POLLED WHILE A HARD FAILURE IS OUTSTANDING *
152200*    UP TO THE RETRY LIMIT, SO THE FINAL POLL IS THE FIRST ONE   *
152300*    ON WHICH EVERY HARD-SEVERITY FEED HAS ARRIVED - OR THE LAST *
152400*    ONE ALLOWED WHEN SOMETHING NEVER CLEARS.  THE FEEDS ARE     *
152500*    THEN SETTLED AS OF THAT POLL AND THE WINDOW STATUS TAKEN    *
152600*    WITH THE CANARY'S PRECEDENCE (FAIL, PART, OVRD, LATE).      *
152700******************************************************************
152800 4100-REPLAY-ONE-CYCLE.
152900*
153000     ADD 1 TO WS-TOT-CYCLES.
153100     IF NOT WS-CYC-HAS-DETAIL (WS-CYC-SUB)
153200         ADD 1 TO WS-TOT-NO-DETAIL
153300         MOVE SPACES TO WS-PRT-LINE
153400         STRING '  ' WS-CYC-ID (WS-CYC-SUB) '  '
153500             WS-CYC-DAY-TYPE (WS-CYC-SUB) '  '
153600             WS-CYC-ACT-STATUS (WS-CYC-SUB)
153700             '   ----   NO CHECK DETAIL ON FILE - NOT REPLAYED'
153800             DELIMITED BY SIZE INTO WS-PRT-LINE
153900         PERFORM 9000-EMIT-REPORT-LINE
154000             THRU 9000-EMIT-REPORT-LINE-EXIT
154100         GO TO 4100-REPLAY-ONE-CYCLE-EXIT
154200     END-IF.
154300*
154400     PERFORM 4200-RESOLVE-ONE-SET
154500         THRU 4200-RESOLVE-ONE-SET-EXIT
154600         VARYING WS-PSET-SUB FROM 1 BY 1
154700         UNTIL WS-PSET-SUB > 2.
154800*
154900     COMPUTE WS-SIM-LIMIT = WS-RES-RETRY (2) + 1.
155000     MOVE 1   TO WS-SIM-NEED.
155100     MOVE 0   TO WS-SIM-FAILED-FEEDS.
155200     MOVE 0   TO WS-SIM-UNMAPPED.
155300     MOVE 0   TO WS-SIM-VOLM.
155400     MOVE 'N' TO WS-SIM-STOP-SWITCH.
155500     MOVE WS-CYC-GATE-OVRD (WS-CYC-SUB) TO WS-SIM-OVRD-SWITCH.
155600*
155700     PERFORM 4300-ASSESS-ONE-FEED
155800         THRU 4300-ASSESS-ONE-FEED-EXIT
155900         VARYING WS-FEED-IDX FROM 1 BY 1
156000         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
156100*
156200     IF WS-SIM-HARD-STOP
156300         MOVE WS-SIM-LIMIT TO WS-SIM-POLLS
156400     ELSE
156500         MOVE WS-SIM-NEED  TO WS-SIM-POLLS
156600     END-IF.
156700*
156800     PERFORM 4400-SETTLE-ONE-FEED
156900         THRU 4400-SETTLE-ONE-FEED-EXIT
157000         VARYING WS-FEED-IDX FROM 1 BY 1
157100         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
157200*
157300     PERFORM 4500-TALLY-ACTUAL-VOLM
157400         THRU 4500-TALLY-ACTUAL-VOLM-EXIT
157500         VARYING WS-FC-IDX FROM 1 BY 1
157600         UNTIL WS-FC-IDX > WS-FC-COUNT.
157700*
157800     MOVE 'PASS' TO WS-SIM-STATUS.
157900     IF WS-CYC-GATE-FAILED (WS-CYC-SUB)
158000         MOVE 'FAIL' TO WS-SIM-STATUS
158100     ELSE
158200         IF WS-SIM-FAILED-FEEDS > 0
158300             IF WS-SIM-UNMAPPED > 0
158400                 MOVE 'FAIL' TO WS-SIM-STATUS
158500             ELSE
158600                 MOVE 'PART' TO WS-SIM-STATUS
158700             END-IF
158800         ELSE
158900             IF WS-SIM-OVERRIDE-APPLIED
159000                 MOVE 'OVRD' TO WS-SIM-STATUS
159100             ELSE
159200                 IF WS-SIM-POLLS > 1
159300                     MOVE 'LATE' TO WS-SIM-STATUS
159400                 END-IF
159500             END-IF
159600         END-IF
159700     END-IF.
159800*
159900     MOVE SPACES TO WS-SIM-RESULT.
160000     IF WS-SIM-STATUS = WS-CYC-ACT-STATUS (WS-CYC-SUB)
160100         ADD 1 TO WS-TOT-UNCHANGED
160200     ELSE
160300         IF WS-SIM-STATUS = 'FAIL'
160400             ADD 1 TO WS-TOT-PASS-TO-FAIL
160500             MOVE 'PASS>FAIL' TO WS-SIM-RESULT
160600         ELSE
160700             IF WS-CYC-ACT-STATUS (WS-CYC-SUB) = 'FAIL'
160800                 ADD 1 TO WS-TOT-FAIL-TO-PASS
160900                 MOVE 'FAIL>PASS' TO WS-SIM-RESULT
161000             ELSE
161100                 ADD 1 TO WS-TOT-OTHER-CHANGE
161200                 MOVE 'CHANGED' TO WS-SIM-RESULT
161300             END-IF
161400         END-IF
161500     END-IF.
161600*
161700     PERFORM 4600-PRINT-CYCLE-LINE
161800         THRU 4600-PRINT-CYCLE-LINE-EXIT.
161900     PERFORM 4700-PRINT-FEED-CHANGE
162000         THRU 4700-PRINT-FEED-CHANGE-EXIT
162100         VARYING WS-FEED-IDX FROM 1 BY 1
162200         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
162300     PERFORM 4750-PRINT-DROPPED-CHECK
162400         THRU 4750-PRINT-DROPPED-CHECK-EXIT
162500         VARYING WS-FC-IDX FROM 1 BY 1
162600         UNTIL WS-FC-IDX > WS-FC-COUNT.
162700*
162800 4100-REPLAY-ONE-CYCLE-EXIT.
162900     EXIT.
163000*
163100******************************************************************
163200*    4200-RESOLVE-ONE-SET                                        *
163300*    RESOLVES THE RETRY LIMIT AND WAIT OF PARAMETER SET          *
163400*    WS-PSET-SUB FOR THE CYCLE: THE BASE VALUES, OVERLAID BY A   *
163500*    DAY-TYPE 'OVR' RECORD, OVERLAID IN TURN BY ONE NAMING THE   *
163600*    CYCLE.                                                      *
163700******************************************************************
163800 4200-RESOLVE-ONE-SET.
163900*
164000     MOVE WS-PSET-RETRY (WS-PSET-SUB)
164100                 TO WS-RES-RETRY (WS-PSET-SUB).
164200     MOVE WS-PSET-WAIT (WS-PSET-SUB)
164300                 TO WS-RES-WAIT (WS-PSET-SUB).
164400*
164500     MOVE 'D' TO WS-POV-PASS.
164600     PERFORM 4210-APPLY-ONE-PARM-OVR
164700         THRU 4210-APPLY-ONE-PARM-OVR-EXIT
164800         VARYING WS-POV-SUB FROM 1 BY 1
164900         UNTIL WS-POV-SUB > WS-PSET-OVR-COUNT (WS-PSET-SUB).
165000*
165100     MOVE 'C' TO WS-POV-PASS.
165200     PERFORM 4210-APPLY-ONE-PARM-OVR
165300         THRU 4210-APPLY-ONE-PARM-OVR-EXIT
165400         VARYING WS-POV-SUB FROM 1 BY 1
165500         UNTIL WS-POV-SUB > WS-PSET-OVR-COUNT (WS-PSET-SUB).
165600*
165700 4200-RESOLVE-ONE-SET-EXIT.
165800     EXIT.
165900*
166000******************************************************************
166100*    4210-APPLY-ONE-PARM-OVR                                     *
166200*    APPLIES ONE 'OVR' ENTRY WHEN IT MATCHES THE CURRENT PASS:   *
166300*    DAY-TYPE ENTRIES (CYCLE ZERO) ON THE 'D' PASS, CYCLE-       *
166400*    SPECIFIC ENTRIES ON THE 'C' PASS.  BLANK VALUES ARE LEFT    *
166500*    ALONE.                                                      *
166600******************************************************************
166700 4210-APPLY-ONE-PARM-OVR.
166800*
166900     IF WS-POV-PASS = 'D'
167000         IF WS-PSET-OVR-CYCLE-ID (WS-PSET-SUB, WS-POV-SUB)
167100                 NOT = ZERO
167200             OR WS-PSET-OVR-DAY-TYPE (WS-PSET-SUB, WS-POV-SUB)
167300                 NOT = WS-CYC-DAY-TYPE (WS-CYC-SUB)
167400             GO TO 4210-APPLY-ONE-PARM-OVR-EXIT
167500         END-IF
167600     ELSE
167700         IF WS-PSET-OVR-CYCLE-ID (WS-PSET-SUB, WS-POV-SUB) = ZERO
167800             OR WS-PSET-OVR-CYCLE-ID (WS-PSET-SUB, WS-POV-SUB)
167900                 NOT = WS-CYC-ID (WS-CYC-SUB)
168000             GO TO 4210-APPLY-ONE-PARM-OVR-EXIT
168100         END-IF
168200     END-IF.
168300*
168400     IF WS-PSET-OVR-RETRY-CNT (WS-PSET-SUB, WS-POV-SUB) NUMERIC
168500         MOVE WS-PSET-OVR-RETRY-CNT (WS-PSET-SUB, WS-POV-SUB)
168600             TO WS-RES-RETRY (WS-PSET-SUB)
168700     END-IF.
168800     IF WS-PSET-OVR-RETRY-WT (WS-PSET-SUB, WS-POV-SUB) NUMERIC
168900         MOVE WS-PSET-OVR-RETRY-WT (WS-PSET-SUB, WS-POV-SUB)
169000             TO WS-RES-WAIT (WS-PSET-SUB)
169100     END-IF.
169200*
169300 4210-APPLY-ONE-PARM-OVR-EXIT.
169400     EXIT.
169500*
169600******************************************************************
169700*    4300-ASSESS-ONE-FEED                                        *
169800*    WORKS OUT, FOR ONE PROPOSED FEED, WHETHER IT IS REQUIRED ON *
169900*    THE CYCLE'S DAY TYPE, THE PROPOSED POLL ON WHICH IT WOULD   *
170000*    ARRIVE, WHETHER ITS VOLUME BREAKS THE PROPOSED TOLERANCE,   *
170100*    AND WHETHER IT HOLDS THE WINDOW ON THE RETRY LOOP.          *
170200******************************************************************
170300 4300-ASSESS-ONE-FEED.
170400*
170500     MOVE 'X'    TO WS-FEED-SIM-STATE (WS-FEED-IDX).
170600     MOVE 0      TO WS-FEED-SIM-FC-SUB (WS-FEED-IDX).
170700     MOVE 1      TO WS-FEED-SIM-ARRIVES (WS-FEED-IDX).
170800     MOVE 'N'    TO WS-FEED-SIM-COVERED (WS-FEED-IDX).
170900     MOVE 'N'    TO WS-FEED-SIM-VOLM (WS-FEED-IDX).
171000     MOVE 0      TO WS-FEED-SIM-DEV (WS-FEED-IDX).
171100     MOVE SPACES TO WS-FEED-SIM-STATUS (WS-FEED-IDX).
171200     MOVE SPACES TO WS-FEED-SIM-REASON (WS-FEED-IDX).
171300*
171400     IF NOT WS-FEED-PROPOSED (WS-FEED-IDX)
171500         GO TO 4300-ASSESS-ONE-FEED-EXIT
171600     END-IF.
171700*
171800     MOVE WS-CYC-SUB TO WS-FIND-CYC-SUB.
171900     MOVE WS-FEED-DSN (WS-FEED-IDX) TO WS-FIND-CODE.
172000     PERFORM 7200-FIND-FEED-CHECK
172100         THRU 7200-FIND-FEED-CHECK-EXIT.
172200     MOVE WS-FIND-FC-SUB TO WS-FEED-SIM-FC-SUB (WS-FEED-IDX).
172300     IF WS-FIND-FC-SUB NOT = 0
172400         MOVE 'Y' TO WS-FC-SIM-SW (WS-FIND-FC-SUB)
172500     END-IF.
172600*
172700     MOVE 0 TO WS-DAY-MATCHES.
172800     INSPECT WS-FEED-DAYS (WS-FEED-IDX)
172900         TALLYING WS-DAY-MATCHES
173000         FOR ALL WS-CYC-DAY-TYPE (WS-CYC-SUB).
173100     IF WS-DAY-MATCHES = 0
173200         MOVE 'S' TO WS-FEED-SIM-STATE (WS-FEED-IDX)
173300         GO TO 4300-ASSESS-ONE-FEED-EXIT
173400     END-IF.
173500*
173600     IF WS-FIND-FC-SUB = 0
173700         MOVE 'U' TO WS-FEED-SIM-STATE (WS-FEED-IDX)
173800         GO TO 4300-ASSESS-ONE-FEED-EXIT
173900     END-IF.
174000     IF WS-FC-LAST-STATUS (WS-FIND-FC-SUB) = 'SKIP'
174100         MOVE 'U' TO WS-FEED-SIM-STATE (WS-FEED-IDX)
174200         GO TO 4300-ASSESS-ONE-FEED-EXIT
174300     END-IF.
174400     MOVE 'E' TO WS-FEED-SIM-STATE (WS-FEED-IDX).
174500*
174600     IF WS-FC-LAST-STATUS (WS-FIND-FC-SUB) = 'OVRD'
174700         MOVE 'Y' TO WS-FEED-SIM-COVERED (WS-FEED-IDX)
174800     ELSE
174900         PERFORM 4310-MATCH-ONE-OVERRIDE
175000             THRU 4310-MATCH-ONE-OVERRIDE-EXIT
175100             VARYING WS-OVR-IDX FROM 1 BY 1
175200             UNTIL WS-OVR-IDX > WS-OVR-COUNT
175300             OR WS-FEED-OVERRIDDEN (WS-FEED-IDX)
175400     END-IF.
175500*
175600     PERFORM 4320-WORK-OUT-ARRIVAL
175700         THRU 4320-WORK-OUT-ARRIVAL-EXIT.
175800     IF WS-FEED-SIM-ARRIVES (WS-FEED-IDX) NOT > WS-SIM-LIMIT
175900         PERFORM 4330-REPLAY-VOLUME
176000             THRU 4330-REPLAY-VOLUME-EXIT
176100     END-IF.
176200*
176300     IF WS-FEED-OVERRIDDEN (WS-FEED-IDX)
176400         GO TO 4300-ASSESS-ONE-FEED-EXIT
176500     END-IF.
176600     IF NOT WS-FEED-WARN-ONLY (WS-FEED-IDX)
176700         IF WS-FEED-SIM-ARRIVES (WS-FEED-IDX) > WS-SIM-LIMIT
176800             SET WS-SIM-HARD-STOP TO TRUE
176900         ELSE
177000             IF WS-FEED-SIM-ARRIVES (WS-FEED-IDX) > WS-SIM-NEED
177100                 MOVE WS-FEED-SIM-ARRIVES (WS-FEED-IDX)
177200                     TO WS-SIM-NEED
177300             END-IF
177400         END-IF
177500     END-IF.
177600     IF WS-FEED-VOLM-ANOMALY (WS-FEED-IDX)
177700         AND WS-FEED-VOL-HARD (WS-FEED-IDX)
177800         SET WS-SIM-HARD-STOP TO TRUE
177900     END-IF.
178000*
178100 4300-ASSESS-ONE-FEED-EXIT.
178200     EXIT.
178300*
178400******************************************************************
178500*    4310-MATCH-ONE-OVERRIDE                                     *
178600*    COMPARES THE FEED TO ONE OVERRIDE ON FILE FOR THE CYCLE.    *
178700******************************************************************
178800 4310-MATCH-ONE-OVERRIDE.
178900*
179000     IF WS-OVR-CYC-SUB (WS-OVR-IDX) = WS-CYC-SUB
179100         AND WS-OVR-CODE (WS-OVR-IDX) = WS-FEED-DSN (WS-FEED-IDX)
179200         MOVE 'Y' TO WS-FEED-SIM-COVERED (WS-FEED-IDX)
179300     END-IF.
179400*
179500 4310-MATCH-ONE-OVERRIDE-EXIT.
179600     EXIT.
179700*
179800******************************************************************
179900*    4320-WORK-OUT-ARRIVAL                                       *
180000*    TRANSLATES THE RECORDED POLL ON WHICH THE FEED FIRST        *
180100*    CHECKED CLEAN INTO THE PROPOSED POLL THAT WOULD FIRST SEE   *
180200*    IT.  NEVER CLEAN ON THE RECORD IS POLL 99 (NEVER ARRIVES).  *
180300******************************************************************
180400 4320-WORK-OUT-ARRIVAL.
180500*
180600     MOVE WS-FEED-SIM-FC-SUB (WS-FEED-IDX) TO WS-FIND-FC-SUB.
180700     IF WS-FC-FIRST-OK (WS-FIND-FC-SUB) = 0
180800         MOVE 99 TO WS-FEED-SIM-ARRIVES (WS-FEED-IDX)
180900         GO TO 4320-WORK-OUT-ARRIVAL-EXIT
181000     END-IF.
181100     IF WS-FC-FIRST-OK (WS-FIND-FC-SUB) = 1
181200         OR WS-RES-WAIT (1) = 0
181300         OR WS-RES-WAIT (2) = 0
181400         MOVE WS-FC-FIRST-OK (WS-FIND-FC-SUB)
181500             TO WS-FEED-SIM-ARRIVES (WS-FEED-IDX)
181600         GO TO 4320-WORK-OUT-ARRIVAL-EXIT
181700     END-IF.
181800*
181900     COMPUTE WS-ARRIVE-SECS =
182000         (WS-FC-FIRST-OK (WS-FIND-FC-SUB) - 1) * WS-RES-WAIT (1).
182100     COMPUTE WS-ARRIVE-POLL =
182200         (WS-ARRIVE-SECS + WS-RES-WAIT (2) - 1) / WS-RES-WAIT (2)
182300         + 1.
182400     IF WS-ARRIVE-POLL > 98
182500         MOVE 98 TO WS-ARRIVE-POLL
182600     END-IF.
182700     MOVE WS-ARRIVE-POLL TO WS-FEED-SIM-ARRIVES (WS-FEED-IDX).
182800*
182900 4320-WORK-OUT-ARRIVAL-EXIT.
183000     EXIT.
183100*
183200******************************************************************
183300*    4330-REPLAY-VOLUME                                          *
183400*    RE-JUDGES THE FEED'S RECORDED VOLUME AGAINST ITS TRAILING   *
183500*    AVERAGE AT THE PROPOSED TOLERANCE, WITH THE CANARY'S        *
183600*    ARITHMETIC.  NO TOLERANCE, NO VOLUME OR NO HISTORY MEANS    *
183700*    THE CHECK SITS OUT.                                         *
183800******************************************************************
183900 4330-REPLAY-VOLUME.
184000*
184100     MOVE WS-FEED-SIM-FC-SUB (WS-FEED-IDX) TO WS-FIND-FC-SUB.
184200     IF WS-PSET-VOL-TOL (2) = 0
184300         OR NOT WS-FC-HAS-VOLUME (WS-FIND-FC-SUB)
184400         OR NOT WS-FC-HAS-AVERAGE (WS-FIND-FC-SUB)
184500         GO TO 4330-REPLAY-VOLUME-EXIT
184600     END-IF.
184700     MOVE WS-FC-AVERAGE (WS-FIND-FC-SUB) TO WS-VOL-AVERAGE.
184800     IF WS-VOL-AVERAGE = 0
184900         GO TO 4330-REPLAY-VOLUME-EXIT
185000     END-IF.
185100*
185200     IF WS-FC-VOLUME (WS-FIND-FC-SUB) NOT < WS-VOL-AVERAGE
185300         COMPUTE WS-VOL-DEV-PCT =
185400             ((WS-FC-VOLUME (WS-FIND-FC-SUB) - WS-VOL-AVERAGE)
185500             * 100) / WS-VOL-AVERAGE
185600             ON SIZE ERROR
185700                 MOVE 99999 TO WS-VOL-DEV-PCT
185800         END-COMPUTE
185900     ELSE
186000         COMPUTE WS-VOL-DEV-PCT =
186100             ((WS-VOL-AVERAGE - WS-FC-VOLUME (WS-FIND-FC-SUB))
186200             * 100) / WS-VOL-AVERAGE
186300             ON SIZE ERROR
186400                 MOVE 99999 TO WS-VOL-DEV-PCT
186500         END-COMPUTE
186600     END-IF.
186700*
186800     MOVE WS-VOL-DEV-PCT TO WS-FEED-SIM-DEV (WS-FEED-IDX).
186900     IF WS-VOL-DEV-PCT > WS-PSET-VOL-TOL (2)
187000         MOVE 'Y' TO WS-FEED-SIM-VOLM (WS-FEED-IDX)
187100     END-IF.
187200*
187300 4330-REPLAY-VOLUME-EXIT.
187400     EXIT.
187500*
187600******************************************************************
187700*    4400-SETTLE-ONE-FEED                                        *
187800*    SETTLES ONE FEED'S STATUS AS OF THE FINAL PROPOSED POLL,    *
187900*    WITH THE CANARY'S SEVERITY AND OVERRIDE RULES, AND COUNTS   *
188000*    VOLM ALERTS GAINED OR LOST AGAINST THE RECORDED RESULT.     *
188100******************************************************************
188200 4400-SETTLE-ONE-FEED.
188300*
188400     IF WS-FEED-SIM-STATE (WS-FEED-IDX) = 'X'
188500         GO TO 4400-SETTLE-ONE-FEED-EXIT
188600     END-IF.
188700     IF WS-FEED-SIM-STATE (WS-FEED-IDX) = 'S'
188800         MOVE 'SKIP' TO WS-FEED-SIM-STATUS (WS-FEED-IDX)
188900         MOVE 'NREQ' TO WS-FEED-SIM-REASON (WS-FEED-IDX)
189000         GO TO 4400-SETTLE-ONE-FEED-VOLM
189100     END-IF.
189200     IF WS-FEED-SIM-STATE (WS-FEED-IDX) = 'U'
189300         ADD 1 TO WS-TOT-UNEVIDENCED
189400         MOVE 'PASS' TO WS-FEED-SIM-STATUS (WS-FEED-IDX)
189500         MOVE 'NONE' TO WS-FEED-SIM-REASON (WS-FEED-IDX)
189600         GO TO 4400-SETTLE-ONE-FEED-VOLM
189700     END-IF.
189800*
189900     MOVE WS-FEED-SIM-FC-SUB (WS-FEED-IDX) TO WS-FIND-FC-SUB.
190000     IF WS-FEED-SIM-ARRIVES (WS-FEED-IDX) > WS-SIM-POLLS
190100         GO TO 4400-SETTLE-ONE-FEED-MISSING
190200     END-IF.
190300*
190400     IF NOT WS-FEED-VOLM-ANOMALY (WS-FEED-IDX)
190500         MOVE 'PASS' TO WS-FEED-SIM-STATUS (WS-FEED-IDX)
190600         MOVE 'NONE' TO WS-FEED-SIM-REASON (WS-FEED-IDX)
190700         GO TO 4400-SETTLE-ONE-FEED-VOLM
190800     END-IF.
190900*
191000     ADD 1 TO WS-SIM-VOLM.
191100     MOVE 'VOLM' TO WS-FEED-SIM-REASON (WS-FEED-IDX).
191200     IF NOT WS-FEED-VOL-HARD (WS-FEED-IDX)
191300         MOVE 'WARN' TO WS-FEED-SIM-STATUS (WS-FEED-IDX)
191400         GO TO 4400-SETTLE-ONE-FEED-VOLM
191500     END-IF.
191600     PERFORM 4410-FLAG-FEED-FAILURE
191700         THRU 4410-FLAG-FEED-FAILURE-EXIT.
191800     GO TO 4400-SETTLE-ONE-FEED-VOLM.
191900*
192000 4400-SETTLE-ONE-FEED-MISSING.
192100     IF WS-FC-FIRST-OK (WS-FIND-FC-SUB) = 0
192200         MOVE WS-FC-LAST-RSN (WS-FIND-FC-SUB)
192300             TO WS-FEED-SIM-REASON (WS-FEED-IDX)
192400     ELSE
192500         MOVE WS-FC-FIRST-RSN (WS-FIND-FC-SUB)
192600             TO WS-FEED-SIM-REASON (WS-FEED-IDX)
192700     END-IF.
192800     IF WS-FEED-WARN-ONLY (WS-FEED-IDX)
192900         MOVE 'WARN' TO WS-FEED-SIM-STATUS (WS-FEED-IDX)
193000     ELSE
193100         PERFORM 4410-FLAG-FEED-FAILURE
193200             THRU 4410-FLAG-FEED-FAILURE-EXIT
193300     END-IF.
193400*
193500 4400-SETTLE-ONE-FEED-VOLM.
193600     MOVE SPACES TO WS-ACT-REASON.
193700     IF WS-FEED-SIM-FC-SUB (WS-FEED-IDX) NOT = 0
193800         MOVE WS-FC-LAST-RSN (WS-FEED-SIM-FC-SUB (WS-FEED-IDX))
193900             TO WS-ACT-REASON
194000     END-IF.
194100     IF WS-FEED-SIM-REASON (WS-FEED-IDX) = 'VOLM'
194200         AND WS-ACT-REASON NOT = 'VOLM'
194300         ADD 1 TO WS-TOT-VOLM-GAINED
194400     END-IF.
194500     IF WS-ACT-REASON = 'VOLM'
194600         AND WS-FEED-SIM-REASON (WS-FEED-IDX) NOT = 'VOLM'
194700         ADD 1 TO WS-TOT-VOLM-LOST
194800     END-IF.
194900*
195000 4400-SETTLE-ONE-FEED-EXIT.
195100     EXIT.
195200*
195300******************************************************************
195400*    4410-FLAG-FEED-FAILURE                                      *
195500*    A HARD FAILURE IS COVERED BY AN OVERRIDE ON FILE FOR THE    *
195600*    FEED AND CYCLE, OR FAILS THE FEED.  A FAILED FEED WITH NO   *
195700*    CONSUMER STREAMS NAMED BREAKS A PARTIAL WINDOW.             *
195800******************************************************************
195900 4410-FLAG-FEED-FAILURE.
196000*
196100     IF WS-FEED-OVERRIDDEN (WS-FEED-IDX)
196200         MOVE 'OVRD' TO WS-FEED-SIM-STATUS (WS-FEED-IDX)
196300         SET WS-SIM-OVERRIDE-APPLIED TO TRUE
196400         GO TO 4410-FLAG-FEED-FAILURE-EXIT
196500     END-IF.
196600*
196700     MOVE 'FAIL' TO WS-FEED-SIM-STATUS (WS-FEED-IDX).
196800     ADD 1 TO WS-SIM-FAILED-FEEDS.
196900     IF WS-FEED-CONSUMERS (WS-FEED-IDX) = SPACES
197000         ADD 1 TO WS-SIM-UNMAPPED
197100     END-IF.
197200*
197300 4410-FLAG-FEED-FAILURE-EXIT.
197400     EXIT.
197500*
197600******************************************************************
197700*    4500-TALLY-ACTUAL-VOLM                                      *
197800*    COUNTS THE CYCLE'S RECORDED VOLM RESULTS.  ONE ON A FEED    *
197900*    THE PROPOSAL DROPS IS A VOLM ALERT LOST.                    *
198000******************************************************************
198100 4500-TALLY-ACTUAL-VOLM.
198200*
198300     IF WS-FC-CYC-SUB (WS-FC-IDX) NOT = WS-CYC-SUB
198400         OR WS-FC-LAST-RSN (WS-FC-IDX) NOT = 'VOLM'
198500         GO TO 4500-TALLY-ACTUAL-VOLM-EXIT
198600     END-IF.
198700*
198800     ADD 1 TO WS-CYC-ACT-VOLM (WS-CYC-SUB).
198900     IF NOT WS-FC-SIMULATED (WS-FC-IDX)
199000         ADD 1 TO WS-TOT-VOLM-LOST
199100     END-IF.
199200*
199300 4500-TALLY-ACTUAL-VOLM-EXIT.
199400     EXIT.
199500*
199600******************************************************************
199700*    4600-PRINT-CYCLE-LINE                                       *
199800*    PRINTS THE CYCLE'S ACTUAL AND SIMULATED OUTCOME WITH THE    *
199900*    RETRY LIMIT, POLLS AND VOLM COUNTS BEHIND EACH.             *
200000******************************************************************
200100 4600-PRINT-CYCLE-LINE.
200200*
200300     MOVE WS-RES-RETRY (1)               TO WS-EDIT-PAIR-A.
200400     MOVE WS-RES-RETRY (2)               TO WS-EDIT-PAIR-B.
200500     MOVE WS-CYC-ACT-POLLS (WS-CYC-SUB)  TO WS-EDIT-PAIR-C.
200600     MOVE WS-SIM-POLLS                   TO WS-EDIT-PAIR-D.
200700     MOVE WS-CYC-ACT-VOLM (WS-CYC-SUB)   TO WS-EDIT-PAIR-E.
200800     MOVE WS-SIM-VOLM                    TO WS-EDIT-PAIR-F.
200900*
201000     MOVE SPACES TO WS-PRT-LINE.
201100     STRING '  ' WS-CYC-ID (WS-CYC-SUB) '  '
201200         WS-CYC-DAY-TYPE (WS-CYC-SUB) '  '
201300         WS-CYC-ACT-STATUS (WS-CYC-SUB) '   '
201400         WS-SIM-STATUS '   '
201500         WS-EDIT-PAIR-A '/' WS-EDIT-PAIR-B '   '
201600         WS-EDIT-PAIR-C '/' WS-EDIT-PAIR-D '   '
201700         WS-EDIT-PAIR-E '/' WS-EDIT-PAIR-F '  '
201800         WS-SIM-RESULT
201900         DELIMITED BY SIZE INTO WS-PRT-LINE.
202000     PERFORM 9000-EMIT-REPORT-LINE
202100         THRU 9000-EMIT-REPORT-LINE-EXIT.
202200*
202300 4600-PRINT-CYCLE-LINE-EXIT.
202400     EXIT.
202500*
202600******************************************************************
202700*    4700-PRINT-FEED-CHANGE                                      *
202800*    UNDER THE CYCLE LINE, SHOWS EACH PROPOSED FEED WHOSE        *
202900*    SIMULATED STATUS OR REASON DIFFERS FROM THE RECORDED ONE,   *
203000*    WITH A NOTE ON WHY.                                         *
203100******************************************************************
203200 4700-PRINT-FEED-CHANGE.
203300*
203400     IF WS-FEED-SIM-STATE (WS-FEED-IDX) = 'X'
203500         GO TO 4700-PRINT-FEED-CHANGE-EXIT
203600     END-IF.
203700*
203800     MOVE WS-FEED-SIM-FC-SUB (WS-FEED-IDX) TO WS-FIND-FC-SUB.
203900     IF WS-FIND-FC-SUB = 0
204000         MOVE '----' TO WS-ACT-STATUS
204100         MOVE '----' TO WS-ACT-REASON
204200     ELSE
204300         MOVE WS-FC-LAST-STATUS (WS-FIND-FC-SUB) TO WS-ACT-STATUS
204400         MOVE WS-FC-LAST-RSN (WS-FIND-FC-SUB)    TO WS-ACT-REASON
204500     END-IF.
204600     IF WS-ACT-STATUS = WS-FEED-SIM-STATUS (WS-FEED-IDX)
204700         AND WS-ACT-REASON = WS-FEED-SIM-REASON (WS-FEED-IDX)
204800         GO TO 4700-PRINT-FEED-CHANGE-EXIT
204900     END-IF.
205000*
205100     MOVE SPACES TO WS-FEED-NOTE.
205200     IF WS-FEED-SIM-STATE (WS-FEED-IDX) = 'S'
205300         STRING 'NOT REQUIRED ON DAY TYPE '
205400             WS-CYC-DAY-TYPE (WS-CYC-SUB)
205500             DELIMITED BY SIZE INTO WS-FEED-NOTE
205600         GO TO 4700-PRINT-FEED-CHANGE-LINE
205700     END-IF.
205800     IF WS-FEED-SIM-STATE (WS-FEED-IDX) = 'U'
205900         MOVE 'NOT CHECKED - NO EVIDENCE, PASSED'
206000             TO WS-FEED-NOTE
206100         GO TO 4700-PRINT-FEED-CHANGE-LINE
206200     END-IF.
206300     IF WS-FEED-SIM-REASON (WS-FEED-IDX) = 'VOLM'
206400         OR WS-ACT-REASON = 'VOLM'
206500         IF WS-FC-HAS-AVERAGE (WS-FIND-FC-SUB)
206600             MOVE WS-FC-VOLUME (WS-FIND-FC-SUB)
206700                 TO WS-EDIT-VOLUME
206800             MOVE WS-FC-AVERAGE (WS-FIND-FC-SUB)
206900                 TO WS-EDIT-AVERAGE
207000             MOVE WS-FEED-SIM-DEV (WS-FEED-IDX)
207100                 TO WS-EDIT-DEV
207200             STRING 'VOL' WS-EDIT-VOLUME ' AVG' WS-EDIT-AVERAGE
207300                 WS-EDIT-DEV '%'
207400                 DELIMITED BY SIZE INTO WS-FEED-NOTE
207500             GO TO 4700-PRINT-FEED-CHANGE-LINE
207600         END-IF
207700     END-IF.
207800     IF WS-FEED-SIM-ARRIVES (WS-FEED-IDX) = 99
207900         MOVE WS-FC-POLLS (WS-FIND-FC-SUB) TO WS-EDIT-PAIR-A
208000         STRING 'NEVER IN - ' WS-EDIT-PAIR-A
208100             ' POLL(S) RECORDED'
208200             DELIMITED BY SIZE INTO WS-FEED-NOTE
208300         GO TO 4700-PRINT-FEED-CHANGE-LINE
208400     END-IF.
208500     IF WS-FEED-SIM-ARRIVES (WS-FEED-IDX) > 1
208600         MOVE WS-FC-FIRST-OK (WS-FIND-FC-SUB)   TO WS-EDIT-PAIR-A
208700         MOVE WS-FEED-SIM-ARRIVES (WS-FEED-IDX) TO WS-EDIT-PAIR-B
208800         STRING 'IN ON POLL ' WS-EDIT-PAIR-A ', PROPOSED POLL '
208900             WS-EDIT-PAIR-B
209000             DELIMITED BY SIZE INTO WS-FEED-NOTE
209100     END-IF.
209200*
209300 4700-PRINT-FEED-CHANGE-LINE.
209400     MOVE SPACES TO WS-PRT-LINE.
209500     STRING '      ' WS-FEED-DSN (WS-FEED-IDX) '  '
209600         WS-ACT-STATUS ' ' WS-ACT-REASON ' -> '
209700         WS-FEED-SIM-STATUS (WS-FEED-IDX) ' '
209800         WS-FEED-SIM-REASON (WS-FEED-IDX) '  '
209900         WS-FEED-NOTE
210000         DELIMITED BY SIZE INTO WS-PRT-LINE.
210100     PERFORM 9000-EMIT-REPORT-LINE
210200         THRU 9000-EMIT-REPORT-LINE-EXIT.
210300*
210400 4700-PRINT-FEED-CHANGE-EXIT.
210500     EXIT.
210600*
210700******************************************************************
210800*    4750-PRINT-DROPPED-CHECK                                    *
210900*    UNDER THE CYCLE LINE, SHOWS A RECORDED FEED CHECK THE       *
211000*    PROPOSED CANDSREQ NO LONGER CARRIES (UNLESS IT WAS SKIPPED  *
211100*    ANYWAY).                                                    *
211200******************************************************************
211300 4750-PRINT-DROPPED-CHECK.
211400*
211500     IF WS-FC-CYC-SUB (WS-FC-IDX) NOT = WS-CYC-SUB
211600         OR WS-FC-SIMULATED (WS-FC-IDX)
211700         OR WS-FC-LAST-STATUS (WS-FC-IDX) = 'SKIP'
211800         GO TO 4750-PRINT-DROPPED-CHECK-EXIT
211900     END-IF.
212000*
212100     MOVE SPACES TO WS-PRT-LINE.
212200     STRING '      ' WS-FC-CODE (WS-FC-IDX) '  '
212300         WS-FC-LAST-STATUS (WS-FC-IDX) ' '
212400         WS-FC-LAST-RSN (WS-FC-IDX)
212500         ' -> ---- ----  NOT ON PROPOSED CANDSREQ'
212600         DELIMITED BY SIZE INTO WS-PRT-LINE.
212700     PERFORM 9000-EMIT-REPORT-LINE
212800         THRU 9000-EMIT-REPORT-LINE-EXIT.
212900*
213000 4750-PRINT-DROPPED-CHECK-EXIT.
213100     EXIT.
213200*
213300******************************************************************
213400*    5000-PRINT-TOTALS                                           *
213500*    PRINTS THE REPLAY TOTALS FOR THE CHANGE BOARD.              *
213600******************************************************************
213700 5000-PRINT-TOTALS.
213800*
213900     MOVE SPACES TO WS-PRT-LINE.
214000     PERFORM 9000-EMIT-REPORT-LINE
214100         THRU 9000-EMIT-REPORT-LINE-EXIT.
214200     MOVE 'REPLAY TOTALS' TO WS-PRT-LINE.
214300     PERFORM 9000-EMIT-REPORT-LINE
214400         THRU 9000-EMIT-REPORT-LINE-EXIT.
214500     MOVE ALL '-' TO WS-PRT-LINE.
214600     PERFORM 9000-EMIT-REPORT-LINE
214700         THRU 9000-EMIT-REPORT-LINE-EXIT.
214800*
214900     MOVE WS-TOT-CYCLES TO WS-EDIT-COUNT.
215000     MOVE SPACES TO WS-PRT-LINE.
215100     STRING 'CYCLES REPLAYED..........: ' WS-EDIT-COUNT
215200         DELIMITED BY SIZE INTO WS-PRT-LINE.
215300     PERFORM 9000-EMIT-REPORT-LINE
215400         THRU 9000-EMIT-REPORT-LINE-EXIT.
215500*
215600     MOVE WS-TOT-PASS-TO-FAIL TO WS-EDIT-COUNT.
215700     MOVE SPACES TO WS-PRT-LINE.
215800     STRING 'NIGHTS PASS -> FAIL......: ' WS-EDIT-COUNT
215900         DELIMITED BY SIZE INTO WS-PRT-LINE.
216000     PERFORM 9000-EMIT-REPORT-LINE
216100         THRU 9000-EMIT-REPORT-LINE-EXIT.
216200*
216300     MOVE WS-TOT-FAIL-TO-PASS TO WS-EDIT-COUNT.
216400     MOVE SPACES TO WS-PRT-LINE.
216500     STRING 'NIGHTS FAIL -> PASS......: ' WS-EDIT-COUNT
216600         DELIMITED BY SIZE INTO WS-PRT-LINE.
216700     PERFORM 9000-EMIT-REPORT-LINE
216800         THRU 9000-EMIT-REPORT-LINE-EXIT.
216900*
217000     MOVE WS-TOT-OTHER-CHANGE TO WS-EDIT-COUNT.
217100     MOVE SPACES TO WS-PRT-LINE.
217200     STRING 'OTHER STATUS CHANGES.....: ' WS-EDIT-COUNT
217300         DELIMITED BY SIZE INTO WS-PRT-LINE.
217400     PERFORM 9000-EMIT-REPORT-LINE
217500         THRU 9000-EMIT-REPORT-LINE-EXIT.
217600*
217700     MOVE WS-TOT-UNCHANGED TO WS-EDIT-COUNT.
217800     MOVE SPACES TO WS-PRT-LINE.
217900     STRING 'NIGHTS UNCHANGED.........: ' WS-EDIT-COUNT
218000         DELIMITED BY SIZE INTO WS-PRT-LINE.
218100     PERFORM 9000-EMIT-REPORT-LINE
218200         THRU 9000-EMIT-REPORT-LINE-EXIT.
218300*
218400     MOVE WS-TOT-VOLM-GAINED TO WS-EDIT-COUNT.
218500     MOVE SPACES TO WS-PRT-LINE.
218600     STRING 'VOLM ALERTS GAINED.......: ' WS-EDIT-COUNT
218700         DELIMITED BY SIZE INTO WS-PRT-LINE.
218800     PERFORM 9000-EMIT-REPORT-LINE
218900         THRU 9000-EMIT-REPORT-LINE-EXIT.
219000*
219100     MOVE WS-TOT-VOLM-LOST TO WS-EDIT-COUNT.
219200     MOVE SPACES TO WS-PRT-LINE.
219300     STRING 'VOLM ALERTS LOST.........: ' WS-EDIT-COUNT
219400         DELIMITED BY SIZE INTO WS-PRT-LINE.
219500     PERFORM 9000-EMIT-REPORT-LINE
219600         THRU 9000-EMIT-REPORT-LINE-EXIT.
219700*
219800     MOVE WS-TOT-UNEVIDENCED TO WS-EDIT-COUNT.
219900     MOVE SPACES TO WS-PRT-LINE.
220000     STRING 'FEED CHECKS NO EVIDENCE..: ' WS-EDIT-COUNT
220100         DELIMITED BY SIZE INTO WS-PRT-LINE.
220200     PERFORM 9000-EMIT-REPORT-LINE
220300         THRU 9000-EMIT-REPORT-LINE-EXIT.
220400*
220500     MOVE WS-TOT-NO-DETAIL TO WS-EDIT-COUNT.
220600     MOVE SPACES TO WS-PRT-LINE.
220700     STRING 'CYCLES WITHOUT DETAIL....: ' WS-EDIT-COUNT
220800         DELIMITED BY SIZE INTO WS-PRT-LINE.
220900     PERFORM 9000-EMIT-REPORT-LINE
221000         THRU 9000-EMIT-REPORT-LINE-EXIT.
221100*
221200 5000-PRINT-TOTALS-EXIT.
221300     EXIT.
221400*
221500******************************************************************
221600*    7100-FIND-CYCLE                                             *
221700*    LOOKS WS-FIND-CYCLE-ID UP ON THE CYCLE TABLE, RETURNING ITS *
221800*    SLOT IN WS-FIND-CYC-SUB.                                    *
221900******************************************************************
222000 7100-FIND-CYCLE.
222100*
222200     MOVE 0 TO WS-FIND-CYC-SUB.
222300     PERFORM 7110-MATCH-ONE-CYCLE
222400         THRU 7110-MATCH-ONE-CYCLE-EXIT
222500         VARYING WS-CYC-IDX FROM 1 BY 1
222600         UNTIL WS-CYC-IDX > WS-CYC-COUNT
222700         OR WS-FIND-CYC-SUB NOT = 0.
222800*
222900 7100-FIND-CYCLE-EXIT.
223000     EXIT.
223100*
223200******************************************************************
223300*    7110-MATCH-ONE-CYCLE                                        *
223400*    COMPARES THE ARGUMENT TO ONE CYCLE TABLE ENTRY.             *
223500******************************************************************
223600 7110-MATCH-ONE-CYCLE.
223700*
223800     IF WS-CYC-ID (WS-CYC-IDX) = WS-FIND-CYCLE-ID
223900         SET WS-FIND-CYC-SUB TO WS-CYC-IDX
224000     END-IF.
224100*
224200 7110-MATCH-ONE-CYCLE-EXIT.
224300     EXIT.
224400*
224500******************************************************************
224600*    7200-FIND-FEED-CHECK                                        *
224700*    LOOKS THE FEED CHECK WS-FIND-CODE OF CYCLE SLOT             *
224800*    WS-FIND-CYC-SUB UP, RETURNING ITS SLOT IN WS-FIND-FC-SUB.   *
224900******************************************************************
225000 7200-FIND-FEED-CHECK.
225100*
225200     MOVE 0 TO WS-FIND-FC-SUB.
225300     PERFORM 7210-MATCH-ONE-FEED-CHECK
225400         THRU 7210-MATCH-ONE-FEED-CHECK-EXIT
225500         VARYING WS-FC-IDX FROM 1 BY 1
225600         UNTIL WS-FC-IDX > WS-FC-COUNT
225700         OR WS-FIND-FC-SUB NOT = 0.
225800*
225900 7200-FIND-FEED-CHECK-EXIT.
226000     EXIT.
226100*
226200******************************************************************
226300*    7210-MATCH-ONE-FEED-CHECK                                   *
226400*    COMPARES THE ARGUMENTS TO ONE FEED-CHECK TABLE ENTRY.       *
226500******************************************************************
226600 7210-MATCH-ONE-FEED-CHECK.
226700*
226800     IF WS-FC-CYC-SUB (WS-FC-IDX) = WS-FIND-CYC-SUB
226900         AND WS-FC-CODE (WS-FC-IDX) = WS-FIND-CODE
227000         SET WS-FIND-FC-SUB TO WS-FC-IDX
227100     END-IF.
227200*
227300 7210-MATCH-ONE-FEED-CHECK-EXIT.
227400     EXIT.
227500*
227600******************************************************************
227700*    7300-FIND-FEED                                              *
227800*    LOOKS THE FEED WS-FIND-CODE UP ON THE FEED TABLE, RETURNING *
227900*    ITS SLOT IN WS-FIND-FEED-SUB.                               *
228000******************************************************************
228100 7300-FIND-FEED.
228200*
228300     MOVE 0 TO WS-FIND-FEED-SUB.
228400     PERFORM 7310-MATCH-ONE-FEED
228500         THRU 7310-MATCH-ONE-FEED-EXIT
228600         VARYING WS-FEED-IDX FROM 1 BY 1
228700         UNTIL WS-FEED-IDX > WS-FEED-COUNT
228800         OR WS-FIND-FEED-SUB NOT = 0.
228900*
229000 7300-FIND-FEED-EXIT.
229100     EXIT.
229200*
229300******************************************************************
229400*    7310-MATCH-ONE-FEED                                         *
229500*    COMPARES THE ARGUMENT TO ONE FEED TABLE ENTRY.              *
229600******************************************************************
229700 7310-MATCH-ONE-FEED.
229800*
229900     IF WS-FEED-DSN (WS-FEED-IDX) = WS-FIND-CODE
230000         SET WS-FIND-FEED-SUB TO WS-FEED-IDX
230100     END-IF.
230200*
230300 7310-MATCH-ONE-FEED-EXIT.
230400     EXIT.
230500*
230600******************************************************************
230700*    8000-REPORT-NOT-AVAILABLE                                   *
230800*    NOTES ON THE REPORT THAT AN OPTIONAL INPUT (NAMED IN        *
230900*    WS-FIND-CODE) COULD NOT BE OPENED.                          *
231000******************************************************************
231100 8000-REPORT-NOT-AVAILABLE.
231200*
231300     MOVE SPACES TO WS-PRT-LINE.
231400     STRING '  NOTE: ' WS-FIND-CODE
231500         ' NOT AVAILABLE - REPLAYED WITHOUT IT'
231600         DELIMITED BY SIZE INTO WS-PRT-LINE.
231700     PERFORM 9000-EMIT-REPORT-LINE
231800         THRU 9000-EMIT-REPORT-LINE-EXIT.
231900*
232000 8000-REPORT-NOT-AVAILABLE-EXIT.
232100     EXIT.
232200*
232300******************************************************************
232400*    9000-EMIT-REPORT-LINE                                       *
232500*    WRITES ONE REPORT LINE TO SIMPRT AND ECHOES IT TO SYSOUT.   *
232600******************************************************************
232700 9000-EMIT-REPORT-LINE.
232800*
232900     WRITE SIM-PRT-LINE FROM WS-PRT-LINE.
233000     DISPLAY WS-PRT-LINE.
233100*
233200 9000-EMIT-REPORT-LINE-EXIT.
233300     EXIT.
233400*
233500******************************************************************
233600*    9999-EXIT                                                   *
233700*    COMMON END-OF-PROGRAM PROCESSING.                           *
233800******************************************************************
233900 9999-EXIT.
234000*
234100 9999-EXIT-EXIT.
234200     EXIT.
