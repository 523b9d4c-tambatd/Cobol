000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  CANRCRT                                        *
000400*    TITLE     :  QUARTERLY OPERATOR ACCESS RECERTIFICATION      *
000500*                                                                *
000600*    GIVES AUDIT A WRITTEN JUSTIFICATION OF EVERY OPERATOR ID ON *
000700*    EMP-MASTER EACH QUARTER.  FOR EVERY EMP-MASTER RECORD THE   *
000800*    REPORT SHOWS, AS OF THE REVIEW DATE:                        *
000900*      - THE LAST CANARY RUN UNDER THE ID (CANLOG, AND THE       *
001000*        CANHIST ARCHIVE WHEN AVAILABLE)                         *
001100*      - THE LAST OVERRIDE IT REQUESTED AND THE LAST IT          *
001200*        APPROVED (CANOVR)                                       *
001300*      - THE LAST ALERT IT ACKNOWLEDGED (CANACK)                 *
001400*      - THE LAST NIGHT IT WAS ROSTERED (CANROS)                 *
001500*      - THE MOST RECENT CEMP MAINTENANCE CHANGE TO ITS RECORD   *
001600*        AND WHO MADE IT (EMPAUDIT)                              *
001700*    AND FLAGS:                                                  *
001800*      - ACTIVE IDS WITH NO ACTIVITY (RUN, OVERRIDE, ACK OR      *
001900*        ROSTERED NIGHT) FOR THE IDLE LIMIT (90 DAYS) - AN ID    *
002000*        EFFECTIVE MORE RECENTLY THAN THAT IS NOT YET IDLE       *
002100*      - IDS EXPIRING WITHIN THE WARNING LIMIT (30 DAYS), AND    *
002200*        IDS PAST EXPIRY BUT STILL ACTIVE                        *
002300*      - ROSTER RECORDS, FROM THE START OF THE REVIEW PERIOD ON, *
002400*        FOR IDS THAT ARE INACTIVE, EXPIRED BY THE ROSTER DATE,  *
002500*        OR NOT ON EMP-MASTER AT ALL                             *
002600*      - EMPAUDIT CHANGES WHERE THE CEMP USER CHANGED THEIR OWN  *
002700*        OPERATOR RECORD                                         *
002800*    AND CLOSES WITH THE DEACTIVATION CANDIDATES (ACTIVE IDS     *
002900*    THAT ARE IDLE OR PAST EXPIRY) FOR SUPERVISION TO WORK       *
003000*    THROUGH CEMP.                                               *
003100*                                                                *
003200*    EMPAUDIT RECORDS THE CEMP USER AS A CICS SIGN-ON USER ID.   *
003300*    THE RCRTUSER CROSS-REFERENCE (USER ID COLS 1-8, OPERATOR ID *
003400*    COLS 10-14, ONE PER SUPERVISOR, KEPT BY SECURITY            *
003500*    ADMINISTRATION) TIES A USER ID TO ITS EMP-MASTER RECORD.    *
003600*    WITHOUT IT THE SELF-CHANGE CHECK IS REPORTED AS NOT DONE.   *
003700*                                                                *
003800*    RCRTPARM: REVIEW DATE YYYYMMDD (COLS 1-8, BLANK = TODAY),   *
003900*    IDLE LIMIT IN DAYS (COLS 10-12, BLANK = 90) AND EXPIRY      *
004000*    WARNING IN DAYS (COLS 14-16, BLANK = 30).  ACTIVITY DATED   *
004100*    AFTER THE REVIEW DATE IS IGNORED, SO A QUARTER CAN BE       *
004200*    RE-REPORTED AFTER THE FACT.                                 *
004300*                                                                *
004400*    THE REPORT GOES TO THE RCRTPRT PRINT FILE AND IS ECHOED TO  *
004500*    SYSOUT.                                                     *
004600*                                                                *
004700*    RETURN CODES:  0 - EVERY ID RECERTIFIES CLEAN               *
004800*                   4 - ONE OR MORE FLAGS RAISED                 *
004900*                  16 - BAD CONTROL RECORD OR EMP-MASTER         *
005000*                       UNAVAILABLE                              *
005100*                                                                *
005200******************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID.     CANRCRT.
005500 AUTHOR.         NIGHTLY BATCH OPERATIONS.
005600 INSTALLATION.   NIGHTLY BATCH OPERATIONS.
005700 DATE-WRITTEN.   2026-10-15.
005800 DATE-COMPILED.
005900*
006000******************************************************************
006100*    MODIFICATION HISTORY                                        *
006200*    ------------------------------------------------------      *
006300*    2026-10-15  TDB  ORIGINAL PROGRAM.                          *
006330*    2026-10-15  TDB  CANHIST RECORD WIDENED TO 78 BYTES FOR     *
006360*                      THE CANLOG BATCH WINDOW ID.               *
006400******************************************************************
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER.   IBM-370.
006800 OBJECT-COMPUTER.   IBM-370.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT RCRT-CTL-FILE  ASSIGN TO RCRTPARM
007200            ORGANIZATION IS LINE SEQUENTIAL
007300            FILE STATUS IS WS-CTL-FILE-STATUS.
007400*
007500     SELECT EMP-MASTER-FILE  ASSIGN TO EMPMAST
007600            ORGANIZATION IS INDEXED
007700            ACCESS MODE IS DYNAMIC
007800            RECORD KEY IS EMP-ID
007900            FILE STATUS IS WS-EMP-FILE-STATUS.
008000*
008100     SELECT RCRT-USER-FILE  ASSIGN TO RCRTUSER
008200            ORGANIZATION IS LINE SEQUENTIAL
008300            FILE STATUS IS WS-USER-FILE-STATUS.
008400*
008500     SELECT CANY-LOG-FILE  ASSIGN TO CANLOG
008600*        VSAM KSDS - SEE MAIN'S FILE-CONTROL ENTRY FOR CANLOG.
008700            ORGANIZATION IS INDEXED
008800            ACCESS MODE IS DYNAMIC
008900            RECORD KEY IS CANY-LOG-KEY
009000            FILE STATUS IS WS-LOG-FILE-STATUS.
009100*
009200     SELECT CANY-HIST-FILE  ASSIGN TO CANHIST
009300            ORGANIZATION IS SEQUENTIAL
009400            FILE STATUS IS WS-HIST-FILE-STATUS.
009500*
009600     SELECT CANY-OVR-FILE  ASSIGN TO CANOVR
009700            ORGANIZATION IS LINE SEQUENTIAL
009800            FILE STATUS IS WS-OVR-FILE-STATUS.
009900*
010000     SELECT CANY-ACK-FILE  ASSIGN TO CANACK
010100            ORGANIZATION IS LINE SEQUENTIAL
010200            FILE STATUS IS WS-ACK-FILE-STATUS.
010300*
010400     SELECT CANY-ROS-FILE  ASSIGN TO CANROS
010500            ORGANIZATION IS LINE SEQUENTIAL
010600            FILE STATUS IS WS-ROS-FILE-STATUS.
010700*
010800     SELECT EMP-AUD-FILE  ASSIGN TO EMPAUDIT
010900            ORGANIZATION IS LINE SEQUENTIAL
011000            FILE STATUS IS WS-AUD-FILE-STATUS.
011100*
011200     SELECT RCRT-PRT-FILE  ASSIGN TO RCRTPRT
011300            ORGANIZATION IS LINE SEQUENTIAL
011400            FILE STATUS IS WS-PRT-FILE-STATUS.
011500*
011600 DATA DIVISION.
011700 FILE SECTION.
011800 FD  RCRT-CTL-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  RCRT-CTL-RECORD.
012100     05  RCRT-CTL-AS-OF          PIC X(08).
012200     05  RCRT-CTL-AS-OF-N  REDEFINES RCRT-CTL-AS-OF
012300                                 PIC 9(08).
012400     05  FILLER                  PIC X(01).
012500     05  RCRT-CTL-IDLE-DAYS      PIC X(03).
012600     05  RCRT-CTL-IDLE-DAYS-N  REDEFINES RCRT-CTL-IDLE-DAYS
012700                                 PIC 9(03).
012800     05  FILLER                  PIC X(01).
012900     05  RCRT-CTL-WARN-DAYS      PIC X(03).
013000     05  RCRT-CTL-WARN-DAYS-N  REDEFINES RCRT-CTL-WARN-DAYS
013100                                 PIC 9(03).
013200     05  FILLER                  PIC X(64).
013300*
013400 FD  EMP-MASTER-FILE
013500     LABEL RECORDS ARE STANDARD.
013600     COPY EMPMAST.
013700*
013800 FD  RCRT-USER-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 01  RCRT-USER-RECORD.
014100     05  RCRT-USER-ID            PIC X(08).
014200     05  FILLER                  PIC X(01).
014300     05  RCRT-USER-EMP-ID        PIC X(05).
014400     05  RCRT-USER-EMP-ID-N  REDEFINES RCRT-USER-EMP-ID
014500                                 PIC 9(05).
014600     05  FILLER                  PIC X(66).
014700*
014800 FD  CANY-LOG-FILE
014900     LABEL RECORDS ARE STANDARD.
015000     COPY CANLOG.
015100*
015200 FD  CANY-HIST-FILE
015300     LABEL RECORDS ARE STANDARD.
015400 01  CANY-HIST-RECORD            PIC X(78).
015500*
015600 FD  CANY-OVR-FILE
015700     LABEL RECORDS ARE STANDARD.
015800     COPY CANOVR.
015900*
016000 FD  CANY-ACK-FILE
016100     LABEL RECORDS ARE STANDARD.
016200     COPY CANACK.
016300*
016400 FD  CANY-ROS-FILE
016500     LABEL RECORDS ARE STANDARD.
016600     COPY CANROS.
016700*
016800 FD  EMP-AUD-FILE
016900     LABEL RECORDS ARE STANDARD.
017000     COPY EMPAUD.
017100*
017200 FD  RCRT-PRT-FILE
017300     LABEL RECORDS ARE STANDARD.
017400 01  RCRT-PRT-LINE               PIC X(80).
017500*
017600 WORKING-STORAGE SECTION.
017700*
017800******************************************************************
017900*    FILE STATUS SWITCHES                                        *
018000******************************************************************
018100 01  WS-CTL-FILE-STATUS         PIC X(02).
018200     88  WS-CTL-FILE-OK         VALUE '00'.
018300*
018400 01  WS-EMP-FILE-STATUS         PIC X(02).
018500     88  WS-EMP-FILE-OK         VALUE '00'.
018600     88  WS-EMP-FILE-EOF        VALUE '10'.
018700*
018800 01  WS-USER-FILE-STATUS        PIC X(02).
018900     88  WS-USER-FILE-OK        VALUE '00'.
019000     88  WS-USER-FILE-EOF       VALUE '10'.
019100*
019200 01  WS-LOG-FILE-STATUS         PIC X(02).
019300     88  WS-LOG-FILE-OK         VALUE '00'.
019400     88  WS-LOG-FILE-EOF        VALUE '10'.
019500*
019600 01  WS-HIST-FILE-STATUS        PIC X(02).
019700     88  WS-HIST-FILE-OK        VALUE '00'.
019800     88  WS-HIST-FILE-EOF       VALUE '10'.
019900*
020000 01  WS-OVR-FILE-STATUS         PIC X(02).
020100     88  WS-OVR-FILE-OK         VALUE '00'.
020200     88  WS-OVR-FILE-EOF        VALUE '10'.
020300*
020400 01  WS-ACK-FILE-STATUS         PIC X(02).
020500     88  WS-ACK-FILE-OK         VALUE '00'.
020600     88  WS-ACK-FILE-EOF        VALUE '10'.
020700*
020800 01  WS-ROS-FILE-STATUS         PIC X(02).
020900     88  WS-ROS-FILE-OK         VALUE '00'.
021000     88  WS-ROS-FILE-EOF        VALUE '10'.
021100*
021200 01  WS-AUD-FILE-STATUS         PIC X(02).
021300     88  WS-AUD-FILE-OK         VALUE '00'.
021400     88  WS-AUD-FILE-EOF        VALUE '10'.
021500*
021600 01  WS-PRT-FILE-STATUS         PIC X(02).
021700     88  WS-PRT-FILE-OK         VALUE '00'.
021800*
021900 77  WS-ROS-AVAIL-SWITCH        PIC X(01)  VALUE 'N'.
022000     88  WS-ROS-FILE-AVAILABLE             VALUE 'Y'.
022100*
022200 77  WS-AUD-AVAIL-SWITCH        PIC X(01)  VALUE 'N'.
022300     88  WS-AUD-FILE-AVAILABLE             VALUE 'Y'.
022400*
022500 77  WS-USER-AVAIL-SWITCH       PIC X(01)  VALUE 'N'.
022600     88  WS-USER-XREF-AVAILABLE            VALUE 'Y'.
022700*
022800******************************************************************
022900*    REVIEW DATE AND LIMITS                                      *
023000*    THE REVIEW PERIOD RUNS BACK THE IDLE LIMIT FROM THE REVIEW  *
023100*    DATE; DATES ARE COMPARED AS DAY NUMBERS.                    *
023200******************************************************************
023300 01  WS-AS-OF-DATE              PIC 9(08)  VALUE ZERO.
023400 77  WS-AS-OF-DAY-NUMBER        PIC 9(09) COMP  VALUE 0.
023500 77  WS-PERIOD-START-DN         PIC 9(09) COMP  VALUE 0.
023600 77  WS-IDLE-DAYS               PIC 9(03) COMP  VALUE 90.
023700 77  WS-WARN-DAYS               PIC 9(03) COMP  VALUE 30.
023800 77  WS-DAYS-BETWEEN            PIC S9(09) COMP  VALUE 0.
023900*
024000******************************************************************
024100*    OPERATOR TABLE - ONE ENTRY PER EMP-MASTER RECORD, IN KEY    *
024200*    ORDER, CARRYING THE LAST-ACTIVITY DATES GATHERED FROM THE   *
024300*    CANARY FILES AND THE FLAGS RAISED AGAINST THE ID.  A ZERO   *
024400*    DATE MEANS NO ACTIVITY OF THAT KIND ON FILE.                *
024500******************************************************************
024600 01  WS-OPR-TABLE.
024700     05  WS-OPR-ENTRY  OCCURS 500 TIMES
024800                       INDEXED BY WS-OPR-IDX.
024900         10  WS-OPR-ID          PIC 9(05).
025000         10  WS-OPR-NAME        PIC X(25).
025100         10  WS-OPR-SHIFT       PIC X(01).
025200         10  WS-OPR-STATUS      PIC X(01).
025300             88  WS-OPR-INACTIVE           VALUE 'I'.
025400         10  WS-OPR-EFFECTIVE   PIC 9(08).
025500         10  WS-OPR-EXPIRY      PIC 9(08).
025600         10  WS-OPR-LAST-RUN    PIC 9(08).
025700         10  WS-OPR-LAST-REQ    PIC 9(08).
025800         10  WS-OPR-LAST-APPR   PIC 9(08).
025900         10  WS-OPR-LAST-ACK    PIC 9(08).
026000         10  WS-OPR-LAST-ROSTER PIC 9(08).
026100         10  WS-OPR-AUD-STAMP   PIC X(17).
026200         10  WS-OPR-AUD-ACTION  PIC X(01).
026300         10  WS-OPR-AUD-USER    PIC X(08).
026400         10  WS-OPR-AUD-SELF    PIC X(01).
026500             88  WS-OPR-LAST-CHANGE-SELF   VALUE 'Y'.
026600         10  WS-OPR-SELF-COUNT  PIC 9(03) COMP.
026700         10  WS-OPR-ROS-FLAGS   PIC 9(03) COMP.
026800         10  WS-OPR-IDLE-SW     PIC X(01).
026900             88  WS-OPR-IS-IDLE            VALUE 'Y'.
027000         10  WS-OPR-EXPIRED-SW  PIC X(01).
027100             88  WS-OPR-IS-EXPIRED         VALUE 'Y'.
027200         10  WS-OPR-IDLE-FOR    PIC 9(05) COMP.
027300 77  WS-OPR-COUNT               PIC 9(03) COMP  VALUE 0.
027400 77  WS-OPR-MAX                 PIC 9(03) COMP  VALUE 500.
027500 77  WS-FIND-OPR-SUB            PIC 9(03) COMP  VALUE 0.
027600 01  WS-FIND-OPR-ID             PIC 9(05)  VALUE ZERO.
027700*
027800******************************************************************
027900*    CEMP USER CROSS-REFERENCE (FROM RCRTUSER)                   *
028000******************************************************************
028100 01  WS-USR-TABLE.
028200     05  WS-USR-ENTRY  OCCURS 200 TIMES
028300                       INDEXED BY WS-USR-IDX.
028400         10  WS-USR-ID          PIC X(08).
028500         10  WS-USR-EMP-ID      PIC 9(05).
028600 77  WS-USR-COUNT               PIC 9(03) COMP  VALUE 0.
028700 77  WS-USR-MAX                 PIC 9(03) COMP  VALUE 200.
028800 01  WS-FIND-USER               PIC X(08)  VALUE SPACES.
028900 01  WS-FOUND-USER-EMP-ID       PIC 9(05)  VALUE ZERO.
029000*
029100******************************************************************
029200*    ACTIVITY WORK FIELDS                                        *
029300******************************************************************
029400 01  WS-STAMP-BREAKOUT.
029500     05  WS-STAMP-DATE          PIC X(08).
029600     05  WS-STAMP-DATE-N  REDEFINES WS-STAMP-DATE
029700                                PIC 9(08).
029800     05  FILLER                 PIC X(09).
029900*
030000 01  WS-ACT-DATE                PIC 9(08)  VALUE ZERO.
030100 01  WS-LATEST-DATE             PIC 9(08)  VALUE ZERO.
030200*
030300 77  WS-SELF-SWITCH             PIC X(01)  VALUE 'N'.
030400     88  WS-CHANGE-IS-SELF                 VALUE 'Y'.
030500*
030600 77  WS-ROS-FLAG-SWITCH         PIC X(01)  VALUE 'N'.
030700     88  WS-ROSTER-FLAGGED                 VALUE 'Y'.
030800 01  WS-ROS-FLAG-REASON         PIC X(30)  VALUE SPACES.
030900*
031000******************************************************************
031100*    REPORT COUNTERS                                             *
031200******************************************************************
031300 77  WS-IDLE-COUNT              PIC 9(05) COMP  VALUE 0.
031400 77  WS-EXPIRING-COUNT          PIC 9(05) COMP  VALUE 0.
031500 77  WS-EXPIRED-COUNT           PIC 9(05) COMP  VALUE 0.
031600 77  WS-ROS-FLAG-COUNT          PIC 9(05) COMP  VALUE 0.
031700 77  WS-SELF-CHANGE-COUNT       PIC 9(05) COMP  VALUE 0.
031800 77  WS-CANDIDATE-COUNT         PIC 9(05) COMP  VALUE 0.
031900 77  WS-ACTIVE-COUNT            PIC 9(05) COMP  VALUE 0.
032000*
032100******************************************************************
032200*    DATE ARITHMETIC WORK FIELDS                                 *
032300*    THE DAY NUMBER IS A JULIAN DAY COUNT WORKED WITH PLAIN      *
032400*    TRUNCATING DIVIDES, SO THE DIFFERENCE OF TWO DAY NUMBERS IS *
032500*    THE DAYS BETWEEN THE DATES.                                 *
032600******************************************************************
032700 01  WS-WORK-DATE               PIC 9(08)  VALUE 0.
032800 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
032900     05  WS-WORK-YYYY           PIC 9(04).
033000     05  WS-WORK-MM             PIC 9(02).
033100     05  WS-WORK-DD             PIC 9(02).
033200*
033300 77  WS-DAY-NUMBER              PIC 9(09) COMP  VALUE 0.
033400 77  WS-JDN-A                   PIC 9(01) COMP  VALUE 0.
033500 77  WS-JDN-YEAR                PIC 9(05) COMP  VALUE 0.
033600 77  WS-JDN-MONTH               PIC 9(02) COMP  VALUE 0.
033700 77  WS-JDN-TERM                PIC 9(07) COMP  VALUE 0.
033800 77  WS-JDN-Q4                  PIC 9(07) COMP  VALUE 0.
033900 77  WS-JDN-Q100                PIC 9(07) COMP  VALUE 0.
034000 77  WS-JDN-Q400                PIC 9(07) COMP  VALUE 0.
034100*
034200******************************************************************
034300*    REPORT PRINT WORK AREA                                      *
034400******************************************************************
034500 01  WS-PRT-LINE                PIC X(80).
034600 01  WS-EDIT-COUNT              PIC ZZZZ9.
034700 01  WS-EDIT-DAYS               PIC ZZZZ9.
034800 01  WS-EDIT-LIMIT              PIC ZZ9.
034900*
035000 01  WS-FMT-DATE-IN             PIC 9(08)  VALUE ZERO.
035100 01  WS-FMT-DATE-OUT            PIC X(08)  VALUE SPACES.
035200 01  WS-SHOW-RUN                PIC X(08)  VALUE SPACES.
035300 01  WS-SHOW-REQ                PIC X(08)  VALUE SPACES.
035400 01  WS-SHOW-APPR               PIC X(08)  VALUE SPACES.
035500 01  WS-SHOW-ACK                PIC X(08)  VALUE SPACES.
035600 01  WS-SHOW-ROSTER             PIC X(08)  VALUE SPACES.
035700 01  WS-SHOW-EFFECTIVE          PIC X(08)  VALUE SPACES.
035800 01  WS-SHOW-EXPIRY             PIC X(08)  VALUE SPACES.
035900 01  WS-SELF-TAG                PIC X(07)  VALUE SPACES.
036000 01  WS-NOT-AVAIL-CODE          PIC X(08)  VALUE SPACES.
036100 01  WS-NOT-AVAIL-STATUS        PIC X(02)  VALUE SPACES.
036200*
036300 PROCEDURE DIVISION.
036400*
036500******************************************************************
036600*    0000-MAINLINE                                               *
036700*    CONTROLS OVERALL FLOW OF THE RECERTIFICATION RUN.           *
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
037800     PERFORM 2000-LOAD-OPERATORS
037900         THRU 2000-LOAD-OPERATORS-EXIT.
038000     IF RETURN-CODE NOT = 0
038100         GO TO 0000-MAINLINE-EXIT
038200     END-IF.
038300*
038400     OPEN OUTPUT RCRT-PRT-FILE.
038500     PERFORM 1300-PRINT-HEADING
038600         THRU 1300-PRINT-HEADING-EXIT.
038700*
038800     PERFORM 2500-LOAD-USER-XREF
038900         THRU 2500-LOAD-USER-XREF-EXIT.
039000     PERFORM 3000-LOAD-RUNS
039100         THRU 3000-LOAD-RUNS-EXIT.
039200     PERFORM 3200-LOAD-OVERRIDES
039300         THRU 3200-LOAD-OVERRIDES-EXIT.
039400     PERFORM 3300-LOAD-ACKS
039500         THRU 3300-LOAD-ACKS-EXIT.
039600     PERFORM 3400-LOAD-ROSTER
039700         THRU 3400-LOAD-ROSTER-EXIT.
039800     PERFORM 3500-LOAD-AUDIT
039900         THRU 3500-LOAD-AUDIT-EXIT.
040000*
040100     PERFORM 4000-REPORT-OPERATORS
040200         THRU 4000-REPORT-OPERATORS-EXIT.
040300     PERFORM 5000-REPORT-ROSTER-FLAGS
040400         THRU 5000-REPORT-ROSTER-FLAGS-EXIT.
040500     PERFORM 6000-REPORT-SELF-CHANGES
040600         THRU 6000-REPORT-SELF-CHANGES-EXIT.
040700     PERFORM 7000-REPORT-CANDIDATES
040800         THRU 7000-REPORT-CANDIDATES-EXIT.
040900     PERFORM 7500-REPORT-SUMMARY
041000         THRU 7500-REPORT-SUMMARY-EXIT.
041100*
041200     CLOSE RCRT-PRT-FILE.
041300*
041400 0000-MAINLINE-EXIT.
041500*
041600     PERFORM 9999-EXIT
041700         THRU 9999-EXIT-EXIT.
041800     STOP RUN.
041900*
042000******************************************************************
042100*    1000-INITIALIZE                                             *
042200*    READS THE RCRTPARM CONTROL RECORD.  EVERY FIELD DEFAULTS    *
042300*    WHEN BLANK; AN ABSENT CONTROL FILE TAKES ALL THE DEFAULTS.  *
042400******************************************************************
042500 1000-INITIALIZE.
042600*
042700     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
042800*
042900     OPEN INPUT RCRT-CTL-FILE.
043000     IF NOT WS-CTL-FILE-OK
043100         GO TO 1000-INITIALIZE-DATES
043200     END-IF.
043300*
043400     READ RCRT-CTL-FILE
043500         AT END
043600             GO TO 1000-INITIALIZE-CLOSE
043700     END-READ.
043800*
043900     IF RCRT-CTL-AS-OF NOT = SPACES
044000         IF RCRT-CTL-AS-OF NOT NUMERIC
044100             DISPLAY 'CANRCRT: RCRTPARM REVIEW DATE '
044200                 RCRT-CTL-AS-OF ' IS NOT YYYYMMDD - RUN ABANDONED'
044300             MOVE 16 TO RETURN-CODE
044400             GO TO 1000-INITIALIZE-CLOSE
044500         END-IF
044600         MOVE RCRT-CTL-AS-OF-N TO WS-AS-OF-DATE
044700     END-IF.
044800*
044900     IF RCRT-CTL-IDLE-DAYS NOT = SPACES
045000         IF RCRT-CTL-IDLE-DAYS NOT NUMERIC
045100             OR RCRT-CTL-IDLE-DAYS-N = ZERO
045200             DISPLAY 'CANRCRT: RCRTPARM IDLE DAYS '
045300                 RCRT-CTL-IDLE-DAYS ' INVALID - RUN ABANDONED'
045400             MOVE 16 TO RETURN-CODE
045500             GO TO 1000-INITIALIZE-CLOSE
045600         END-IF
045700         MOVE RCRT-CTL-IDLE-DAYS-N TO WS-IDLE-DAYS
045800     END-IF.
045900*
046000     IF RCRT-CTL-WARN-DAYS NOT = SPACES
046100         IF RCRT-CTL-WARN-DAYS NOT NUMERIC
046200             DISPLAY 'CANRCRT: RCRTPARM EXPIRY WARNING DAYS '
046300                 RCRT-CTL-WARN-DAYS ' INVALID - RUN ABANDONED'
046400             MOVE 16 TO RETURN-CODE
046500             GO TO 1000-INITIALIZE-CLOSE
046600         END-IF
046700         MOVE RCRT-CTL-WARN-DAYS-N TO WS-WARN-DAYS
046800     END-IF.
046900*
047000 1000-INITIALIZE-CLOSE.
047100     CLOSE RCRT-CTL-FILE.
047200     IF RETURN-CODE NOT = 0
047300         GO TO 1000-INITIALIZE-EXIT
047400     END-IF.
047500*
047600 1000-INITIALIZE-DATES.
047700     MOVE WS-AS-OF-DATE TO WS-WORK-DATE.
047800     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
047900         OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
048000         DISPLAY 'CANRCRT: REVIEW DATE ' WS-AS-OF-DATE
048100             ' IS NOT A VALID DATE - RUN ABANDONED'
048200         MOVE 16 TO RETURN-CODE
048300         GO TO 1000-INITIALIZE-EXIT
048400     END-IF.
048500     PERFORM 8000-DAY-NUMBER
048600         THRU 8000-DAY-NUMBER-EXIT.
048700     MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER.
048800     COMPUTE WS-PERIOD-START-DN =
048900         WS-AS-OF-DAY-NUMBER - WS-IDLE-DAYS.
049000*
049100 1000-INITIALIZE-EXIT.
049200     EXIT.
049300*
049400******************************************************************
049500*    1300-PRINT-HEADING                                          *
049600*    PRINTS THE REPORT TITLE, REVIEW DATE AND LIMITS.            *
049700******************************************************************
049800 1300-PRINT-HEADING.
049900*
050000     MOVE SPACES TO WS-PRT-LINE.
050100     STRING 'CANRCRT - OPERATOR ACCESS RECERTIFICATION AS OF '
050200         WS-AS-OF-DATE
050300         DELIMITED BY SIZE INTO WS-PRT-LINE.
050400     PERFORM 9000-EMIT-REPORT-LINE
050500         THRU 9000-EMIT-REPORT-LINE-EXIT.
050600*
050700     MOVE SPACES TO WS-PRT-LINE.
050800     MOVE WS-IDLE-DAYS TO WS-EDIT-LIMIT.
050900     MOVE WS-WARN-DAYS TO WS-EDIT-DAYS.
051000     STRING 'IDLE LIMIT ' WS-EDIT-LIMIT ' DAYS   EXPIRY WARNING '
051100         WS-EDIT-DAYS ' DAYS   OPERATORS ON EMP-MASTER '
051200         DELIMITED BY SIZE INTO WS-PRT-LINE.
051300     MOVE WS-OPR-COUNT TO WS-EDIT-COUNT.
051400     MOVE WS-EDIT-COUNT TO WS-PRT-LINE (74:5).
051500     PERFORM 9000-EMIT-REPORT-LINE
051600         THRU 9000-EMIT-REPORT-LINE-EXIT.
051700*
051800     MOVE ALL '-' TO WS-PRT-LINE.
051900     PERFORM 9000-EMIT-REPORT-LINE
052000         THRU 9000-EMIT-REPORT-LINE-EXIT.
052100*
052200 1300-PRINT-HEADING-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600*    2000-LOAD-OPERATORS                                         *
052700*    TABLES EVERY EMP-MASTER RECORD IN KEY ORDER.  THE REPORT    *
052800*    CANNOT BE PRODUCED WITHOUT IT.                              *
052900******************************************************************
053000 2000-LOAD-OPERATORS.
053100*
053200     OPEN INPUT EMP-MASTER-FILE.
053300     IF NOT WS-EMP-FILE-OK
053400         DISPLAY 'CANRCRT: UNABLE TO OPEN EMPMAST - FILE STATUS '
053500             WS-EMP-FILE-STATUS ' - RUN ABANDONED'
053600         MOVE 16 TO RETURN-CODE
053700         GO TO 2000-LOAD-OPERATORS-EXIT
053800     END-IF.
053900*
054000     MOVE ZEROES TO EMP-ID.
054100     START EMP-MASTER-FILE
054200         KEY IS NOT LESS THAN EMP-ID
054300         INVALID KEY
054400             CLOSE EMP-MASTER-FILE
054500             GO TO 2000-LOAD-OPERATORS-EXIT
054600     END-START.
054700*
054800     PERFORM 2100-LOAD-ONE-OPERATOR
054900         THRU 2100-LOAD-ONE-OPERATOR-EXIT
055000         UNTIL WS-EMP-FILE-EOF.
055100*
055200     CLOSE EMP-MASTER-FILE.
055300*
055400 2000-LOAD-OPERATORS-EXIT.
055500     EXIT.
055600*
055700******************************************************************
055800*    2100-LOAD-ONE-OPERATOR                                      *
055900*    READS ONE EMP-MASTER RECORD AND TABLES IT.                  *
056000******************************************************************
056100 2100-LOAD-ONE-OPERATOR.
056200*
056300     READ EMP-MASTER-FILE NEXT
056400         AT END
056500             SET WS-EMP-FILE-EOF TO TRUE
056600             GO TO 2100-LOAD-ONE-OPERATOR-EXIT
056700     END-READ.
056800*
056900     IF WS-OPR-COUNT NOT < WS-OPR-MAX
057000         DISPLAY 'CANRCRT: OPERATOR TABLE FULL - ID ' EMP-ID
057100             ' NOT REPORTED'
057200         GO TO 2100-LOAD-ONE-OPERATOR-EXIT
057300     END-IF.
057400*
057500     ADD 1 TO WS-OPR-COUNT.
057600     SET WS-OPR-IDX TO WS-OPR-COUNT.
057700     MOVE EMP-ID     TO WS-OPR-ID (WS-OPR-IDX).
057800     MOVE EMP-NAME   TO WS-OPR-NAME (WS-OPR-IDX).
057900     MOVE EMP-SHIFT  TO WS-OPR-SHIFT (WS-OPR-IDX).
058000     MOVE EMP-STATUS TO WS-OPR-STATUS (WS-OPR-IDX).
058100     IF EMP-EFFECTIVE-DATE NUMERIC
058200         MOVE EMP-EFFECTIVE-DATE TO WS-OPR-EFFECTIVE (WS-OPR-IDX)
058300     ELSE
058400         MOVE ZERO               TO WS-OPR-EFFECTIVE (WS-OPR-IDX)
058500     END-IF.
058600     IF EMP-EXPIRY-DATE NUMERIC
058700         MOVE EMP-EXPIRY-DATE    TO WS-OPR-EXPIRY (WS-OPR-IDX)
058800     ELSE
058900         MOVE ZERO               TO WS-OPR-EXPIRY (WS-OPR-IDX)
059000     END-IF.
059100     MOVE ZERO   TO WS-OPR-LAST-RUN (WS-OPR-IDX)
059200                    WS-OPR-LAST-REQ (WS-OPR-IDX)
059300                    WS-OPR-LAST-APPR (WS-OPR-IDX)
059400                    WS-OPR-LAST-ACK (WS-OPR-IDX)
059500                    WS-OPR-LAST-ROSTER (WS-OPR-IDX)
059600                    WS-OPR-SELF-COUNT (WS-OPR-IDX)
059700                    WS-OPR-ROS-FLAGS (WS-OPR-IDX)
059800                    WS-OPR-IDLE-FOR (WS-OPR-IDX).
059900     MOVE SPACES TO WS-OPR-AUD-STAMP (WS-OPR-IDX)
060000                    WS-OPR-AUD-ACTION (WS-OPR-IDX)
060100                    WS-OPR-AUD-USER (WS-OPR-IDX).
060200     MOVE 'N'    TO WS-OPR-AUD-SELF (WS-OPR-IDX)
060300                    WS-OPR-IDLE-SW (WS-OPR-IDX)
060400                    WS-OPR-EXPIRED-SW (WS-OPR-IDX).
060500*
060600 2100-LOAD-ONE-OPERATOR-EXIT.
060700     EXIT.
060800*
060900******************************************************************
061000*    2500-LOAD-USER-XREF                                         *
061100*    TABLES THE CEMP USER ID TO OPERATOR ID CROSS-REFERENCE.  A  *
061200*    MISSING FILE LEAVES THE SELF-CHANGE CHECK UNDONE.           *
061300******************************************************************
061400 2500-LOAD-USER-XREF.
061500*
061600     OPEN INPUT RCRT-USER-FILE.
061700     IF NOT WS-USER-FILE-OK
061800         MOVE 'RCRTUSER' TO WS-NOT-AVAIL-CODE
061900         MOVE WS-USER-FILE-STATUS TO WS-NOT-AVAIL-STATUS
062000         PERFORM 8300-REPORT-NOT-AVAILABLE
062100             THRU 8300-REPORT-NOT-AVAILABLE-EXIT
062200         GO TO 2500-LOAD-USER-XREF-EXIT
062300     END-IF.
062400*
062500     SET WS-USER-XREF-AVAILABLE TO TRUE.
062600     PERFORM 2510-LOAD-ONE-USER
062700         THRU 2510-LOAD-ONE-USER-EXIT
062800         UNTIL WS-USER-FILE-EOF.
062900*
063000     CLOSE RCRT-USER-FILE.
063100*
063200 2500-LOAD-USER-XREF-EXIT.
063300     EXIT.
063400*
063500******************************************************************
063600*    2510-LOAD-ONE-USER                                          *
063700*    READS AND TABLES ONE CROSS-REFERENCE RECORD.                *
063800******************************************************************
063900 2510-LOAD-ONE-USER.
064000*
064100     READ RCRT-USER-FILE
064200         AT END
064300             GO TO 2510-LOAD-ONE-USER-EXIT
064400     END-READ.
064500*
064600     IF RCRT-USER-ID = SPACES
064700         OR RCRT-USER-EMP-ID NOT NUMERIC
064800         GO TO 2510-LOAD-ONE-USER-EXIT
064900     END-IF.
065000     IF WS-USR-COUNT NOT < WS-USR-MAX
065100         DISPLAY 'CANRCRT: USER TABLE FULL - ' RCRT-USER-ID
065200             ' SKIPPED'
065300         GO TO 2510-LOAD-ONE-USER-EXIT
065400     END-IF.
065500*
065600     ADD 1 TO WS-USR-COUNT.
065700     SET WS-USR-IDX TO WS-USR-COUNT.
065800     MOVE RCRT-USER-ID       TO WS-USR-ID (WS-USR-IDX).
065900     MOVE RCRT-USER-EMP-ID-N TO WS-USR-EMP-ID (WS-USR-IDX).
066000*
066100 2510-LOAD-ONE-USER-EXIT.
066200     EXIT.
066300*
066400******************************************************************
066500*    3000-LOAD-RUNS                                              *
066600*    FINDS EACH OPERATOR'S LAST CANARY RUN FROM THE ARCHIVED RUN *
066700*    HISTORY (CANHIST), THEN THE LIVE LOG (CANLOG).  CANLOG IS   *
066800*    OPENED FIRST SO AN ARCHIVED RECORD CAN BE STAGED IN ITS     *
066900*    RECORD AREA AND HANDLED BY THE SAME PARAGRAPH AS A LIVE ONE.*
067000******************************************************************
067100 3000-LOAD-RUNS.
067200*
067300     OPEN INPUT CANY-LOG-FILE.
067400     IF NOT WS-LOG-FILE-OK
067500         MOVE 'CANLOG' TO WS-NOT-AVAIL-CODE
067600         MOVE WS-LOG-FILE-STATUS TO WS-NOT-AVAIL-STATUS
067700         PERFORM 8300-REPORT-NOT-AVAILABLE
067800             THRU 8300-REPORT-NOT-AVAILABLE-EXIT
067900         GO TO 3000-LOAD-RUNS-EXIT
068000     END-IF.
068100*
068200     OPEN INPUT CANY-HIST-FILE.
068300     IF WS-HIST-FILE-OK
068400         PERFORM 3010-LOAD-ONE-HIST-RUN
068500             THRU 3010-LOAD-ONE-HIST-RUN-EXIT
068600             UNTIL WS-HIST-FILE-EOF
068700         CLOSE CANY-HIST-FILE
068800     ELSE
068900         MOVE 'CANHIST' TO WS-NOT-AVAIL-CODE
069000         MOVE WS-HIST-FILE-STATUS TO WS-NOT-AVAIL-STATUS
069100         PERFORM 8300-REPORT-NOT-AVAILABLE
069200             THRU 8300-REPORT-NOT-AVAILABLE-EXIT
069300     END-IF.
069400*
069500     PERFORM 3020-LOAD-ONE-LOG-RUN
069600         THRU 3020-LOAD-ONE-LOG-RUN-EXIT
069700         UNTIL WS-LOG-FILE-EOF.
069800*
069900     CLOSE CANY-LOG-FILE.
070000*
070100 3000-LOAD-RUNS-EXIT.
070200     EXIT.
070300*
070400******************************************************************
070500*    3010-LOAD-ONE-HIST-RUN                                      *
070600*    READS ONE ARCHIVED RUN RECORD AND POSTS IT.                 *
070700******************************************************************
070800 3010-LOAD-ONE-HIST-RUN.
070900*
071000     READ CANY-HIST-FILE
071100         AT END
071200             GO TO 3010-LOAD-ONE-HIST-RUN-EXIT
071300     END-READ.
071400*
071500     MOVE CANY-HIST-RECORD TO CANY-LOG-RECORD.
071600     PERFORM 3100-POST-RUN
071700         THRU 3100-POST-RUN-EXIT.
071800*
071900 3010-LOAD-ONE-HIST-RUN-EXIT.
072000     EXIT.
072100*
072200******************************************************************
072300*    3020-LOAD-ONE-LOG-RUN                                       *
072400*    READS ONE LIVE RUN RECORD IN KEY ORDER AND POSTS IT.        *
072500******************************************************************
072600 3020-LOAD-ONE-LOG-RUN.
072700*
072800     READ CANY-LOG-FILE NEXT
072900         AT END
073000             SET WS-LOG-FILE-EOF TO TRUE
073100             GO TO 3020-LOAD-ONE-LOG-RUN-EXIT
073200     END-READ.
073300*
073400     PERFORM 3100-POST-RUN
073500         THRU 3100-POST-RUN-EXIT.
073600*
073700 3020-LOAD-ONE-LOG-RUN-EXIT.
073800     EXIT.
073900*
074000******************************************************************
074100*    3100-POST-RUN                                               *
074200*    POSTS THE RUN IN CANY-LOG-RECORD AS ITS OPERATOR'S LAST RUN *
074300*    WHEN IT IS LATER THAN THE ONE HELD.  THE RUN DATE COMES     *
074400*    FROM THE TIMESTAMP.                                         *
074500******************************************************************
074600 3100-POST-RUN.
074700*
074800     IF CANY-LOG-ID NOT NUMERIC
074900         GO TO 3100-POST-RUN-EXIT
075000     END-IF.
075100     MOVE CANY-LOG-TIMESTAMP TO WS-STAMP-BREAKOUT.
075200     IF WS-STAMP-DATE NOT NUMERIC
075300         GO TO 3100-POST-RUN-EXIT
075400     END-IF.
075500     IF WS-STAMP-DATE-N > WS-AS-OF-DATE
075600         GO TO 3100-POST-RUN-EXIT
075700     END-IF.
075800*
075900     MOVE CANY-LOG-ID TO WS-FIND-OPR-ID.
076000     PERFORM 8100-FIND-OPERATOR
076100         THRU 8100-FIND-OPERATOR-EXIT.
076200     IF WS-FIND-OPR-SUB = 0
076300         GO TO 3100-POST-RUN-EXIT
076400     END-IF.
076500*
076600     IF WS-STAMP-DATE-N > WS-OPR-LAST-RUN (WS-FIND-OPR-SUB)
076700         MOVE WS-STAMP-DATE-N TO WS-OPR-LAST-RUN (WS-FIND-OPR-SUB)
076800     END-IF.
076900*
077000 3100-POST-RUN-EXIT.
077100     EXIT.
077200*
077300******************************************************************
077400*    3200-LOAD-OVERRIDES                                         *
077500*    FINDS EACH OPERATOR'S LAST OVERRIDE REQUEST AND APPROVAL    *
077600*    FROM THE CANOVR AUDIT TRAIL.                                *
077700******************************************************************
077800 3200-LOAD-OVERRIDES.
077900*
078000     OPEN INPUT CANY-OVR-FILE.
078100     IF NOT WS-OVR-FILE-OK
078200         MOVE 'CANOVR' TO WS-NOT-AVAIL-CODE
078300         MOVE WS-OVR-FILE-STATUS TO WS-NOT-AVAIL-STATUS
078400         PERFORM 8300-REPORT-NOT-AVAILABLE
078500             THRU 8300-REPORT-NOT-AVAILABLE-EXIT
078600         GO TO 3200-LOAD-OVERRIDES-EXIT
078700     END-IF.
078800*
078900     PERFORM 3210-LOAD-ONE-OVERRIDE
079000         THRU 3210-LOAD-ONE-OVERRIDE-EXIT
079100         UNTIL WS-OVR-FILE-EOF.
079200*
079300     CLOSE CANY-OVR-FILE.
079400*
079500 3200-LOAD-OVERRIDES-EXIT.
079600     EXIT.
079700*
079800******************************************************************
079900*    3210-LOAD-ONE-OVERRIDE                                      *
080000*    POSTS ONE OVERRIDE TO ITS REQUESTER AND ITS APPROVER.       *
080100******************************************************************
080200 3210-LOAD-ONE-OVERRIDE.
080300*
080400     READ CANY-OVR-FILE
080500         AT END
080600             GO TO 3210-LOAD-ONE-OVERRIDE-EXIT
080700     END-READ.
080800*
080900     MOVE CANY-OVR-TIMESTAMP TO WS-STAMP-BREAKOUT.
081000     IF WS-STAMP-DATE NOT NUMERIC
081100         GO TO 3210-LOAD-ONE-OVERRIDE-EXIT
081200     END-IF.
081300     IF WS-STAMP-DATE-N > WS-AS-OF-DATE
081400         GO TO 3210-LOAD-ONE-OVERRIDE-EXIT
081500     END-IF.
081600*
081700     IF CANY-OVR-REQUEST-ID NUMERIC
081800         MOVE CANY-OVR-REQUEST-ID TO WS-FIND-OPR-ID
081900         PERFORM 8100-FIND-OPERATOR
082000             THRU 8100-FIND-OPERATOR-EXIT
082100         IF WS-FIND-OPR-SUB > 0
082200             AND WS-STAMP-DATE-N >
082300                 WS-OPR-LAST-REQ (WS-FIND-OPR-SUB)
082400             MOVE WS-STAMP-DATE-N
082500                 TO WS-OPR-LAST-REQ (WS-FIND-OPR-SUB)
082600         END-IF
082700     END-IF.
082800*
082900     IF CANY-OVR-APPROVE-ID NUMERIC
083000         MOVE CANY-OVR-APPROVE-ID TO WS-FIND-OPR-ID
083100         PERFORM 8100-FIND-OPERATOR
083200             THRU 8100-FIND-OPERATOR-EXIT
083300         IF WS-FIND-OPR-SUB > 0
083400             AND WS-STAMP-DATE-N >
083500                 WS-OPR-LAST-APPR (WS-FIND-OPR-SUB)
083600             MOVE WS-STAMP-DATE-N
083700                 TO WS-OPR-LAST-APPR (WS-FIND-OPR-SUB)
083800         END-IF
083900     END-IF.
084000*
084100 3210-LOAD-ONE-OVERRIDE-EXIT.
084200     EXIT.
084300*
084400******************************************************************
084500*    3300-LOAD-ACKS                                              *
084600*    FINDS EACH OPERATOR'S LAST ALERT ACKNOWLEDGMENT ('A'        *
084700*    RECORD, ONLINE OR FROM ACKIN) ON THE CANARY-ACK FILE.       *
084800******************************************************************
084900 3300-LOAD-ACKS.
085000*
085100     OPEN INPUT CANY-ACK-FILE.
085200     IF NOT WS-ACK-FILE-OK
085300         MOVE 'CANACK' TO WS-NOT-AVAIL-CODE
085400         MOVE WS-ACK-FILE-STATUS TO WS-NOT-AVAIL-STATUS
085500         PERFORM 8300-REPORT-NOT-AVAILABLE
085600             THRU 8300-REPORT-NOT-AVAILABLE-EXIT
085700         GO TO 3300-LOAD-ACKS-EXIT
085800     END-IF.
085900*
086000     PERFORM 3310-LOAD-ONE-ACK
086100         THRU 3310-LOAD-ONE-ACK-EXIT
086200         UNTIL WS-ACK-FILE-EOF.
086300*
086400     CLOSE CANY-ACK-FILE.
086500*
086600 3300-LOAD-ACKS-EXIT.
086700     EXIT.
086800*
086900******************************************************************
087000*    3310-LOAD-ONE-ACK                                           *
087100*    POSTS ONE ACKNOWLEDGMENT TO ITS OPERATOR.  ESCALATIONS      *
087200*    CARRY NO OPERATOR.                                          *
087300******************************************************************
087400 3310-LOAD-ONE-ACK.
087500*
087600     READ CANY-ACK-FILE
087700         AT END
087800             GO TO 3310-LOAD-ONE-ACK-EXIT
087900     END-READ.
088000*
088100     IF NOT CANY-ACK-IS-ACK
088200         OR CANY-ACK-OPERATOR-ID NOT NUMERIC
088300         GO TO 3310-LOAD-ONE-ACK-EXIT
088400     END-IF.
088500     MOVE CANY-ACK-TIMESTAMP TO WS-STAMP-BREAKOUT.
088600     IF WS-STAMP-DATE NOT NUMERIC
088700         GO TO 3310-LOAD-ONE-ACK-EXIT
088800     END-IF.
088900     IF WS-STAMP-DATE-N > WS-AS-OF-DATE
089000         GO TO 3310-LOAD-ONE-ACK-EXIT
089100     END-IF.
089200*
089300     MOVE CANY-ACK-OPERATOR-ID TO WS-FIND-OPR-ID.
089400     PERFORM 8100-FIND-OPERATOR
089500         THRU 8100-FIND-OPERATOR-EXIT.
089600     IF WS-FIND-OPR-SUB > 0
089700         AND WS-STAMP-DATE-N > WS-OPR-LAST-ACK (WS-FIND-OPR-SUB)
089800         MOVE WS-STAMP-DATE-N TO WS-OPR-LAST-ACK (WS-FIND-OPR-SUB)
089900     END-IF.
090000*
090100 3310-LOAD-ONE-ACK-EXIT.
090200     EXIT.
090300*
090400******************************************************************
090500*    3400-LOAD-ROSTER                                            *
090600*    FINDS EACH OPERATOR'S LAST ROSTERED NIGHT UP TO THE REVIEW  *
090700*    DATE AND COUNTS THE ROSTER RECORDS FLAGGED AGAINST EACH ID  *
090800*    (SEE 8500-TEST-ROSTER-RECORD).                              *
090900******************************************************************
091000 3400-LOAD-ROSTER.
091100*
091200     OPEN INPUT CANY-ROS-FILE.
091300     IF NOT WS-ROS-FILE-OK
091400         MOVE 'CANROS' TO WS-NOT-AVAIL-CODE
091500         MOVE WS-ROS-FILE-STATUS TO WS-NOT-AVAIL-STATUS
091600         PERFORM 8300-REPORT-NOT-AVAILABLE
091700             THRU 8300-REPORT-NOT-AVAILABLE-EXIT
091800         GO TO 3400-LOAD-ROSTER-EXIT
091900     END-IF.
092000*
092100     SET WS-ROS-FILE-AVAILABLE TO TRUE.
092200     PERFORM 3410-LOAD-ONE-ROSTER
092300         THRU 3410-LOAD-ONE-ROSTER-EXIT
092400         UNTIL WS-ROS-FILE-EOF.
092500*
092600     CLOSE CANY-ROS-FILE.
092700*
092800 3400-LOAD-ROSTER-EXIT.
092900     EXIT.
093000*
093100******************************************************************
093200*    3410-LOAD-ONE-ROSTER                                        *
093300*    POSTS ONE ROSTER RECORD TO ITS OPERATOR.                    *
093400******************************************************************
093500 3410-LOAD-ONE-ROSTER.
093600*
093700     READ CANY-ROS-FILE
093800         AT END
093900             GO TO 3410-LOAD-ONE-ROSTER-EXIT
094000     END-READ.
094100*
094200     IF CANY-ROS-OPERATOR-ID NOT NUMERIC
094300         OR CANY-ROS-DATE NOT NUMERIC
094400         GO TO 3410-LOAD-ONE-ROSTER-EXIT
094500     END-IF.
094600*
094700     PERFORM 8500-TEST-ROSTER-RECORD
094800         THRU 8500-TEST-ROSTER-RECORD-EXIT.
094900     IF WS-FIND-OPR-SUB = 0
095000         GO TO 3410-LOAD-ONE-ROSTER-EXIT
095100     END-IF.
095200     IF WS-ROSTER-FLAGGED
095300         ADD 1 TO WS-OPR-ROS-FLAGS (WS-FIND-OPR-SUB)
095400     END-IF.
095500*
095600     IF CANY-ROS-DATE NOT > WS-AS-OF-DATE
095700         AND CANY-ROS-DATE > WS-OPR-LAST-ROSTER (WS-FIND-OPR-SUB)
095800         MOVE CANY-ROS-DATE
095900             TO WS-OPR-LAST-ROSTER (WS-FIND-OPR-SUB)
096000     END-IF.
096100*
096200 3410-LOAD-ONE-ROSTER-EXIT.
096300     EXIT.
096400*
096500******************************************************************
096600*    3500-LOAD-AUDIT                                             *
096700*    FINDS THE MOST RECENT CEMP CHANGE TO EACH OPERATOR RECORD   *
096800*    AND COUNTS THE SELF-CHANGES AGAINST EACH ID.                *
096900******************************************************************
097000 3500-LOAD-AUDIT.
097100*
097200     OPEN INPUT EMP-AUD-FILE.
097300     IF NOT WS-AUD-FILE-OK
097400         MOVE 'EMPAUDIT' TO WS-NOT-AVAIL-CODE
097500         MOVE WS-AUD-FILE-STATUS TO WS-NOT-AVAIL-STATUS
097600         PERFORM 8300-REPORT-NOT-AVAILABLE
097700             THRU 8300-REPORT-NOT-AVAILABLE-EXIT
097800         GO TO 3500-LOAD-AUDIT-EXIT
097900     END-IF.
098000*
098100     SET WS-AUD-FILE-AVAILABLE TO TRUE.
098200     PERFORM 3510-LOAD-ONE-AUDIT
098300         THRU 3510-LOAD-ONE-AUDIT-EXIT
098400         UNTIL WS-AUD-FILE-EOF.
098500*
098600     CLOSE EMP-AUD-FILE.
098700*
098800 3500-LOAD-AUDIT-EXIT.
098900     EXIT.
099000*
099100******************************************************************
099200*    3510-LOAD-ONE-AUDIT                                         *
099300*    POSTS ONE MAINTENANCE AUDIT RECORD TO ITS OPERATOR.         *
099400******************************************************************
099500 3510-LOAD-ONE-AUDIT.
099600*
099700     READ EMP-AUD-FILE
099800         AT END
099900             GO TO 3510-LOAD-ONE-AUDIT-EXIT
100000     END-READ.
100100*
100200     IF EMP-AUD-EMP-ID NOT NUMERIC
100300         GO TO 3510-LOAD-ONE-AUDIT-EXIT
100400     END-IF.
100500     MOVE EMP-AUD-TIMESTAMP TO WS-STAMP-BREAKOUT.
100600     IF WS-STAMP-DATE NOT NUMERIC
100700         GO TO 3510-LOAD-ONE-AUDIT-EXIT
100800     END-IF.
100900     IF WS-STAMP-DATE-N > WS-AS-OF-DATE
101000         GO TO 3510-LOAD-ONE-AUDIT-EXIT
101100     END-IF.
101200*
101300     MOVE EMP-AUD-EMP-ID TO WS-FIND-OPR-ID.
101400     PERFORM 8100-FIND-OPERATOR
101500         THRU 8100-FIND-OPERATOR-EXIT.
101600     IF WS-FIND-OPR-SUB = 0
101700         GO TO 3510-LOAD-ONE-AUDIT-EXIT
101800     END-IF.
101900*
102000     PERFORM 8600-TEST-SELF-CHANGE
102100         THRU 8600-TEST-SELF-CHANGE-EXIT.
102200     IF WS-CHANGE-IS-SELF
102300         ADD 1 TO WS-OPR-SELF-COUNT (WS-FIND-OPR-SUB)
102400     END-IF.
102500*
102600     IF WS-OPR-AUD-STAMP (WS-FIND-OPR-SUB) NOT = SPACES
102700         AND EMP-AUD-TIMESTAMP <
102800             WS-OPR-AUD-STAMP (WS-FIND-OPR-SUB)
102900         GO TO 3510-LOAD-ONE-AUDIT-EXIT
103000     END-IF.
103100*
103200     MOVE EMP-AUD-TIMESTAMP
103300         TO WS-OPR-AUD-STAMP (WS-FIND-OPR-SUB).
103400     MOVE EMP-AUD-ACTION TO WS-OPR-AUD-ACTION (WS-FIND-OPR-SUB).
103500     MOVE EMP-AUD-USER   TO WS-OPR-AUD-USER (WS-FIND-OPR-SUB).
103600     IF WS-CHANGE-IS-SELF
103700         MOVE 'Y' TO WS-OPR-AUD-SELF (WS-FIND-OPR-SUB)
103800     ELSE
103900         MOVE 'N' TO WS-OPR-AUD-SELF (WS-FIND-OPR-SUB)
104000     END-IF.
104100*
104200 3510-LOAD-ONE-AUDIT-EXIT.
104300     EXIT.
104400*
104500******************************************************************
104600*    4000-REPORT-OPERATORS                                       *
104700*    PRINTS EVERY OPERATOR ID WITH ITS LAST ACTIVITY AND FLAGS.  *
104800******************************************************************
104900 4000-REPORT-OPERATORS.
105000*
105100     MOVE SPACES TO WS-PRT-LINE.
105200     STRING 'OPERATOR IDS ON EMP-MASTER:'
105300         DELIMITED BY SIZE INTO WS-PRT-LINE.
105400     PERFORM 9000-EMIT-REPORT-LINE
105500         THRU 9000-EMIT-REPORT-LINE-EXIT.
105600*
105700     PERFORM 4100-REPORT-ONE-OPERATOR
105800         THRU 4100-REPORT-ONE-OPERATOR-EXIT
105900         VARYING WS-OPR-IDX FROM 1 BY 1
106000         UNTIL WS-OPR-IDX > WS-OPR-COUNT.
106100*
106200     IF WS-OPR-COUNT = 0
106300         MOVE SPACES TO WS-PRT-LINE
106400         STRING '  NONE - EMP-MASTER IS EMPTY'
106500             DELIMITED BY SIZE INTO WS-PRT-LINE
106600         PERFORM 9000-EMIT-REPORT-LINE
106700             THRU 9000-EMIT-REPORT-LINE-EXIT
106800     END-IF.
106900*
107000 4000-REPORT-OPERATORS-EXIT.
107100     EXIT.
107200*
107300******************************************************************
107400*    4100-REPORT-ONE-OPERATOR                                    *
107500*    WORKS OUT ONE ID'S FLAGS, THEN PRINTS ITS THREE DETAIL      *
107600*    LINES FOLLOWED BY ONE LINE PER FLAG RAISED.                 *
107700******************************************************************
107800 4100-REPORT-ONE-OPERATOR.
107900*
108000     PERFORM 4200-ASSESS-OPERATOR
108100         THRU 4200-ASSESS-OPERATOR-EXIT.
108200*
108300     MOVE WS-OPR-EFFECTIVE (WS-OPR-IDX) TO WS-FMT-DATE-IN.
108400     PERFORM 8200-FORMAT-DATE
108500         THRU 8200-FORMAT-DATE-EXIT.
108600     MOVE WS-FMT-DATE-OUT TO WS-SHOW-EFFECTIVE.
108700     MOVE WS-OPR-EXPIRY (WS-OPR-IDX) TO WS-FMT-DATE-IN.
108800     PERFORM 8200-FORMAT-DATE
108900         THRU 8200-FORMAT-DATE-EXIT.
109000     MOVE WS-FMT-DATE-OUT TO WS-SHOW-EXPIRY.
109100     IF WS-OPR-EXPIRY (WS-OPR-IDX) = ZERO
109200         MOVE 'NONE' TO WS-SHOW-EXPIRY
109300     END-IF.
109400*
109500     MOVE SPACES TO WS-PRT-LINE.
109600     STRING '  ' WS-OPR-ID (WS-OPR-IDX)
109700         ' ' WS-OPR-NAME (WS-OPR-IDX)
109800         ' SHIFT ' WS-OPR-SHIFT (WS-OPR-IDX)
109900         ' STATUS ' WS-OPR-STATUS (WS-OPR-IDX)
110000         ' EFF ' WS-SHOW-EFFECTIVE
110100         ' EXP ' WS-SHOW-EXPIRY
110200         DELIMITED BY SIZE INTO WS-PRT-LINE.
110300     PERFORM 9000-EMIT-REPORT-LINE
110400         THRU 9000-EMIT-REPORT-LINE-EXIT.
110500*
110600     MOVE WS-OPR-LAST-RUN (WS-OPR-IDX) TO WS-FMT-DATE-IN.
110700     PERFORM 8200-FORMAT-DATE
110800         THRU 8200-FORMAT-DATE-EXIT.
110900     MOVE WS-FMT-DATE-OUT TO WS-SHOW-RUN.
111000     MOVE WS-OPR-LAST-REQ (WS-OPR-IDX) TO WS-FMT-DATE-IN.
111100     PERFORM 8200-FORMAT-DATE
111200         THRU 8200-FORMAT-DATE-EXIT.
111300     MOVE WS-FMT-DATE-OUT TO WS-SHOW-REQ.
111400     MOVE WS-OPR-LAST-APPR (WS-OPR-IDX) TO WS-FMT-DATE-IN.
111500     PERFORM 8200-FORMAT-DATE
111600         THRU 8200-FORMAT-DATE-EXIT.
111700     MOVE WS-FMT-DATE-OUT TO WS-SHOW-APPR.
111800     MOVE WS-OPR-LAST-ACK (WS-OPR-IDX) TO WS-FMT-DATE-IN.
111900     PERFORM 8200-FORMAT-DATE
112000         THRU 8200-FORMAT-DATE-EXIT.
112100     MOVE WS-FMT-DATE-OUT TO WS-SHOW-ACK.
112200     MOVE WS-OPR-LAST-ROSTER (WS-OPR-IDX) TO WS-FMT-DATE-IN.
112300     PERFORM 8200-FORMAT-DATE
112400         THRU 8200-FORMAT-DATE-EXIT.
112500     MOVE WS-FMT-DATE-OUT TO WS-SHOW-ROSTER.
112600*
112700     MOVE SPACES TO WS-PRT-LINE.
112800     STRING '        LAST RUN ' WS-SHOW-RUN
112900         '  OVR REQ ' WS-SHOW-REQ
113000         '  OVR APPR ' WS-SHOW-APPR
113100         '  ACK ' WS-SHOW-ACK
113200         DELIMITED BY SIZE INTO WS-PRT-LINE.
113300     PERFORM 9000-EMIT-REPORT-LINE
113400         THRU 9000-EMIT-REPORT-LINE-EXIT.
113500*
113600     MOVE SPACES TO WS-PRT-LINE.
113700     IF WS-OPR-AUD-STAMP (WS-OPR-IDX) = SPACES
113800         STRING '        ROSTERED ' WS-SHOW-ROSTER
113900             '  LAST CHANGE NONE ON FILE'
114000             DELIMITED BY SIZE INTO WS-PRT-LINE
114100     ELSE
114200         IF WS-OPR-LAST-CHANGE-SELF (WS-OPR-IDX)
114300             MOVE ' (SELF)' TO WS-SELF-TAG
114400         ELSE
114500             MOVE SPACES TO WS-SELF-TAG
114600         END-IF
114700         STRING '        ROSTERED ' WS-SHOW-ROSTER
114800             '  LAST CHANGE ' WS-OPR-AUD-ACTION (WS-OPR-IDX)
114900             ' ' WS-OPR-AUD-STAMP (WS-OPR-IDX) (1:8)
115000             ' BY ' WS-OPR-AUD-USER (WS-OPR-IDX)
115100             WS-SELF-TAG
115200             DELIMITED BY SIZE INTO WS-PRT-LINE
115300     END-IF.
115400     PERFORM 9000-EMIT-REPORT-LINE
115500         THRU 9000-EMIT-REPORT-LINE-EXIT.
115600*
115700     PERFORM 4300-PRINT-FLAGS
115800         THRU 4300-PRINT-FLAGS-EXIT.
115900*
116000 4100-REPORT-ONE-OPERATOR-EXIT.
116100     EXIT.
116200*
116300******************************************************************
116400*    4200-ASSESS-OPERATOR                                        *
116500*    DECIDES WHETHER AN ACTIVE ID IS IDLE OR PAST EXPIRY.  THE   *
116600*    IDLE CLOCK RUNS FROM THE LATEST ACTIVITY OF ANY KIND, OR    *
116700*    FROM THE EFFECTIVE DATE WHEN THAT IS LATER, SO A NEW ID IS  *
116800*    NOT IDLE BEFORE IT HAS HAD THE CHANCE TO BE USED.  EXPIRY   *
116900*    FOLLOWS THE CANARY'S OPERID RULE: A SPACE STATUS            *
117000*    (UNCONVERTED RECORD) HAS NO DATE LIMITS.                    *
117100******************************************************************
117200 4200-ASSESS-OPERATOR.
117300*
117400     IF WS-OPR-INACTIVE (WS-OPR-IDX)
117500         GO TO 4200-ASSESS-OPERATOR-EXIT
117600     END-IF.
117700     ADD 1 TO WS-ACTIVE-COUNT.
117800*
117900     IF WS-OPR-STATUS (WS-OPR-IDX) NOT = SPACE
118000         AND WS-OPR-EXPIRY (WS-OPR-IDX) > ZERO
118100         AND WS-AS-OF-DATE > WS-OPR-EXPIRY (WS-OPR-IDX)
118200         MOVE 'Y' TO WS-OPR-EXPIRED-SW (WS-OPR-IDX)
118300         ADD 1 TO WS-EXPIRED-COUNT
118400     END-IF.
118500*
118600     MOVE WS-OPR-LAST-RUN (WS-OPR-IDX) TO WS-LATEST-DATE.
118700     MOVE WS-OPR-LAST-REQ (WS-OPR-IDX) TO WS-ACT-DATE.
118800     PERFORM 4210-TAKE-LATER-DATE
118900         THRU 4210-TAKE-LATER-DATE-EXIT.
119000     MOVE WS-OPR-LAST-APPR (WS-OPR-IDX) TO WS-ACT-DATE.
119100     PERFORM 4210-TAKE-LATER-DATE
119200         THRU 4210-TAKE-LATER-DATE-EXIT.
119300     MOVE WS-OPR-LAST-ACK (WS-OPR-IDX) TO WS-ACT-DATE.
119400     PERFORM 4210-TAKE-LATER-DATE
119500         THRU 4210-TAKE-LATER-DATE-EXIT.
119600     MOVE WS-OPR-LAST-ROSTER (WS-OPR-IDX) TO WS-ACT-DATE.
119700     PERFORM 4210-TAKE-LATER-DATE
119800         THRU 4210-TAKE-LATER-DATE-EXIT.
119900     IF WS-OPR-EFFECTIVE (WS-OPR-IDX) NOT > WS-AS-OF-DATE
120000         MOVE WS-OPR-EFFECTIVE (WS-OPR-IDX) TO WS-ACT-DATE
120100         PERFORM 4210-TAKE-LATER-DATE
120200             THRU 4210-TAKE-LATER-DATE-EXIT
120300     END-IF.
120400*
120500     IF WS-LATEST-DATE = ZERO
120600         MOVE 'Y' TO WS-OPR-IDLE-SW (WS-OPR-IDX)
120700         MOVE ZERO TO WS-OPR-IDLE-FOR (WS-OPR-IDX)
120800         ADD 1 TO WS-IDLE-COUNT
120900         GO TO 4200-ASSESS-OPERATOR-EXIT
121000     END-IF.
121100*
121200     MOVE WS-LATEST-DATE TO WS-WORK-DATE.
121300     PERFORM 8000-DAY-NUMBER
121400         THRU 8000-DAY-NUMBER-EXIT.
121500     COMPUTE WS-DAYS-BETWEEN =
121600         WS-AS-OF-DAY-NUMBER - WS-DAY-NUMBER.
121700     IF WS-DAYS-BETWEEN NOT < WS-IDLE-DAYS
121800         MOVE 'Y' TO WS-OPR-IDLE-SW (WS-OPR-IDX)
121900         MOVE WS-DAYS-BETWEEN TO WS-OPR-IDLE-FOR (WS-OPR-IDX)
122000         ADD 1 TO WS-IDLE-COUNT
122100     END-IF.
122200*
122300 4200-ASSESS-OPERATOR-EXIT.
122400     EXIT.
122500*
122600******************************************************************
122700*    4210-TAKE-LATER-DATE                                        *
122800*    KEEPS THE LATER OF WS-LATEST-DATE AND WS-ACT-DATE.          *
122900******************************************************************
123000 4210-TAKE-LATER-DATE.
123100*
123200     IF WS-ACT-DATE > WS-LATEST-DATE
123300         MOVE WS-ACT-DATE TO WS-LATEST-DATE
123400     END-IF.
123500*
123600 4210-TAKE-LATER-DATE-EXIT.
123700     EXIT.
123800*
123900******************************************************************
124000*    4300-PRINT-FLAGS                                            *
124100*    PRINTS ONE '**' LINE FOR EACH FLAG RAISED AGAINST THE ID.   *
124200*    THE EXPIRY WARNING IS WORKED OUT HERE AS IT IS PRINTED.     *
124300******************************************************************
124400 4300-PRINT-FLAGS.
124500*
124600     IF WS-OPR-IS-IDLE (WS-OPR-IDX)
124700         MOVE SPACES TO WS-PRT-LINE
124800         IF WS-OPR-IDLE-FOR (WS-OPR-IDX) = ZERO
124900             STRING '        ** ACTIVE BUT NO ACTIVITY ON FILE'
125000                 DELIMITED BY SIZE INTO WS-PRT-LINE
125100         ELSE
125200             MOVE WS-OPR-IDLE-FOR (WS-OPR-IDX) TO WS-EDIT-DAYS
125300             STRING '        ** ACTIVE BUT IDLE ' WS-EDIT-DAYS
125400                 ' DAYS'
125500                 DELIMITED BY SIZE INTO WS-PRT-LINE
125600         END-IF
125700         PERFORM 9000-EMIT-REPORT-LINE
125800             THRU 9000-EMIT-REPORT-LINE-EXIT
125900     END-IF.
126000*
126100     IF WS-OPR-IS-EXPIRED (WS-OPR-IDX)
126200         MOVE SPACES TO WS-PRT-LINE
126300         STRING '        ** EXPIRED ' WS-OPR-EXPIRY (WS-OPR-IDX)
126400             ' BUT STILL ACTIVE'
126500             DELIMITED BY SIZE INTO WS-PRT-LINE
126600         PERFORM 9000-EMIT-REPORT-LINE
126700             THRU 9000-EMIT-REPORT-LINE-EXIT
126800     END-IF.
126900*
127000     IF NOT WS-OPR-INACTIVE (WS-OPR-IDX)
127100         AND NOT WS-OPR-IS-EXPIRED (WS-OPR-IDX)
127200         AND WS-OPR-STATUS (WS-OPR-IDX) NOT = SPACE
127300         AND WS-OPR-EXPIRY (WS-OPR-IDX) > ZERO
127400         MOVE WS-OPR-EXPIRY (WS-OPR-IDX) TO WS-WORK-DATE
127500         PERFORM 8000-DAY-NUMBER
127600             THRU 8000-DAY-NUMBER-EXIT
127700         COMPUTE WS-DAYS-BETWEEN =
127800             WS-DAY-NUMBER - WS-AS-OF-DAY-NUMBER
127900         IF WS-DAYS-BETWEEN NOT > WS-WARN-DAYS
128000             ADD 1 TO WS-EXPIRING-COUNT
128100             MOVE WS-DAYS-BETWEEN TO WS-EDIT-DAYS
128200             MOVE SPACES TO WS-PRT-LINE
128300             STRING '        ** EXPIRES '
128400                 WS-OPR-EXPIRY (WS-OPR-IDX)
128500                 ' - IN ' WS-EDIT-DAYS ' DAYS'
128600                 DELIMITED BY SIZE INTO WS-PRT-LINE
128700             PERFORM 9000-EMIT-REPORT-LINE
128800                 THRU 9000-EMIT-REPORT-LINE-EXIT
128900         END-IF
129000     END-IF.
129100*
129200     IF WS-OPR-ROS-FLAGS (WS-OPR-IDX) > 0
129300         MOVE WS-OPR-ROS-FLAGS (WS-OPR-IDX) TO WS-EDIT-COUNT
129400         MOVE SPACES TO WS-PRT-LINE
129500         STRING '        ** ' WS-EDIT-COUNT
129600             ' ROSTER RECORD(S) WHILE INACTIVE OR EXPIRED'
129700             DELIMITED BY SIZE INTO WS-PRT-LINE
129800         PERFORM 9000-EMIT-REPORT-LINE
129900             THRU 9000-EMIT-REPORT-LINE-EXIT
130000     END-IF.
130100*
130200     IF WS-OPR-SELF-COUNT (WS-OPR-IDX) > 0
130300         MOVE WS-OPR-SELF-COUNT (WS-OPR-IDX) TO WS-EDIT-COUNT
130400         MOVE SPACES TO WS-PRT-LINE
130500         STRING '        ** ' WS-EDIT-COUNT
130600             ' CEMP CHANGE(S) MADE BY THE OPERATOR'
130700             DELIMITED BY SIZE INTO WS-PRT-LINE
130800         PERFORM 9000-EMIT-REPORT-LINE
130900             THRU 9000-EMIT-REPORT-LINE-EXIT
131000     END-IF.
131100*
131200 4300-PRINT-FLAGS-EXIT.
131300     EXIT.
131400*
131500******************************************************************
131600*    5000-REPORT-ROSTER-FLAGS                                    *
131700*    RE-READS THE ROSTER AND LISTS EVERY RECORD FROM THE START   *
131800*    OF THE REVIEW PERIOD ON THAT SCHEDULES AN INACTIVE, EXPIRED *
131900*    OR UNKNOWN ID.                                              *
132000******************************************************************
132100 5000-REPORT-ROSTER-FLAGS.
132200*
132300     MOVE SPACES TO WS-PRT-LINE.
132400     PERFORM 9000-EMIT-REPORT-LINE
132500         THRU 9000-EMIT-REPORT-LINE-EXIT.
132600     MOVE SPACES TO WS-PRT-LINE.
132700     STRING 'ROSTER RECORDS FOR INACTIVE OR EXPIRED IDS:'
132800         DELIMITED BY SIZE INTO WS-PRT-LINE.
132900     PERFORM 9000-EMIT-REPORT-LINE
133000         THRU 9000-EMIT-REPORT-LINE-EXIT.
133100*
133200     IF NOT WS-ROS-FILE-AVAILABLE
133300         MOVE SPACES TO WS-PRT-LINE
133400         STRING '  NOT CHECKED - CANROS UNAVAILABLE'
133500             DELIMITED BY SIZE INTO WS-PRT-LINE
133600         PERFORM 9000-EMIT-REPORT-LINE
133700             THRU 9000-EMIT-REPORT-LINE-EXIT
133800         GO TO 5000-REPORT-ROSTER-FLAGS-EXIT
133900     END-IF.
134000*
134100     MOVE '00' TO WS-ROS-FILE-STATUS.
134200     OPEN INPUT CANY-ROS-FILE.
134300     PERFORM 5100-REPORT-ONE-ROSTER
134400         THRU 5100-REPORT-ONE-ROSTER-EXIT
134500         UNTIL WS-ROS-FILE-EOF.
134600     CLOSE CANY-ROS-FILE.
134700*
134800     IF WS-ROS-FLAG-COUNT = 0
134900         MOVE SPACES TO WS-PRT-LINE
135000         STRING '  NONE'
135100             DELIMITED BY SIZE INTO WS-PRT-LINE
135200         PERFORM 9000-EMIT-REPORT-LINE
135300             THRU 9000-EMIT-REPORT-LINE-EXIT
135400     END-IF.
135500*
135600 5000-REPORT-ROSTER-FLAGS-EXIT.
135700     EXIT.
135800*
135900******************************************************************
136000*    5100-REPORT-ONE-ROSTER                                      *
136100*    READS ONE ROSTER RECORD AND PRINTS IT WHEN IT IS FLAGGED.   *
136200******************************************************************
136300 5100-REPORT-ONE-ROSTER.
136400*
136500     READ CANY-ROS-FILE
136600         AT END
136700             GO TO 5100-REPORT-ONE-ROSTER-EXIT
136800     END-READ.
136900*
137000     IF CANY-ROS-OPERATOR-ID NOT NUMERIC
137100         OR CANY-ROS-DATE NOT NUMERIC
137200         GO TO 5100-REPORT-ONE-ROSTER-EXIT
137300     END-IF.
137400*
137500     PERFORM 8500-TEST-ROSTER-RECORD
137600         THRU 8500-TEST-ROSTER-RECORD-EXIT.
137700     IF NOT WS-ROSTER-FLAGGED
137800         GO TO 5100-REPORT-ONE-ROSTER-EXIT
137900     END-IF.
138000*
138100     ADD 1 TO WS-ROS-FLAG-COUNT.
138200     MOVE SPACES TO WS-PRT-LINE.
138300     STRING '  ' CANY-ROS-OPERATOR-ID
138400         ' ROSTERED ' CANY-ROS-DATE
138500         ' SHIFT ' CANY-ROS-SHIFT
138600         ' - ' WS-ROS-FLAG-REASON
138700         DELIMITED BY SIZE INTO WS-PRT-LINE.
138800     PERFORM 9000-EMIT-REPORT-LINE
138900         THRU 9000-EMIT-REPORT-LINE-EXIT.
139000*
139100 5100-REPORT-ONE-ROSTER-EXIT.
139200     EXIT.
139300*
139400******************************************************************
139500*    6000-REPORT-SELF-CHANGES                                    *
139600*    RE-READS EMPAUDIT AND LISTS EVERY CHANGE A CEMP USER MADE   *
139700*    TO THEIR OWN OPERATOR RECORD.                               *
139800******************************************************************
139900 6000-REPORT-SELF-CHANGES.
140000*
140100     MOVE SPACES TO WS-PRT-LINE.
140200     PERFORM 9000-EMIT-REPORT-LINE
140300         THRU 9000-EMIT-REPORT-LINE-EXIT.
140400     MOVE SPACES TO WS-PRT-LINE.
140500     STRING 'CEMP CHANGES MADE BY THE USER TO THEIR OWN RECORD:'
140600         DELIMITED BY SIZE INTO WS-PRT-LINE.
140700     PERFORM 9000-EMIT-REPORT-LINE
140800         THRU 9000-EMIT-REPORT-LINE-EXIT.
140900*
141000     IF NOT WS-AUD-FILE-AVAILABLE
141100         MOVE SPACES TO WS-PRT-LINE
141200         STRING '  NOT CHECKED - EMPAUDIT UNAVAILABLE'
141300             DELIMITED BY SIZE INTO WS-PRT-LINE
141400         PERFORM 9000-EMIT-REPORT-LINE
141500             THRU 9000-EMIT-REPORT-LINE-EXIT
141600         GO TO 6000-REPORT-SELF-CHANGES-EXIT
141700     END-IF.
141800     IF NOT WS-USER-XREF-AVAILABLE
141900         MOVE SPACES TO WS-PRT-LINE
142000         STRING '  NOT CHECKED - RCRTUSER CROSS-REFERENCE '
142100             'UNAVAILABLE'
142200             DELIMITED BY SIZE INTO WS-PRT-LINE
142300         PERFORM 9000-EMIT-REPORT-LINE
142400             THRU 9000-EMIT-REPORT-LINE-EXIT
142500         GO TO 6000-REPORT-SELF-CHANGES-EXIT
142600     END-IF.
142700*
142800     MOVE '00' TO WS-AUD-FILE-STATUS.
142900     OPEN INPUT EMP-AUD-FILE.
143000     PERFORM 6100-REPORT-ONE-AUDIT
143100         THRU 6100-REPORT-ONE-AUDIT-EXIT
143200         UNTIL WS-AUD-FILE-EOF.
143300     CLOSE EMP-AUD-FILE.
143400*
143500     IF WS-SELF-CHANGE-COUNT = 0
143600         MOVE SPACES TO WS-PRT-LINE
143700         STRING '  NONE'
143800             DELIMITED BY SIZE INTO WS-PRT-LINE
143900         PERFORM 9000-EMIT-REPORT-LINE
144000             THRU 9000-EMIT-REPORT-LINE-EXIT
144100     END-IF.
144200*
144300 6000-REPORT-SELF-CHANGES-EXIT.
144400     EXIT.
144500*
144600******************************************************************
144700*    6100-REPORT-ONE-AUDIT                                       *
144800*    READS ONE AUDIT RECORD AND PRINTS IT WHEN IT IS A SELF-     *
144900*    CHANGE UP TO THE REVIEW DATE.                               *
145000******************************************************************
145100 6100-REPORT-ONE-AUDIT.
145200*
145300     READ EMP-AUD-FILE
145400         AT END
145500             GO TO 6100-REPORT-ONE-AUDIT-EXIT
145600     END-READ.
145700*
145800     IF EMP-AUD-EMP-ID NOT NUMERIC
145900         GO TO 6100-REPORT-ONE-AUDIT-EXIT
146000     END-IF.
146100     MOVE EMP-AUD-TIMESTAMP TO WS-STAMP-BREAKOUT.
146200     IF WS-STAMP-DATE NOT NUMERIC
146300         GO TO 6100-REPORT-ONE-AUDIT-EXIT
146400     END-IF.
146500     IF WS-STAMP-DATE-N > WS-AS-OF-DATE
146600         GO TO 6100-REPORT-ONE-AUDIT-EXIT
146700     END-IF.
146800*
146900     PERFORM 8600-TEST-SELF-CHANGE
147000         THRU 8600-TEST-SELF-CHANGE-EXIT.
147100     IF NOT WS-CHANGE-IS-SELF
147200         GO TO 6100-REPORT-ONE-AUDIT-EXIT
147300     END-IF.
147400*
147500     ADD 1 TO WS-SELF-CHANGE-COUNT.
147600     MOVE SPACES TO WS-PRT-LINE.
147700     STRING '  ' EMP-AUD-EMP-ID
147800         ' ' EMP-AUD-NAME
147900         ' ACTION ' EMP-AUD-ACTION
148000         ' AT ' EMP-AUD-TIMESTAMP
148100         ' BY ' EMP-AUD-USER
148200         DELIMITED BY SIZE INTO WS-PRT-LINE.
148300     PERFORM 9000-EMIT-REPORT-LINE
148400         THRU 9000-EMIT-REPORT-LINE-EXIT.
148500*
148600 6100-REPORT-ONE-AUDIT-EXIT.
148700     EXIT.
148800*
148900******************************************************************
149000*    7000-REPORT-CANDIDATES                                      *
149100*    LISTS THE ACTIVE IDS SUPERVISION SHOULD DEACTIVATE THROUGH  *
149200*    CEMP: THOSE IDLE PAST THE LIMIT AND THOSE PAST EXPIRY.      *
149300******************************************************************
149400 7000-REPORT-CANDIDATES.
149500*
149600     MOVE SPACES TO WS-PRT-LINE.
149700     PERFORM 9000-EMIT-REPORT-LINE
149800         THRU 9000-EMIT-REPORT-LINE-EXIT.
149900     MOVE SPACES TO WS-PRT-LINE.
150000     STRING 'DEACTIVATION CANDIDATES (ACTION THROUGH CEMP):'
150100         DELIMITED BY SIZE INTO WS-PRT-LINE.
150200     PERFORM 9000-EMIT-REPORT-LINE
150300         THRU 9000-EMIT-REPORT-LINE-EXIT.
150400*
150500     PERFORM 7100-REPORT-ONE-CANDIDATE
150600         THRU 7100-REPORT-ONE-CANDIDATE-EXIT
150700         VARYING WS-OPR-IDX FROM 1 BY 1
150800         UNTIL WS-OPR-IDX > WS-OPR-COUNT.
150900*
151000     IF WS-CANDIDATE-COUNT = 0
151100         MOVE SPACES TO WS-PRT-LINE
151200         STRING '  NONE'
151300             DELIMITED BY SIZE INTO WS-PRT-LINE
151400         PERFORM 9000-EMIT-REPORT-LINE
151500             THRU 9000-EMIT-REPORT-LINE-EXIT
151600     END-IF.
151700*
151800 7000-REPORT-CANDIDATES-EXIT.
151900     EXIT.
152000*
152100******************************************************************
152200*    7100-REPORT-ONE-CANDIDATE                                   *
152300*    PRINTS ONE ID WHEN IT IS IDLE OR PAST EXPIRY, WITH WHY.     *
152400******************************************************************
152500 7100-REPORT-ONE-CANDIDATE.
152600*
152700     IF NOT WS-OPR-IS-IDLE (WS-OPR-IDX)
152800         AND NOT WS-OPR-IS-EXPIRED (WS-OPR-IDX)
152900         GO TO 7100-REPORT-ONE-CANDIDATE-EXIT
153000     END-IF.
153100*
153200     ADD 1 TO WS-CANDIDATE-COUNT.
153300     MOVE SPACES TO WS-PRT-LINE.
153400     IF WS-OPR-IS-EXPIRED (WS-OPR-IDX)
153500         STRING '  ' WS-OPR-ID (WS-OPR-IDX)
153600             ' ' WS-OPR-NAME (WS-OPR-IDX)
153700             ' EXPIRED ' WS-OPR-EXPIRY (WS-OPR-IDX)
153800             DELIMITED BY SIZE INTO WS-PRT-LINE
153900     ELSE
154000         IF WS-OPR-IDLE-FOR (WS-OPR-IDX) = ZERO
154100             STRING '  ' WS-OPR-ID (WS-OPR-IDX)
154200                 ' ' WS-OPR-NAME (WS-OPR-IDX)
154300                 ' NO ACTIVITY ON FILE'
154400                 DELIMITED BY SIZE INTO WS-PRT-LINE
154500         ELSE
154600             MOVE WS-OPR-IDLE-FOR (WS-OPR-IDX) TO WS-EDIT-DAYS
154700             STRING '  ' WS-OPR-ID (WS-OPR-IDX)
154800                 ' ' WS-OPR-NAME (WS-OPR-IDX)
154900                 ' IDLE ' WS-EDIT-DAYS ' DAYS'
155000                 DELIMITED BY SIZE INTO WS-PRT-LINE
155100         END-IF
155200     END-IF.
155300     PERFORM 9000-EMIT-REPORT-LINE
155400         THRU 9000-EMIT-REPORT-LINE-EXIT.
155500*
155600 7100-REPORT-ONE-CANDIDATE-EXIT.
155700     EXIT.
155800*
155900******************************************************************
156000*    7500-REPORT-SUMMARY                                         *
156100*    PRINTS THE FLAG COUNTS AND SETS THE RETURN CODE.            *
156200******************************************************************
156300 7500-REPORT-SUMMARY.
156400*
156500     MOVE SPACES TO WS-PRT-LINE.
156600     PERFORM 9000-EMIT-REPORT-LINE
156700         THRU 9000-EMIT-REPORT-LINE-EXIT.
156800*
156900     MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT.
157000     MOVE SPACES TO WS-PRT-LINE.
157100     STRING 'ACTIVE IDS.................: ' WS-EDIT-COUNT
157200         DELIMITED BY SIZE INTO WS-PRT-LINE.
157300     PERFORM 9000-EMIT-REPORT-LINE
157400         THRU 9000-EMIT-REPORT-LINE-EXIT.
157500*
157600     MOVE WS-IDLE-COUNT TO WS-EDIT-COUNT.
157700     MOVE SPACES TO WS-PRT-LINE.
157800     STRING 'ACTIVE BUT IDLE............: ' WS-EDIT-COUNT
157900         DELIMITED BY SIZE INTO WS-PRT-LINE.
158000     PERFORM 9000-EMIT-REPORT-LINE
158100         THRU 9000-EMIT-REPORT-LINE-EXIT.
158200*
158300     MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT.
158400     MOVE SPACES TO WS-PRT-LINE.
158500     STRING 'PAST EXPIRY, STILL ACTIVE..: ' WS-EDIT-COUNT
158600         DELIMITED BY SIZE INTO WS-PRT-LINE.
158700     PERFORM 9000-EMIT-REPORT-LINE
158800         THRU 9000-EMIT-REPORT-LINE-EXIT.
158900*
159000     MOVE WS-EXPIRING-COUNT TO WS-EDIT-COUNT.
159100     MOVE SPACES TO WS-PRT-LINE.
159200     STRING 'EXPIRING WITHIN WARNING....: ' WS-EDIT-COUNT
159300         DELIMITED BY SIZE INTO WS-PRT-LINE.
159400     PERFORM 9000-EMIT-REPORT-LINE
159500         THRU 9000-EMIT-REPORT-LINE-EXIT.
159600*
159700     MOVE WS-ROS-FLAG-COUNT TO WS-EDIT-COUNT.
159800     MOVE SPACES TO WS-PRT-LINE.
159900     STRING 'FLAGGED ROSTER RECORDS.....: ' WS-EDIT-COUNT
160000         DELIMITED BY SIZE INTO WS-PRT-LINE.
160100     PERFORM 9000-EMIT-REPORT-LINE
160200         THRU 9000-EMIT-REPORT-LINE-EXIT.
160300*
160400     MOVE WS-SELF-CHANGE-COUNT TO WS-EDIT-COUNT.
160500     MOVE SPACES TO WS-PRT-LINE.
160600     STRING 'CEMP SELF-CHANGES..........: ' WS-EDIT-COUNT
160700         DELIMITED BY SIZE INTO WS-PRT-LINE.
160800     PERFORM 9000-EMIT-REPORT-LINE
160900         THRU 9000-EMIT-REPORT-LINE-EXIT.
161000*
161100     MOVE WS-CANDIDATE-COUNT TO WS-EDIT-COUNT.
161200     MOVE SPACES TO WS-PRT-LINE.
161300     STRING 'DEACTIVATION CANDIDATES....: ' WS-EDIT-COUNT
161400         DELIMITED BY SIZE INTO WS-PRT-LINE.
161500     PERFORM 9000-EMIT-REPORT-LINE
161600         THRU 9000-EMIT-REPORT-LINE-EXIT.
161700*
161800     IF WS-IDLE-COUNT > 0
161900         OR WS-EXPIRED-COUNT > 0
162000         OR WS-EXPIRING-COUNT > 0
162100         OR WS-ROS-FLAG-COUNT > 0
162200         OR WS-SELF-CHANGE-COUNT > 0
162300         MOVE 4 TO RETURN-CODE
162400     END-IF.
162500*
162600 7500-REPORT-SUMMARY-EXIT.
162700     EXIT.
162800*
162900******************************************************************
163000*    8000-DAY-NUMBER                                             *
163100*    LEAVES THE JULIAN DAY NUMBER OF WS-WORK-DATE IN             *
163200*    WS-DAY-NUMBER.                                              *
163300******************************************************************
163400 8000-DAY-NUMBER.
163500*
163600     IF WS-WORK-MM < 3
163700         MOVE 1 TO WS-JDN-A
163800     ELSE
163900         MOVE 0 TO WS-JDN-A
164000     END-IF.
164100     COMPUTE WS-JDN-YEAR  = WS-WORK-YYYY + 4800 - WS-JDN-A.
164200     COMPUTE WS-JDN-MONTH = WS-WORK-MM + (12 * WS-JDN-A) - 3.
164300*
164400     COMPUTE WS-JDN-TERM = (153 * WS-JDN-MONTH) + 2.
164500     DIVIDE WS-JDN-TERM BY 5   GIVING WS-JDN-TERM.
164600     DIVIDE WS-JDN-YEAR BY 4   GIVING WS-JDN-Q4.
164700     DIVIDE WS-JDN-YEAR BY 100 GIVING WS-JDN-Q100.
164800     DIVIDE WS-JDN-YEAR BY 400 GIVING WS-JDN-Q400.
164900     COMPUTE WS-DAY-NUMBER =
165000         WS-WORK-DD
165100         + WS-JDN-TERM
165200         + (365 * WS-JDN-YEAR)
165300         + WS-JDN-Q4
165400         - WS-JDN-Q100
165500         + WS-JDN-Q400
165600         - 32045.
165700*
165800 8000-DAY-NUMBER-EXIT.
165900     EXIT.
166000*
166100******************************************************************
166200*    8100-FIND-OPERATOR                                          *
166300*    LEAVES THE TABLE SUBSCRIPT OF WS-FIND-OPR-ID IN             *
166400*    WS-FIND-OPR-SUB, OR ZERO WHEN THE ID IS NOT ON EMP-MASTER.  *
166500******************************************************************
166600 8100-FIND-OPERATOR.
166700*
166800     MOVE 0 TO WS-FIND-OPR-SUB.
166900     PERFORM 8110-MATCH-OPERATOR
167000         THRU 8110-MATCH-OPERATOR-EXIT
167100         VARYING WS-OPR-IDX FROM 1 BY 1
167200         UNTIL WS-OPR-IDX > WS-OPR-COUNT
167300         OR WS-FIND-OPR-SUB > 0.
167400*
167500 8100-FIND-OPERATOR-EXIT.
167600     EXIT.
167700*
167800******************************************************************
167900*    8110-MATCH-OPERATOR                                         *
168000*    COMPARES THE ARGUMENT TO ONE OPERATOR TABLE ENTRY.          *
168100******************************************************************
168200 8110-MATCH-OPERATOR.
168300*
168400     IF WS-OPR-ID (WS-OPR-IDX) = WS-FIND-OPR-ID
168500         SET WS-FIND-OPR-SUB TO WS-OPR-IDX
168600     END-IF.
168700*
168800 8110-MATCH-OPERATOR-EXIT.
168900     EXIT.
169000*
169100******************************************************************
169200*    8200-FORMAT-DATE                                            *
169300*    SHOWS WS-FMT-DATE-IN AS YYYYMMDD, OR 'NEVER' WHEN ZERO.     *
169400******************************************************************
169500 8200-FORMAT-DATE.
169600*
169700     IF WS-FMT-DATE-IN = ZERO
169800         MOVE 'NEVER' TO WS-FMT-DATE-OUT
169900     ELSE
170000         MOVE WS-FMT-DATE-IN TO WS-FMT-DATE-OUT
170100     END-IF.
170200*
170300 8200-FORMAT-DATE-EXIT.
170400     EXIT.
170500*
170600******************************************************************
170700*    8300-REPORT-NOT-AVAILABLE                                   *
170800*    NOTES ON THE REPORT THAT AN ACTIVITY FILE COULD NOT BE      *
170900*    READ, SO THE DATES IT WOULD HAVE SUPPLIED SHOW AS NEVER.    *
171000******************************************************************
171100 8300-REPORT-NOT-AVAILABLE.
171200*
171300     MOVE SPACES TO WS-PRT-LINE.
171400     STRING '  ** ' WS-NOT-AVAIL-CODE
171500         ' UNAVAILABLE - FILE STATUS '
171600         WS-NOT-AVAIL-STATUS ' - NOT INCLUDED **'
171700         DELIMITED BY SIZE INTO WS-PRT-LINE.
171800     PERFORM 9000-EMIT-REPORT-LINE
171900         THRU 9000-EMIT-REPORT-LINE-EXIT.
172000*
172100 8300-REPORT-NOT-AVAILABLE-EXIT.
172200     EXIT.
172300*
172400******************************************************************
172500*    8500-TEST-ROSTER-RECORD                                     *
172600*    LOOKS THE ROSTER RECORD'S OPERATOR UP AND DECIDES WHETHER   *
172700*    THE RECORD IS FLAGGED: DATED WITHIN OR AFTER THE REVIEW     *
172800*    PERIOD, AND FOR AN ID THAT IS NOT ON EMP-MASTER, IS         *
172900*    INACTIVE, OR HAS EXPIRED BY THE ROSTER DATE.                *
173000******************************************************************
173100 8500-TEST-ROSTER-RECORD.
173200*
173300     MOVE 'N' TO WS-ROS-FLAG-SWITCH.
173400     MOVE SPACES TO WS-ROS-FLAG-REASON.
173500     MOVE CANY-ROS-OPERATOR-ID TO WS-FIND-OPR-ID.
173600     PERFORM 8100-FIND-OPERATOR
173700         THRU 8100-FIND-OPERATOR-EXIT.
173800*
173900     MOVE CANY-ROS-DATE TO WS-WORK-DATE.
174000     PERFORM 8000-DAY-NUMBER
174100         THRU 8000-DAY-NUMBER-EXIT.
174200     IF WS-DAY-NUMBER < WS-PERIOD-START-DN
174300         GO TO 8500-TEST-ROSTER-RECORD-EXIT
174400     END-IF.
174500*
174600     IF WS-FIND-OPR-SUB = 0
174700         SET WS-ROSTER-FLAGGED TO TRUE
174800         MOVE 'ID NOT ON EMP-MASTER' TO WS-ROS-FLAG-REASON
174900         GO TO 8500-TEST-ROSTER-RECORD-EXIT
175000     END-IF.
175100     IF WS-OPR-INACTIVE (WS-FIND-OPR-SUB)
175200         SET WS-ROSTER-FLAGGED TO TRUE
175300         MOVE 'ID IS INACTIVE' TO WS-ROS-FLAG-REASON
175400         GO TO 8500-TEST-ROSTER-RECORD-EXIT
175500     END-IF.
175600     IF WS-OPR-STATUS (WS-FIND-OPR-SUB) NOT = SPACE
175700         AND WS-OPR-EXPIRY (WS-FIND-OPR-SUB) > ZERO
175800         AND CANY-ROS-DATE > WS-OPR-EXPIRY (WS-FIND-OPR-SUB)
175900         SET WS-ROSTER-FLAGGED TO TRUE
176000         STRING 'ID EXPIRED ' WS-OPR-EXPIRY (WS-FIND-OPR-SUB)
176100             DELIMITED BY SIZE INTO WS-ROS-FLAG-REASON
176200     END-IF.
176300*
176400 8500-TEST-ROSTER-RECORD-EXIT.
176500     EXIT.
176600*
176700******************************************************************
176800*    8600-TEST-SELF-CHANGE                                       *
176900*    DECIDES WHETHER THE CEMP USER ON THE CURRENT AUDIT RECORD   *
177000*    IS THE OPERATOR WHOSE RECORD WAS CHANGED, BY WAY OF THE     *
177100*    RCRTUSER CROSS-REFERENCE.                                   *
177200******************************************************************
177300 8600-TEST-SELF-CHANGE.
177400*
177500     MOVE 'N' TO WS-SELF-SWITCH.
177600     MOVE ZERO TO WS-FOUND-USER-EMP-ID.
177700     MOVE EMP-AUD-USER TO WS-FIND-USER.
177800     PERFORM 8610-MATCH-USER
177900         THRU 8610-MATCH-USER-EXIT
178000         VARYING WS-USR-IDX FROM 1 BY 1
178100         UNTIL WS-USR-IDX > WS-USR-COUNT
178200         OR WS-FOUND-USER-EMP-ID > ZERO.
178300*
178400     IF WS-FOUND-USER-EMP-ID > ZERO
178500         AND WS-FOUND-USER-EMP-ID = EMP-AUD-EMP-ID
178600         SET WS-CHANGE-IS-SELF TO TRUE
178700     END-IF.
178800*
178900 8600-TEST-SELF-CHANGE-EXIT.
179000     EXIT.
179100*
179200******************************************************************
179300*    8610-MATCH-USER                                             *
179400*    COMPARES THE AUDIT USER TO ONE CROSS-REFERENCE ENTRY.       *
179500******************************************************************
179600 8610-MATCH-USER.
179700*
179800     IF WS-USR-ID (WS-USR-IDX) = WS-FIND-USER
179900         MOVE WS-USR-EMP-ID (WS-USR-IDX) TO WS-FOUND-USER-EMP-ID
180000     END-IF.
180100*
180200 8610-MATCH-USER-EXIT.
180300     EXIT.
180400*
180500******************************************************************
180600*    9000-EMIT-REPORT-LINE                                       *
180700*    WRITES ONE REPORT LINE TO RCRTPRT AND ECHOES IT TO SYSOUT.  *
180800******************************************************************
180900 9000-EMIT-REPORT-LINE.
181000*
181100     WRITE RCRT-PRT-LINE FROM WS-PRT-LINE.
181200     DISPLAY WS-PRT-LINE.
181300*
181400 9000-EMIT-REPORT-LINE-EXIT.
181500     EXIT.
181600*
181700******************************************************************
181800*    9999-EXIT                                                   *
181900*    COMMON END-OF-PROGRAM PROCESSING.                           *
182000******************************************************************
182100 9999-EXIT.
182200*
182300 9999-EXIT-EXIT.
182400     EXIT.
