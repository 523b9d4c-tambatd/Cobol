016500*                      A FAIL-THEN-OVERRIDE RERUN NEITHER       *
016600*                      AVERAGES A FEED AGAINST ITSELF NOR       *
016700*                      WRITES ITS OBSERVATION TWICE.            *
016710*    2026-10-15  TDB  PARTIAL RELEASE.  CANDSREQ NAMES THE       *
016720*                      CANSTRM STREAMS THAT READ EACH FEED.      *
016730*                      WHEN EVERY FAILED FEED NAMES ITS          *
016740*                      CONSUMERS THE WINDOW ENDS PART (RC 12)    *
016750*                      INSTEAD OF FAIL - UNAFFECTED STREAMS GET  *
016760*                      THEIR TOKENS AND EACH DEPENDENT STREAM    *
016770*                      GETS A WHLD RECORD CARRYING THE FEED AND  *
016780*                      REASON.  A RERUN RELEASES ONLY STREAMS    *
016790*                      NOT ALREADY RELEASED FOR THE CYCLE.       *
016791*    2026-10-15  TDB  MULTIPLE WINDOWS PER CYCLE.  A CANWIN      *
016792*                      CARD NAMES THE RUN WINDOW (BLANK/NO CARD  *
016793*                      = THE MAIN OVERNIGHT WINDOW), CARRIED ON  *
016794*                      THE LOG, DETAIL, CHECKPOINT AND RELEASE   *
016795*                      RECORDS.  CANDSREQ, CANSTRM AND OVR       *
016796*                      RECORDS APPLY TO THEIR OWN WINDOW ONLY.   *
016797*                      CHECKPOINT AND PRIOR-RELEASE MATCHING IS  *
016798*                      BY CYCLE AND WINDOW.                      *
016808*    2026-10-15  TDB  FEED ARRIVAL CAPTURE.  EACH REQUIRED      *
016818*                      FEED NOW RECORDS THE POLL ON WHICH ITS   *
016828*                      DATASET WAS FIRST SEEN, THE POLL ON      *
016838*                      WHICH ITS CONTENT FIRST VALIDATED AND    *
016848*                      THE NUMBER OF POLLS TAKEN, APPENDED WITH *
016858*                      THE CANDSREQ EXPECTED-BY TIME AND        *
016868*                      SUPPLIER TO THE NEW CANFARR FEED-ARRIVAL *
016878*                      FILE FOR THE CANSCRD SCORECARD.          *
016880*    2026-10-15  TDB  THE COMPILED-IN FALLBACK FEEDS NOW START  *
016882*                      WITH A BLANK CONSUMER LIST, SO AN        *
016884*                      UNMAPPED HARD FAILURE FAILS THE WINDOW   *
016886*                      INSTEAD OF PARTIALLY RELEASING IT.       *
016887*    2026-10-15  TDB  WITH CANDSREQ UNAVAILABLE, A WINDOW OTHER *
016889*                      THAN THE MAIN ONE NOW CHECKS NO FEEDS    *
016891*                      INSTEAD OF THE COMPILED-IN OVERNIGHT     *
016893*                      FEED LIST.                               *
016896******************************************************************
016900 ENVIRONMENT DIVISION.
017000 CONFIGURATION SECTION.
017100 SOURCE-COMPUTER.   IBM-370.
024700            ORGANIZATION IS LINE SEQUENTIAL
024800            FILE STATUS IS WS-REL-FILE-STATUS.
024900*
024920     SELECT CANY-WIN-FILE  ASSIGN TO CANWIN
024940            ORGANIZATION IS LINE SEQUENTIAL
024960            FILE STATUS IS WS-WIN-FILE-STATUS.
024980*
024984     SELECT CANY-FAR-FILE  ASSIGN TO CANFARR
024988            ORGANIZATION IS LINE SEQUENTIAL
024992            FILE STATUS IS WS-FAR-FILE-STATUS.
024996*
025000 DATA DIVISION.
025100 FILE SECTION.
025200 FD  CANY-PARM-FILE
030500     LABEL RECORDS ARE STANDARD.
030600 01  CANY-STRM-RECORD.
030700     05  CANY-STRM-STREAM-ID     PIC X(08).
030750     05  FILLER                  PIC X(01).
030800     05  CANY-STRM-WINDOW-ID     PIC X(04).
030850     05  FILLER                  PIC X(67).
030900*
031000 FD  CANY-HOLD-FILE
031100     LABEL RECORDS ARE STANDARD.
031400 FD  CANY-REL-FILE
031500     LABEL RECORDS ARE STANDARD.
031600     COPY CANREL.
031620*
031640 FD  CANY-WIN-FILE
031660     LABEL RECORDS ARE STANDARD.
031680     COPY CANWIN.
031700*
031720 FD  CANY-FAR-FILE
031740     LABEL RECORDS ARE STANDARD.
031760     COPY CANFAR.
031780*
031800 WORKING-STORAGE SECTION.
031900*
032000******************************************************************
038200*
038300 01  WS-REL-FILE-STATUS         PIC X(02).
038400     88  WS-REL-FILE-OK         VALUE '00'.
038450     88  WS-REL-FILE-EOF        VALUE '10'.
038500     88  WS-REL-FILE-NEW        VALUE '05' '35'.
038520*
038540 01  WS-WIN-FILE-STATUS         PIC X(02).
038560     88  WS-WIN-FILE-OK         VALUE '00'.
038568*
038576 01  WS-FAR-FILE-STATUS         PIC X(02).
038584     88  WS-FAR-FILE-OK         VALUE '00'.
038592     88  WS-FAR-FILE-NEW        VALUE '05' '35'.
038600*
038700******************************************************************
038800*    CANARY RUN-TIME VALUES                                     *
045900*            NOR WRITES THE OBSERVATION A SECOND TIME.
046000         10  WS-NITE-DS-OBS-SEEN
046100                                PIC X(01).
046107*            STREAMS THAT READ THE FEED (BLANK = EVERY STREAM),
046114*            AND WHETHER - AND WHY - THE FEED HARD-FAILED ON THE
046121*            LATEST POLL.
046128         10  WS-NITE-DS-CONSUMER-LIST.
046135             15  WS-NITE-DS-CONSUMER-ENTRY OCCURS 6 TIMES.
046142                 20  WS-NITE-DS-CONSUMER
046149                                PIC X(08).
046156                 20  FILLER     PIC X(01).
046163         10  WS-NITE-DS-FAILED  PIC X(01).
046170             88  WS-NITE-DS-HARD-FAILED    VALUE 'Y'.
046177         10  WS-NITE-DS-FAIL-RSN
046178                                PIC X(04).
046179*            CONTRACTED ARRIVAL TIME AND SUPPLIER (CANDSREQ), AND
046180*            THE FEED'S ARRIVAL THIS ATTEMPT: THE POLL TIMES WHEN
046181*            THE DATASET WAS FIRST SEEN AND ITS CONTENT FIRST
046182*            VALIDATED, POLLS TAKEN AND THE LAST POLL'S REASON.
046183         10  WS-NITE-DS-EXP-BY  PIC X(04).
046184         10  WS-NITE-DS-SUPPLIER
046185                                PIC X(20).
046186         10  WS-NITE-DS-SEEN-AT PIC X(17).
046187         10  WS-NITE-DS-PASSED-AT
046188                                PIC X(17).
046189         10  WS-NITE-DS-POLLS   PIC 9(02) COMP.
046190         10  WS-NITE-DS-LAST-RSN
046191                                PIC X(04).
046200*
046300 77  WS-NITE-DATASET-COUNT      PIC 9(02) COMP  VALUE 0.
046400 77  WS-NITE-DS-MAX             PIC 9(02) COMP  VALUE 20.
046500 77  WS-NITE-DAY-MATCHES        PIC 9(02) COMP  VALUE 0.
046600 77  WS-NITE-DSN                PIC X(08).
046630 77  WS-NITE-CONS-SUB           PIC 9(02) COMP  VALUE 0.
046660 77  WS-NITE-CONS-MAX           PIC 9(02) COMP  VALUE 6.
046700*
046800******************************************************************
046900*    NIGHTLY DATASET CONTENT-VALIDATION WORK AREA                 *
052600*    'OVR' RECORDS FROM CANARY.PARM, APPLIED AFTER THE CYCLE'S   *
052700*    DAY TYPE IS RESOLVED: A DAY-TYPE MATCH FIRST, THEN A        *
052800*    CYCLE-SPECIFIC MATCH SO THE SPECIFIC ONE WINS.  A BLANK     *
052850*    VALUE FIELD LEAVES THAT VALUE AS RESOLVED SO FAR.  ONLY     *
052900*    RECORDS FOR THE RUN WINDOW APPLY; A WINDOW'S OWN BASE       *
052950*    RECORD (BLANK DAY TYPE, CYCLE ZERO) GOES FIRST OF ALL.      *
053000******************************************************************
053100 01  WS-PARM-OVR-TABLE.
053200     05  WS-POV-ENTRY  OCCURS 10 TIMES
053700         10  WS-POV-RETRY-WT    PIC X(03).
053800         10  WS-POV-ESC-MINS    PIC X(04).
053900         10  WS-POV-SLA-MINS    PIC X(04).
053950         10  WS-POV-WINDOW-ID   PIC X(04).
054000*
054100 77  WS-PARM-OVR-COUNT          PIC 9(02) COMP  VALUE 0.
054200 77  WS-PARM-OVR-MAX            PIC 9(02) COMP  VALUE 10.
055300     88  WS-ENVIRONMENT-FAILED             VALUE 'Y'.
055400*
055500******************************************************************
055507*    PARTIAL WINDOW SWITCHES                                     *
055514*    A HARD FEED FAILURE IS CONFINED WHEN EVERY FAILED FEED      *
055521*    NAMES ITS CONSUMER STREAMS; THE WINDOW THEN ENDS PART AND   *
055528*    ONLY THOSE STREAMS ARE WITHHELD.                            *
055535******************************************************************
055542 77  WS-CONFINED-SWITCH         PIC X(01)  VALUE 'Y'.
055549     88  WS-FAILURE-CONFINED               VALUE 'Y'.
055556*
055563 77  WS-PARTIAL-SWITCH          PIC X(01)  VALUE 'N'.
055570     88  WS-WINDOW-PARTIAL                 VALUE 'Y'.
055577*
055584******************************************************************
055600*    RERUN CHECKPOINT SWITCH                                     *
055700*    SET WHEN TODAY'S BATCH CYCLE HAS ALREADY COMPLETED          *
055800*    SUCCESSFULLY, SO A RERUN DOES NOT RETRIGGER THE DOWNSTREAM  *
062000*
062100 77  WS-RELEASE-COUNT           PIC 9(02) COMP  VALUE 0.
062200 77  WS-HELD-COUNT              PIC 9(02) COMP  VALUE 0.
062203 77  WS-WITHHELD-COUNT          PIC 9(02) COMP  VALUE 0.
062206 77  WS-PRIOR-REL-SKIPPED       PIC 9(02) COMP  VALUE 0.
062209*
062212*    THE FAILED FEED BEHIND A WITHHELD STREAM.
062215 77  WS-WHLD-SWITCH             PIC X(01)  VALUE 'N'.
062218     88  WS-STREAM-WITHHELD                VALUE 'Y'.
062221 77  WS-WHLD-FEED               PIC X(08)  VALUE SPACES.
062224 77  WS-WHLD-REASON             PIC X(04)  VALUE SPACES.
062227*
062230******************************************************************
062233*    STREAMS ALREADY RELEASED FOR THIS CYCLE                     *
062236*    TABLED FROM CANREL BEFORE TOKENS ARE WRITTEN, SO A RERUN    *
062239*    AFTER A PARTIAL WINDOW RELEASES ONLY WHAT WAS WITHHELD.     *
062242******************************************************************
062245 01  WS-PRIOR-REL-TABLE.
062248     05  WS-PRIOR-REL-ENTRY  OCCURS 50 TIMES
062251                             INDEXED BY WS-PRIOR-REL-IDX.
062254         10  WS-PRIOR-REL-STREAM
062257                                PIC X(08).
062260*
062263 77  WS-PRIOR-REL-COUNT         PIC 9(02) COMP  VALUE 0.
062266 77  WS-PRIOR-REL-MAX           PIC 9(02) COMP  VALUE 50.
062269*
062272 77  WS-PRIOR-REL-SWITCH        PIC X(01)  VALUE 'N'.
062275     88  WS-STREAM-ALREADY-RELEASED        VALUE 'Y'.
062300*
062400 01  WS-ENVIRONMENT-NAME        PIC X(04)  VALUE SPACES.
062500*
063900     05  FILLER                 PIC X(01)  VALUE '-'.
064000     05  WS-TS-TIME             PIC 9(08).
064100*
064110*    WALL-CLOCK TIME OF THE CURRENT DATASET POLL, FOR THE FEED
064120*    ARRIVAL HISTORY.
064130 01  WS-POLL-TIMESTAMP.
064140     05  WS-POLL-TS-DATE        PIC 9(08).
064150     05  FILLER                 PIC X(01)  VALUE '-'.
064160     05  WS-POLL-TS-TIME        PIC 9(08).
064170*
064200******************************************************************
064300*    BATCH CYCLE RESOLUTION                                      *
064400*    THE CYCLE ID IS RESOLVED FROM THE CANCAL CYCLE CALENDAR AT  *
065100*
065200 01  WS-CYCLE-DAY-TYPE          PIC X(01)  VALUE 'P'.
065300*
065310*    THE BATCH WINDOW OF THE CYCLE THIS RUN GUARDS, FROM THE
065320*    CANWIN CARD.  SPACES = THE MAIN OVERNIGHT WINDOW, PRINTED
065330*    AS 'MAIN'.
065340 01  WS-RUN-WINDOW-ID           PIC X(04)  VALUE SPACES.
065350 01  WS-RUN-WINDOW-NAME         PIC X(04)  VALUE 'MAIN'.
065360*
065400 77  WS-CYCLE-CUTOVER-TIME      PIC 9(08)  VALUE 06000000.
065500*
065600 77  WS-CAL-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
069000     MOVE 0 TO RETURN-CODE.
069100     PERFORM 1000-INITIALIZE
069200         THRU 1000-INITIALIZE-EXIT.
069230     PERFORM 1050-READ-RUN-WINDOW
069260         THRU 1050-READ-RUN-WINDOW-EXIT.
069300*
069400     PERFORM 1200-LOAD-DATASET-REQS
069500         THRU 1200-LOAD-DATASET-REQS-EXIT.
074600         IF WS-CHECKPOINT-ALREADY-RAN
074700             MOVE 4 TO RETURN-CODE
074800         ELSE
074900             IF WS-WINDOW-PARTIAL
075000                 MOVE 12 TO RETURN-CODE
075100                 MOVE 'PART' TO WS-RUN-STATUS
075200             ELSE
075300                 IF WS-OVERRIDE-APPLIED
075400                     MOVE 8 TO RETURN-CODE
075420                     MOVE 'OVRD' TO WS-RUN-STATUS
075440                 ELSE
075460                     IF WS-WINDOW-PASSED-LATE
075480                         MOVE 8 TO RETURN-CODE
075500                         MOVE 'LATE' TO WS-RUN-STATUS
075520                     END-IF
075600                 END-IF
075700             END-IF
075800         END-IF
076400     IF NOT WS-CHECKPOINT-ALREADY-RAN
076500         PERFORM 3800-WRITE-VOLUME-HISTORY
076600             THRU 3800-WRITE-VOLUME-HISTORY-EXIT
076630         PERFORM 3850-WRITE-FEED-ARRIVALS
076660             THRU 3850-WRITE-FEED-ARRIVALS-EXIT
076700     END-IF.
076800*
076900     PERFORM 3700-WRITE-ALERT-EXTRACT
088500                 TO WS-POV-ESC-MINS (WS-POV-IDX).
088600     MOVE CANY-PARM-OVR-SLA-MINS
088700                 TO WS-POV-SLA-MINS (WS-POV-IDX).
088730     MOVE CANY-PARM-OVR-WINDOW-ID
088760                 TO WS-POV-WINDOW-ID (WS-POV-IDX).
088800*
088900 1010-LOAD-ONE-PARM-OVR-EXIT.
088903     EXIT.
088906*
088909******************************************************************
088912*    1050-READ-RUN-WINDOW                                        *
088915*    READS THE CANWIN CARD NAMING THE BATCH WINDOW THIS RUN      *
088918*    GUARDS.  A MISSING OR EMPTY FILE, OR A BLANK CARD, IS THE   *
088921*    MAIN OVERNIGHT WINDOW.                                      *
088924******************************************************************
088927 1050-READ-RUN-WINDOW.
088930*
088933     MOVE SPACES TO WS-RUN-WINDOW-ID.
088936     MOVE 'MAIN' TO WS-RUN-WINDOW-NAME.
088939*
088942     OPEN INPUT CANY-WIN-FILE.
088945     IF NOT WS-WIN-FILE-OK
088948         GO TO 1050-READ-RUN-WINDOW-EXIT
088951     END-IF.
088954*
088957     READ CANY-WIN-FILE
088960         AT END
088963             GO TO 1050-READ-RUN-WINDOW-CLOSE
088966     END-READ.
088969*
088972     MOVE CANY-WIN-WINDOW-ID TO WS-RUN-WINDOW-ID.
088975     IF WS-RUN-WINDOW-ID NOT = SPACES
088978         MOVE WS-RUN-WINDOW-ID TO WS-RUN-WINDOW-NAME
088981     END-IF.
088984*
088987 1050-READ-RUN-WINDOW-CLOSE.
088990     CLOSE CANY-WIN-FILE.
088993*
088996 1050-READ-RUN-WINDOW-EXIT.
089000     EXIT.
089100*
089200******************************************************************
092200*    CANDSREQ FILE.  WHEN THE FILE IS UNAVAILABLE OR EMPTY THE   *
092300*    ORIGINAL COMPILED-IN DATASET LIST IS LOADED INSTEAD, EVERY  *
092400*    FEED HARD-FAIL AND REQUIRED ON EVERY PROCESSING NIGHT, SO   *
092440*    THE CANARY NEVER RUNS WITH NOTHING TO CHECK.  ONLY RECORDS  *
092480*    FOR THE RUN WINDOW ARE TABLED.  THE COMPILED-IN LIST IS THE *
092520*    MAIN OVERNIGHT WINDOW'S FEEDS, SO ANOTHER WINDOW WITH NO    *
092560*    RECORDS OF ITS OWN CHECKS NO FEEDS RATHER THAN THOSE.       *
092600******************************************************************
092700 1200-LOAD-DATASET-REQS.
092800*
092900     OPEN INPUT CANY-DSR-FILE.
093000*
093100     IF NOT WS-DSR-FILE-OK
093110         AND WS-RUN-WINDOW-ID NOT = SPACES
093120         DISPLAY 'HELLO-WORLD: DATASET REQUIREMENTS FILE '
093130             'UNAVAILABLE - FILE STATUS ' WS-DSR-FILE-STATUS
093140             ' - NO FEEDS CHECKED FOR WINDOW ' WS-RUN-WINDOW-ID
093150         GO TO 1200-LOAD-DATASET-REQS-EXIT
093160     END-IF.
093170*
093180     IF NOT WS-DSR-FILE-OK
093200         DISPLAY 'HELLO-WORLD: DATASET REQUIREMENTS FILE '
093300             'UNAVAILABLE - FILE STATUS ' WS-DSR-FILE-STATUS
093400             ' - USING COMPILED-IN DATASET LIST'
094400     CLOSE CANY-DSR-FILE.
094500*
094600     IF WS-NITE-DATASET-COUNT = 0
094610         AND WS-RUN-WINDOW-ID NOT = SPACES
094620         DISPLAY 'HELLO-WORLD: NO DATASET REQUIREMENTS FOR '
094630             'WINDOW ' WS-RUN-WINDOW-ID ' - NO FEEDS CHECKED'
094640         GO TO 1200-LOAD-DATASET-REQS-EXIT
094650     END-IF.
094660*
094670     IF WS-NITE-DATASET-COUNT = 0
094700         DISPLAY 'HELLO-WORLD: DATASET REQUIREMENTS FILE IS '
094800             'EMPTY - USING COMPILED-IN DATASET LIST'
094900         PERFORM 1220-LOAD-DEFAULT-REQS
095600******************************************************************
095700*    1210-LOAD-ONE-DATASET-REQ                                   *
095800*    LOADS ONE REQUIREMENTS RECORD INTO THE DATASET TABLE.  A    *
095870*    BLANK DSN, OR A RECORD FOR ANOTHER WINDOW, IS SKIPPED; A    *
095940*    BLANK SEVERITY OR DAY-TYPE LIST DEFAULTS TO HARD-FAIL ON    *
096010*    EVERY PROCESSING NIGHT.                                     *
096100******************************************************************
096200 1210-LOAD-ONE-DATASET-REQ.
096300*
096800     END-READ.
096900*
097000     IF CANY-DSR-DSN = SPACES
097020         GO TO 1210-LOAD-ONE-DATASET-REQ-EXIT
097040     END-IF.
097060     IF CANY-DSR-WINDOW-ID NOT = WS-RUN-WINDOW-ID
097100         GO TO 1210-LOAD-ONE-DATASET-REQ-EXIT
097200     END-IF.
097300*
099400     END-IF.
099500     MOVE CANY-DSR-VOL-SEVERITY
099600                    TO WS-NITE-DS-VOL-SEV (WS-NITE-IDX).
099630     MOVE CANY-DSR-CONSUMER-LIST
099660                    TO WS-NITE-DS-CONSUMER-LIST (WS-NITE-IDX).
099668     MOVE CANY-DSR-EXPECTED-BY
099676                    TO WS-NITE-DS-EXP-BY (WS-NITE-IDX).
099684     MOVE CANY-DSR-SUPPLIER
099692                    TO WS-NITE-DS-SUPPLIER (WS-NITE-IDX).
099700*
099800 1210-LOAD-ONE-DATASET-REQ-EXIT.
099900     EXIT.
102300     ADD 1 TO WS-NITE-DATASET-COUNT.
102400     SET WS-NITE-IDX TO WS-NITE-DATASET-COUNT.
102500     INITIALIZE WS-NITE-DS-ENTRY (WS-NITE-IDX).
102550     MOVE SPACES TO WS-NITE-DS-CONSUMER-LIST (WS-NITE-IDX).
102600     MOVE WS-NITE-DEFAULT-NAME (WS-NITE-DEFAULT-SUB)
102700                 TO WS-NITE-DS-DSN (WS-NITE-IDX).
102800     MOVE 'F'    TO WS-NITE-DS-SEV (WS-NITE-IDX).
153900******************************************************************
154000*    1950-APPLY-PARM-OVERRIDES                                   *
154100*    RESOLVES THE RETRY/WAIT/ESCALATION/SLA VALUES FOR THIS      *
154180*    CYCLE: THE BASE CANARY.PARM VALUES, OVERLAID BY THE RUN     *
154260*    WINDOW'S OWN BASE RECORD, THEN BY ANY DAY-TYPE OVERRIDE,    *
154340*    OVERLAID IN TURN BY ANY OVERRIDE NAMING THIS SPECIFIC       *
154420*    CYCLE - EACH FOR THE RUN WINDOW ONLY.                       *
154500******************************************************************
154600 1950-APPLY-PARM-OVERRIDES.
154700*
154800     IF WS-PARM-OVR-COUNT = 0
154900         GO TO 1950-APPLY-PARM-OVERRIDES-EXIT
155000     END-IF.
155010*
155020     MOVE 'W' TO WS-POV-PASS.
155030     PERFORM 1960-APPLY-ONE-PARM-OVR
155040         THRU 1960-APPLY-ONE-PARM-OVR-EXIT
155050         VARYING WS-POV-IDX FROM 1 BY 1
155060         UNTIL WS-POV-IDX > WS-PARM-OVR-COUNT.
155100*
155200     MOVE 'D' TO WS-POV-PASS.
155300     PERFORM 1960-APPLY-ONE-PARM-OVR
156600*
156700******************************************************************
156800*    1960-APPLY-ONE-PARM-OVR                                     *
156880*    APPLIES ONE OVERRIDE ENTRY FOR THE RUN WINDOW WHEN IT       *
156960*    MATCHES THE CURRENT PASS: THE WINDOW'S BASE ENTRY (BLANK    *
157040*    DAY TYPE, CYCLE ZERO) ON THE 'W' PASS, DAY-TYPE ENTRIES     *
157120*    (CYCLE ZERO) ON THE 'D' PASS, CYCLE-SPECIFIC ENTRIES ON THE *
157200*    'C' PASS.  BLANK VALUE FIELDS ARE LEFT ALONE.               *
157300******************************************************************
157400 1960-APPLY-ONE-PARM-OVR.
157500*
157509     IF WS-POV-WINDOW-ID (WS-POV-IDX) NOT = WS-RUN-WINDOW-ID
157518         GO TO 1960-APPLY-ONE-PARM-OVR-EXIT
157527     END-IF.
157536*
157545     IF WS-POV-PASS = 'W'
157554         IF WS-POV-CYCLE-ID (WS-POV-IDX) NOT = ZERO
157563             OR WS-POV-DAY-TYPE (WS-POV-IDX) NOT = SPACE
157572             GO TO 1960-APPLY-ONE-PARM-OVR-EXIT
157581         END-IF
157590     END-IF.
157600     IF WS-POV-PASS = 'D'
157700         IF WS-POV-CYCLE-ID (WS-POV-IDX) NOT = ZERO
157800             OR WS-POV-DAY-TYPE (WS-POV-IDX)
157900                 NOT = WS-CYCLE-DAY-TYPE
158000             GO TO 1960-APPLY-ONE-PARM-OVR-EXIT
158100         END-IF
158160     END-IF.
158220     IF WS-POV-PASS = 'C'
158300         IF WS-POV-CYCLE-ID (WS-POV-IDX) = ZERO
158400             OR WS-POV-CYCLE-ID (WS-POV-IDX) NOT = WS-CYCLE-ID
158500             GO TO 1960-APPLY-ONE-PARM-OVR-EXIT
160200*
160300     DISPLAY 'HELLO-WORLD: PARM OVERRIDE APPLIED FOR '
160400         'DAY TYPE ' WS-POV-DAY-TYPE (WS-POV-IDX)
160460         ' CYCLE ' WS-POV-CYCLE-ID (WS-POV-IDX)
160520         ' WINDOW ' WS-RUN-WINDOW-NAME.
160600*
160700 1960-APPLY-ONE-PARM-OVR-EXIT.
160800     EXIT.
163300*    IS PRODUCED.  A FAILED PASS IS RE-POLLED UP TO THE RETRY    *
163400*    LIMIT FROM CANARY.PARM BEFORE THE WINDOW IS DECLARED DEAD, *
163500*    SO A DATASET THAT LANDS A FEW MINUTES LATE DOES NOT PAGE    *
163550*    AN OPERATOR FOR NOTHING.  A FAILURE CONFINED TO FEEDS THAT  *
163600*    NAME THEIR CONSUMER STREAMS MAKES A PARTIAL WINDOW RATHER   *
163650*    THAN A DEAD ONE.                                            *
163700******************************************************************
163800 2000-VERIFY-ENVIRONMENT.
163900*
164000     MOVE 0   TO WS-RETRY-ATTEMPTS.
164100     MOVE 'N' TO WS-DATASET-CHECK-SWITCH.
164200*
164230     PERFORM 2320-STAMP-POLL
164260         THRU 2320-STAMP-POLL-EXIT.
164300     PERFORM 2100-CHECK-ONE-DATASET
164400         THRU 2100-CHECK-ONE-DATASET-EXIT
164500         VARYING WS-NITE-IDX FROM 1 BY 1
165100         OR WS-RETRY-ATTEMPTS NOT < WS-RETRY-LIMIT.
165200*
165300     IF WS-DATASET-CHECK-FAILED
165320         PERFORM 2400-ASSESS-FAILED-FEEDS
165340             THRU 2400-ASSESS-FAILED-FEEDS-EXIT
165360         IF WS-FAILURE-CONFINED
165380             SET WS-WINDOW-PARTIAL TO TRUE
165400             DISPLAY 'HELLO-WORLD: FEED FAILURE CONFINED TO '
165420                 'MAPPED STREAMS - PARTIAL WINDOW'
165440         ELSE
165460             SET WS-ENVIRONMENT-FAILED TO TRUE
165480         END-IF
165500     ELSE
165600         IF WS-RETRY-ATTEMPTS > 0
165700             SET WS-WINDOW-PASSED-LATE TO TRUE
167600 2100-CHECK-ONE-DATASET.
167700*
167800     MOVE WS-NITE-DS-DSN (WS-NITE-IDX) TO WS-NITE-DSN.
167830     MOVE 'N'    TO WS-NITE-DS-FAILED (WS-NITE-IDX).
167860     MOVE SPACES TO WS-NITE-DS-FAIL-RSN (WS-NITE-IDX).
167900*
168000     MOVE 0 TO WS-NITE-DAY-MATCHES.
168100     INSPECT WS-NITE-DS-DAYS (WS-NITE-IDX)
168700         GO TO 2100-CHECK-ONE-DATASET-DETAIL
168800     END-IF.
168900*
168920     IF WS-NITE-DS-PASSED-AT (WS-NITE-IDX) = SPACES
168940         ADD 1 TO WS-NITE-DS-POLLS (WS-NITE-IDX)
168960     END-IF.
168980*
169000     OPEN INPUT NITE-DATASET-FILE.
169100*
169200     IF WS-NITE-FILE-OK
169220         IF WS-NITE-DS-SEEN-AT (WS-NITE-IDX) = SPACES
169240             MOVE WS-POLL-TIMESTAMP
169260                 TO WS-NITE-DS-SEEN-AT (WS-NITE-IDX)
169280         END-IF
169300         PERFORM 2200-VALIDATE-DATASET-CONTENT
169400             THRU 2200-VALIDATE-DATASET-CONTENT-EXIT
169500         CLOSE NITE-DATASET-FILE
170300*
170400 2100-CHECK-ONE-DATASET-DETAIL.
170500     MOVE WS-NITE-DSN    TO WS-DTL-CHECK-CODE.
170530     MOVE WS-DTL-CHECK-REASON
170560                         TO WS-NITE-DS-LAST-RSN (WS-NITE-IDX).
170600     PERFORM 3100-WRITE-CHECK-DETAIL
170700         THRU 3100-WRITE-CHECK-DETAIL-EXIT.
170800*
173600     ELSE
173700         MOVE 'FAIL' TO WS-DTL-CHECK-STATUS
173800         SET WS-DATASET-CHECK-FAILED TO TRUE
173820         MOVE 'Y'    TO WS-NITE-DS-FAILED (WS-NITE-IDX)
173840         MOVE WS-DTL-CHECK-REASON
173860                     TO WS-NITE-DS-FAIL-RSN (WS-NITE-IDX)
173900     END-IF.
174000*
174100 2150-FLAG-DATASET-FAILURE-EXIT.
185000     MOVE 'Y' TO WS-NITE-DS-CHECKED (WS-NITE-IDX).
185100     PERFORM 2250-CHECK-FEED-VOLUME
185200         THRU 2250-CHECK-FEED-VOLUME-EXIT.
185210     IF NOT WS-NITE-DS-HARD-FAILED (WS-NITE-IDX)
185220         AND WS-NITE-DS-PASSED-AT (WS-NITE-IDX) = SPACES
185230         MOVE WS-POLL-TIMESTAMP
185240             TO WS-NITE-DS-PASSED-AT (WS-NITE-IDX)
185250     END-IF.
185300     GO TO 2200-VALIDATE-DATASET-CONTENT-EXIT.
185400*
185500 2200-VALIDATE-CONTENT-FAILED.
195200     ELSE
195300         MOVE 'FAIL' TO WS-DTL-CHECK-STATUS
195400         SET WS-DATASET-CHECK-FAILED TO TRUE
195430         MOVE 'Y'    TO WS-NITE-DS-FAILED (WS-NITE-IDX)
195460         MOVE 'VOLM' TO WS-NITE-DS-FAIL-RSN (WS-NITE-IDX)
195500     END-IF.
195600*
195700 2250-CHECK-FEED-VOLUME-EXIT.
198400*
198500     PERFORM 2310-WAIT-BETWEEN-POLLS
198600         THRU 2310-WAIT-BETWEEN-POLLS-EXIT.
198630     PERFORM 2320-STAMP-POLL
198660         THRU 2320-STAMP-POLL-EXIT.
198700*
198800     MOVE 'N' TO WS-DATASET-CHECK-SWITCH.
198900     PERFORM 2100-CHECK-ONE-DATASET
201100     END-CALL.
201200*
201300 2310-WAIT-BETWEEN-POLLS-EXIT.
201305     EXIT.
201310*
201315******************************************************************
201320*    2320-STAMP-POLL                                            *
201325*    TAKES THE WALL-CLOCK TIME OF THE POLL ABOUT TO START, SO   *
201330*    EACH FEED'S FIRST-SEEN AND FIRST-PASSED TIMES ARE THOSE OF *
201335*    THE POLL THAT FOUND THEM.                                  *
201340******************************************************************
201345 2320-STAMP-POLL.
201350*
201355     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
201360     ACCEPT WS-CURRENT-TIME FROM TIME.
201365     MOVE WS-CURRENT-DATE TO WS-POLL-TS-DATE.
201370     MOVE WS-CURRENT-TIME TO WS-POLL-TS-TIME.
201375*
201380 2320-STAMP-POLL-EXIT.
201400     EXIT.
201500*
201600******************************************************************
201602*    2400-ASSESS-FAILED-FEEDS                                    *
201604*    AFTER THE LAST POLL, DECIDES WHETHER THE HARD FAILURES ARE  *
201606*    CONFINED: EVERY FAILED FEED MUST NAME THE STREAMS THAT READ *
201608*    IT.  ONE FAILED FEED WITH NO CONSUMER LIST FAILS THE WHOLE  *
201610*    WINDOW, AS BEFORE.                                          *
201612******************************************************************
201614 2400-ASSESS-FAILED-FEEDS.
201616*
201618     MOVE 'Y' TO WS-CONFINED-SWITCH.
201620     PERFORM 2410-ASSESS-ONE-FEED
201622         THRU 2410-ASSESS-ONE-FEED-EXIT
201624         VARYING WS-NITE-IDX FROM 1 BY 1
201626         UNTIL WS-NITE-IDX > WS-NITE-DATASET-COUNT
201628         OR NOT WS-FAILURE-CONFINED.
201630*
201632 2400-ASSESS-FAILED-FEEDS-EXIT.
201634     EXIT.
201636*
201638******************************************************************
201640*    2410-ASSESS-ONE-FEED                                        *
201642*    A HARD-FAILED FEED WITH A BLANK CONSUMER LIST BREAKS THE    *
201644*    PARTIAL WINDOW.                                             *
201646******************************************************************
201648 2410-ASSESS-ONE-FEED.
201650*
201652     IF WS-NITE-DS-HARD-FAILED (WS-NITE-IDX)
201654         IF WS-NITE-DS-CONSUMER-LIST (WS-NITE-IDX) = SPACES
201656             MOVE 'N' TO WS-CONFINED-SWITCH
201658         ELSE
201660             DISPLAY 'HELLO-WORLD: DATASET '
201662                 WS-NITE-DS-DSN (WS-NITE-IDX) ' FAILED ('
201664                 WS-NITE-DS-FAIL-RSN (WS-NITE-IDX)
201666                 ') - CONSUMER STREAMS WITHHELD'
201668         END-IF
201670     END-IF.
201672*
201674 2410-ASSESS-ONE-FEED-EXIT.
201676     EXIT.
201678*
201680******************************************************************
201700*    2500-CHECK-CHECKPOINT                                       *
201770*    READS THE CHECKPOINT FILE TO SEE WHETHER THIS WINDOW OF     *
201840*    TODAY'S BATCH CYCLE HAS ALREADY COMPLETED SUCCESSFULLY.     *
201910*    THIS CATCHES THE CASE WHERE THE CANARY IS MANUALLY          *
201980*    RESUBMITTED, OR RERUN AFTER AN ABEND FURTHER DOWN THE       *
202050*    STREAM, SO THE DOWNSTREAM JOBS ARE NOT TRIGGERED TWICE FOR  *
202120*    THE SAME CYCLE AND WINDOW.  ANOTHER WINDOW OF THE SAME      *
202190*    CYCLE (E.G. THE EARLY-EVENING GL WINDOW) DOES NOT COUNT.    *
202300******************************************************************
202400 2500-CHECK-CHECKPOINT.
202500*
204200******************************************************************
204300*    2510-READ-CHECKPOINT                                        *
204400*    READS ONE CHECKPOINT RECORD AND FLAGS A MATCH WHEN THE      *
204500*    RECORD IS FOR THIS BATCH CYCLE AND RUN WINDOW AND SHOWS A   *
204600*    CLEAN WINDOW (PASS, LATE - PASSED AFTER RETRY POLLING - OR  *
204660*    A COMPLETED OVRD OVERRIDE WINDOW).  A PART WINDOW IS NOT    *
204720*    CLEAN - ITS RERUN MUST STILL RELEASE THE WITHHELD STREAMS.  *
204800*    MATCHING ON THE CYCLE ID MEANS A RERUN THAT DRIFTS PAST     *
204900*    MIDNIGHT IS STILL RECOGNIZED AS THE SAME CYCLE.             *
205000******************************************************************
205100 2510-READ-CHECKPOINT.
205200*
205800*
205900     IF CHKPT-CYCLE-ID NUMERIC
206000             AND CHKPT-CYCLE-ID = WS-CYCLE-ID
206050             AND CHKPT-WINDOW-ID = WS-RUN-WINDOW-ID
206100             AND (CHKPT-STATUS = 'PASS'
206200             OR CHKPT-STATUS = 'LATE'
206300             OR CHKPT-STATUS = 'OVRD')
208900     MOVE WS-ID          TO CANY-LOG-ID.
209000     MOVE WS-RUN-STATUS  TO CANY-LOG-STATUS.
209100     MOVE WS-HelloWorld  TO CANY-LOG-TEXT.
209130     MOVE WS-RUN-WINDOW-ID
209160                         TO CANY-LOG-WINDOW-ID.
209200*
209300     WRITE CANY-LOG-RECORD
209400         INVALID KEY
212200     MOVE WS-DTL-CHECK-CODE   TO CANY-DTL-CHECK-CODE.
212300     MOVE WS-DTL-CHECK-STATUS TO CANY-DTL-STATUS.
212400     MOVE WS-DTL-CHECK-REASON TO CANY-DTL-REASON.
212450     MOVE WS-RUN-WINDOW-ID    TO CANY-DTL-WINDOW-ID.
212500*
212600     WRITE CANY-DTL-RECORD
212700         INVALID KEY
222000     WRITE CANY-VOL-RECORD.
222100*
222200 3810-WRITE-ONE-VOLUME-EXIT.
222201     EXIT.
222202*
222203******************************************************************
222204*    3850-WRITE-FEED-ARRIVALS                                   *
222205*    APPENDS ONE ARRIVAL RECORD PER FEED POLLED THIS ATTEMPT TO *
222206*    THE CANFARR FEED-ARRIVAL HISTORY: FIRST SEEN, FIRST        *
222207*    PASSED, POLLS TAKEN, THE WINDOW'S STATUS AND THE FEED'S    *
222208*    EXPECTED-BY TIME AND SUPPLIER.  SKIPPED WITH THE VOLUME    *
222209*    HISTORY WHEN THE CYCLE ALREADY CHECKPOINTED.  AN           *
222210*    UNAVAILABLE ARRIVAL FILE DOES NOT FAIL THE WINDOW.         *
222211******************************************************************
222212 3850-WRITE-FEED-ARRIVALS.
222213*
222214     OPEN EXTEND CANY-FAR-FILE.
222215     IF WS-FAR-FILE-NEW
222216         CLOSE CANY-FAR-FILE
222217         OPEN OUTPUT CANY-FAR-FILE
222218     END-IF.
222219*
222220     IF NOT WS-FAR-FILE-OK
222221         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN FEED ARRIVAL '
222222             'HISTORY - FILE STATUS ' WS-FAR-FILE-STATUS
222223         GO TO 3850-WRITE-FEED-ARRIVALS-EXIT
222224     END-IF.
222225*
222226     PERFORM 3860-WRITE-ONE-ARRIVAL
222227         THRU 3860-WRITE-ONE-ARRIVAL-EXIT
222228         VARYING WS-NITE-IDX FROM 1 BY 1
222229         UNTIL WS-NITE-IDX > WS-NITE-DATASET-COUNT.
222230*
222231     CLOSE CANY-FAR-FILE.
222232*
222233 3850-WRITE-FEED-ARRIVALS-EXIT.
222234     EXIT.
222235*
222236******************************************************************
222237*    3860-WRITE-ONE-ARRIVAL                                     *
222238*    WRITES ONE FEED'S ARRIVAL RECORD.  A FEED NOT REQUIRED ON  *
222239*    TONIGHT'S DAY TYPE WAS NEVER POLLED AND HAS NONE.          *
222240******************************************************************
222241 3860-WRITE-ONE-ARRIVAL.
222242*
222243     IF WS-NITE-DS-POLLS (WS-NITE-IDX) = 0
222244         GO TO 3860-WRITE-ONE-ARRIVAL-EXIT
222245     END-IF.
222246*
222247     MOVE SPACES         TO CANY-FAR-RECORD.
222248     MOVE WS-CYCLE-ID    TO CANY-FAR-CYCLE-ID.
222249     MOVE WS-RUN-WINDOW-ID
222250                         TO CANY-FAR-WINDOW-ID.
222251     MOVE WS-NITE-DS-DSN (WS-NITE-IDX)
222252                         TO CANY-FAR-DSN.
222253     MOVE WS-NITE-DS-SEEN-AT (WS-NITE-IDX)
222254                         TO CANY-FAR-FIRST-SEEN.
222255     MOVE WS-NITE-DS-PASSED-AT (WS-NITE-IDX)
222256                         TO CANY-FAR-FIRST-PASSED.
222257     MOVE WS-NITE-DS-POLLS (WS-NITE-IDX)
222258                         TO CANY-FAR-POLLS.
222259     MOVE WS-NITE-DS-LAST-RSN (WS-NITE-IDX)
222260                         TO CANY-FAR-LAST-REASON.
222261     MOVE WS-RUN-STATUS  TO CANY-FAR-RUN-STATUS.
222262     MOVE WS-NITE-DS-EXP-BY (WS-NITE-IDX)
222263                         TO CANY-FAR-EXPECTED-BY.
222264     MOVE WS-NITE-DS-SUPPLIER (WS-NITE-IDX)
222265                         TO CANY-FAR-SUPPLIER.
222266*
222267     WRITE CANY-FAR-RECORD.
222268*
222269 3860-WRITE-ONE-ARRIVAL-EXIT.
222300     EXIT.
222400*
222500******************************************************************
222900*    CANREL FILE, SKIPPING ANY STREAM THE OPERATOR IS HOLDING    *
223000*    ON CANHOLD.  THE SCHEDULER GATES EACH STREAM ON ITS OWN     *
223100*    TOKEN; NO STREAM REGISTRY MEANS NO TOKENS AND THE           *
223140*    SCHEDULER FALLS BACK TO THE RETURN-CODE GATE.  ON A PART    *
223180*    WINDOW A STREAM THAT READS A FAILED FEED GETS A WHLD        *
223220*    RECORD INSTEAD OF A TOKEN.  A STREAM ALREADY RELEASED FOR   *
223240*    THE CYCLE AND WINDOW (BY AN EARLIER PART RUN) IS NOT        *
223260*    RELEASED AGAIN.                                             *
223300******************************************************************
223400 3900-WRITE-RELEASE-TOKENS.
223500*
224300*
224400     PERFORM 3910-LOAD-HOLDS
224500         THRU 3910-LOAD-HOLDS-EXIT.
224530     PERFORM 3960-LOAD-PRIOR-RELEASES
224560         THRU 3960-LOAD-PRIOR-RELEASES-EXIT.
224600*
224700     OPEN EXTEND CANY-REL-FILE.
224800     IF WS-REL-FILE-NEW
226600*
226700     DISPLAY 'HELLO-WORLD: ' WS-RELEASE-COUNT ' STREAM(S) '
226800         'RELEASED, ' WS-HELD-COUNT ' HELD FOR CYCLE '
226900         WS-CYCLE-ID ' WINDOW ' WS-RUN-WINDOW-NAME.
226910     IF WS-WITHHELD-COUNT > 0
226920         OR WS-PRIOR-REL-SKIPPED > 0
226930         DISPLAY 'HELLO-WORLD: ' WS-WITHHELD-COUNT ' STREAM(S) '
226940             'WITHHELD, ' WS-PRIOR-REL-SKIPPED ' ALREADY '
226950             'RELEASED FOR CYCLE ' WS-CYCLE-ID
226960     END-IF.
227000*
227100 3900-WRITE-RELEASE-TOKENS-EXIT.
227200     EXIT.
232900*
233000******************************************************************
233100*    3930-RELEASE-ONE-STREAM                                     *
233150*    READS ONE REGISTERED STREAM AND, WHEN IT BELONGS TO THE     *
233200*    RUN WINDOW, WRITES ITS RELEASE TOKEN, UNLESS THE OPERATOR   *
233250*    IS HOLDING IT, IT WAS ALREADY RELEASED FOR THE CYCLE AND    *
233300*    WINDOW, OR IT READS A FEED THAT FAILED TONIGHT - THE LAST   *
233350*    GETS A WHLD RECORD NAMING THE FEED AND REASON.              *
233400******************************************************************
233500 3930-RELEASE-ONE-STREAM.
233600*
234100     END-READ.
234200*
234300     IF CANY-STRM-STREAM-ID = SPACES
234320         GO TO 3930-RELEASE-ONE-STREAM-EXIT
234340     END-IF.
234360     IF CANY-STRM-WINDOW-ID NOT = WS-RUN-WINDOW-ID
234400         GO TO 3930-RELEASE-ONE-STREAM-EXIT
234500     END-IF.
234600*
235800         GO TO 3930-RELEASE-ONE-STREAM-EXIT
235900     END-IF.
236000*
236007     MOVE 'N' TO WS-PRIOR-REL-SWITCH.
236014     PERFORM 3980-MATCH-PRIOR-RELEASE
236021         THRU 3980-MATCH-PRIOR-RELEASE-EXIT
236028         VARYING WS-PRIOR-REL-IDX FROM 1 BY 1
236035         UNTIL WS-PRIOR-REL-IDX > WS-PRIOR-REL-COUNT
236042         OR WS-STREAM-ALREADY-RELEASED.
236049*
236056     IF WS-STREAM-ALREADY-RELEASED
236063         ADD 1 TO WS-PRIOR-REL-SKIPPED
236070         GO TO 3930-RELEASE-ONE-STREAM-EXIT
236077     END-IF.
236084*
236100     MOVE SPACES              TO CANY-REL-RECORD.
236200     MOVE WS-CYCLE-ID         TO CANY-REL-CYCLE-ID.
236300     MOVE CANY-STRM-STREAM-ID TO CANY-REL-STREAM-ID.
236304     MOVE WS-TIMESTAMP        TO CANY-REL-TIMESTAMP.
236306     MOVE WS-RUN-WINDOW-ID    TO CANY-REL-WINDOW-ID.
236308*
236312     MOVE 'N' TO WS-WHLD-SWITCH.
236316     IF WS-WINDOW-PARTIAL
236320         PERFORM 3950-MATCH-FAILED-FEED
236324             THRU 3950-MATCH-FAILED-FEED-EXIT
236328             VARYING WS-NITE-IDX FROM 1 BY 1
236332             UNTIL WS-NITE-IDX > WS-NITE-DATASET-COUNT
236336             OR WS-STREAM-WITHHELD
236340     END-IF.
236344*
236348     IF WS-STREAM-WITHHELD
236352         MOVE 'WHLD'          TO CANY-REL-STATUS
236356         MOVE WS-WHLD-FEED    TO CANY-REL-FEED
236360         MOVE WS-WHLD-REASON  TO CANY-REL-REASON
236364         WRITE CANY-REL-RECORD
236368         ADD 1 TO WS-WITHHELD-COUNT
236372         DISPLAY 'HELLO-WORLD: STREAM ' CANY-STRM-STREAM-ID
236376             ' WITHHELD - FEED ' WS-WHLD-FEED ' ' WS-WHLD-REASON
236380         GO TO 3930-RELEASE-ONE-STREAM-EXIT
236384     END-IF.
236388*
236400     MOVE 'REL'               TO CANY-REL-STATUS.
236600     WRITE CANY-REL-RECORD.
236700     ADD 1 TO WS-RELEASE-COUNT.
236800*
238300     END-IF.
238400*
238500 3940-MATCH-ONE-HOLD-EXIT.
238502     EXIT.
238504*
238506******************************************************************
238508*    3950-MATCH-FAILED-FEED                                      *
238510*    CHECKS WHETHER THE CURRENT STREAM READS ONE TABLED FEED     *
238512*    THAT HARD-FAILED TONIGHT.                                   *
238514******************************************************************
238516 3950-MATCH-FAILED-FEED.
238518*
238520     IF NOT WS-NITE-DS-HARD-FAILED (WS-NITE-IDX)
238522         GO TO 3950-MATCH-FAILED-FEED-EXIT
238524     END-IF.
238526*
238528     PERFORM 3955-MATCH-ONE-CONSUMER
238530         THRU 3955-MATCH-ONE-CONSUMER-EXIT
238532         VARYING WS-NITE-CONS-SUB FROM 1 BY 1
238534         UNTIL WS-NITE-CONS-SUB > WS-NITE-CONS-MAX
238536         OR WS-STREAM-WITHHELD.
238538*
238540 3950-MATCH-FAILED-FEED-EXIT.
238542     EXIT.
238544*
238546******************************************************************
238548*    3955-MATCH-ONE-CONSUMER                                     *
238550*    COMPARES THE CURRENT STREAM TO ONE CONSUMER OF THE FEED.    *
238552******************************************************************
238554 3955-MATCH-ONE-CONSUMER.
238556*
238558     IF WS-NITE-DS-CONSUMER (WS-NITE-IDX, WS-NITE-CONS-SUB)
238560             = CANY-STRM-STREAM-ID
238562         SET WS-STREAM-WITHHELD TO TRUE
238564         MOVE WS-NITE-DS-DSN (WS-NITE-IDX)
238566                                  TO WS-WHLD-FEED
238568         MOVE WS-NITE-DS-FAIL-RSN (WS-NITE-IDX)
238570                                  TO WS-WHLD-REASON
238572     END-IF.
238574*
238576 3955-MATCH-ONE-CONSUMER-EXIT.
238578     EXIT.
238580*
238582******************************************************************
238584*    3960-LOAD-PRIOR-RELEASES                                    *
238585*    TABLES THE STREAMS ALREADY RELEASED FOR THIS CYCLE AND      *
238586*    WINDOW.  A MISSING CANREL FILE JUST MEANS NOTHING HAS BEEN  *
238587*    RELEASED.                                                   *
238590******************************************************************
238592 3960-LOAD-PRIOR-RELEASES.
238594*
238596     MOVE 0 TO WS-PRIOR-REL-COUNT.
238598     OPEN INPUT CANY-REL-FILE.
238600     IF NOT WS-REL-FILE-OK
238602         GO TO 3960-LOAD-PRIOR-RELEASES-EXIT
238604     END-IF.
238606*
238608     PERFORM 3970-LOAD-ONE-PRIOR-RELEASE
238610         THRU 3970-LOAD-ONE-PRIOR-RELEASE-EXIT
238612         UNTIL WS-REL-FILE-EOF.
238614*
238616     CLOSE CANY-REL-FILE.
238618*
238620 3960-LOAD-PRIOR-RELEASES-EXIT.
238622     EXIT.
238624*
238626******************************************************************
238628*    3970-LOAD-ONE-PRIOR-RELEASE                                 *
238630*    TABLES ONE CANREL TOKEN WHEN IT IS A RELEASE FOR THIS       *
238631*    CYCLE AND WINDOW.  WHLD RECORDS ARE NOT TOKENS AND ARE      *
238632*    PASSED OVER.                                                *
238634******************************************************************
238636 3970-LOAD-ONE-PRIOR-RELEASE.
238638*
238640     READ CANY-REL-FILE
238642         AT END
238644             SET WS-REL-FILE-EOF TO TRUE
238646             GO TO 3970-LOAD-ONE-PRIOR-RELEASE-EXIT
238648     END-READ.
238650*
238652     IF CANY-REL-CYCLE-ID NOT NUMERIC
238654         OR CANY-REL-CYCLE-ID NOT = WS-CYCLE-ID
238655         OR CANY-REL-WINDOW-ID NOT = WS-RUN-WINDOW-ID
238656         OR NOT CANY-REL-RELEASED
238658         GO TO 3970-LOAD-ONE-PRIOR-RELEASE-EXIT
238660     END-IF.
238662*
238664     IF WS-PRIOR-REL-COUNT < WS-PRIOR-REL-MAX
238666         ADD 1 TO WS-PRIOR-REL-COUNT
238668         SET WS-PRIOR-REL-IDX TO WS-PRIOR-REL-COUNT
238670         MOVE CANY-REL-STREAM-ID
238672             TO WS-PRIOR-REL-STREAM (WS-PRIOR-REL-IDX)
238674     ELSE
238676         DISPLAY 'HELLO-WORLD: PRIOR RELEASE TABLE FULL - STREAM '
238678             CANY-REL-STREAM-ID ' NOT TABLED'
238680     END-IF.
238682*
238684 3970-LOAD-ONE-PRIOR-RELEASE-EXIT.
238686     EXIT.
238688*
238690******************************************************************
238692*    3980-MATCH-PRIOR-RELEASE                                    *
238694*    COMPARES THE CURRENT STREAM TO ONE STREAM ALREADY RELEASED  *
238696*    FOR THE CYCLE.                                              *
238698******************************************************************
238700 3980-MATCH-PRIOR-RELEASE.
238702*
238704     IF WS-PRIOR-REL-STREAM (WS-PRIOR-REL-IDX)
238706             = CANY-STRM-STREAM-ID
238708         SET WS-STREAM-ALREADY-RELEASED TO TRUE
238710     END-IF.
238712*
238714 3980-MATCH-PRIOR-RELEASE-EXIT.
238716     EXIT.
238718*
238800******************************************************************
238900*    3500-PRINT-BANNER                                          *
239000*    BUILDS THE MULTI-LINE CANARY STATUS BANNER - DATE, SHIFT,   *
241000*
241100     MOVE SPACES TO WS-PRT-LINE.
241200     STRING 'CYCLE ID.......: ' WS-CYCLE-ID
241210         DELIMITED BY SIZE INTO WS-PRT-LINE.
241220     PERFORM 3510-EMIT-BANNER-LINE
241230         THRU 3510-EMIT-BANNER-LINE-EXIT.
241240*
241250     MOVE SPACES TO WS-PRT-LINE.
241260     STRING 'WINDOW.........: ' WS-RUN-WINDOW-NAME
241300         DELIMITED BY SIZE INTO WS-PRT-LINE.
241400     PERFORM 3510-EMIT-BANNER-LINE
241500         THRU 3510-EMIT-BANNER-LINE-EXIT.
244400     PERFORM 3510-EMIT-BANNER-LINE
244500         THRU 3510-EMIT-BANNER-LINE-EXIT.
244600*
244608*    ON A PARTIAL WINDOW, EACH FAILED FEED AND THE STREAMS
244616*    WITHHELD BEHIND IT.
244624     IF WS-WINDOW-PARTIAL
244632         AND NOT WS-ENVIRONMENT-FAILED
244640         AND NOT WS-CHECKPOINT-ALREADY-RAN
244648         PERFORM 3520-PRINT-WITHHELD-FEED
244656             THRU 3520-PRINT-WITHHELD-FEED-EXIT
244664             VARYING WS-NITE-IDX FROM 1 BY 1
244672             UNTIL WS-NITE-IDX > WS-NITE-DATASET-COUNT
244680     END-IF.
244688*
244700*    THE PARM VALUES ACTUALLY IN FORCE FOR THIS CYCLE, AFTER
244800*    ANY DAY-TYPE OR CYCLE-SPECIFIC OVERRIDES.
244900     MOVE WS-RETRY-LIMIT TO WS-EDIT-PARM.
249300     EXIT.
249400*
249500******************************************************************
249503*    3520-PRINT-WITHHELD-FEED                                    *
249506*    PRINTS ONE HARD-FAILED FEED, ITS REASON CODE, AND THE       *
249509*    CONSUMER STREAMS WITHHELD BECAUSE OF IT.                    *
249512******************************************************************
249515 3520-PRINT-WITHHELD-FEED.
249518*
249521     IF NOT WS-NITE-DS-HARD-FAILED (WS-NITE-IDX)
249524         GO TO 3520-PRINT-WITHHELD-FEED-EXIT
249527     END-IF.
249530*
249533     MOVE SPACES TO WS-PRT-LINE.
249536     STRING 'FAILED FEED....: ' WS-NITE-DS-DSN (WS-NITE-IDX)
249539         ' REASON ' WS-NITE-DS-FAIL-RSN (WS-NITE-IDX)
249542         DELIMITED BY SIZE INTO WS-PRT-LINE.
249545     PERFORM 3510-EMIT-BANNER-LINE
249548         THRU 3510-EMIT-BANNER-LINE-EXIT.
249551*
249554     MOVE SPACES TO WS-PRT-LINE.
249557     STRING 'WITHHELD.......: '
249560         WS-NITE-DS-CONSUMER-LIST (WS-NITE-IDX)
249563         DELIMITED BY SIZE INTO WS-PRT-LINE.
249566     PERFORM 3510-EMIT-BANNER-LINE
249569         THRU 3510-EMIT-BANNER-LINE-EXIT.
249572*
249575 3520-PRINT-WITHHELD-FEED-EXIT.
249578     EXIT.
249581*
249584******************************************************************
249600*    3600-WRITE-CHECKPOINT                                       *
249660*    RECORDS THAT THIS WINDOW OF TODAY'S BATCH CYCLE COMPLETED   *
249720*    SUCCESSFULLY SO A LATER RERUN OF THIS CANARY, FOR THE SAME  *
249780*    CYCLE AND WINDOW, WILL NOT SET THE DOWNSTREAM JOB STREAM    *
249840*    OFF A SECOND TIME.  A PART WINDOW IS RECORDED TOO, BUT DOES *
249900*    NOT BLOCK THE RERUN.                                        *
250000******************************************************************
250100 3600-WRITE-CHECKPOINT.
250200*
251100     MOVE WS-RUN-STATUS TO CHKPT-STATUS.
251200     MOVE WS-TIMESTAMP  TO CHKPT-TIMESTAMP.
251300     MOVE WS-CYCLE-ID   TO CHKPT-CYCLE-ID.
251330     MOVE WS-RUN-WINDOW-ID
251360                        TO CHKPT-WINDOW-ID.
251400*
251500     WRITE CHKPT-RECORD.
251600     CLOSE CANY-CHKPT-FILE.
