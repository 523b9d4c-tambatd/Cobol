001200*    POSTED COMPLETE (OR POSTED AN ABEND) IT PRINTS AN           *
001300*    EXCEPTION LINE AND DROPS AN ALERT-EXTRACT RECORD IN THE     *
001400*    CANY-ALERT-RECORD FORMAT FOR THE MONITORING JOB TO POLL.    *
001410*                                                                *
001420*    EACH BATCH WINDOW OF A CYCLE IS RECONCILED ON ITS OWN - A   *
001430*    CHECKPOINT PAIRS ONLY WITH TOKENS AND COMPLETIONS OF ITS    *
001440*    OWN CYCLE AND WINDOW, AND A WINDOW OTHER THAN THE MAIN ONE  *
001450*    IS SHOWN BESIDE THE CYCLE ON THE REPORT (CCYYMMDD/WWWW).    *
001500*                                                                *
001600*    RETURN CODES:  0 - EVERY GREEN-LIT CYCLE POSTED COMPLETE    *
001700*                   8 - ONE OR MORE CYCLES DID NOT               *
004900*                      TOKEN, NO COMPLETION) - A CYCLE-ZERO    *
005000*                      HOLD NO LONGER STAMPS EVERY HISTORICAL  *
005100*                      CYCLE ON THE REPORT.                     *
005110*    2026-10-15  TDB  PART (PARTIAL RELEASE) WINDOWS COUNT AS   *
005120*                      GREEN-LIT.  A STREAM THE CANARY WITHHELD *
005130*                      BEHIND A FAILED FEED (A WHLD RECORD ON   *
005140*                      CANREL) IS REPORTED AS WITHHELD, NOT AS  *
005150*                      A MISSING COMPLETION, UNLESS A RERUN     *
005160*                      RELEASED IT LATER.  A CYCLE WITH A PART  *
005170*                      AND A LATER CLEAN CHECKPOINT IS          *
005180*                      RECONCILED ONCE.                         *
005182*    2026-10-15  TDB  MULTIPLE WINDOWS PER CYCLE.               *
005184*                      COMPLETIONS, RELEASE TOKENS AND          *
005186*                      RECONCILED CYCLES ARE KEPT PER CYCLE AND *
005188*                      WINDOW, SO AN EARLY-EVENING WINDOW AND   *
005190*                      THE MAIN WINDOW OF THE SAME CYCLE        *
005192*                      RECONCILE SEPARATELY.                    *
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
016800     05  WS-COMP-ENTRY  OCCURS 124 TIMES
016900                        INDEXED BY WS-COMP-IDX.
017000         10  WS-COMP-CYCLE      PIC 9(08).
017050         10  WS-COMP-WINDOW     PIC X(04).
017100         10  WS-COMP-STREAM     PIC X(08).
017200         10  WS-COMP-STATE      PIC X(04).
017300 77  WS-COMP-COUNT              PIC 9(04) COMP  VALUE 0.
017700*    RELEASE TOKEN TABLE (FROM CANREL) AND STREAM HOLD TABLE    *
017800*    (FROM CANHOLD).  EACH TOKEN FOR A GREEN-LIT CYCLE MUST     *
017900*    HAVE A MATCHING COMPLETION; A HELD STREAM HAS NO TOKEN     *
017950*    AND IS REPORTED AS DELIBERATE.  A WHLD RECORD (STREAM      *
018000*    WITHHELD BEHIND A FAILED FEED) IS TABLED WITH ITS FEED AND *
018050*    REASON AND IS NEVER RECONCILED AS A TOKEN.                 *
018100******************************************************************
018200 01  WS-REL-TABLE.
018300     05  WS-REL-ENTRY  OCCURS 124 TIMES
018400                       INDEXED BY WS-REL-IDX WS-REL-LATER-IDX.
018500         10  WS-REL-CYCLE       PIC 9(08).
018550         10  WS-REL-WINDOW      PIC X(04).
018600         10  WS-REL-STREAM      PIC X(08).
018620         10  WS-REL-STATE       PIC X(04).
018640             88  WS-REL-IS-WITHHELD        VALUE 'WHLD'.
018660         10  WS-REL-FEED        PIC X(08).
018680         10  WS-REL-REASON      PIC X(04).
018700 77  WS-REL-COUNT               PIC 9(04) COMP  VALUE 0.
018800 77  WS-REL-MAX                 PIC 9(04) COMP  VALUE 124.
018900*
019500 77  WS-HOLD-COUNT              PIC 9(02) COMP  VALUE 0.
019600 77  WS-HOLD-MAX                PIC 9(02) COMP  VALUE 20.
019700*
019708******************************************************************
019714*    CYCLES ALREADY RECONCILED, BY WINDOW - A PART WINDOW AND   *
019720*    ITS CLEAN RERUN EACH WRITE A CHECKPOINT FOR THE SAME CYCLE *
019726*    AND WINDOW.                                                *
019732******************************************************************
019740 01  WS-DONE-TABLE.
019748     05  WS-DONE-ENTRY  OCCURS 124 TIMES
019756                        INDEXED BY WS-DONE-IDX.
019764         10  WS-DONE-CYCLE      PIC 9(08).
019768         10  WS-DONE-WINDOW     PIC X(04).
019772 77  WS-DONE-COUNT              PIC 9(04) COMP  VALUE 0.
019780 77  WS-DONE-MAX                PIC 9(04) COMP  VALUE 124.
019788*
019800 77  WS-CYCLE-TOKEN-COUNT       PIC 9(04) COMP  VALUE 0.
019850 77  WS-CYCLE-WHLD-COUNT        PIC 9(04) COMP  VALUE 0.
019900 01  WS-CUR-STREAM              PIC X(08)  VALUE SPACES.
019920*
019940*    CYCLE AS PRINTED - CCYYMMDD, OR CCYYMMDD/WWWW FOR A WINDOW
019960*    OTHER THAN THE MAIN ONE.
019980 01  WS-CYCLE-TAG               PIC X(13)  VALUE SPACES.
020000*
020100 77  WS-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
020200     88  WS-ENTRY-FOUND                    VALUE 'Y'.
020700 77  WS-GREENLIT-COUNT          PIC 9(05) COMP  VALUE 0.
020800 77  WS-MATCHED-COUNT           PIC 9(05) COMP  VALUE 0.
020900 77  WS-EXCEPTION-COUNT         PIC 9(05) COMP  VALUE 0.
020950 77  WS-WITHHELD-COUNT          PIC 9(05) COMP  VALUE 0.
021000*
021100 01  WS-EXCEPTION-REASON        PIC X(30)  VALUE SPACES.
021200*
035500                 TO WS-COMP-CYCLE (WS-COMP-IDX)
035600             MOVE JOB-COMP-STREAM-ID
035700                 TO WS-COMP-STREAM (WS-COMP-IDX)
035730             MOVE JOB-COMP-WINDOW-ID
035760                 TO WS-COMP-WINDOW (WS-COMP-IDX)
035800         ELSE
035900             DISPLAY 'CANRECON: COMPLETION TABLE FULL - CYCLE '
036000                 JOB-COMP-CYCLE-ID ' NOT TABLED'
037000******************************************************************
037100*    2110-MATCH-COMP-ENTRY                                      *
037200*    COMPARES THE CURRENT FEED RECORD TO ONE TABLE ENTRY BY     *
037300*    CYCLE, WINDOW AND STREAM.                                  *
037400******************************************************************
037500 2110-MATCH-COMP-ENTRY.
037600*
037700     IF WS-COMP-CYCLE (WS-COMP-IDX) = JOB-COMP-CYCLE-ID
037750         AND WS-COMP-WINDOW (WS-COMP-IDX) = JOB-COMP-WINDOW-ID
037800         AND WS-COMP-STREAM (WS-COMP-IDX) = JOB-COMP-STREAM-ID
037900         SET WS-ENTRY-FOUND TO TRUE
038000         SET WS-COMP-IDX DOWN BY 1
041000*
041100******************************************************************
041200*    2310-LOAD-ONE-RELEASE                                      *
041300*    TABLES ONE RELEASE TOKEN OR WITHHELD RECORD.               *
041400******************************************************************
041500 2310-LOAD-ONE-RELEASE.
041600*
042900         SET WS-REL-IDX TO WS-REL-COUNT
043000         MOVE CANY-REL-CYCLE-ID
043100             TO WS-REL-CYCLE (WS-REL-IDX)
043130         MOVE CANY-REL-WINDOW-ID
043160             TO WS-REL-WINDOW (WS-REL-IDX)
043200         MOVE CANY-REL-STREAM-ID
043300             TO WS-REL-STREAM (WS-REL-IDX)
043310         MOVE CANY-REL-STATUS
043320             TO WS-REL-STATE (WS-REL-IDX)
043330         MOVE CANY-REL-FEED
043340             TO WS-REL-FEED (WS-REL-IDX)
043350         MOVE CANY-REL-REASON
043360             TO WS-REL-REASON (WS-REL-IDX)
043400     ELSE
043500         DISPLAY 'CANRECON: RELEASE TABLE FULL - CYCLE '
043600             CANY-REL-CYCLE-ID ' STREAM ' CANY-REL-STREAM-ID
049900******************************************************************
050000*    3000-RECONCILE-CHECKPOINTS                                 *
050100*    WALKS THE CHECKPOINT FILE AND RECONCILES EVERY GREEN-LIT   *
050160*    (PASS, LATE, OVRD OR PART) CYCLE AGAINST THE COMPLETION    *
050220*    TABLE.                                                     *
050300******************************************************************
050400 3000-RECONCILE-CHECKPOINTS.
050500*
052300******************************************************************
052400*    3100-RECONCILE-ONE-CYCLE                                   *
052500*    RECONCILES ONE GREEN-LIT CHECKPOINT AGAINST THE            *
052560*    COMPLETION TABLE AND REPORTS THE OUTCOME.  EACH CYCLE AND  *
052620*    WINDOW IS RECONCILED ONCE.                                 *
052700******************************************************************
052800 3100-RECONCILE-ONE-CYCLE.
052900*
053600     IF CHKPT-STATUS NOT = 'PASS'
053700         AND CHKPT-STATUS NOT = 'LATE'
053800         AND CHKPT-STATUS NOT = 'OVRD'
053850         AND CHKPT-STATUS NOT = 'PART'
053900         GO TO 3100-RECONCILE-ONE-CYCLE-EXIT
054000     END-IF.
054100     IF CHKPT-CYCLE-ID NOT NUMERIC
054200         GO TO 3100-RECONCILE-ONE-CYCLE-EXIT
054206     END-IF.
054212*
054218     MOVE 'N' TO WS-FOUND-SWITCH.
054224     PERFORM 3180-MATCH-DONE-CYCLE
054230         THRU 3180-MATCH-DONE-CYCLE-EXIT
054236         VARYING WS-DONE-IDX FROM 1 BY 1
054242         UNTIL WS-DONE-IDX > WS-DONE-COUNT
054248         OR WS-ENTRY-FOUND.
054254     IF WS-ENTRY-FOUND
054260         GO TO 3100-RECONCILE-ONE-CYCLE-EXIT
054266     END-IF.
054272     IF WS-DONE-COUNT < WS-DONE-MAX
054278         ADD 1 TO WS-DONE-COUNT
054284         SET WS-DONE-IDX TO WS-DONE-COUNT
054290         MOVE CHKPT-CYCLE-ID TO WS-DONE-CYCLE (WS-DONE-IDX)
054291         MOVE CHKPT-WINDOW-ID TO WS-DONE-WINDOW (WS-DONE-IDX)
054292     END-IF.
054293*
054294     MOVE SPACES TO WS-CYCLE-TAG.
054295     IF CHKPT-WINDOW-ID = SPACES
054296         MOVE CHKPT-CYCLE-ID TO WS-CYCLE-TAG
054297     ELSE
054298         STRING CHKPT-CYCLE-ID '/' CHKPT-WINDOW-ID
054299             DELIMITED BY SIZE INTO WS-CYCLE-TAG
054300     END-IF.
054400*
054500     ADD 1 TO WS-GREENLIT-COUNT.
055200         VARYING WS-REL-IDX FROM 1 BY 1
055300         UNTIL WS-REL-IDX > WS-REL-COUNT.
055400*
055410*    STREAMS WITHHELD BEHIND A FAILED FEED ARE NOT EXPECTED TO
055420*    COMPLETE - UNLESS A RERUN RELEASED THEM LATER.
055430     MOVE 0 TO WS-CYCLE-WHLD-COUNT.
055440     PERFORM 3140-REPORT-ONE-WITHHELD
055450         THRU 3140-REPORT-ONE-WITHHELD-EXIT
055460         VARYING WS-REL-IDX FROM 1 BY 1
055470         UNTIL WS-REL-IDX > WS-REL-COUNT.
055480*
055500*    HOLDS ARE ONLY MEANINGFUL FOR A TOKEN-ERA CYCLE, AND ONLY
055600*    FOR A STREAM THAT REALLY SAT OUT (NO TOKEN AND NO POSTED
055700*    COMPLETION) - OTHERWISE THE COMPLETE/NEVER-POSTED LINE
055800*    ABOVE ALREADY TELLS THE STORY.
055900     IF WS-CYCLE-TOKEN-COUNT > 0
055950         OR WS-CYCLE-WHLD-COUNT > 0
056000         PERFORM 3160-REPORT-ONE-HELD
056100             THRU 3160-REPORT-ONE-HELD-EXIT
056200             VARYING WS-HOLD-IDX FROM 1 BY 1
057700         AND WS-COMP-STATE (WS-COMP-IDX) = 'COMP'
057800         ADD 1 TO WS-MATCHED-COUNT
057900         MOVE SPACES TO WS-PRT-LINE
057960         STRING '  CYCLE ' DELIMITED BY SIZE
058020             WS-CYCLE-TAG DELIMITED BY SPACE
058100             '  CANARY ' CHKPT-STATUS
058200             '  STREAM COMPLETE'
058300             DELIMITED BY SIZE INTO WS-PRT-LINE
059500*
059600     ADD 1 TO WS-EXCEPTION-COUNT.
059700     MOVE SPACES TO WS-PRT-LINE.
059760     STRING '  CYCLE ' DELIMITED BY SIZE
059820         WS-CYCLE-TAG DELIMITED BY SPACE
059900         '  CANARY ' CHKPT-STATUS
060000         '  ** ' WS-EXCEPTION-REASON
060100         DELIMITED BY SIZE INTO WS-PRT-LINE.
061100******************************************************************
061200*    3110-MATCH-CYCLE-COMP                                      *
061300*    FALLBACK MATCH FOR A PRE-TOKEN CYCLE: COMPARES THE         *
061360*    CHECKPOINT CYCLE AND WINDOW TO ONE COMPLETION ENTRY, ANY   *
061420*    STREAM.                                                    *
061500******************************************************************
061600 3110-MATCH-CYCLE-COMP.
061700*
061800     IF WS-COMP-CYCLE (WS-COMP-IDX) = CHKPT-CYCLE-ID
061850         AND WS-COMP-WINDOW (WS-COMP-IDX) = CHKPT-WINDOW-ID
061900         SET WS-ENTRY-FOUND TO TRUE
062000         SET WS-COMP-IDX DOWN BY 1
062100     END-IF.
062600******************************************************************
062700*    3120-RECONCILE-ONE-TOKEN                                   *
062800*    WHEN THE CURRENT RELEASE TOKEN BELONGS TO THE CHECKPOINT   *
062900*    CYCLE AND WINDOW, PAIRS IT WITH ITS STREAM'S COMPLETION    *
063000*    AND REPORTS THE OUTCOME.                                   *
063100******************************************************************
063200 3120-RECONCILE-ONE-TOKEN.
063300*
063400     IF WS-REL-CYCLE (WS-REL-IDX) NOT = CHKPT-CYCLE-ID
063420         OR WS-REL-WINDOW (WS-REL-IDX) NOT = CHKPT-WINDOW-ID
063450         OR WS-REL-IS-WITHHELD (WS-REL-IDX)
063500         GO TO 3120-RECONCILE-ONE-TOKEN-EXIT
063600     END-IF.
063700*
064900         AND WS-COMP-STATE (WS-COMP-IDX) = 'COMP'
065000         ADD 1 TO WS-MATCHED-COUNT
065100         MOVE SPACES TO WS-PRT-LINE
065160         STRING '  CYCLE ' DELIMITED BY SIZE
065220             WS-CYCLE-TAG DELIMITED BY SPACE
065300             '  STREAM ' WS-CUR-STREAM
065400             '  COMPLETE'
065500             DELIMITED BY SIZE INTO WS-PRT-LINE
066900*
067000     ADD 1 TO WS-EXCEPTION-COUNT.
067100     MOVE SPACES TO WS-PRT-LINE.
067160     STRING '  CYCLE ' DELIMITED BY SIZE
067220         WS-CYCLE-TAG DELIMITED BY SPACE
067300         '  STREAM ' WS-CUR-STREAM
067400         '  ** ' WS-EXCEPTION-REASON
067500         DELIMITED BY SIZE INTO WS-PRT-LINE.
068400*
068500******************************************************************
068600*    3130-MATCH-STREAM-COMP                                     *
068700*    COMPARES THE CHECKPOINT CYCLE AND WINDOW AND THE CURRENT   *
068800*    TOKEN STREAM TO ONE COMPLETION ENTRY.                      *
068900******************************************************************
069000 3130-MATCH-STREAM-COMP.
069100*
069200     IF WS-COMP-CYCLE (WS-COMP-IDX) = CHKPT-CYCLE-ID
069250         AND WS-COMP-WINDOW (WS-COMP-IDX) = CHKPT-WINDOW-ID
069300         AND WS-COMP-STREAM (WS-COMP-IDX) = WS-CUR-STREAM
069400         SET WS-ENTRY-FOUND TO TRUE
069500         SET WS-COMP-IDX DOWN BY 1
069900     EXIT.
070000*
070100******************************************************************
070101*    3140-REPORT-ONE-WITHHELD                                   *
070102*    PRINTS ONE STREAM THE CANARY WITHHELD FOR THIS CYCLE AND   *
070103*    WINDOW, WITH THE FEED AND REASON BEHIND IT.  A WHLD RECORD *
070104*    SUPERSEDED BY A LATER RECORD FOR THE SAME CYCLE, WINDOW    *
070105*    AND STREAM (A RERUN'S TOKEN, OR ANOTHER WHLD) IS PASSED    *
070106*    OVER.                                                      *
070107******************************************************************
070108 3140-REPORT-ONE-WITHHELD.
070109*
070110     IF WS-REL-CYCLE (WS-REL-IDX) NOT = CHKPT-CYCLE-ID
070111         OR WS-REL-WINDOW (WS-REL-IDX) NOT = CHKPT-WINDOW-ID
070112         OR NOT WS-REL-IS-WITHHELD (WS-REL-IDX)
070113         GO TO 3140-REPORT-ONE-WITHHELD-EXIT
070114     END-IF.
070115*
070116     MOVE WS-REL-STREAM (WS-REL-IDX) TO WS-CUR-STREAM.
070117     MOVE 'N' TO WS-FOUND-SWITCH.
070118     SET WS-REL-LATER-IDX TO WS-REL-IDX.
070119     SET WS-REL-LATER-IDX UP BY 1.
070120     PERFORM 3150-MATCH-LATER-RECORD
070121         THRU 3150-MATCH-LATER-RECORD-EXIT
070122         UNTIL WS-REL-LATER-IDX > WS-REL-COUNT
070123         OR WS-ENTRY-FOUND.
070124     IF WS-ENTRY-FOUND
070125         GO TO 3140-REPORT-ONE-WITHHELD-EXIT
070126     END-IF.
070127*
070128     ADD 1 TO WS-CYCLE-WHLD-COUNT.
070129     ADD 1 TO WS-WITHHELD-COUNT.
070130     MOVE SPACES TO WS-PRT-LINE.
070131     STRING '  CYCLE ' DELIMITED BY SIZE
070132         WS-CYCLE-TAG DELIMITED BY SPACE
070133         '  STREAM ' WS-CUR-STREAM
070134         '  WITHHELD - FEED ' WS-REL-FEED (WS-REL-IDX)
070135         ' REASON ' WS-REL-REASON (WS-REL-IDX)
070136         DELIMITED BY SIZE INTO WS-PRT-LINE.
070137     PERFORM 9000-EMIT-REPORT-LINE
070138         THRU 9000-EMIT-REPORT-LINE-EXIT.
070139*
070140 3140-REPORT-ONE-WITHHELD-EXIT.
070141     EXIT.
070142*
070143******************************************************************
070144*    3150-MATCH-LATER-RECORD                                    *
070145*    COMPARES THE WITHHELD STREAM TO ONE LATER CANREL RECORD OF *
070146*    THE CHECKPOINT CYCLE AND WINDOW, THEN STEPS TO THE NEXT.   *
070147******************************************************************
070148 3150-MATCH-LATER-RECORD.
070149*
070150     IF WS-REL-CYCLE (WS-REL-LATER-IDX) = CHKPT-CYCLE-ID
070151         AND WS-REL-WINDOW (WS-REL-LATER-IDX) = CHKPT-WINDOW-ID
070152         AND WS-REL-STREAM (WS-REL-LATER-IDX) = WS-CUR-STREAM
070153         SET WS-ENTRY-FOUND TO TRUE
070154     ELSE
070155         SET WS-REL-LATER-IDX UP BY 1
070156     END-IF.
070157*
070158 3150-MATCH-LATER-RECORD-EXIT.
070159     EXIT.
070160*
070161******************************************************************
070200*    3160-REPORT-ONE-HELD                                       *
070300*    PRINTS ONE STREAM THE OPERATOR IS DELIBERATELY HOLDING     *
070400*    FOR THIS CYCLE, SO ITS MISSING COMPLETION IS NOT READ AS   *
073600     END-IF.
073700*
073800     MOVE SPACES TO WS-PRT-LINE.
073860     STRING '  CYCLE ' DELIMITED BY SIZE
073920         WS-CYCLE-TAG DELIMITED BY SPACE
074000         '  STREAM ' WS-CUR-STREAM
074100         '  DELIBERATELY HELD - NOT EXPECTED'
074200         DELIMITED BY SIZE INTO WS-PRT-LINE.
074900******************************************************************
075000*    3170-MATCH-HELD-TOKEN                                      *
075100*    COMPARES THE HELD STREAM TO ONE RELEASE TOKEN OF THE       *
075200*    CHECKPOINT CYCLE AND WINDOW.                               *
075300******************************************************************
075400 3170-MATCH-HELD-TOKEN.
075500*
075600     IF WS-REL-CYCLE (WS-REL-IDX) = CHKPT-CYCLE-ID
075650         AND WS-REL-WINDOW (WS-REL-IDX) = CHKPT-WINDOW-ID
075700         AND WS-REL-STREAM (WS-REL-IDX) = WS-CUR-STREAM
075750         AND NOT WS-REL-IS-WITHHELD (WS-REL-IDX)
075800         SET WS-ENTRY-FOUND TO TRUE
075900     END-IF.
076000*
076100 3170-MATCH-HELD-TOKEN-EXIT.
076106     EXIT.
076112*
076118******************************************************************
076124*    3180-MATCH-DONE-CYCLE                                      *
076130*    COMPARES THE CHECKPOINT CYCLE AND WINDOW TO ONE CYCLE      *
076136*    ALREADY RECONCILED.                                        *
076142******************************************************************
076148 3180-MATCH-DONE-CYCLE.
076154*
076160     IF WS-DONE-CYCLE (WS-DONE-IDX) = CHKPT-CYCLE-ID
076163         AND WS-DONE-WINDOW (WS-DONE-IDX) = CHKPT-WINDOW-ID
076166         SET WS-ENTRY-FOUND TO TRUE
076172     END-IF.
076178*
076184 3180-MATCH-DONE-CYCLE-EXIT.
076200     EXIT.
076300*
076400******************************************************************
082200     PERFORM 9000-EMIT-REPORT-LINE
082300         THRU 9000-EMIT-REPORT-LINE-EXIT.
082400*
082410     MOVE WS-WITHHELD-COUNT TO WS-EDIT-COUNT.
082420     MOVE SPACES TO WS-PRT-LINE.
082430     STRING 'STREAMS WITHHELD.......: ' WS-EDIT-COUNT
082440         DELIMITED BY SIZE INTO WS-PRT-LINE.
082450     PERFORM 9000-EMIT-REPORT-LINE
082460         THRU 9000-EMIT-REPORT-LINE-EXIT.
082470*
082500 5000-PRINT-TOTALS-EXIT.
082600     EXIT.
082700*
