001500*    TRENDING LATE DROPS A 'TREN' RECORD TO THE CANARY-ALERT     *
001600*    FEED SO THE OVERNIGHT SHIFT IS WARNED HOURS BEFORE THE      *
001700*    POST-MORTEM.                                                *
001720*                                                                *
001740*    EACH BATCH WINDOW OPENED TONIGHT (THE MAIN OVERNIGHT        *
001760*    WINDOW, AN EARLY-EVENING GL WINDOW, ...) IS PROJECTED       *
001780*    SEPARATELY, FROM ITS OWN STREAMS' COMPLETIONS, AGAINST ITS  *
001790*    OWN SLA.                                                    *
001800*                                                                *
001900*    THE REPORT GOES TO THE WTCHPRT PRINT FILE AND IS ECHOED     *
002000*    TO SYSOUT.                                                  *
003500*    MODIFICATION HISTORY                                       *
003600*    ------------------------------------------------------     *
003700*    2026-09-02  TDB  ORIGINAL PROGRAM.                         *
003710*    2026-10-15  TDB  PART (PARTIAL RELEASE) WINDOWS OPEN A     *
003720*                      CYCLE TOO.  ONLY A CYCLE'S FIRST OPEN    *
003730*                      CHECKPOINT IS TABLED, SO A CLEAN RERUN   *
003740*                      AFTER A PART WINDOW DOES NOT RESTART     *
003750*                      TONIGHT'S ELAPSED-TIME CLOCK.            *
003757*    2026-10-15  TDB  MULTIPLE WINDOWS PER CYCLE.  OPENS,       *
003764*                      COMPLETIONS AND STREAM NORMS ARE KEPT    *
003771*                      PER WINDOW; EACH WINDOW OPEN TONIGHT IS  *
003778*                      PROJECTED AGAINST ITS OWN SLA (OVR       *
003785*                      RECORDS FOR THE WINDOW) AND DROPS ITS    *
003792*                      OWN TREN ALERT.                          *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
013600*    CYCLE RESOLUTION AND SLA TARGET                            *
013700*    TONIGHT'S CYCLE AND DAY TYPE ARE RESOLVED FROM CANCAL THE  *
013800*    SAME WAY THE CANARY RESOLVES THEM, AND THE SLA TARGET IS   *
013880*    THE CANARY.PARM BASE VALUE OVERLAID BY THE WINDOW'S OWN    *
013960*    BASE 'OVR' RECORD, THEN ANY DAY-TYPE OR CYCLE-SPECIFIC     *
014040*    OVERRIDE FOR THE WINDOW, SO AN M NIGHT IS JUDGED AGAINST   *
014120*    ITS OWN NUMBER.                                            *
014200******************************************************************
014300 01  WS-CYCLE-ID                PIC 9(08)  VALUE ZERO.
014400 01  WS-CYCLE-DAY-TYPE          PIC X(01)  VALUE 'P'.
014800 77  WS-CAL-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
014900     88  WS-CAL-DATE-FOUND                 VALUE 'Y'.
015000*
015050 77  WS-BASE-SLA-MINS           PIC 9(04) COMP  VALUE 480.
015100 77  WS-SLA-TARGET-MINS         PIC 9(04) COMP  VALUE 480.
015200*
015300 01  WS-PARM-OVR-TABLE.
015600         10  WS-POV-DAY-TYPE    PIC X(01).
015700         10  WS-POV-CYCLE-ID    PIC 9(08).
015800         10  WS-POV-SLA-MINS    PIC X(04).
015850         10  WS-POV-WINDOW-ID   PIC X(04).
015900 77  WS-PARM-OVR-COUNT          PIC 9(02) COMP  VALUE 0.
016000 77  WS-PARM-OVR-MAX            PIC 9(02) COMP  VALUE 10.
016100 77  WS-POV-PASS                PIC X(01)  VALUE SPACE.
016200*
016300******************************************************************
016370*    WINDOW-OPEN TABLE - ONE ENTRY PER CYCLE AND WINDOW WITH A  *
016440*    COMPLETED (PASS, LATE, OVRD OR PART) CHECKPOINT, INCLUDING *
016510*    TONIGHT'S.                                                 *
016600******************************************************************
016700 01  WS-OPEN-TABLE.
016800     05  WS-OPEN-ENTRY  OCCURS 124 TIMES
016900                        INDEXED BY WS-OPEN-IDX.
017000         10  WS-OPEN-CYCLE      PIC 9(08).
017050         10  WS-OPEN-WINDOW     PIC X(04).
017100         10  WS-OPEN-STAMP      PIC X(17).
017200 77  WS-OPEN-COUNT              PIC 9(04) COMP  VALUE 0.
017300 77  WS-OPEN-MAX                PIC 9(04) COMP  VALUE 124.
017400*
017500 77  WS-TONIGHT-OPEN-STAMP      PIC X(17)  VALUE SPACES.
017600 77  WS-TONIGHT-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
017700     88  WS-TONIGHT-IS-OPEN                VALUE 'Y'.
017705*
017710******************************************************************
017715*    TONIGHT'S WINDOW TABLE - ONE ENTRY PER WINDOW OPENED FOR   *
017720*    TONIGHT'S CYCLE, WITH ITS FIRST OPEN STAMP.  EACH IS       *
017725*    PROJECTED IN ITS OWN SECTION.                              *
017730******************************************************************
017735 01  WS-WIN-TABLE.
017740     05  WS-WIN-ENTRY  OCCURS 10 TIMES
017745                       INDEXED BY WS-WIN-IDX.
017750         10  WS-WIN-ID          PIC X(04).
017755         10  WS-WIN-OPEN-STAMP  PIC X(17).
017760 77  WS-WIN-COUNT               PIC 9(02) COMP  VALUE 0.
017765 77  WS-WIN-MAX                 PIC 9(02) COMP  VALUE 10.
017770*
017775*    THE WINDOW BEING PROJECTED.
017780 01  WS-RPT-WINDOW-ID           PIC X(04)  VALUE SPACES.
017785 01  WS-RPT-WINDOW-NAME         PIC X(04)  VALUE 'MAIN'.
017800*
017900 77  WS-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
018000     88  WS-ENTRY-FOUND                    VALUE 'Y'.
018900     05  WS-STRM-ENTRY  OCCURS 20 TIMES
019000                        INDEXED BY WS-STRM-IDX.
019100         10  WS-STRM-ID         PIC X(08).
019150         10  WS-STRM-WINDOW     PIC X(04).
019200         10  WS-STRM-TOT-MINS   PIC 9(08) COMP.
019300         10  WS-STRM-OBS-COUNT  PIC 9(04) COMP.
019400         10  WS-STRM-TONIGHT    PIC X(01).
024000*
024100     PERFORM 1100-RESOLVE-CYCLE
024200         THRU 1100-RESOLVE-CYCLE-EXIT.
024500*
024600     OPEN OUTPUT WTCH-PRT-FILE.
024700*
027200         THRU 3000-LOAD-COMPLETIONS-EXIT.
027300*
027400     PERFORM 4000-PROJECT-CLOSE
027450         THRU 4000-PROJECT-CLOSE-EXIT
027500         VARYING WS-WIN-IDX FROM 1 BY 1
027550         UNTIL WS-WIN-IDX > WS-WIN-COUNT.
027600*
027700 0000-MAINLINE-CLOSE.
027800     CLOSE WTCH-PRT-FILE.
031000     MOVE CANY-PARM-ID TO WS-ID.
031100     IF CANY-PARM-SLA-MINS NUMERIC
031200         AND CANY-PARM-SLA-MINS > 0
031300         MOVE CANY-PARM-SLA-MINS TO WS-BASE-SLA-MINS
031400     END-IF.
031500*
031600     PERFORM 1010-LOAD-ONE-PARM-OVR
035400     END-IF.
035500     MOVE CANY-PARM-OVR-SLA-MINS
035600                 TO WS-POV-SLA-MINS (WS-POV-IDX).
035630     MOVE CANY-PARM-OVR-WINDOW-ID
035660                 TO WS-POV-WINDOW-ID (WS-POV-IDX).
035700*
035800 1010-LOAD-ONE-PARM-OVR-EXIT.
035900     EXIT.
045800*
045900******************************************************************
046000*    1200-RESOLVE-SLA                                           *
046060*    RESOLVES THE SLA FOR THE WINDOW BEING PROJECTED: THE BASE  *
046120*    SLA, OVERLAID BY THE WINDOW'S OWN BASE OVERRIDE, THEN ANY  *
046180*    DAY-TYPE OVERRIDE, THEN ANY CYCLE-SPECIFIC OVERRIDE, SO    *
046240*    THE SPECIFIC ONE WINS.                                     *
046300******************************************************************
046400 1200-RESOLVE-SLA.
046500*
046550     MOVE WS-BASE-SLA-MINS TO WS-SLA-TARGET-MINS.
046600     IF WS-PARM-OVR-COUNT = 0
046700         GO TO 1200-RESOLVE-SLA-EXIT
046800     END-IF.
046810*
046820     MOVE 'W' TO WS-POV-PASS.
046830     PERFORM 1210-APPLY-ONE-PARM-OVR
046840         THRU 1210-APPLY-ONE-PARM-OVR-EXIT
046850         VARYING WS-POV-IDX FROM 1 BY 1
046860         UNTIL WS-POV-IDX > WS-PARM-OVR-COUNT.
046900*
047000     MOVE 'D' TO WS-POV-PASS.
047100     PERFORM 1210-APPLY-ONE-PARM-OVR
048400*
048500******************************************************************
048600*    1210-APPLY-ONE-PARM-OVR                                    *
048660*    APPLIES ONE OVERRIDE'S SLA VALUE WHEN IT IS FOR THE        *
048720*    WINDOW BEING PROJECTED AND MATCHES THE CURRENT PASS: THE   *
048780*    WINDOW'S BASE ENTRY (BLANK DAY TYPE, CYCLE ZERO) ON THE    *
048840*    'W' PASS, DAY-TYPE ENTRIES ON 'D', CYCLE ENTRIES ON 'C'.   *
048900******************************************************************
049000 1210-APPLY-ONE-PARM-OVR.
049100*
049109     IF WS-POV-WINDOW-ID (WS-POV-IDX) NOT = WS-RPT-WINDOW-ID
049118         GO TO 1210-APPLY-ONE-PARM-OVR-EXIT
049127     END-IF.
049136*
049145     IF WS-POV-PASS = 'W'
049154         IF WS-POV-CYCLE-ID (WS-POV-IDX) NOT = ZERO
049163             OR WS-POV-DAY-TYPE (WS-POV-IDX) NOT = SPACE
049172             GO TO 1210-APPLY-ONE-PARM-OVR-EXIT
049181         END-IF
049190     END-IF.
049200     IF WS-POV-PASS = 'D'
049300         IF WS-POV-CYCLE-ID (WS-POV-IDX) NOT = ZERO
049400             OR WS-POV-DAY-TYPE (WS-POV-IDX)
049500                 NOT = WS-CYCLE-DAY-TYPE
049600             GO TO 1210-APPLY-ONE-PARM-OVR-EXIT
049700         END-IF
049760     END-IF.
049820     IF WS-POV-PASS = 'C'
049900         IF WS-POV-CYCLE-ID (WS-POV-IDX) = ZERO
050000             OR WS-POV-CYCLE-ID (WS-POV-IDX) NOT = WS-CYCLE-ID
050100             GO TO 1210-APPLY-ONE-PARM-OVR-EXIT
051300******************************************************************
051400*    2000-LOAD-CHECKPOINTS                                      *
051500*    LOADS EVERY COMPLETED (PASS, LATE OR OVRD) WINDOW-OPEN     *
051560*    CHECKPOINT, TABLING EACH WINDOW OPENED TONIGHT WITH ITS    *
051620*    OPEN STAMP.                                                *
051700******************************************************************
051800 2000-LOAD-CHECKPOINTS.
051900*
054000*
054100******************************************************************
054200*    2100-LOAD-ONE-CHECKPOINT                                   *
054260*    LOADS ONE COMPLETED CHECKPOINT INTO THE OPEN TABLE, UNLESS *
054320*    THE CYCLE IS ALREADY OPEN FOR THE SAME WINDOW.             *
054400******************************************************************
054500 2100-LOAD-ONE-CHECKPOINT.
054600*
055300     IF CHKPT-STATUS NOT = 'PASS'
055400         AND CHKPT-STATUS NOT = 'LATE'
055500         AND CHKPT-STATUS NOT = 'OVRD'
055550         AND CHKPT-STATUS NOT = 'PART'
055600         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
055700     END-IF.
055800     IF CHKPT-CYCLE-ID NOT NUMERIC
055809         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
055818     END-IF.
055827*
055836     MOVE 'N' TO WS-FOUND-SWITCH.
055845     PERFORM 2110-MATCH-OPEN-CYCLE
055854         THRU 2110-MATCH-OPEN-CYCLE-EXIT
055863         VARYING WS-OPEN-IDX FROM 1 BY 1
055872         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
055881         OR WS-ENTRY-FOUND.
055890     IF WS-ENTRY-FOUND
055900         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
056000     END-IF.
056100*
056300         ADD 1 TO WS-OPEN-COUNT
056400         SET WS-OPEN-IDX TO WS-OPEN-COUNT
056500         MOVE CHKPT-CYCLE-ID  TO WS-OPEN-CYCLE (WS-OPEN-IDX)
056550         MOVE CHKPT-WINDOW-ID TO WS-OPEN-WINDOW (WS-OPEN-IDX)
056600         MOVE CHKPT-TIMESTAMP TO WS-OPEN-STAMP (WS-OPEN-IDX)
056700     END-IF.
056800*
056930     IF CHKPT-CYCLE-ID NOT = WS-CYCLE-ID
057060         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
057200     END-IF.
057207*
057214     IF WS-WIN-COUNT NOT < WS-WIN-MAX
057221         DISPLAY 'CANWATCH: WINDOW TABLE FULL - WINDOW '
057228             CHKPT-WINDOW-ID ' NOT PROJECTED'
057235         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
057242     END-IF.
057249*
057256     SET WS-TONIGHT-IS-OPEN TO TRUE.
057263     ADD 1 TO WS-WIN-COUNT.
057270     SET WS-WIN-IDX TO WS-WIN-COUNT.
057277     MOVE CHKPT-WINDOW-ID TO WS-WIN-ID (WS-WIN-IDX).
057284     MOVE CHKPT-TIMESTAMP TO WS-WIN-OPEN-STAMP (WS-WIN-IDX).
057300*
057400 2100-LOAD-ONE-CHECKPOINT-EXIT.
057407     EXIT.
057414*
057421******************************************************************
057428*    2110-MATCH-OPEN-CYCLE                                      *
057432*    COMPARES THE CHECKPOINT CYCLE AND WINDOW TO ONE OPEN TABLE *
057436*    ENTRY.                                                     *
057442******************************************************************
057449 2110-MATCH-OPEN-CYCLE.
057456*
057463     IF WS-OPEN-CYCLE (WS-OPEN-IDX) = CHKPT-CYCLE-ID
057466         AND WS-OPEN-WINDOW (WS-OPEN-IDX) = CHKPT-WINDOW-ID
057470         SET WS-ENTRY-FOUND TO TRUE
057477     END-IF.
057484*
057491 2110-MATCH-OPEN-CYCLE-EXIT.
057500     EXIT.
057600*
057700******************************************************************
060500*
060600******************************************************************
060700*    3100-LOAD-ONE-COMPLETION                                   *
060800*    POSTS ONE COMPLETION: MINUTES FROM THE OPEN OF ITS CYCLE'S *
060900*    WINDOW TO THE COMPLETION STAMP, INTO THE STREAM'S NORM OR  *
061000*    (FOR TONIGHT) ITS ACTUAL ARRIVAL.                          *
061100******************************************************************
061200 3100-LOAD-ONE-COMPLETION.
062200         GO TO 3100-LOAD-ONE-COMPLETION-EXIT
062300     END-IF.
062400*
062460*    PAIR THE COMPLETION WITH ITS CYCLE AND WINDOW'S OPEN
062520*    CHECKPOINT.
062600     MOVE 'N' TO WS-FOUND-SWITCH.
062700     PERFORM 3110-MATCH-OPEN-ENTRY
062800         THRU 3110-MATCH-OPEN-ENTRY-EXIT
065700*
065800******************************************************************
065900*    3110-MATCH-OPEN-ENTRY                                      *
065960*    COMPARES THE COMPLETION'S CYCLE AND WINDOW TO ONE          *
066020*    OPEN-TABLE ENTRY.                                          *
066100******************************************************************
066200 3110-MATCH-OPEN-ENTRY.
066300*
066400     IF WS-OPEN-CYCLE (WS-OPEN-IDX) = JOB-COMP-CYCLE-ID
066450         AND WS-OPEN-WINDOW (WS-OPEN-IDX) = JOB-COMP-WINDOW-ID
066500         SET WS-ENTRY-FOUND TO TRUE
066600         SET WS-OPEN-IDX DOWN BY 1
066700     END-IF.
067100*
067200******************************************************************
067300*    3200-FIND-STREAM-ENTRY                                     *
067400*    FINDS (OR ADDS) THE TABLE ENTRY FOR THE STREAM IN THE      *
067500*    COMPLETION'S WINDOW, LEAVING WS-STRM-IDX ON IT.            *
067600******************************************************************
067700 3200-FIND-STREAM-ENTRY.
067800*
069100         ADD 1 TO WS-STRM-COUNT
069200         SET WS-STRM-IDX TO WS-STRM-COUNT
069300         MOVE JOB-COMP-STREAM-ID TO WS-STRM-ID (WS-STRM-IDX)
069350         MOVE JOB-COMP-WINDOW-ID TO WS-STRM-WINDOW (WS-STRM-IDX)
069400         MOVE 0   TO WS-STRM-TOT-MINS (WS-STRM-IDX)
069500         MOVE 0   TO WS-STRM-OBS-COUNT (WS-STRM-IDX)
069600         MOVE 'N' TO WS-STRM-TONIGHT (WS-STRM-IDX)
070600*
070700******************************************************************
070800*    3210-MATCH-STREAM-ENTRY                                    *
070860*    COMPARES THE COMPLETION'S STREAM AND WINDOW TO ONE TABLE   *
070920*    ENTRY.                                                     *
071000******************************************************************
071100 3210-MATCH-STREAM-ENTRY.
071200*
071300     IF WS-STRM-ID (WS-STRM-IDX) = JOB-COMP-STREAM-ID
071350         AND WS-STRM-WINDOW (WS-STRM-IDX) = JOB-COMP-WINDOW-ID
071400         SET WS-ENTRY-FOUND TO TRUE
071500         SET WS-STRM-IDX DOWN BY 1
071600     END-IF.
072000*
072100******************************************************************
072200*    4000-PROJECT-CLOSE                                         *
072280*    PROJECTS THE CLOSE OF ONE WINDOW OPENED TONIGHT FROM EACH  *
072360*    OF ITS STREAMS' ARRIVAL OR NORM AND JUDGES IT AGAINST THE  *
072440*    WINDOW'S SLA TARGET.  A WINDOW TRENDING LATE DROPS THE     *
072520*    'TREN' ALERT.                                              *
072600******************************************************************
072700 4000-PROJECT-CLOSE.
072705*
072710     MOVE WS-WIN-ID (WS-WIN-IDX)         TO WS-RPT-WINDOW-ID.
072715     MOVE WS-WIN-OPEN-STAMP (WS-WIN-IDX) TO WS-TONIGHT-OPEN-STAMP.
072720     IF WS-RPT-WINDOW-ID = SPACES
072725         MOVE 'MAIN' TO WS-RPT-WINDOW-NAME
072730     ELSE
072735         MOVE WS-RPT-WINDOW-ID TO WS-RPT-WINDOW-NAME
072740     END-IF.
072745*
072750     PERFORM 1200-RESOLVE-SLA
072755         THRU 1200-RESOLVE-SLA-EXIT.
072760*
072765     MOVE SPACES TO WS-PRT-LINE.
072770     STRING 'WINDOW ' WS-RPT-WINDOW-NAME
072775         ' - OPENED ' WS-TONIGHT-OPEN-STAMP
072780         DELIMITED BY SIZE INTO WS-PRT-LINE.
072785     PERFORM 9000-EMIT-REPORT-LINE
072790         THRU 9000-EMIT-REPORT-LINE-EXIT.
072800*
072900*    ELAPSED MINUTES SINCE TONIGHT'S OPEN.
073000     MOVE WS-TONIGHT-OPEN-STAMP TO WS-WORK-OPEN-STAMP.
076800             THRU 9000-EMIT-REPORT-LINE-EXIT
076900     END-IF.
077000*
077020     MOVE SPACES TO WS-PRT-LINE.
077040     PERFORM 9000-EMIT-REPORT-LINE
077060         THRU 9000-EMIT-REPORT-LINE-EXIT.
077080*
077100 4000-PROJECT-CLOSE-EXIT.
077200     EXIT.
077300*
077400******************************************************************
077500*    4100-PROJECT-ONE-STREAM                                    *
077600*    PRINTS ONE STREAM'S ARRIVAL OR PROJECTION AND ROLLS IT     *
077660*    INTO THE PROJECTED CLOSE, WHEN THE STREAM RUNS IN THE      *
077720*    WINDOW BEING PROJECTED.                                    *
077800******************************************************************
077900 4100-PROJECT-ONE-STREAM.
077920*
077940     IF WS-STRM-WINDOW (WS-STRM-IDX) NOT = WS-RPT-WINDOW-ID
077960         GO TO 4100-PROJECT-ONE-STREAM-EXIT
077980     END-IF.
078000*
078100     IF WS-STRM-TONIGHT (WS-STRM-IDX) = 'Y'
078200         MOVE WS-STRM-ACT-MINS (WS-STRM-IDX) TO WS-EDIT-MINS
082900*    5000-WRITE-TREND-ALERT                                     *
083000*    DROPS THE 'TREN' RECORD TO THE CANARY-ALERT FEED SO THE    *
083100*    MONITORING JOB AND THE OVERNIGHT SHIFT SEE THE WINDOW      *
083160*    TRENDING LATE WHILE THERE IS STILL TIME TO ACT.  A WINDOW  *
083220*    OTHER THAN THE MAIN ONE IS NAMED IN THE ALERT TEXT.        *
083300******************************************************************
083400 5000-WRITE-TREND-ALERT.
083500*
084900     MOVE WS-ID           TO CANY-ALERT-ID.
085000     MOVE WS-TIMESTAMP    TO CANY-ALERT-TIMESTAMP.
085100     MOVE 'TREN'          TO CANY-ALERT-STATUS.
085120     IF WS-RPT-WINDOW-ID = SPACES
085140         MOVE 'WINDOW TRENDING LATE' TO CANY-ALERT-TEXT
085160     ELSE
085180         STRING 'WINDOW ' WS-RPT-WINDOW-ID ' TRENDING LATE'
085200             DELIMITED BY SIZE INTO CANY-ALERT-TEXT
085220     END-IF.
085300     MOVE WS-CYCLE-ID     TO CANY-ALERT-CYCLE-ID.
085400*
085500     WRITE CANY-ALERT-RECORD.
