000900*    THE WINDOW DURATION AGAINST THE SLA TARGET FROM             *
001000*    CANARY.PARM, FLAGGING CYCLES THAT BLEW THE WINDOW AND       *
001100*    CYCLES THAT NEVER RECORDED A CLOSE.                         *
001110*                                                                *
001120*    EACH BATCH WINDOW OF THE CYCLE (THE MAIN OVERNIGHT WINDOW,  *
001130*    AN EARLY-EVENING GL WINDOW, ...) IS PAIRED AND REPORTED IN  *
001140*    ITS OWN SECTION AGAINST ITS OWN SLA: THE CANARY.PARM BASE   *
001150*    TARGET, OVERLAID BY THE WINDOW'S OWN 'OVR' BASE RECORD      *
001160*    (BLANK DAY TYPE, CYCLE ZERO) WHEN THERE IS ONE.             *
001200*                                                                *
001300*    THE REPORT IS WRITTEN TO THE SLAPRT PRINT FILE AND ECHOED   *
001400*    TO SYSOUT.                                                  *
002710*    2026-09-02  TDB  OVRD (DUAL-AUTHORIZED OVERRIDE) WINDOWS   *
002720*                      NOW OPEN A CYCLE FOR DURATION TRACKING   *
002730*                      LIKE PASS AND LATE WINDOWS.              *
002740*    2026-10-15  TDB  PART (PARTIAL RELEASE) WINDOWS OPEN A     *
002750*                      CYCLE TOO.  ONLY A CYCLE'S FIRST OPEN    *
002760*                      CHECKPOINT IS TABLED, SO THE CLEAN RERUN *
002770*                      AFTER A PART WINDOW DOES NOT LEAVE A     *
002780*                      SECOND, NEVER-CLOSED OPEN BEHIND IT.     *
002783*    2026-10-15  TDB  MULTIPLE WINDOWS PER CYCLE.  OPENS AND    *
002786*                      CLOSES PAIR BY CYCLE AND WINDOW, AND     *
002789*                      EACH WINDOW IS REPORTED SEPARATELY       *
002792*                      AGAINST ITS OWN SLA.  OPEN TABLE RAISED  *
002795*                      TO 124 ENTRIES.                          *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
007300******************************************************************
007400 01  WS-PARM-FILE-STATUS        PIC X(02).
007500     88  WS-PARM-FILE-OK        VALUE '00'.
007550     88  WS-PARM-FILE-EOF       VALUE '10'.
007600*
007700 01  WS-CHKPT-FILE-STATUS       PIC X(02).
007800     88  WS-CHKPT-FILE-OK       VALUE '00'.
009100 77  WS-SLA-TARGET-MINS         PIC 9(04) COMP  VALUE 480.
009200*
009300******************************************************************
009310*    WINDOW TABLE - THE MAIN OVERNIGHT WINDOW (ID SPACES)       *
009320*    FIRST, THEN EACH WINDOW NAMED ON AN OVR BASE RECORD,       *
009330*    CHECKPOINT OR CLOSE RECORD, WITH THE SLA TARGET THAT       *
009340*    APPLIES TO IT.  A WINDOW KNOWN ONLY FROM CANARY.PARM HAS   *
009350*    NO ACTIVITY TO REPORT AND IS NOT PRINTED.                  *
009360******************************************************************
009370 01  WS-WIN-TABLE.
009380     05  WS-WIN-ENTRY  OCCURS 10 TIMES
009390                       INDEXED BY WS-WIN-IDX.
009400         10  WS-WIN-ID          PIC X(04).
009410         10  WS-WIN-SLA-MINS    PIC 9(04) COMP.
009420         10  WS-WIN-SEEN        PIC X(01).
009430 77  WS-WIN-COUNT               PIC 9(02) COMP  VALUE 0.
009440 77  WS-WIN-MAX                 PIC 9(02) COMP  VALUE 10.
009450*
009460 77  WS-WIN-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
009470     88  WS-WINDOW-FOUND                   VALUE 'Y'.
009480*
009490 01  WS-REG-WINDOW-ID           PIC X(04)  VALUE SPACES.
009500*
009510*    THE WINDOW WHOSE SECTION IS BEING PRINTED.
009520 01  WS-RPT-WINDOW-ID           PIC X(04)  VALUE SPACES.
009530 01  WS-RPT-WINDOW-NAME         PIC X(04)  VALUE 'MAIN'.
009540 77  WS-RPT-SLA-MINS            PIC 9(04) COMP  VALUE 480.
009550*
009560******************************************************************
009570*    WINDOW-OPEN TABLE - ONE ENTRY PER CYCLE AND WINDOW WITH A  *
009580*    CLEAN (PASS, LATE, OVRD OR PART) CHECKPOINT.               *
009600******************************************************************
009700 01  WS-OPEN-TABLE.
009800     05  WS-OPEN-ENTRY  OCCURS 124 TIMES
009900                        INDEXED BY WS-OPEN-IDX.
010000         10  WS-OPEN-CYCLE      PIC 9(08).
010050         10  WS-OPEN-WINDOW     PIC X(04).
010100         10  WS-OPEN-STAMP      PIC X(17).
010200         10  WS-OPEN-MATCHED    PIC X(01).
010300 77  WS-OPEN-COUNT              PIC 9(04) COMP  VALUE 0.
010400 77  WS-OPEN-MAX                PIC 9(04) COMP  VALUE 124.
010500*
010600 77  WS-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
010700     88  WS-ENTRY-FOUND                    VALUE 'Y'.
014600     PERFORM 2000-LOAD-CHECKPOINTS
014700         THRU 2000-LOAD-CHECKPOINTS-EXIT.
014800*
014820     PERFORM 2500-LOAD-CLOSE-WINDOWS
014840         THRU 2500-LOAD-CLOSE-WINDOWS-EXIT.
014860*
014900     OPEN OUTPUT SLA-PRT-FILE.
015000*
015340     PERFORM 5000-REPORT-ONE-WINDOW
015680         THRU 5000-REPORT-ONE-WINDOW-EXIT
016020         VARYING WS-WIN-IDX FROM 1 BY 1
016360         UNTIL WS-WIN-IDX > WS-WIN-COUNT.
016700*
016800     CLOSE SLA-PRT-FILE.
016900*
017300*
017400******************************************************************
017500*    1000-INITIALIZE                                            *
017550*    READS THE SLA TARGET FROM CANARY.PARM, THEN ANY WINDOW'S   *
017600*    OWN 'OVR' BASE RECORD.  THE MAIN WINDOW IS TABLED FIRST SO *
017650*    ITS SECTION ALWAYS PRINTS.                                 *
017700******************************************************************
017800 1000-INITIALIZE.
017810*
017820     MOVE SPACES TO WS-REG-WINDOW-ID.
017830     PERFORM 1100-FIND-WINDOW
017840         THRU 1100-FIND-WINDOW-EXIT.
017850     MOVE 'Y' TO WS-WIN-SEEN (1).
017900*
018000     OPEN INPUT CANY-PARM-FILE.
018100     IF NOT WS-PARM-FILE-OK
019200     IF CANY-PARM-SLA-MINS NUMERIC
019300         AND CANY-PARM-SLA-MINS > 0
019400         MOVE CANY-PARM-SLA-MINS TO WS-SLA-TARGET-MINS
019450         MOVE CANY-PARM-SLA-MINS TO WS-WIN-SLA-MINS (1)
019500     END-IF.
019520*
019540     PERFORM 1010-LOAD-ONE-PARM-OVR
019560         THRU 1010-LOAD-ONE-PARM-OVR-EXIT
019580         UNTIL WS-PARM-FILE-EOF.
019600*
019700 1000-INITIALIZE-CLOSE.
019800     CLOSE CANY-PARM-FILE.
020100     EXIT.
020200*
020300******************************************************************
020301*    1010-LOAD-ONE-PARM-OVR                                     *
020302*    READS ONE FURTHER CANARY.PARM RECORD.  A WINDOW'S OWN BASE *
020303*    OVERRIDE (BLANK DAY TYPE, CYCLE ZERO) WITH AN SLA SETS     *
020304*    THAT WINDOW'S TARGET; DAY-TYPE AND CYCLE OVERRIDES DO NOT  *
020305*    APPLY TO A MULTI-CYCLE REPORT AND ARE PASSED OVER.         *
020306******************************************************************
020307 1010-LOAD-ONE-PARM-OVR.
020308*
020309     READ CANY-PARM-FILE
020310         AT END
020311             GO TO 1010-LOAD-ONE-PARM-OVR-EXIT
020312     END-READ.
020313*
020314     IF NOT CANY-PARM-IS-OVERRIDE
020315         OR CANY-PARM-OVR-DAY-TYPE NOT = SPACE
020316         GO TO 1010-LOAD-ONE-PARM-OVR-EXIT
020317     END-IF.
020318     IF CANY-PARM-OVR-CYCLE-ID NUMERIC
020319         AND CANY-PARM-OVR-CYCLE-ID NOT = ZERO
020320         GO TO 1010-LOAD-ONE-PARM-OVR-EXIT
020321     END-IF.
020322     IF CANY-PARM-OVR-SLA-MINS NOT NUMERIC
020323         OR CANY-PARM-OVR-SLA-MINS = 0
020324         GO TO 1010-LOAD-ONE-PARM-OVR-EXIT
020325     END-IF.
020326*
020327     MOVE CANY-PARM-OVR-WINDOW-ID TO WS-REG-WINDOW-ID.
020328     PERFORM 1100-FIND-WINDOW
020329         THRU 1100-FIND-WINDOW-EXIT.
020330     IF WS-WINDOW-FOUND
020331         MOVE CANY-PARM-OVR-SLA-MINS
020332             TO WS-WIN-SLA-MINS (WS-WIN-IDX)
020333     END-IF.
020334*
020335 1010-LOAD-ONE-PARM-OVR-EXIT.
020336     EXIT.
020337*
020338******************************************************************
020339*    1100-FIND-WINDOW                                           *
020340*    LOOKS WS-REG-WINDOW-ID UP ON THE WINDOW TABLE, ADDING IT   *
020341*    AT THE BASE SLA TARGET WHEN IT IS NEW.  LEAVES WS-WIN-IDX  *
020342*    ON THE ENTRY; A FULL TABLE LEAVES WS-WINDOW-FOUND OFF.     *
020343******************************************************************
020344 1100-FIND-WINDOW.
020345*
020346     MOVE 'N' TO WS-WIN-FOUND-SWITCH.
020347     PERFORM 1110-MATCH-WINDOW
020348         THRU 1110-MATCH-WINDOW-EXIT
020349         VARYING WS-WIN-IDX FROM 1 BY 1
020350         UNTIL WS-WIN-IDX > WS-WIN-COUNT
020351         OR WS-WINDOW-FOUND.
020352     IF WS-WINDOW-FOUND
020353         GO TO 1100-FIND-WINDOW-EXIT
020354     END-IF.
020355*
020356     IF WS-WIN-COUNT NOT < WS-WIN-MAX
020357         DISPLAY 'CANSLA: WINDOW TABLE FULL - WINDOW '
020358             WS-REG-WINDOW-ID ' NOT REPORTED'
020359         GO TO 1100-FIND-WINDOW-EXIT
020360     END-IF.
020361*
020362     ADD 1 TO WS-WIN-COUNT.
020363     SET WS-WIN-IDX TO WS-WIN-COUNT.
020364     MOVE WS-REG-WINDOW-ID   TO WS-WIN-ID (WS-WIN-IDX).
020365     MOVE WS-SLA-TARGET-MINS TO WS-WIN-SLA-MINS (WS-WIN-IDX).
020366     MOVE 'N'                TO WS-WIN-SEEN (WS-WIN-IDX).
020367     SET WS-WINDOW-FOUND TO TRUE.
020368*
020369 1100-FIND-WINDOW-EXIT.
020370     EXIT.
020371*
020372******************************************************************
020373*    1110-MATCH-WINDOW                                          *
020374*    COMPARES WS-REG-WINDOW-ID TO ONE WINDOW TABLE ENTRY.       *
020375******************************************************************
020376 1110-MATCH-WINDOW.
020377*
020378     IF WS-WIN-ID (WS-WIN-IDX) = WS-REG-WINDOW-ID
020379         SET WS-WINDOW-FOUND TO TRUE
020380         SET WS-WIN-IDX DOWN BY 1
020381     END-IF.
020382*
020383 1110-MATCH-WINDOW-EXIT.
020384     EXIT.
020385*
020386******************************************************************
020400*    2000-LOAD-CHECKPOINTS                                      *
020500*    LOADS THE CLEAN (PASS OR LATE) WINDOW-OPEN CHECKPOINTS     *
020600*    INTO THE OPEN TABLE, TABLING EACH WINDOW THEY NAME.        *
020700******************************************************************
020800 2000-LOAD-CHECKPOINTS.
020900*
022600*
022700******************************************************************
022800*    2100-LOAD-ONE-CHECKPOINT                                   *
022860*    LOADS ONE CLEAN CHECKPOINT INTO THE OPEN TABLE, UNLESS     *
022920*    THE CYCLE IS ALREADY OPEN FOR THE SAME WINDOW.             *
023000******************************************************************
023100 2100-LOAD-ONE-CHECKPOINT.
023200*
023900     IF CHKPT-STATUS NOT = 'PASS'
024000         AND CHKPT-STATUS NOT = 'LATE'
024050         AND CHKPT-STATUS NOT = 'OVRD'
024070         AND CHKPT-STATUS NOT = 'PART'
024100         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
024200     END-IF.
024300     IF CHKPT-CYCLE-ID NOT NUMERIC
024309         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
024318     END-IF.
024327*
024328     MOVE CHKPT-WINDOW-ID TO WS-REG-WINDOW-ID.
024329     PERFORM 1100-FIND-WINDOW
024330         THRU 1100-FIND-WINDOW-EXIT.
024331     IF WS-WINDOW-FOUND
024332         MOVE 'Y' TO WS-WIN-SEEN (WS-WIN-IDX)
024333     END-IF.
024334*
024336     MOVE 'N' TO WS-FOUND-SWITCH.
024345     PERFORM 2110-MATCH-OPEN-CYCLE
024354         THRU 2110-MATCH-OPEN-CYCLE-EXIT
024363         VARYING WS-OPEN-IDX FROM 1 BY 1
024372         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
024381         OR WS-ENTRY-FOUND.
024390     IF WS-ENTRY-FOUND
024400         GO TO 2100-LOAD-ONE-CHECKPOINT-EXIT
024500     END-IF.
024600*
024800         ADD 1 TO WS-OPEN-COUNT
024900         SET WS-OPEN-IDX TO WS-OPEN-COUNT
025000         MOVE CHKPT-CYCLE-ID   TO WS-OPEN-CYCLE (WS-OPEN-IDX)
025050         MOVE CHKPT-WINDOW-ID  TO WS-OPEN-WINDOW (WS-OPEN-IDX)
025100         MOVE CHKPT-TIMESTAMP  TO WS-OPEN-STAMP (WS-OPEN-IDX)
025200         MOVE 'N'              TO WS-OPEN-MATCHED (WS-OPEN-IDX)
025300     ELSE
025600     END-IF.
025700*
025800 2100-LOAD-ONE-CHECKPOINT-EXIT.
025807     EXIT.
025814*
025821******************************************************************
025828*    2110-MATCH-OPEN-CYCLE                                      *
025832*    COMPARES THE CHECKPOINT CYCLE AND WINDOW TO ONE OPEN TABLE *
025836*    ENTRY.                                                     *
025842******************************************************************
025849 2110-MATCH-OPEN-CYCLE.
025856*
025863     IF WS-OPEN-CYCLE (WS-OPEN-IDX) = CHKPT-CYCLE-ID
025866         AND WS-OPEN-WINDOW (WS-OPEN-IDX) = CHKPT-WINDOW-ID
025870         SET WS-ENTRY-FOUND TO TRUE
025877     END-IF.
025884*
025891 2110-MATCH-OPEN-CYCLE-EXIT.
025900     EXIT.
026000*
026100******************************************************************
026102*    2500-LOAD-CLOSE-WINDOWS                                    *
026104*    TABLES EACH WINDOW NAMED ON A WINDOW-CLOSE RECORD, SO A    *
026106*    WINDOW THAT CLOSED WITHOUT EVER OPENING CLEANLY STILL GETS *
026108*    ITS SECTION.                                               *
026110******************************************************************
026112 2500-LOAD-CLOSE-WINDOWS.
026114*
026116     OPEN INPUT CANY-WCLS-FILE.
026118     IF NOT WS-WCLS-FILE-OK
026120         GO TO 2500-LOAD-CLOSE-WINDOWS-EXIT
026122     END-IF.
026124*
026126     PERFORM 2510-LOAD-ONE-CLOSE-WINDOW
026128         THRU 2510-LOAD-ONE-CLOSE-WINDOW-EXIT
026130         UNTIL WS-WCLS-FILE-EOF.
026132*
026134     CLOSE CANY-WCLS-FILE.
026136*
026138 2500-LOAD-CLOSE-WINDOWS-EXIT.
026140     EXIT.
026142*
026144******************************************************************
026146*    2510-LOAD-ONE-CLOSE-WINDOW                                 *
026148*    READS ONE WINDOW-CLOSE RECORD AND TABLES ITS WINDOW.       *
026150******************************************************************
026152 2510-LOAD-ONE-CLOSE-WINDOW.
026154*
026156     READ CANY-WCLS-FILE
026158         AT END
026160             SET WS-WCLS-FILE-EOF TO TRUE
026162             GO TO 2510-LOAD-ONE-CLOSE-WINDOW-EXIT
026164     END-READ.
026166*
026168     IF CANY-WCLS-CYCLE-ID NOT NUMERIC
026170         GO TO 2510-LOAD-ONE-CLOSE-WINDOW-EXIT
026172     END-IF.
026174*
026176     MOVE CANY-WCLS-WINDOW-ID TO WS-REG-WINDOW-ID.
026178     PERFORM 1100-FIND-WINDOW
026180         THRU 1100-FIND-WINDOW-EXIT.
026182     IF WS-WINDOW-FOUND
026184         MOVE 'Y' TO WS-WIN-SEEN (WS-WIN-IDX)
026186     END-IF.
026188*
026190 2510-LOAD-ONE-CLOSE-WINDOW-EXIT.
026192     EXIT.
026194*
026196******************************************************************
026200*    3000-REPORT-CLOSES                                         *
026300*    READS THE WINDOW-CLOSE RECORDS AND REPORTS EACH CYCLE'S    *
026360*    DURATION FOR THE WINDOW BEING PRINTED AGAINST ITS SLA      *
026420*    TARGET.                                                    *
026500******************************************************************
026600 3000-REPORT-CLOSES.
026700*
028700*
028800******************************************************************
028900*    3100-REPORT-ONE-CLOSE                                      *
028970*    READS ONE WINDOW-CLOSE RECORD AND, WHEN IT IS FOR THE      *
029040*    WINDOW BEING PRINTED, PAIRS IT WITH ITS OPEN CHECKPOINT    *
029110*    AND PRINTS THE CYCLE'S DURATION LINE.                      *
029200******************************************************************
029300 3100-REPORT-ONE-CLOSE.
029400*
029900     END-READ.
030000*
030100     IF CANY-WCLS-CYCLE-ID NOT NUMERIC
030150         OR CANY-WCLS-WINDOW-ID NOT = WS-RPT-WINDOW-ID
030200         GO TO 3100-REPORT-ONE-CLOSE-EXIT
030300     END-IF.
030400*
032700*
032800     MOVE WS-DURATION-MINS TO WS-EDIT-MINS.
032900     MOVE SPACES TO WS-PRT-LINE.
033000     IF WS-DURATION-MINS > WS-RPT-SLA-MINS
033100         STRING '  CYCLE ' CANY-WCLS-CYCLE-ID
033200             '  DURATION ' WS-EDIT-MINS ' MIN'
033300             '  ** BLEW THE WINDOW **'
035300 3110-MATCH-OPEN-ENTRY.
035400*
035500     IF WS-OPEN-CYCLE (WS-OPEN-IDX) = CANY-WCLS-CYCLE-ID
035550         AND WS-OPEN-WINDOW (WS-OPEN-IDX) = CANY-WCLS-WINDOW-ID
035600         SET WS-ENTRY-FOUND TO TRUE
035700         SET WS-OPEN-IDX DOWN BY 1
035800     END-IF.
039200*
039300******************************************************************
039400*    4000-REPORT-UNCLOSED                                       *
039500*    LISTS EVERY CYCLE THAT OPENED THE WINDOW BEING PRINTED     *
039600*    CLEANLY BUT NEVER RECORDED A CLOSE FOR IT.                 *
039700******************************************************************
039800 4000-REPORT-UNCLOSED.
039900*
041200 4100-REPORT-ONE-UNCLOSED.
041300*
041400     IF WS-OPEN-MATCHED (WS-OPEN-IDX) = 'Y'
041450         OR WS-OPEN-WINDOW (WS-OPEN-IDX) NOT = WS-RPT-WINDOW-ID
041500         GO TO 4100-REPORT-ONE-UNCLOSED-EXIT
041600     END-IF.
041700*
042400         THRU 9000-EMIT-REPORT-LINE-EXIT.
042500*
042600 4100-REPORT-ONE-UNCLOSED-EXIT.
042602     EXIT.
042604*
042606******************************************************************
042608*    5000-REPORT-ONE-WINDOW                                     *
042610*    PRINTS ONE WINDOW'S SECTION - HEADING WITH ITS SLA TARGET, *
042612*    EACH CLOSED CYCLE'S DURATION, THEN THE CYCLES IT OPENED    *
042614*    BUT NEVER CLOSED.  THE MAIN WINDOW ALWAYS PRINTS; ANOTHER  *
042616*    WINDOW ONLY WHEN IT HAS A CHECKPOINT OR CLOSE ON FILE.     *
042618******************************************************************
042620 5000-REPORT-ONE-WINDOW.
042622*
042624     IF WS-WIN-SEEN (WS-WIN-IDX) NOT = 'Y'
042626         GO TO 5000-REPORT-ONE-WINDOW-EXIT
042628     END-IF.
042630*
042632     MOVE WS-WIN-ID (WS-WIN-IDX)       TO WS-RPT-WINDOW-ID.
042634     MOVE WS-WIN-SLA-MINS (WS-WIN-IDX) TO WS-RPT-SLA-MINS.
042636     IF WS-RPT-WINDOW-ID = SPACES
042638         MOVE 'MAIN' TO WS-RPT-WINDOW-NAME
042640     ELSE
042642         MOVE WS-RPT-WINDOW-ID TO WS-RPT-WINDOW-NAME
042644     END-IF.
042646*
042648     IF WS-WIN-IDX > 1
042650         MOVE SPACES TO WS-PRT-LINE
042652         PERFORM 9000-EMIT-REPORT-LINE
042654             THRU 9000-EMIT-REPORT-LINE-EXIT
042656     END-IF.
042658*
042660     MOVE WS-RPT-SLA-MINS TO WS-EDIT-SLA.
042662     MOVE SPACES TO WS-PRT-LINE.
042664     STRING 'CANSLA - BATCH WINDOW DURATION - WINDOW '
042666         WS-RPT-WINDOW-NAME ' - SLA TARGET '
042668         WS-EDIT-SLA ' MINUTES'
042670         DELIMITED BY SIZE INTO WS-PRT-LINE.
042672     PERFORM 9000-EMIT-REPORT-LINE
042674         THRU 9000-EMIT-REPORT-LINE-EXIT.
042676     MOVE ALL '-' TO WS-PRT-LINE.
042678     PERFORM 9000-EMIT-REPORT-LINE
042680         THRU 9000-EMIT-REPORT-LINE-EXIT.
042682*
042684     PERFORM 3000-REPORT-CLOSES
042686         THRU 3000-REPORT-CLOSES-EXIT.
042688*
042690     PERFORM 4000-REPORT-UNCLOSED
042692         THRU 4000-REPORT-UNCLOSED-EXIT.
042694*
042696 5000-REPORT-ONE-WINDOW-EXIT.
042700     EXIT.
042800*
042900******************************************************************
