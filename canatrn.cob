000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  CANATRN                                        *
000400*    TITLE     :  CANARY ALERT ACKNOWLEDGMENT TRANSACTION        *
000500*                                                                *
000600*    CICS PSEUDO-CONVERSATIONAL TRANSACTION CACK.  REPLACES THE  *
000700*    ACKIN CARD DECK: THE OPERATOR SEES THE OPEN FAIL, RECN AND  *
000800*    TREN ALERTS ON THE CANARY-ALERT FILE THAT HAVE NO 'A'       *
000900*    RECORD ON THE CANARY-ACK FILE YET (THE TEN MOST RECENT),    *
001000*    MARKS ONE WITH AN S, KEYS THEIR OPERATOR ID AND THE ACTION  *
001100*    TAKEN, AND THE 'A' RECORD IS WRITTEN TO CANACK AT ONCE -    *
001200*    SO THE NEXT CANALRT POLL SEES THE ALERT AS BEING WORKED     *
001300*    AND DOES NOT ESCALATE IT.                                   *
001400*                                                                *
001500*    THE OPERATOR ID IS VALIDATED AT ENTRY THE WAY THE CANARY    *
001600*    VALIDATES ITS RUN OPERATOR: ON EMP-MASTER, ACTIVE AND IN    *
001700*    DATE, AND ROSTERED ON CANROS FOR THE CURRENT CYCLE ON THE   *
001800*    SHIFT COVERING THE WALL-CLOCK TIME.  AN UNAVAILABLE ROSTER  *
001900*    ONLY WARNS, AS IT DOES IN THE CANARY.  THE ACK IS STAMPED   *
002000*    WITH SOURCE 'O' SO CANALRT AND CANHAND CAN SHOW IT WAS      *
002100*    TAKEN ONLINE.                                               *
002200*                                                                *
002300*    USES MAPSET CANAMAP / MAP CANAMAP1 (SEE CANAMAP.BMS AND     *
002400*    CANAMAP.CPY).  THE ALERT KEYS OF THE ROWS ON THE SCREEN     *
002500*    TRAVEL IN THE COMMAREA.  CANALERT, CANACK, CANROS AND       *
002600*    CANCAL ARE DEFINED TO CICS AS VSAM ESDS FILE RESOURCES      *
002700*    (THE BATCH JOBS READ AND EXTEND THEM SEQUENTIALLY) AND ARE  *
002800*    BROWSED BY RBA; EMPMAST IS READ BY KEY.  TRANSID CACK,      *
002900*    MAPSET CANAMAP AND THE FILE RESOURCES ARE DEFINED IN THE    *
003000*    CSD BY SYSTEMS PROGRAMMING - NOT PART OF THIS SOURCE.       *
003100*                                                                *
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.     CANATRN.
003500 AUTHOR.         NIGHTLY BATCH OPERATIONS.
003600 INSTALLATION.   NIGHTLY BATCH OPERATIONS.
003700 DATE-WRITTEN.   2026-10-15.
003800 DATE-COMPILED.
003900*
004000******************************************************************
004100*    MODIFICATION HISTORY                                        *
004200*    ------------------------------------------------------      *
004300*    2026-10-15  TDB  ORIGINAL PROGRAM.                          *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900*
005000 DATA DIVISION.
005100 WORKING-STORAGE SECTION.
005200*
005300******************************************************************
005400*    CICS RESOURCE NAMES                                         *
005500******************************************************************
005600 01  WS-CICS-TRANSID            PIC X(04)  VALUE 'CACK'.
005700 01  WS-CICS-MAPSET             PIC X(08)  VALUE 'CANAMAP'.
005800 01  WS-CICS-MAPNAME            PIC X(08)  VALUE 'CANAMAP1'.
005900 01  WS-ALERT-FILE-NAME         PIC X(08)  VALUE 'CANALERT'.
006000 01  WS-ACK-FILE-NAME           PIC X(08)  VALUE 'CANACK'.
006100 01  WS-ROS-FILE-NAME           PIC X(08)  VALUE 'CANROS'.
006200 01  WS-CAL-FILE-NAME           PIC X(08)  VALUE 'CANCAL'.
006300 01  WS-EMPMAST-FILE-NAME       PIC X(08)  VALUE 'EMPMAST'.
006400 01  WS-CICS-RESP               PIC S9(08) COMP.
006500*
006600******************************************************************
006700*    COMMAREA - THE ALERT KEYS OF THE ROWS LAST SENT, SO THE     *
006800*    ROW THE OPERATOR SELECTS CAN BE TIED BACK TO ITS ALERT.     *
006900******************************************************************
007000 01  WS-COMMAREA.
007100     05  WS-CA-ROW-COUNT        PIC 9(02).
007200     05  WS-CA-ROW  OCCURS 10 TIMES.
007300         10  WS-CA-ALERT-ID     PIC 9(05).
007400         10  WS-CA-ALERT-TMSTMP PIC X(17).
007500         10  WS-CA-ALERT-CYCLE  PIC 9(08).
007600         10  WS-CA-ALERT-STATUS PIC X(04).
007700 77  WS-COMMAREA-LENGTH         PIC S9(04) COMP  VALUE +342.
007800*
007900******************************************************************
008000*    ESDS BROWSE FIELDS                                          *
008100******************************************************************
008200 01  WS-RBA                     PIC S9(08) COMP  VALUE 0.
008300*
008400 77  WS-BROWSE-SWITCH           PIC X(01)  VALUE 'N'.
008500     88  WS-BROWSE-EOF                     VALUE 'Y'.
008600*
008700 77  WS-ALERT-AVAIL-SWITCH      PIC X(01)  VALUE 'N'.
008800     88  WS-ALERT-UNAVAILABLE              VALUE 'Y'.
008900*
009000******************************************************************
009100*    ACKNOWLEDGED-ALERT TABLE - LOADED FROM CANACK.  KEYED ON    *
009200*    ALERT TIMESTAMP PLUS CYCLE ID, AS IN CANALRT.               *
009300******************************************************************
009400 01  WS-ACK-TABLE.
009500     05  WS-ACK-ENTRY  OCCURS 500 TIMES
009600                       INDEXED BY WS-ACK-IDX.
009700         10  WS-ACK-KEY         PIC X(17).
009800         10  WS-ACK-CYCLE       PIC 9(08).
009900         10  WS-ACK-OPER        PIC 9(05).
010000 77  WS-ACK-COUNT               PIC 9(03) COMP  VALUE 0.
010100 77  WS-ACK-MAX                 PIC 9(03) COMP  VALUE 500.
010200*
010300 77  WS-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
010400     88  WS-ENTRY-FOUND                    VALUE 'Y'.
010500*
010600 01  WS-FIND-TMSTMP             PIC X(17)  VALUE SPACES.
010700 01  WS-FIND-CYCLE              PIC 9(08)  VALUE ZERO.
010800 01  WS-FOUND-OPER              PIC 9(05)  VALUE ZERO.
010900*
011000******************************************************************
011100*    OPEN-ALERT LIST - THE TEN MOST RECENT OPEN ALERTS, OLDEST   *
011200*    FIRST.  ONCE THE LIST IS FULL EACH FURTHER ALERT PUSHES THE *
011300*    OLDEST OFF THE TOP.                                         *
011400******************************************************************
011500 01  WS-LIST-TABLE.
011600     05  WS-LIST-ENTRY  OCCURS 10 TIMES.
011700         10  WS-LIST-ID         PIC 9(05).
011800         10  WS-LIST-TMSTMP     PIC X(17).
011900         10  WS-LIST-STATUS     PIC X(04).
012000         10  WS-LIST-CYCLE      PIC 9(08).
012100         10  WS-LIST-TEXT       PIC X(30).
012200 77  WS-LIST-COUNT              PIC 9(02) COMP  VALUE 0.
012300 77  WS-LIST-MAX                PIC 9(02) COMP  VALUE 10.
012400 77  WS-OPEN-ALERT-COUNT        PIC 9(05) COMP  VALUE 0.
012500 77  WS-ROW-IDX                 PIC 9(02) COMP  VALUE 0.
012600 77  WS-NEXT-IDX                PIC 9(02) COMP  VALUE 0.
012700*
012800 01  WS-ALERT-STATUS            PIC X(04)  VALUE SPACES.
012900     88  WS-ALERT-ACKABLE                  VALUE 'FAIL' 'RECN'
013000                                                 'TREN'.
013100 01  WS-ALERT-CYCLE             PIC 9(08)  VALUE ZERO.
013200*
013300******************************************************************
013400*    ACKNOWLEDGMENT ENTRY FIELDS                                 *
013500******************************************************************
013600 77  WS-SEL-COUNT               PIC 9(02) COMP  VALUE 0.
013700 77  WS-SEL-ROW                 PIC 9(02) COMP  VALUE 0.
013800 01  WS-OPER-ID                 PIC 9(05)  VALUE ZERO.
013900*
014000 77  WS-EDIT-SWITCH             PIC X(01)  VALUE 'N'.
014100     88  WS-EDITS-PASSED                   VALUE 'Y'.
014200*
014300 77  WS-ACKED-SWITCH            PIC X(01)  VALUE 'N'.
014400     88  WS-ACK-WRITTEN                    VALUE 'Y'.
014500*
014600 77  WS-ROSTER-SWITCH           PIC X(01)  VALUE 'N'.
014700     88  WS-OPERATOR-ROSTERED              VALUE 'Y'.
014800*
014900 77  WS-ROSTER-CHECK-SWITCH     PIC X(01)  VALUE 'N'.
015000     88  WS-ROSTER-NOT-CHECKED             VALUE 'Y'.
015100*
015200 01  WS-EDIT-MESSAGE            PIC X(60)  VALUE SPACES.
015300 01  WS-LIST-MESSAGE            PIC X(60)  VALUE SPACES.
015400 01  WS-EDIT-COUNT              PIC ZZZZ9.
015500*
015600******************************************************************
015700*    CURRENT CYCLE AND COVERING SHIFT                            *
015800*    RESOLVED FROM THE CYCLE CALENDAR AND THE WALL CLOCK THE     *
015900*    SAME WAY THE CANARY RESOLVES THEM FOR ITS ROSTER CHECK.     *
016000******************************************************************
016100 01  WS-CYCLE-ID                PIC 9(08)  VALUE ZERO.
016200 77  WS-CYCLE-CUTOVER-TIME      PIC 9(06)  VALUE 060000.
016300 77  WS-COVERING-SHIFT          PIC X(01)  VALUE SPACE.
016400*
016500 77  WS-CAL-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
016600     88  WS-CAL-DATE-FOUND                 VALUE 'Y'.
016700*
016800******************************************************************
016900*    ACK TIMESTAMP WORK FIELDS                                   *
017000******************************************************************
017100 01  WS-ABSTIME                 PIC S9(15) COMP-3.
017200 01  WS-NOW-DATE                PIC X(08).
017300 01  WS-NOW-DATE-N REDEFINES WS-NOW-DATE
017400                                PIC 9(08).
017500 01  WS-NOW-TIME                PIC X(06).
017600 01  WS-NOW-TIME-N REDEFINES WS-NOW-TIME
017700                                PIC 9(06).
017800 01  WS-ACK-STAMP.
017900     05  WS-ACK-STAMP-DATE      PIC X(08).
018000     05  FILLER                 PIC X(01)  VALUE '-'.
018100     05  WS-ACK-STAMP-TIME      PIC X(06).
018200     05  FILLER                 PIC X(02)  VALUE '00'.
018300*
018400     COPY ALERT.
018500*
018600     COPY CANACK.
018700*
018800     COPY CANROS.
018900*
019000     COPY CANCAL.
019100*
019200     COPY EMPMAST.
019300*
019400     COPY CANAMAP.
019500*
019600     COPY DFHAID.
019700*
019800 LINKAGE SECTION.
019900 01  DFHCOMMAREA                PIC X(342).
020000*
020100 PROCEDURE DIVISION.
020200*
020300******************************************************************
020400*    0000-MAINLINE                                               *
020500*    A FRESH TRANSACTION (EIBCALEN = 0) GETS THE OPEN-ALERT      *
020600*    LIST; ANYTHING COMING BACK FROM AN AID KEY IS RECEIVED AND  *
020700*    PROCESSED.  THE TRANSACTION THEN RETURNS PSEUDO-            *
020800*    CONVERSATIONALLY WITH THE LISTED ALERT KEYS IN THE          *
020900*    COMMAREA FOR THE NEXT AID KEY.                              *
021000******************************************************************
021100 0000-MAINLINE.
021200*
021300     IF EIBCALEN = 0
021400         PERFORM 1000-SEND-INITIAL-SCREEN
021500             THRU 1000-SEND-INITIAL-SCREEN-EXIT
021600     ELSE
021700         PERFORM 2000-RECEIVE-AND-PROCESS
021800             THRU 2000-RECEIVE-AND-PROCESS-EXIT
021900     END-IF.
022000*
022100     EXEC CICS RETURN
022200         TRANSID(WS-CICS-TRANSID)
022300         COMMAREA(WS-COMMAREA)
022400         LENGTH(WS-COMMAREA-LENGTH)
022500     END-EXEC.
022600*
022700 0000-MAINLINE-EXIT.
022800     EXIT.
022900*
023000******************************************************************
023100*    1000-SEND-INITIAL-SCREEN                                    *
023200*    SENDS THE OPEN-ALERT LIST THE FIRST TIME CACK IS ENTERED.   *
023300******************************************************************
023400 1000-SEND-INITIAL-SCREEN.
023500*
023600     MOVE SPACES TO CANAMAPO.
023700     PERFORM 3000-BUILD-LIST
023800         THRU 3000-BUILD-LIST-EXIT.
023900     MOVE WS-LIST-MESSAGE TO MSGO.
024000*
024100     EXEC CICS SEND MAP(WS-CICS-MAPNAME)
024200         MAPSET(WS-CICS-MAPSET)
024300         ERASE
024400     END-EXEC.
024500*
024600 1000-SEND-INITIAL-SCREEN-EXIT.
024700     EXIT.
024800*
024900******************************************************************
025000*    2000-RECEIVE-AND-PROCESS                                    *
025100*    RECEIVES THE OPERATOR'S AID KEY.  PF3/CLEAR ENDS THE        *
025200*    TRANSACTION; ENTER POSTS THE ACKNOWLEDGMENT (OR, WITH NO    *
025300*    ENTRY KEYED, REFRESHES THE LIST).                           *
025400******************************************************************
025500 2000-RECEIVE-AND-PROCESS.
025600*
025700     MOVE DFHCOMMAREA TO WS-COMMAREA.
025800*
025900     EXEC CICS RECEIVE MAP(WS-CICS-MAPNAME)
026000         MAPSET(WS-CICS-MAPSET)
026100         INTO(CANAMAPI)
026200         RESP(WS-CICS-RESP)
026300     END-EXEC.
026400*
026500     EVALUATE EIBAID
026600         WHEN DFHCLEAR
026700         WHEN DFHPF3
026800             EXEC CICS RETURN END-EXEC
026900         WHEN OTHER
027000             PERFORM 4000-PROCESS-ACK
027100                 THRU 4000-PROCESS-ACK-EXIT
027200     END-EVALUATE.
027300*
027400 2000-RECEIVE-AND-PROCESS-EXIT.
027500     EXIT.
027600*
027700******************************************************************
027800*    3000-BUILD-LIST                                             *
027900*    LOADS THE ACKNOWLEDGED KEYS, THEN WALKS THE ALERT FILE FOR  *
028000*    THE OPEN FAIL/RECN/TREN ALERTS AND MOVES THE TEN MOST       *
028100*    RECENT INTO THE MAP ROWS AND THE COMMAREA.  LEAVES THE      *
028200*    LIST SUMMARY IN WS-LIST-MESSAGE.                            *
028300******************************************************************
028400 3000-BUILD-LIST.
028500*
028600     PERFORM 3100-LOAD-ACKS
028700         THRU 3100-LOAD-ACKS-EXIT.
028800*
028900     MOVE 0 TO WS-LIST-COUNT.
029000     MOVE 0 TO WS-OPEN-ALERT-COUNT.
029100     MOVE 'N' TO WS-ALERT-AVAIL-SWITCH.
029200     MOVE 'N' TO WS-BROWSE-SWITCH.
029300     MOVE 0 TO WS-RBA.
029400     EXEC CICS STARTBR FILE(WS-ALERT-FILE-NAME)
029500         RIDFLD(WS-RBA)
029600         RBA
029700         RESP(WS-CICS-RESP)
029800     END-EXEC.
029900*
030000     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
030100         SET WS-ALERT-UNAVAILABLE TO TRUE
030200     ELSE
030300         PERFORM 3200-LIST-ONE-ALERT
030400             THRU 3200-LIST-ONE-ALERT-EXIT
030500             UNTIL WS-BROWSE-EOF
030600         EXEC CICS ENDBR FILE(WS-ALERT-FILE-NAME) END-EXEC
030700     END-IF.
030800*
030900     MOVE WS-LIST-COUNT TO WS-CA-ROW-COUNT.
031000     PERFORM 3400-MOVE-ONE-ROW
031100         THRU 3400-MOVE-ONE-ROW-EXIT
031200         VARYING WS-ROW-IDX FROM 1 BY 1
031300         UNTIL WS-ROW-IDX > WS-LIST-COUNT.
031400*
031500     MOVE SPACES TO WS-LIST-MESSAGE.
031600     MOVE WS-OPEN-ALERT-COUNT TO WS-EDIT-COUNT.
031700     IF WS-ALERT-UNAVAILABLE
031800         MOVE 'CANARY-ALERT FILE UNAVAILABLE - NOTIFY SUPPORT'
031900             TO WS-LIST-MESSAGE
032000         GO TO 3000-BUILD-LIST-EXIT
032100     END-IF.
032200     IF WS-OPEN-ALERT-COUNT = 0
032300         MOVE 'NO OPEN FAIL/RECN/TREN ALERTS - NOTHING TO ACK'
032400             TO WS-LIST-MESSAGE
032500         GO TO 3000-BUILD-LIST-EXIT
032600     END-IF.
032700     IF WS-OPEN-ALERT-COUNT > WS-LIST-MAX
032800         STRING WS-EDIT-COUNT ' OPEN - THE 10 MOST RECENT SHOWN'
032900             ' - SELECT ONE WITH S'
033000             DELIMITED BY SIZE INTO WS-LIST-MESSAGE
033100     ELSE
033200         STRING WS-EDIT-COUNT ' OPEN ALERT(S) - SELECT ONE WITH S'
033300             DELIMITED BY SIZE INTO WS-LIST-MESSAGE
033400     END-IF.
033500*
033600 3000-BUILD-LIST-EXIT.
033700     EXIT.
033800*
033900******************************************************************
034000*    3100-LOAD-ACKS                                              *
034100*    BROWSES CANACK AND TABLES THE KEY AND OPERATOR OF EVERY     *
034200*    ACKNOWLEDGMENT ('A') RECORD.  ESCALATIONS DO NOT CLOSE AN   *
034300*    ALERT.  A MISSING FILE JUST MEANS NOTHING IS ACKED YET.     *
034400******************************************************************
034500 3100-LOAD-ACKS.
034600*
034700     MOVE 0 TO WS-ACK-COUNT.
034800     MOVE 'N' TO WS-BROWSE-SWITCH.
034900     MOVE 0 TO WS-RBA.
035000     EXEC CICS STARTBR FILE(WS-ACK-FILE-NAME)
035100         RIDFLD(WS-RBA)
035200         RBA
035300         RESP(WS-CICS-RESP)
035400     END-EXEC.
035500*
035600     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
035700         GO TO 3100-LOAD-ACKS-EXIT
035800     END-IF.
035900*
036000     PERFORM 3110-LOAD-ONE-ACK
036100         THRU 3110-LOAD-ONE-ACK-EXIT
036200         UNTIL WS-BROWSE-EOF.
036300*
036400     EXEC CICS ENDBR FILE(WS-ACK-FILE-NAME) END-EXEC.
036500*
036600 3100-LOAD-ACKS-EXIT.
036700     EXIT.
036800*
036900******************************************************************
037000*    3110-LOAD-ONE-ACK                                           *
037100*    READS ONE CANACK RECORD AND TABLES IT WHEN IT IS AN ACK.    *
037200******************************************************************
037300 3110-LOAD-ONE-ACK.
037400*
037500     EXEC CICS READNEXT FILE(WS-ACK-FILE-NAME)
037600         INTO(CANY-ACK-RECORD)
037700         RIDFLD(WS-RBA)
037800         RBA
037900         RESP(WS-CICS-RESP)
038000     END-EXEC.
038100*
038200     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
038300         SET WS-BROWSE-EOF TO TRUE
038400         GO TO 3110-LOAD-ONE-ACK-EXIT
038500     END-IF.
038600*
038700     IF NOT CANY-ACK-IS-ACK
038800         GO TO 3110-LOAD-ONE-ACK-EXIT
038900     END-IF.
039000     IF WS-ACK-COUNT NOT < WS-ACK-MAX
039100         GO TO 3110-LOAD-ONE-ACK-EXIT
039200     END-IF.
039300*
039400     ADD 1 TO WS-ACK-COUNT.
039500     SET WS-ACK-IDX TO WS-ACK-COUNT.
039600     MOVE CANY-ACK-ALERT-TMSTMP TO WS-ACK-KEY (WS-ACK-IDX).
039700     IF CANY-ACK-CYCLE-ID NUMERIC
039800         MOVE CANY-ACK-CYCLE-ID TO WS-ACK-CYCLE (WS-ACK-IDX)
039900     ELSE
040000         MOVE ZERO              TO WS-ACK-CYCLE (WS-ACK-IDX)
040100     END-IF.
040200     IF CANY-ACK-OPERATOR-ID NUMERIC
040300         MOVE CANY-ACK-OPERATOR-ID TO WS-ACK-OPER (WS-ACK-IDX)
040400     ELSE
040500         MOVE ZERO                 TO WS-ACK-OPER (WS-ACK-IDX)
040600     END-IF.
040700*
040800 3110-LOAD-ONE-ACK-EXIT.
040900     EXIT.
041000*
041100******************************************************************
041200*    3200-LIST-ONE-ALERT                                         *
041300*    READS ONE ALERT RECORD AND, WHEN IT IS AN UNACKNOWLEDGED    *
041400*    FAIL, RECN OR TREN ALERT, COUNTS IT AND ADDS IT TO THE      *
041500*    LIST.                                                       *
041600******************************************************************
041700 3200-LIST-ONE-ALERT.
041800*
041900     EXEC CICS READNEXT FILE(WS-ALERT-FILE-NAME)
042000         INTO(CANY-ALERT-RECORD)
042100         RIDFLD(WS-RBA)
042200         RBA
042300         RESP(WS-CICS-RESP)
042400     END-EXEC.
042500*
042600     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
042700         SET WS-BROWSE-EOF TO TRUE
042800         GO TO 3200-LIST-ONE-ALERT-EXIT
042900     END-IF.
043000*
043100     MOVE CANY-ALERT-STATUS TO WS-ALERT-STATUS.
043200     IF NOT WS-ALERT-ACKABLE
043300         GO TO 3200-LIST-ONE-ALERT-EXIT
043400     END-IF.
043500     IF CANY-ALERT-CYCLE-ID NUMERIC
043600         MOVE CANY-ALERT-CYCLE-ID TO WS-ALERT-CYCLE
043700     ELSE
043800         MOVE ZERO                TO WS-ALERT-CYCLE
043900     END-IF.
044000*
044100     MOVE CANY-ALERT-TIMESTAMP TO WS-FIND-TMSTMP.
044200     MOVE WS-ALERT-CYCLE       TO WS-FIND-CYCLE.
044300     PERFORM 3300-FIND-ACK
044400         THRU 3300-FIND-ACK-EXIT.
044500     IF WS-ENTRY-FOUND
044600         GO TO 3200-LIST-ONE-ALERT-EXIT
044700     END-IF.
044800*
044900     ADD 1 TO WS-OPEN-ALERT-COUNT.
045000     IF WS-LIST-COUNT < WS-LIST-MAX
045100         ADD 1 TO WS-LIST-COUNT
045200     ELSE
045300         PERFORM 3210-SHIFT-ONE-ENTRY
045400             THRU 3210-SHIFT-ONE-ENTRY-EXIT
045500             VARYING WS-ROW-IDX FROM 1 BY 1
045600             UNTIL WS-ROW-IDX NOT < WS-LIST-MAX
045700     END-IF.
045800*
045900     MOVE CANY-ALERT-ID        TO WS-LIST-ID (WS-LIST-COUNT).
046000     MOVE CANY-ALERT-TIMESTAMP TO WS-LIST-TMSTMP (WS-LIST-COUNT).
046100     MOVE CANY-ALERT-STATUS    TO WS-LIST-STATUS (WS-LIST-COUNT).
046200     MOVE WS-ALERT-CYCLE       TO WS-LIST-CYCLE (WS-LIST-COUNT).
046300     MOVE CANY-ALERT-TEXT      TO WS-LIST-TEXT (WS-LIST-COUNT).
046400*
046500 3200-LIST-ONE-ALERT-EXIT.
046600     EXIT.
046700*
046800******************************************************************
046900*    3210-SHIFT-ONE-ENTRY                                        *
047000*    MOVES ONE LIST ENTRY UP A SLOT TO MAKE ROOM AT THE BOTTOM.  *
047100******************************************************************
047200 3210-SHIFT-ONE-ENTRY.
047300*
047400     COMPUTE WS-NEXT-IDX = WS-ROW-IDX + 1.
047500     MOVE WS-LIST-ENTRY (WS-NEXT-IDX)
047600         TO WS-LIST-ENTRY (WS-ROW-IDX).
047700*
047800 3210-SHIFT-ONE-ENTRY-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200*    3300-FIND-ACK                                               *
048300*    LOOKS WS-FIND-TMSTMP/WS-FIND-CYCLE UP ON THE ACK TABLE,     *
048400*    SETTING WS-ENTRY-FOUND AND THE ACKING OPERATOR.             *
048500******************************************************************
048600 3300-FIND-ACK.
048700*
048800     MOVE 'N' TO WS-FOUND-SWITCH.
048900     MOVE ZERO TO WS-FOUND-OPER.
049000     PERFORM 3310-MATCH-ACK-ENTRY
049100         THRU 3310-MATCH-ACK-ENTRY-EXIT
049200         VARYING WS-ACK-IDX FROM 1 BY 1
049300         UNTIL WS-ACK-IDX > WS-ACK-COUNT
049400         OR WS-ENTRY-FOUND.
049500*
049600 3300-FIND-ACK-EXIT.
049700     EXIT.
049800*
049900******************************************************************
050000*    3310-MATCH-ACK-ENTRY                                        *
050100*    COMPARES THE ARGUMENT TO ONE ACK TABLE ENTRY.               *
050200******************************************************************
050300 3310-MATCH-ACK-ENTRY.
050400*
050500     IF WS-ACK-KEY (WS-ACK-IDX) = WS-FIND-TMSTMP
050600         AND WS-ACK-CYCLE (WS-ACK-IDX) = WS-FIND-CYCLE
050700         SET WS-ENTRY-FOUND TO TRUE
050800         MOVE WS-ACK-OPER (WS-ACK-IDX) TO WS-FOUND-OPER
050900     END-IF.
051000*
051100 3310-MATCH-ACK-ENTRY-EXIT.
051200     EXIT.
051300*
051400******************************************************************
051500*    3400-MOVE-ONE-ROW                                           *
051600*    MOVES ONE LIST ENTRY TO ITS MAP ROW AND COMMAREA SLOT.      *
051700******************************************************************
051800 3400-MOVE-ONE-ROW.
051900*
052000     MOVE WS-LIST-ID (WS-ROW-IDX)     TO ROWIDO (WS-ROW-IDX).
052100     MOVE WS-LIST-TMSTMP (WS-ROW-IDX) TO ROWTSO (WS-ROW-IDX).
052200     MOVE WS-LIST-STATUS (WS-ROW-IDX) TO ROWSTO (WS-ROW-IDX).
052300     MOVE WS-LIST-CYCLE (WS-ROW-IDX)  TO ROWCYO (WS-ROW-IDX).
052400     MOVE WS-LIST-TEXT (WS-ROW-IDX)   TO ROWTXO (WS-ROW-IDX).
052500*
052600     MOVE WS-LIST-ID (WS-ROW-IDX)
052700         TO WS-CA-ALERT-ID (WS-ROW-IDX).
052800     MOVE WS-LIST-TMSTMP (WS-ROW-IDX)
052900         TO WS-CA-ALERT-TMSTMP (WS-ROW-IDX).
053000     MOVE WS-LIST-CYCLE (WS-ROW-IDX)
053100         TO WS-CA-ALERT-CYCLE (WS-ROW-IDX).
053200     MOVE WS-LIST-STATUS (WS-ROW-IDX)
053300         TO WS-CA-ALERT-STATUS (WS-ROW-IDX).
053400*
053500 3400-MOVE-ONE-ROW-EXIT.
053600     EXIT.
053700*
053800******************************************************************
053900*    4000-PROCESS-ACK                                            *
054000*    WITH NOTHING KEYED, JUST REFRESHES THE LIST.  OTHERWISE     *
054100*    EDITS THE ENTRY, VALIDATES THE OPERATOR AND WRITES THE ACK, *
054200*    THEN RESENDS THE REFRESHED LIST WITH THE RESULT MESSAGE.    *
054300******************************************************************
054400 4000-PROCESS-ACK.
054500*
054600     MOVE 'N' TO WS-EDIT-SWITCH.
054700     MOVE 'N' TO WS-ACKED-SWITCH.
054800     MOVE 'N' TO WS-ROSTER-CHECK-SWITCH.
054900     MOVE SPACES TO WS-EDIT-MESSAGE.
055000*
055100     PERFORM 4100-FIND-SELECTION
055200         THRU 4100-FIND-SELECTION-EXIT.
055300*
055400     IF WS-SEL-COUNT = 0
055500         AND OPERIDL = 0
055600         AND ACTNTXL = 0
055700         GO TO 4000-PROCESS-ACK-SEND
055800     END-IF.
055900*
056000     PERFORM 4200-VALIDATE-INPUT
056100         THRU 4200-VALIDATE-INPUT-EXIT.
056200     IF WS-EDITS-PASSED
056300         PERFORM 4300-VALIDATE-OPERATOR
056400             THRU 4300-VALIDATE-OPERATOR-EXIT
056500     END-IF.
056600     IF WS-EDITS-PASSED
056700         PERFORM 4400-VALIDATE-ROSTER
056800             THRU 4400-VALIDATE-ROSTER-EXIT
056900     END-IF.
057000     IF WS-EDITS-PASSED
057100         PERFORM 4500-WRITE-ACK
057200             THRU 4500-WRITE-ACK-EXIT
057300     END-IF.
057400*
057500 4000-PROCESS-ACK-SEND.
057600     MOVE SPACES TO CANAMAPO.
057700     PERFORM 3000-BUILD-LIST
057800         THRU 3000-BUILD-LIST-EXIT.
057900     IF WS-EDIT-MESSAGE = SPACES
058000         MOVE WS-LIST-MESSAGE TO MSGO
058100     ELSE
058200         MOVE WS-EDIT-MESSAGE TO MSGO
058300     END-IF.
058400*
058500     EXEC CICS SEND MAP(WS-CICS-MAPNAME)
058600         MAPSET(WS-CICS-MAPSET)
058700         ERASE
058800     END-EXEC.
058900*
059000 4000-PROCESS-ACK-EXIT.
059100     EXIT.
059200*
059300******************************************************************
059400*    4100-FIND-SELECTION                                         *
059500*    COUNTS THE LISTED ROWS MARKED WITH AN S AND REMEMBERS THE   *
059600*    LAST ONE.                                                   *
059700******************************************************************
059800 4100-FIND-SELECTION.
059900*
060000     MOVE 0 TO WS-SEL-COUNT.
060100     MOVE 0 TO WS-SEL-ROW.
060200     PERFORM 4110-CHECK-ONE-ROW
060300         THRU 4110-CHECK-ONE-ROW-EXIT
060400         VARYING WS-ROW-IDX FROM 1 BY 1
060500         UNTIL WS-ROW-IDX > WS-CA-ROW-COUNT.
060600*
060700 4100-FIND-SELECTION-EXIT.
060800     EXIT.
060900*
061000******************************************************************
061100*    4110-CHECK-ONE-ROW                                          *
061200*    TESTS ONE ROW'S SELECT FIELD.                               *
061300******************************************************************
061400 4110-CHECK-ONE-ROW.
061500*
061600     IF ROWSLL (WS-ROW-IDX) > 0
061700         AND (ROWSLI (WS-ROW-IDX) = 'S'
061800              OR ROWSLI (WS-ROW-IDX) = 's')
061900         ADD 1 TO WS-SEL-COUNT
062000         MOVE WS-ROW-IDX TO WS-SEL-ROW
062100     END-IF.
062200*
062300 4110-CHECK-ONE-ROW-EXIT.
062400     EXIT.
062500*
062600******************************************************************
062700*    4200-VALIDATE-INPUT                                         *
062800*    EDITS THE SELECTION AND THE KEYED FIELDS.  THE FIRST        *
062900*    FAILING EDIT SETS THE MESSAGE AND STOPS THE EDITS.          *
063000******************************************************************
063100 4200-VALIDATE-INPUT.
063200*
063300     IF WS-SEL-COUNT = 0
063400         MOVE 'MARK THE ALERT TO ACKNOWLEDGE WITH AN S'
063500             TO WS-EDIT-MESSAGE
063600         GO TO 4200-VALIDATE-INPUT-EXIT
063700     END-IF.
063800     IF WS-SEL-COUNT > 1
063900         MOVE 'MARK ONLY ONE ALERT AT A TIME'
064000             TO WS-EDIT-MESSAGE
064100         GO TO 4200-VALIDATE-INPUT-EXIT
064200     END-IF.
064300*
064400     IF OPERIDL = 0
064500         OR OPERIDI NOT NUMERIC
064600         OR OPERIDI = '00000'
064700         MOVE 'OPERATOR ID MUST BE A NON-ZERO 5-DIGIT NUMBER'
064800             TO WS-EDIT-MESSAGE
064900         GO TO 4200-VALIDATE-INPUT-EXIT
065000     END-IF.
065100     MOVE OPERIDI TO WS-OPER-ID.
065200*
065300     IF ACTNTXL = 0
065400         OR ACTNTXI = SPACES
065500         MOVE 'ACTION TAKEN IS REQUIRED'
065600             TO WS-EDIT-MESSAGE
065700         GO TO 4200-VALIDATE-INPUT-EXIT
065800     END-IF.
065900*
066000     SET WS-EDITS-PASSED TO TRUE.
066100*
066200 4200-VALIDATE-INPUT-EXIT.
066300     EXIT.
066400*
066500******************************************************************
066600*    4300-VALIDATE-OPERATOR                                      *
066700*    THE OPERATOR MUST BE ON EMP-MASTER, ACTIVE, AND WITHIN THE  *
066800*    EFFECTIVE/EXPIRY DATES - THE CANARY'S OPERID RULES.  A      *
066900*    SPACE STATUS (UNCONVERTED RECORD) HAS NO DATE LIMITS.       *
067000******************************************************************
067100 4300-VALIDATE-OPERATOR.
067200*
067300     MOVE 'N' TO WS-EDIT-SWITCH.
067400     PERFORM 7000-GET-NOW
067500         THRU 7000-GET-NOW-EXIT.
067600*
067700     MOVE WS-OPER-ID TO EMP-ID.
067800     EXEC CICS READ FILE(WS-EMPMAST-FILE-NAME)
067900         INTO(EMP-MASTER-RECORD)
068000         RIDFLD(EMP-ID)
068100         RESP(WS-CICS-RESP)
068200     END-EXEC.
068300*
068400     IF WS-CICS-RESP = DFHRESP(NOTFND)
068500         STRING 'OPERATOR ID ' WS-OPER-ID ' IS NOT ON EMP-MASTER'
068600             DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
068700         GO TO 4300-VALIDATE-OPERATOR-EXIT
068800     END-IF.
068900     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
069000         MOVE 'EMPMAST READ FAILED - NOTIFY SUPPORT'
069100             TO WS-EDIT-MESSAGE
069200         GO TO 4300-VALIDATE-OPERATOR-EXIT
069300     END-IF.
069400*
069500     IF EMP-INACTIVE
069600         STRING 'OPERATOR ID ' WS-OPER-ID ' IS INACTIVE'
069700             DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
069800         GO TO 4300-VALIDATE-OPERATOR-EXIT
069900     END-IF.
070000     IF EMP-STATUS NOT = SPACE
070100         AND EMP-EFFECTIVE-DATE NUMERIC
070200         AND WS-NOW-DATE-N < EMP-EFFECTIVE-DATE
070300         STRING 'OPERATOR ID ' WS-OPER-ID ' IS NOT YET EFFECTIVE'
070400             DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
070500         GO TO 4300-VALIDATE-OPERATOR-EXIT
070600     END-IF.
070700     IF EMP-STATUS NOT = SPACE
070800         AND EMP-EXPIRY-DATE NUMERIC
070900         AND EMP-EXPIRY-DATE > ZERO
071000         AND WS-NOW-DATE-N > EMP-EXPIRY-DATE
071100         STRING 'OPERATOR ID ' WS-OPER-ID ' EXPIRED '
071200             EMP-EXPIRY-DATE
071300             DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
071400         GO TO 4300-VALIDATE-OPERATOR-EXIT
071500     END-IF.
071600*
071700     SET WS-EDITS-PASSED TO TRUE.
071800*
071900 4300-VALIDATE-OPERATOR-EXIT.
072000     EXIT.
072100*
072200******************************************************************
072300*    4400-VALIDATE-ROSTER                                        *
072400*    THE OPERATOR MUST HOLD A CANROS RECORD FOR THE CURRENT      *
072500*    CYCLE ON THE SHIFT COVERING THE WALL-CLOCK TIME.  AN        *
072600*    UNAVAILABLE ROSTER ONLY WARNS, AS IN THE CANARY, SO A SHOP  *
072700*    WITHOUT A ROSTER CAN STILL ACKNOWLEDGE.                     *
072800******************************************************************
072900 4400-VALIDATE-ROSTER.
073000*
073100     MOVE 'N' TO WS-EDIT-SWITCH.
073200     PERFORM 4410-RESOLVE-CYCLE
073300         THRU 4410-RESOLVE-CYCLE-EXIT.
073400*
073500     IF WS-NOW-TIME-N NOT < 070000
073600         AND WS-NOW-TIME-N < 150000
073700         MOVE '1' TO WS-COVERING-SHIFT
073800     ELSE
073900         IF WS-NOW-TIME-N NOT < 150000
074000             AND WS-NOW-TIME-N < 230000
074100             MOVE '2' TO WS-COVERING-SHIFT
074200         ELSE
074300             MOVE '3' TO WS-COVERING-SHIFT
074400         END-IF
074500     END-IF.
074600*
074700     MOVE 'N' TO WS-ROSTER-SWITCH.
074800     MOVE 'N' TO WS-BROWSE-SWITCH.
074900     MOVE 0 TO WS-RBA.
075000     EXEC CICS STARTBR FILE(WS-ROS-FILE-NAME)
075100         RIDFLD(WS-RBA)
075200         RBA
075300         RESP(WS-CICS-RESP)
075400     END-EXEC.
075500*
075600     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
075700         SET WS-ROSTER-NOT-CHECKED TO TRUE
075800         SET WS-EDITS-PASSED TO TRUE
075900         GO TO 4400-VALIDATE-ROSTER-EXIT
076000     END-IF.
076100*
076200     PERFORM 4420-READ-ROSTER
076300         THRU 4420-READ-ROSTER-EXIT
076400         UNTIL WS-BROWSE-EOF
076500         OR WS-OPERATOR-ROSTERED.
076600*
076700     EXEC CICS ENDBR FILE(WS-ROS-FILE-NAME) END-EXEC.
076800*
076900     IF WS-OPERATOR-ROSTERED
077000         SET WS-EDITS-PASSED TO TRUE
077100     ELSE
077200         STRING 'OPERATOR ' WS-OPER-ID ' NOT ROSTERED ON SHIFT '
077300             WS-COVERING-SHIFT ' OF CYCLE ' WS-CYCLE-ID
077400             DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
077500     END-IF.
077600*
077700 4400-VALIDATE-ROSTER-EXIT.
077800     EXIT.
077900*
078000******************************************************************
078100*    4410-RESOLVE-CYCLE                                          *
078200*    LOOKS TODAY UP ON THE CYCLE CALENDAR.  BEFORE THE CUTOVER   *
078300*    HOUR THE TIME BELONGS TO THE PRIOR NIGHT'S CYCLE.  A        *
078400*    MISSING CALENDAR OR UNLISTED DATE FALLS BACK TO TODAY.      *
078500******************************************************************
078600 4410-RESOLVE-CYCLE.
078700*
078800     MOVE WS-NOW-DATE-N TO WS-CYCLE-ID.
078900     MOVE 'N' TO WS-CAL-FOUND-SWITCH.
079000     MOVE 'N' TO WS-BROWSE-SWITCH.
079100     MOVE 0 TO WS-RBA.
079200     EXEC CICS STARTBR FILE(WS-CAL-FILE-NAME)
079300         RIDFLD(WS-RBA)
079400         RBA
079500         RESP(WS-CICS-RESP)
079600     END-EXEC.
079700*
079800     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
079900         GO TO 4410-RESOLVE-CYCLE-EXIT
080000     END-IF.
080100*
080200     PERFORM 4415-READ-CALENDAR
080300         THRU 4415-READ-CALENDAR-EXIT
080400         UNTIL WS-BROWSE-EOF
080500         OR WS-CAL-DATE-FOUND.
080600*
080700     EXEC CICS ENDBR FILE(WS-CAL-FILE-NAME) END-EXEC.
080800*
080900     IF NOT WS-CAL-DATE-FOUND
081000         GO TO 4410-RESOLVE-CYCLE-EXIT
081100     END-IF.
081200*
081300     IF WS-NOW-TIME-N < WS-CYCLE-CUTOVER-TIME
081400         AND CANY-CAL-AM-CYCLE-ID NUMERIC
081500         AND CANY-CAL-AM-CYCLE-ID > ZERO
081600         MOVE CANY-CAL-AM-CYCLE-ID TO WS-CYCLE-ID
081700         GO TO 4410-RESOLVE-CYCLE-EXIT
081800     END-IF.
081900*
082000     IF CANY-CAL-CYCLE-ID NUMERIC
082100         MOVE CANY-CAL-CYCLE-ID TO WS-CYCLE-ID
082200     END-IF.
082300*
082400 4410-RESOLVE-CYCLE-EXIT.
082500     EXIT.
082600*
082700******************************************************************
082800*    4415-READ-CALENDAR                                          *
082900*    READS ONE CALENDAR RECORD, LOOKING FOR TODAY.               *
083000******************************************************************
083100 4415-READ-CALENDAR.
083200*
083300     EXEC CICS READNEXT FILE(WS-CAL-FILE-NAME)
083400         INTO(CANY-CAL-RECORD)
083500         RIDFLD(WS-RBA)
083600         RBA
083700         RESP(WS-CICS-RESP)
083800     END-EXEC.
083900*
084000     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
084100         SET WS-BROWSE-EOF TO TRUE
084200         GO TO 4415-READ-CALENDAR-EXIT
084300     END-IF.
084400*
084500     IF CANY-CAL-DATE = WS-NOW-DATE-N
084600         SET WS-CAL-DATE-FOUND TO TRUE
084700     END-IF.
084800*
084900 4415-READ-CALENDAR-EXIT.
085000     EXIT.
085100*
085200******************************************************************
085300*    4420-READ-ROSTER                                            *
085400*    READS ONE ROSTER RECORD, LOOKING FOR THE OPERATOR ON THE    *
085500*    CURRENT CYCLE AND THE COVERING SHIFT.                       *
085600******************************************************************
085700 4420-READ-ROSTER.
085800*
085900     EXEC CICS READNEXT FILE(WS-ROS-FILE-NAME)
086000         INTO(CANY-ROS-RECORD)
086100         RIDFLD(WS-RBA)
086200         RBA
086300         RESP(WS-CICS-RESP)
086400     END-EXEC.
086500*
086600     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
086700         SET WS-BROWSE-EOF TO TRUE
086800         GO TO 4420-READ-ROSTER-EXIT
086900     END-IF.
087000*
087100     IF CANY-ROS-OPERATOR-ID NUMERIC
087200         AND CANY-ROS-OPERATOR-ID = WS-OPER-ID
087300         AND CANY-ROS-DATE NUMERIC
087400         AND CANY-ROS-DATE = WS-CYCLE-ID
087500         AND CANY-ROS-SHIFT = WS-COVERING-SHIFT
087600         SET WS-OPERATOR-ROSTERED TO TRUE
087700     END-IF.
087800*
087900 4420-READ-ROSTER-EXIT.
088000     EXIT.
088100*
088200******************************************************************
088300*    4500-WRITE-ACK                                              *
088400*    RE-READS CANACK SO AN ALERT ACKNOWLEDGED FROM ANOTHER       *
088500*    TERMINAL (OR THE ACKIN DECK) SINCE THE LIST WAS SENT IS NOT *
088600*    ACKED TWICE, THEN WRITES THE 'A' RECORD STAMPED ONLINE.     *
088700******************************************************************
088800 4500-WRITE-ACK.
088900*
089000     PERFORM 3100-LOAD-ACKS
089100         THRU 3100-LOAD-ACKS-EXIT.
089200     MOVE WS-CA-ALERT-TMSTMP (WS-SEL-ROW) TO WS-FIND-TMSTMP.
089300     MOVE WS-CA-ALERT-CYCLE (WS-SEL-ROW)  TO WS-FIND-CYCLE.
089400     PERFORM 3300-FIND-ACK
089500         THRU 3300-FIND-ACK-EXIT.
089600     IF WS-ENTRY-FOUND
089700         STRING 'ALERT ALREADY ACKNOWLEDGED BY OPERATOR '
089800             WS-FOUND-OPER
089900             DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
090000         GO TO 4500-WRITE-ACK-EXIT
090100     END-IF.
090200*
090300     MOVE SPACES              TO CANY-ACK-RECORD.
090400     MOVE 'A'                 TO CANY-ACK-TYPE.
090500     MOVE WS-CA-ALERT-ID (WS-SEL-ROW)
090600                              TO CANY-ACK-ALERT-ID.
090700     MOVE WS-FIND-TMSTMP      TO CANY-ACK-ALERT-TMSTMP.
090800     MOVE WS-FIND-CYCLE       TO CANY-ACK-CYCLE-ID.
090900     MOVE WS-OPER-ID          TO CANY-ACK-OPERATOR-ID.
091000     MOVE WS-ACK-STAMP        TO CANY-ACK-TIMESTAMP.
091100     MOVE ACTNTXI             TO CANY-ACK-ACTION.
091200     SET CANY-ACK-ONLINE      TO TRUE.
091300*
091400     EXEC CICS WRITE FILE(WS-ACK-FILE-NAME)
091500         FROM(CANY-ACK-RECORD)
091600         RIDFLD(WS-RBA)
091700         RBA
091800         RESP(WS-CICS-RESP)
091900     END-EXEC.
092000*
092100     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
092200         MOVE 'CANACK WRITE FAILED - NOTIFY SUPPORT'
092300             TO WS-EDIT-MESSAGE
092400         GO TO 4500-WRITE-ACK-EXIT
092500     END-IF.
092600*
092700     SET WS-ACK-WRITTEN TO TRUE.
092800     IF WS-ROSTER-NOT-CHECKED
092900         STRING 'ALERT ' WS-FIND-TMSTMP ' ACKED - ROSTER NOT '
093000             'CHECKED'
093100             DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
093200     ELSE
093300         STRING 'ALERT ' WS-FIND-TMSTMP ' CYCLE ' WS-FIND-CYCLE
093400             ' ACKNOWLEDGED BY ' WS-OPER-ID
093500             DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
093600     END-IF.
093700*
093800 4500-WRITE-ACK-EXIT.
093900     EXIT.
094000*
094100******************************************************************
094200*    7000-GET-NOW                                                *
094300*    CAPTURES THE CURRENT DATE AND TIME AND BUILDS THE ACK       *
094400*    TIMESTAMP IN THE BATCH YYYYMMDD-HHMMSSHH FORM.              *
094500******************************************************************
094600 7000-GET-NOW.
094700*
094800     EXEC CICS ASKTIME
094900         ABSTIME(WS-ABSTIME)
095000     END-EXEC.
095100     EXEC CICS FORMATTIME
095200         ABSTIME(WS-ABSTIME)
095300         YYYYMMDD(WS-NOW-DATE)
095400         TIME(WS-NOW-TIME)
095500     END-EXEC.
095600*
095700     MOVE WS-NOW-DATE TO WS-ACK-STAMP-DATE.
095800     MOVE WS-NOW-TIME TO WS-ACK-STAMP-TIME.
095900*
096000 7000-GET-NOW-EXIT.
096100     EXIT.
