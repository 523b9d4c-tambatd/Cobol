001100*        AND THE OPERATOR OF RECORD (NAME FROM EMP-MASTER)       *
001200*      - EVERY OPEN (UNACKNOWLEDGED) FAILURE THE INCOMING SHIFT  *
001300*        INHERITS, USING THE CANARY-ACK FILE FROM CANALRT        *
001320*      - EVERY ALERT ACKNOWLEDGED FOR THE CYCLE: WHO ACKED IT,   *
001340*        WHETHER ONLINE (CACK) OR FROM THE ACKIN DECK, WHEN, AND *
001360*        THE ACTION TAKEN                                        *
001400*      - THE ACTIVE OPERATOR ROSTER BY SHIFT FROM EMP-MASTER     *
001500*                                                                *
001600*    THE REPORT LANDS ON THE HANDPRT PRINT FILE (SAME CLASS AS   *
004400*                      SECTION STARTS ON THE HANDOVER CYCLE'S   *
004500*                      KEY RANGE INSTEAD OF READING THE WHOLE   *
004600*                      HISTORY.                                 *
004620*    2026-10-15  TDB  NEW ACKNOWLEDGED-ALERTS SECTION LISTS WHO *
004640*                      ACKED EACH OF THE CYCLE'S ALERTS, ONLINE *
004660*                      OR FROM ACKIN, AT WHAT TIME AND WITH     *
004680*                      WHAT ACTION.                             *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
017600                       INDEXED BY WS-ACK-IDX.
017700         10  WS-ACK-KEY         PIC X(17).
017800         10  WS-ACK-CYCLE       PIC 9(08).
017810         10  WS-ACK-OPER        PIC 9(05).
017820         10  WS-ACK-WHEN        PIC X(17).
017830         10  WS-ACK-WHAT        PIC X(30).
017840         10  WS-ACK-SOURCE      PIC X(01).
017850             88  WS-ACK-ONLINE             VALUE 'O'.
017900 77  WS-ACK-COUNT               PIC 9(03) COMP  VALUE 0.
018000 77  WS-ACK-MAX                 PIC 9(03) COMP  VALUE 200.
018100*
018800 77  WS-RUN-COUNT               PIC 9(05) COMP  VALUE 0.
018900 77  WS-OPEN-FAIL-COUNT         PIC 9(05) COMP  VALUE 0.
019000 77  WS-ROSTER-COUNT            PIC 9(05) COMP  VALUE 0.
019050 77  WS-CYCLE-ACK-COUNT         PIC 9(05) COMP  VALUE 0.
019100*
019200 01  WS-OPERATOR-NAME           PIC X(25)  VALUE SPACES.
019300 01  WS-SHIFT-LABEL             PIC X(05)  VALUE SPACES.
019330 01  WS-ACK-NAME                PIC X(20)  VALUE SPACES.
019360 01  WS-ACK-SOURCE-TAG          PIC X(06)  VALUE SPACES.
019400*
019500 01  WS-PRT-LINE                PIC X(80).
019600*
022500*
022600     PERFORM 4000-REPORT-OPEN-FAILURES
022700         THRU 4000-REPORT-OPEN-FAILURES-EXIT.
022720*
022740     PERFORM 4500-REPORT-ACKNOWLEDGED
022760         THRU 4500-REPORT-ACKNOWLEDGED-EXIT.
022800*
022900     PERFORM 5000-REPORT-ROSTER
023000         THRU 5000-REPORT-ROSTER-EXIT.
037100             ELSE
037200                 MOVE ZERO TO WS-ACK-CYCLE (WS-ACK-IDX)
037300             END-IF
037310             MOVE CANY-ACK-OPERATOR-ID
037320                 TO WS-ACK-OPER (WS-ACK-IDX)
037330             MOVE CANY-ACK-TIMESTAMP
037340                 TO WS-ACK-WHEN (WS-ACK-IDX)
037350             MOVE CANY-ACK-ACTION
037360                 TO WS-ACK-WHAT (WS-ACK-IDX)
037370             MOVE CANY-ACK-SOURCE
037380                 TO WS-ACK-SOURCE (WS-ACK-IDX)
037400         ELSE
037500             DISPLAY 'CANHAND: ACK TABLE FULL - RECORD SKIPPED'
037600         END-IF
058700     END-IF.
058800*
058900 4110-MATCH-ACK-ENTRY-EXIT.
058901     EXIT.
058902*
058903******************************************************************
058904*    4500-REPORT-ACKNOWLEDGED                                   *
058905*    LISTS EVERY ACKNOWLEDGMENT RECORDED FOR THIS CYCLE'S       *
058906*    ALERTS: WHO ACKED IT, WHETHER ONLINE ON CACK OR FROM THE   *
058907*    ACKIN DECK, WHEN, AND THE ACTION TAKEN.                    *
058908******************************************************************
058909 4500-REPORT-ACKNOWLEDGED.
058910*
058911     MOVE SPACES TO WS-PRT-LINE.
058912     STRING 'ALERTS ACKNOWLEDGED FOR CYCLE ' WS-CYCLE-ID ':'
058913         DELIMITED BY SIZE INTO WS-PRT-LINE.
058914     PERFORM 9000-EMIT-REPORT-LINE
058915         THRU 9000-EMIT-REPORT-LINE-EXIT.
058916*
058917     PERFORM 4600-REPORT-ONE-ACK
058918         THRU 4600-REPORT-ONE-ACK-EXIT
058919         VARYING WS-ACK-IDX FROM 1 BY 1
058920         UNTIL WS-ACK-IDX > WS-ACK-COUNT.
058921*
058922     IF WS-CYCLE-ACK-COUNT = 0
058923         MOVE SPACES TO WS-PRT-LINE
058924         STRING '  NONE'
058925             DELIMITED BY SIZE INTO WS-PRT-LINE
058926         PERFORM 9000-EMIT-REPORT-LINE
058927             THRU 9000-EMIT-REPORT-LINE-EXIT
058928     END-IF.
058929*
058930 4500-REPORT-ACKNOWLEDGED-EXIT.
058931     EXIT.
058932*
058933******************************************************************
058934*    4600-REPORT-ONE-ACK                                        *
058935*    PRINTS ONE ACK TABLE ENTRY WHEN IT BELONGS TO THIS CYCLE,  *
058936*    WITH THE ACKING OPERATOR'S NAME FROM EMP-MASTER.           *
058937******************************************************************
058938 4600-REPORT-ONE-ACK.
058939*
058940     IF WS-ACK-CYCLE (WS-ACK-IDX) NOT = WS-CYCLE-ID
058941         GO TO 4600-REPORT-ONE-ACK-EXIT
058942     END-IF.
058943*
058944     ADD 1 TO WS-CYCLE-ACK-COUNT.
058945     PERFORM 4610-LOOKUP-ACK-OPERATOR
058946         THRU 4610-LOOKUP-ACK-OPERATOR-EXIT.
058947     MOVE WS-OPERATOR-NAME TO WS-ACK-NAME.
058948     IF WS-ACK-ONLINE (WS-ACK-IDX)
058949         MOVE 'ONLINE' TO WS-ACK-SOURCE-TAG
058950     ELSE
058951         MOVE 'ACKIN ' TO WS-ACK-SOURCE-TAG
058952     END-IF.
058953*
058954     MOVE SPACES TO WS-PRT-LINE.
058955     STRING '  ' WS-ACK-KEY (WS-ACK-IDX)
058956         ' BY ' WS-ACK-OPER (WS-ACK-IDX) ' ' WS-ACK-NAME
058957         ' ' WS-ACK-SOURCE-TAG ' AT ' WS-ACK-WHEN (WS-ACK-IDX)
058958         DELIMITED BY SIZE INTO WS-PRT-LINE.
058959     PERFORM 9000-EMIT-REPORT-LINE
058960         THRU 9000-EMIT-REPORT-LINE-EXIT.
058961*
058962     MOVE SPACES TO WS-PRT-LINE.
058963     STRING '      ACTION: ' WS-ACK-WHAT (WS-ACK-IDX)
058964         DELIMITED BY SIZE INTO WS-PRT-LINE.
058965     PERFORM 9000-EMIT-REPORT-LINE
058966         THRU 9000-EMIT-REPORT-LINE-EXIT.
058967*
058968 4600-REPORT-ONE-ACK-EXIT.
058969     EXIT.
058970*
058971******************************************************************
058972*    4610-LOOKUP-ACK-OPERATOR                                   *
058973*    LOOKS THE ACKING OPERATOR UP ON EMP-MASTER FOR THE NAME.   *
058974*    AN UNKNOWN ID OR UNAVAILABLE FILE SHOWS THE ID ITSELF.     *
058975******************************************************************
058976 4610-LOOKUP-ACK-OPERATOR.
058977*
058978     MOVE SPACES TO WS-OPERATOR-NAME.
058979     STRING 'ID ' WS-ACK-OPER (WS-ACK-IDX)
058980         DELIMITED BY SIZE INTO WS-OPERATOR-NAME.
058981*
058982     IF NOT WS-EMP-FILE-AVAILABLE
058983         GO TO 4610-LOOKUP-ACK-OPERATOR-EXIT
058984     END-IF.
058985*
058986     MOVE WS-ACK-OPER (WS-ACK-IDX) TO EMP-ID.
058987     READ EMP-MASTER-FILE
058988         KEY IS EMP-ID
058989         INVALID KEY
058990             GO TO 4610-LOOKUP-ACK-OPERATOR-EXIT
058991     END-READ.
058992*
058993     MOVE EMP-NAME TO WS-OPERATOR-NAME.
058994*
058995 4610-LOOKUP-ACK-OPERATOR-EXIT.
059000     EXIT.
059100*
059200******************************************************************
