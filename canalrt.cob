000500*                                                                *
000600*    POLLS THE CANARY-ALERT EXTRACT FILE AND TRACKS WHETHER      *
000700*    ANYONE ACTUALLY WORKED EACH FAILED CANARY:                  *
000750*      - OPERATOR ACKNOWLEDGMENTS ARE NORMALLY KEYED ON THE      *
000800*        CACK TRANSACTION (CANATRN), WHICH WRITES THEM STRAIGHT  *
000850*        TO THE CANARY-ACK FILE.  THE ACKIN CONTROL FILE (ALERT  *
000900*        TIMESTAMP, CYCLE ID, OPERATOR ID, ACTION TAKEN) IS KEPT *
000950*        AS THE FALLBACK FOR WHEN CICS IS DOWN; ITS ACKS ARE     *
001000*        PERSISTED TO THE CANARY-ACK FILE BY THIS RUN.           *
001100*      - A FAIL THAT SITS UNACKNOWLEDGED LONGER THAN THE         *
001200*        CANARY.PARM ESCALATION THRESHOLD, OR A CANARY THAT      *
001300*        FAILS ON CONSECUTIVE CYCLES, IS ESCALATED: AN 'E'       *
003160*                      SEVERAL CYCLES AS ONE.  ACKIN GAINS A    *
003170*                      CYCLE-ID COLUMN SO THE OPERATOR NAMES    *
003180*                      THE CYCLE BEING ACKED.                   *
003182*    2026-10-15  TDB  ACKS ARE NOW KEYED ONLINE ON THE CACK     *
003184*                      TRANSACTION; ACKIN IS RETAINED AS THE    *
003186*                      FALLBACK DECK.  ACKS POSTED FROM ACKIN   *
003188*                      ARE STAMPED SOURCE 'D', AND EACH ACKED   *
003190*                      LINE SHOWS WHETHER THE ACK CAME ONLINE   *
003192*                      OR FROM THE ACKIN DECK.                  *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
014200*
014300******************************************************************
014400*    ACKNOWLEDGMENT TABLE - LOADED FROM THE CANARY-ACK FILE     *
014430*    (WHICH HOLDS THE ACKS KEYED ONLINE ON CACK) PLUS ANY NEW   *
014460*    ACKS POSTED FROM ACKIN THIS RUN.  KEYED ON                 *
014510*    ALERT TIMESTAMP PLUS CYCLE ID - CANRECON STAMPS EVERY      *
014520*    EXCEPTION IT WRITES IN ONE RUN WITH THE SAME TIMESTAMP.    *
014600******************************************************************
015100         10  WS-ACK-OPER        PIC 9(05).
015200         10  WS-ACK-WHEN        PIC X(17).
015300         10  WS-ACK-WHAT        PIC X(30).
015330         10  WS-ACK-SOURCE      PIC X(01).
015360             88  WS-ACK-ONLINE             VALUE 'O'.
015400 77  WS-ACK-COUNT               PIC 9(03) COMP  VALUE 0.
015500 77  WS-ACK-MAX                 PIC 9(03) COMP  VALUE 200.
015600*
016600 77  WS-ESC-MAX                 PIC 9(03) COMP  VALUE 200.
016610*
016620 01  WS-WORK-CYCLE-ID           PIC 9(08)  VALUE ZERO.
016640*
016660 01  WS-ACK-SOURCE-TAG          PIC X(07)  VALUE SPACES.
016700*
016800 77  WS-FOUND-SWITCH            PIC X(01)  VALUE 'N'.
016900     88  WS-ENTRY-FOUND                    VALUE 'Y'.
031900                 TO WS-ACK-WHEN (WS-ACK-IDX)
032000             MOVE CANY-ACK-ACTION
032100                 TO WS-ACK-WHAT (WS-ACK-IDX)
032130             MOVE CANY-ACK-SOURCE
032160                 TO WS-ACK-SOURCE (WS-ACK-IDX)
032200         ELSE
032300             DISPLAY 'CANALRT: ACK TABLE FULL - RECORD SKIPPED'
032400         END-IF
039000     END-IF.
039100     MOVE WS-TIMESTAMP        TO CANY-ACK-TIMESTAMP.
039200     MOVE ACK-IN-ACTION       TO CANY-ACK-ACTION.
039250     SET CANY-ACK-FROM-DECK   TO TRUE.
039300     WRITE CANY-ACK-RECORD.
039400     ADD 1 TO WS-NEW-ACK-COUNT.
039500*
040000         MOVE CANY-ACK-OPERATOR-ID TO WS-ACK-OPER (WS-ACK-IDX)
040100         MOVE WS-TIMESTAMP        TO WS-ACK-WHEN (WS-ACK-IDX)
040200         MOVE ACK-IN-ACTION       TO WS-ACK-WHAT (WS-ACK-IDX)
040250         MOVE CANY-ACK-SOURCE     TO WS-ACK-SOURCE (WS-ACK-IDX)
040300     ELSE
040400         DISPLAY 'CANALRT: ACK TABLE FULL - NEW ACK NOT TABLED'
040500     END-IF.
049700*
049800     IF WS-ENTRY-FOUND
049900         ADD 1 TO WS-ACKED-COUNT
049910         IF WS-ACK-ONLINE (WS-ACK-IDX)
049920             MOVE ' ONLINE' TO WS-ACK-SOURCE-TAG
049930         ELSE
049940             MOVE ' ACKIN ' TO WS-ACK-SOURCE-TAG
049950         END-IF
050000         MOVE SPACES TO WS-PRT-LINE
050100         STRING '  ACKED ' CANY-ALERT-TIMESTAMP
050200             ' BY ' WS-ACK-OPER (WS-ACK-IDX)
050250             WS-ACK-SOURCE-TAG
050300             ' - ' WS-ACK-WHAT (WS-ACK-IDX)
050400             DELIMITED BY SIZE INTO WS-PRT-LINE
050500         PERFORM 9000-EMIT-REPORT-LINE
