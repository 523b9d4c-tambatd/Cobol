004800*                      THE INQUIRY POSITIONS DIRECTLY ON IT      *
004900*                      (RUNS AND CHECK DETAILS) INSTEAD OF       *
005000*                      ONLY SHOWING THE MOST RECENT TEN.         *
005020*    2026-10-15  TDB  A PART (PARTIAL RELEASE) RUN ALSO SHOWS    *
005040*                      ITS CHECK DETAILS, SO THE OPERATOR SEES   *
005060*                      WHICH FEED WITHHELD WHICH STREAMS.        *
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
017400         IF WS-LAST-RUN-STATUS = 'FAIL'
017500             OR WS-LAST-RUN-STATUS = 'LATE'
017600             OR WS-LAST-RUN-STATUS = 'OVRD'
017650             OR WS-LAST-RUN-STATUS = 'PART'
017700             PERFORM 4000-DISPLAY-CHECK-DETAILS
017800                 THRU 4000-DISPLAY-CHECK-DETAILS-EXIT
017900         END-IF
