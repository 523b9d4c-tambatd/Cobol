005100*                      SET IS REASSIGNED (DYNAMIC DD NAMES)    *
005200*                      PER REGISTERED ENVIRONMENT, SO ANY      *
005300*                      NUMBER OF ENVIRONMENTS CONSOLIDATE.     *
005330*    2026-10-15  TDB  PART (PARTIAL RELEASE) WINDOWS ALSO SET  *
005360*                      THE CYCLE'S CHECKPOINT STATE.           *
005370*    2026-10-15  TDB  ENV-ACK-RECORD WIDENED TO 91 BYTES FOR    *
005380*                      THE CANACK ACK-SOURCE BYTE.              *
005384*    2026-10-15  TDB  ENV-LOG-RECORD WIDENED TO 78 BYTES FOR     *
005388*                      THE CANLOG BATCH WINDOW ID.  THE LATEST   *
005392*                      RUN OF ANY WINDOW STILL STANDS FOR THE    *
005396*                      CYCLE.                                    *
005397*    2026-10-15  TDB  ENV-CHK-RECORD WIDENED TO 45 BYTES FOR     *
005398*                      THE CHECKPOINT WINDOW ID.                 *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
009600*
009700 FD  ENV-LOG-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  ENV-LOG-RECORD              PIC X(78).
010000*
010100 FD  ENV-ALERT-FILE
010200     LABEL RECORDS ARE STANDARD.
010400*
010500 FD  ENV-ACK-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  ENV-ACK-RECORD              PIC X(91).
010800*
010900 FD  ENV-CHK-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  ENV-CHK-RECORD              PIC X(45).
011200*
011300 FD  CANY-ENT-FILE
011400     LABEL RECORDS ARE STANDARD.
061800*
061900******************************************************************
062000*    4200-POST-CHKPT-RECORD                                     *
062100*    POSTS ONE CHECKPOINT RECORD: A PASS, LATE, OVRD OR PART    *
062200*    CHECKPOINT SETS THE CYCLE'S CHECKPOINT STATE.              *
062300******************************************************************
062400 4200-POST-CHKPT-RECORD.
062600     IF CHKPT-STATUS NOT = 'PASS'
062700         AND CHKPT-STATUS NOT = 'LATE'
062800         AND CHKPT-STATUS NOT = 'OVRD'
062850         AND CHKPT-STATUS NOT = 'PART'
062900         GO TO 4200-POST-CHKPT-RECORD-EXIT
063000     END-IF.
063100     IF CHKPT-CYCLE-ID NOT NUMERIC
