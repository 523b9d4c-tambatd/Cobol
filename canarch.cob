003592*                      KEPT FILES STAY FLAT; THE JCL REPROS     *
003594*                      THE KEPT FILE BACK INTO THE CLUSTER ON   *
003596*                      THE SWAP.                                *
003597*    2026-10-15  TDB  HISTORY AND KEPT RECORDS WIDENED TO 78     *
003598*                      (LOG) AND 66 (DETAIL) BYTES FOR THE       *
003599*                      BATCH WINDOW ID.                          *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
008300*
008400 FD  CANY-HIST-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  CANY-HIST-RECORD            PIC X(78).
008700*
008800 FD  CANY-LOGO-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  CANY-LOGO-RECORD            PIC X(78).
009100*
009200 FD  CANY-DTL-FILE
009300     LABEL RECORDS ARE STANDARD.
009500*
009600 FD  CANY-DTLH-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  CANY-DTLH-RECORD            PIC X(66).
009900*
010000 FD  CANY-DTLO-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  CANY-DTLO-RECORD            PIC X(66).
010300*
010400 WORKING-STORAGE SECTION.
010500*
