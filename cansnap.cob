000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  CANSNAP                                        *
000400*    TITLE     :  CANARY STATE SNAPSHOT AND RESTORE UTILITY      *
000500*                                                                *
000580*    THE CANARY'S OPERATIONAL STATE IS SPREAD ACROSS NINE        *
000660*    FILES - CANCHKPT, CANREL, CANHOLD, CANOVR, CANACK, CANVOLH, *
000740*    THE KEYED CANLOG/CANDTL AND THE CANFARR FEED-ARRIVAL        *
000820*    HISTORY.  THIS UTILITY CAPTURES AND RESTORES THEM AS ONE    *
000900*    UNIT, SO A DR FAILOVER OR THE BACKING OUT OF A NIGHT RUN    *
001000*    AGAINST THE WRONG FEEDS NO LONGER MEANS RESTORING EACH FILE *
001100*    BY HAND FROM WHATEVER BACKUP EXISTS.                        *
001200*                                                                *
001300*    SNAP MODE READS ALL NINE FILES AND WRITES THEM TO SNAPOUT   *
001400*    (A NEW GENERATION OF THE SNAPSHOT GDG) AS ONE GENERATION    *
001500*    STAMPED WITH THE CYCLE IT CLOSES (LAYOUT CANSNP).  THE      *
001600*    STEP IS SCHEDULED AFTER CANCLOSE, SO THE FILES ARE QUIET.   *
001700*    THE NEW GENERATION IS THEN READ BACK AND EVERY FILE'S       *
001800*    IMAGE COUNT CHECKED AGAINST THE RECORDS READ FROM IT.       *
001900*                                                                *
002000*    REST MODE READS A GENERATION FROM SNAPIN AND ROLLS THE      *
002100*    STATE BACK TO THE END OF THE CYCLE NAMED ON SNAPPARM:       *
002200*                                                                *
002300*      CANCHKPT, CANREL, CANVOLH, CANLOG, CANDTL, CANFARR        *
002400*                - RECORDS OF ANY LATER CYCLE ARE REMOVED, SO A  *
002500*                  RERUN OF THAT CYCLE IS NOT SEEN AS 'ALREADY   *
002600*                  RAN', RELEASES AFRESH AND RECORDS ITS OWN     *
002700*                  VOLUMES, ATTEMPTS AND FEED ARRIVALS           *
002800*      CANHOLD, CANOVR, CANACK                                   *
002900*                - RESTORED WHOLE.  THEY ARE OPERATOR            *
003000*                  INSTRUCTIONS AND DECISIONS RATHER THAN RUN    *
003100*                  STATE; A HOLD OR OVERRIDE PLACED FOR A LATER  *
003200*                  NIGHT IS STILL WANTED WHEN THAT NIGHT IS      *
003300*                  RERUN, AND ACKS FOLLOW CANALERT, WHICH IS NOT *
003400*                  ROLLED BACK                                   *
003500*                                                                *
003600*    THE RESTORED FILES ARE WRITTEN TO CANCHKPO, CANRELO,        *
003660*    CANHOLDO, CANOVRO, CANACKO, CANVOLHO, CANLOGO, CANDTLO AND  *
003720*    CANFARRO, WHICH THE JCL SWAPS IN OVER THE LIVE FILES (REPRO *
003800*    FOR THE CANLOG/CANDTL CLUSTERS) ONLY ON RETURN CODE 0.  A   *
003900*    RECORD WITH NO NUMERIC CYCLE IS DATED AS CANARCH DATES IT - *
004000*    ON ITS CHECKPOINT DATE OR THE DATE OF ITS RUN TIMESTAMP.    *
004200*                                                                *
004300*    THE REPORT LISTS EVERY RECORD REMOVED, THEN FOR EACH FILE   *
004400*    THE LIVE RECORD COUNT BEFORE THE RESTORE, THE IMAGES IN     *
004500*    THE GENERATION, THE RECORDS REMOVED AND RESTORED, AND THE   *
004600*    COUNT READ BACK FROM THE RESTORED FILE.                     *
004700*                                                                *
004800*    SNAPPARM:  MODE 'SNAP' OR 'REST' (COLS 1-4), CYCLE ID       *
004900*               (COLS 6-13).  SNAP - THE CYCLE THE GENERATION    *
005000*               IS STAMPED WITH, BLANK = THE LATEST CYCLE ON     *
005100*               CANCHKPT.  REST - THE CYCLE TO RESTORE TO THE    *
005200*               END OF; REQUIRED, AND NOT LATER THAN THE CYCLE   *
005300*               THE GENERATION IS STAMPED WITH.                  *
005400*                                                                *
005500*    THE REPORT GOES TO THE SNAPPRT PRINT FILE AND IS ECHOED TO  *
005600*    SYSOUT.                                                     *
005700*                                                                *
005800*    RETURN CODES:  0 - SNAPSHOT TAKEN / RESTORE READY TO SWAP   *
005900*                   4 - SNAPSHOT TAKEN, BUT A STATE FILE WAS     *
006000*                       NOT AVAILABLE AND IS CAPTURED EMPTY      *
006100*                  16 - BAD CONTROL RECORD, OR THE GENERATION    *
006200*                       OR RESTORED FILES FAILED THEIR COUNT     *
006300*                       CHECK - DO NOT USE / DO NOT SWAP         *
006400*                                                                *
006500******************************************************************
006600 IDENTIFICATION DIVISION.
006700 PROGRAM-ID.     CANSNAP.
006800 AUTHOR.         NIGHTLY BATCH OPERATIONS.
006900 INSTALLATION.   NIGHTLY BATCH OPERATIONS.
007000 DATE-WRITTEN.   2026-10-15.
007100 DATE-COMPILED.
007200*
007300******************************************************************
007400*    MODIFICATION HISTORY                                        *
007500*    ------------------------------------------------------      *
007600*    2026-10-15  TDB  ORIGINAL PROGRAM.                          *
007620*    2026-10-15  TDB  CANFARR FEED-ARRIVAL HISTORY ADDED TO THE  *
007640*                      GENERATION AS A NINTH FILE, ROLLED BACK   *
007660*                      BY CYCLE ON A RESTORE AND WRITTEN TO      *
007680*                      CANFARRO.                                 *
007690*    2026-10-15  TDB  A STATE FILE THAT OPENS BUT HOLDS NO       *
007692*                      RECORDS IS PRESENT WITH A ZERO COUNT, NOT *
007694*                      MISSING - ONLY A FILE THAT CANNOT BE      *
007696*                      OPENED SETS RC 4.                         *
007700******************************************************************
007800 ENVIRONMENT DIVISION.
007900 CONFIGURATION SECTION.
008000 SOURCE-COMPUTER.   IBM-370.
008100 OBJECT-COMPUTER.   IBM-370.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT SNAP-PARM-FILE  ASSIGN TO SNAPPARM
008500            ORGANIZATION IS LINE SEQUENTIAL
008600            FILE STATUS IS WS-PARM-FILE-STATUS.
008700*
008800     SELECT CANY-CHKPT-FILE  ASSIGN TO CANCHKPT
008900            ORGANIZATION IS LINE SEQUENTIAL
009000            FILE STATUS IS WS-CHKPT-FILE-STATUS.
009100*
009200     SELECT CANY-REL-FILE  ASSIGN TO CANREL
009300            ORGANIZATION IS LINE SEQUENTIAL
009400            FILE STATUS IS WS-REL-FILE-STATUS.
009500*
009600     SELECT CANY-HOLD-FILE  ASSIGN TO CANHOLD
009700            ORGANIZATION IS LINE SEQUENTIAL
009800            FILE STATUS IS WS-HOLD-FILE-STATUS.
009900*
010000     SELECT CANY-OVR-FILE  ASSIGN TO CANOVR
010100            ORGANIZATION IS LINE SEQUENTIAL
010200            FILE STATUS IS WS-OVR-FILE-STATUS.
010300*
010400     SELECT CANY-ACK-FILE  ASSIGN TO CANACK
010500            ORGANIZATION IS LINE SEQUENTIAL
010600            FILE STATUS IS WS-ACK-FILE-STATUS.
010700*
010800     SELECT CANY-VOL-FILE  ASSIGN TO CANVOLH
010900            ORGANIZATION IS LINE SEQUENTIAL
011000            FILE STATUS IS WS-VOL-FILE-STATUS.
011100*
011200     SELECT CANY-LOG-FILE  ASSIGN TO CANLOG
011300*        VSAM KSDS - SEE MAIN'S FILE-CONTROL ENTRY FOR CANLOG.
011400            ORGANIZATION IS INDEXED
011500            ACCESS MODE IS SEQUENTIAL
011600            RECORD KEY IS CANY-LOG-KEY
011700            FILE STATUS IS WS-LOG-FILE-STATUS.
011800*
011900     SELECT CANY-DTL-FILE  ASSIGN TO CANDTL
012000*        VSAM KSDS - SEE MAIN'S FILE-CONTROL ENTRY FOR CANDTL.
012100            ORGANIZATION IS INDEXED
012200            ACCESS MODE IS SEQUENTIAL
012300            RECORD KEY IS CANY-DTL-KEY
012400            FILE STATUS IS WS-DTL-FILE-STATUS.
012500*
012520     SELECT CANY-FAR-FILE  ASSIGN TO CANFARR
012540            ORGANIZATION IS LINE SEQUENTIAL
012560            FILE STATUS IS WS-FAR-FILE-STATUS.
012580*
012600     SELECT CANY-SNAP-FILE  ASSIGN TO DYNAMIC WS-SNAP-DD
012700            ORGANIZATION IS SEQUENTIAL
012800            FILE STATUS IS WS-SNAP-FILE-STATUS.
012900*        SNAPOUT IN SNAP MODE (WRITTEN, THEN READ BACK TO CHECK
013000*        IT), SNAPIN IN REST MODE.
013100*
013200     SELECT CANY-CHKO-FILE  ASSIGN TO CANCHKPO
013300            ORGANIZATION IS LINE SEQUENTIAL
013400            FILE STATUS IS WS-CHKO-FILE-STATUS.
013500*
013600     SELECT CANY-RELO-FILE  ASSIGN TO CANRELO
013700            ORGANIZATION IS LINE SEQUENTIAL
013800            FILE STATUS IS WS-RELO-FILE-STATUS.
013900*
014000     SELECT CANY-HOLDO-FILE  ASSIGN TO CANHOLDO
014100            ORGANIZATION IS LINE SEQUENTIAL
014200            FILE STATUS IS WS-HOLDO-FILE-STATUS.
014300*
014400     SELECT CANY-OVRO-FILE  ASSIGN TO CANOVRO
014500            ORGANIZATION IS LINE SEQUENTIAL
014600            FILE STATUS IS WS-OVRO-FILE-STATUS.
014700*
014800     SELECT CANY-ACKO-FILE  ASSIGN TO CANACKO
014900            ORGANIZATION IS LINE SEQUENTIAL
015000            FILE STATUS IS WS-ACKO-FILE-STATUS.
015100*
015200     SELECT CANY-VOLO-FILE  ASSIGN TO CANVOLHO
015300            ORGANIZATION IS LINE SEQUENTIAL
015400            FILE STATUS IS WS-VOLO-FILE-STATUS.
015500*
015600     SELECT CANY-LOGO-FILE  ASSIGN TO CANLOGO
015700            ORGANIZATION IS SEQUENTIAL
015800            FILE STATUS IS WS-LOGO-FILE-STATUS.
015900*
016000     SELECT CANY-DTLO-FILE  ASSIGN TO CANDTLO
016100            ORGANIZATION IS LINE SEQUENTIAL
016200            FILE STATUS IS WS-DTLO-FILE-STATUS.
016220*
016240     SELECT CANY-FARO-FILE  ASSIGN TO CANFARRO
016260            ORGANIZATION IS LINE SEQUENTIAL
016280            FILE STATUS IS WS-FARO-FILE-STATUS.
016300*
016400     SELECT SNAP-PRT-FILE  ASSIGN TO SNAPPRT
016500            ORGANIZATION IS LINE SEQUENTIAL
016600            FILE STATUS IS WS-PRT-FILE-STATUS.
016700*
016800 DATA DIVISION.
016900 FILE SECTION.
017000 FD  SNAP-PARM-FILE
017100     LABEL RECORDS ARE STANDARD.
017200 01  SNAP-PARM-RECORD.
017300     05  SNAP-PARM-MODE          PIC X(04).
017400         88  SNAP-PARM-IS-SNAP          VALUE 'SNAP'.
017500         88  SNAP-PARM-IS-RESTORE       VALUE 'REST'.
017600     05  FILLER                  PIC X(01).
017700     05  SNAP-PARM-CYCLE-ID      PIC X(08).
017800     05  SNAP-PARM-CYCLE-NUM REDEFINES SNAP-PARM-CYCLE-ID
017900                                 PIC 9(08).
018000     05  FILLER                  PIC X(67).
018100*
018200 FD  CANY-CHKPT-FILE
018300     LABEL RECORDS ARE STANDARD.
018400     COPY CHKPT.
018500*
018600 FD  CANY-REL-FILE
018700     LABEL RECORDS ARE STANDARD.
018800     COPY CANREL.
018900*
019000 FD  CANY-HOLD-FILE
019100     LABEL RECORDS ARE STANDARD.
019200     COPY CANHLD.
019300*
019400 FD  CANY-OVR-FILE
019500     LABEL RECORDS ARE STANDARD.
019600     COPY CANOVR.
019700*
019800 FD  CANY-ACK-FILE
019900     LABEL RECORDS ARE STANDARD.
020000     COPY CANACK.
020100*
020200 FD  CANY-VOL-FILE
020300     LABEL RECORDS ARE STANDARD.
020400     COPY CANVOL.
020500*
020600 FD  CANY-LOG-FILE
020700     LABEL RECORDS ARE STANDARD.
020800     COPY CANLOG.
020900*
021000 FD  CANY-DTL-FILE
021100     LABEL RECORDS ARE STANDARD.
021200     COPY CANDTL.
021300*
021320 FD  CANY-FAR-FILE
021340     LABEL RECORDS ARE STANDARD.
021360     COPY CANFAR.
021380*
021400 FD  CANY-SNAP-FILE
021500     LABEL RECORDS ARE STANDARD.
021600     COPY CANSNP.
021700*
021800 FD  CANY-CHKO-FILE
021900     LABEL RECORDS ARE STANDARD.
022000 01  CANY-CHKO-RECORD            PIC X(45).
022100*
022200 FD  CANY-RELO-FILE
022300     LABEL RECORDS ARE STANDARD.
022400 01  CANY-RELO-RECORD            PIC X(59).
022500*
022600 FD  CANY-HOLDO-FILE
022700     LABEL RECORDS ARE STANDARD.
022800 01  CANY-HOLDO-RECORD           PIC X(17).
022900*
023000 FD  CANY-OVRO-FILE
023100     LABEL RECORDS ARE STANDARD.
023200 01  CANY-OVRO-RECORD            PIC X(78).
023300*
023400 FD  CANY-ACKO-FILE
023500     LABEL RECORDS ARE STANDARD.
023600 01  CANY-ACKO-RECORD            PIC X(91).
023700*
023800 FD  CANY-VOLO-FILE
023900     LABEL RECORDS ARE STANDARD.
024000 01  CANY-VOLO-RECORD            PIC X(27).
024100*
024200 FD  CANY-LOGO-FILE
024300     LABEL RECORDS ARE STANDARD.
024400 01  CANY-LOGO-RECORD            PIC X(78).
024500*
024600 FD  CANY-DTLO-FILE
024700     LABEL RECORDS ARE STANDARD.
024800 01  CANY-DTLO-RECORD            PIC X(66).
024820*
024840 FD  CANY-FARO-FILE
024860     LABEL RECORDS ARE STANDARD.
024880 01  CANY-FARO-RECORD            PIC X(97).
024900*
025000 FD  SNAP-PRT-FILE
025100     LABEL RECORDS ARE STANDARD.
025200 01  SNAP-PRT-LINE               PIC X(80).
025300*
025400 WORKING-STORAGE SECTION.
025500*
025600******************************************************************
025700*    FILE STATUS SWITCHES                                        *
025800******************************************************************
025900 01  WS-PARM-FILE-STATUS        PIC X(02).
026000     88  WS-PARM-FILE-OK        VALUE '00'.
026100*
026200 01  WS-CHKPT-FILE-STATUS       PIC X(02).
026300     88  WS-CHKPT-FILE-OK       VALUE '00'.
026400     88  WS-CHKPT-FILE-EOF      VALUE '10'.
026500*
026600 01  WS-REL-FILE-STATUS         PIC X(02).
026700     88  WS-REL-FILE-OK         VALUE '00'.
026800     88  WS-REL-FILE-EOF        VALUE '10'.
026900*
027000 01  WS-HOLD-FILE-STATUS        PIC X(02).
027100     88  WS-HOLD-FILE-OK        VALUE '00'.
027200     88  WS-HOLD-FILE-EOF       VALUE '10'.
027300*
027400 01  WS-OVR-FILE-STATUS         PIC X(02).
027500     88  WS-OVR-FILE-OK         VALUE '00'.
027600     88  WS-OVR-FILE-EOF        VALUE '10'.
027700*
027800 01  WS-ACK-FILE-STATUS         PIC X(02).
027900     88  WS-ACK-FILE-OK         VALUE '00'.
028000     88  WS-ACK-FILE-EOF        VALUE '10'.
028100*
028200 01  WS-VOL-FILE-STATUS         PIC X(02).
028300     88  WS-VOL-FILE-OK         VALUE '00'.
028400     88  WS-VOL-FILE-EOF        VALUE '10'.
028500*
028600 01  WS-LOG-FILE-STATUS         PIC X(02).
028700     88  WS-LOG-FILE-OK         VALUE '00'.
028800     88  WS-LOG-FILE-EOF        VALUE '10'.
028900*
029000 01  WS-DTL-FILE-STATUS         PIC X(02).
029100     88  WS-DTL-FILE-OK         VALUE '00'.
029200     88  WS-DTL-FILE-EOF        VALUE '10'.
029300*
029320 01  WS-FAR-FILE-STATUS         PIC X(02).
029340     88  WS-FAR-FILE-OK         VALUE '00'.
029360     88  WS-FAR-FILE-EOF        VALUE '10'.
029380*
029400 01  WS-SNAP-FILE-STATUS        PIC X(02).
029500     88  WS-SNAP-FILE-OK        VALUE '00'.
029600     88  WS-SNAP-FILE-EOF       VALUE '10'.
029700*
029800 01  WS-CHKO-FILE-STATUS        PIC X(02).
029900     88  WS-CHKO-FILE-OK        VALUE '00'.
030000     88  WS-CHKO-FILE-EOF       VALUE '10'.
030100*
030200 01  WS-RELO-FILE-STATUS        PIC X(02).
030300     88  WS-RELO-FILE-OK        VALUE '00'.
030400     88  WS-RELO-FILE-EOF       VALUE '10'.
030500*
030600 01  WS-HOLDO-FILE-STATUS       PIC X(02).
030700     88  WS-HOLDO-FILE-OK       VALUE '00'.
030800     88  WS-HOLDO-FILE-EOF      VALUE '10'.
030900*
031000 01  WS-OVRO-FILE-STATUS        PIC X(02).
031100     88  WS-OVRO-FILE-OK        VALUE '00'.
031200     88  WS-OVRO-FILE-EOF       VALUE '10'.
031300*
031400 01  WS-ACKO-FILE-STATUS        PIC X(02).
031500     88  WS-ACKO-FILE-OK        VALUE '00'.
031600     88  WS-ACKO-FILE-EOF       VALUE '10'.
031700*
031800 01  WS-VOLO-FILE-STATUS        PIC X(02).
031900     88  WS-VOLO-FILE-OK        VALUE '00'.
032000     88  WS-VOLO-FILE-EOF       VALUE '10'.
032100*
032200 01  WS-LOGO-FILE-STATUS        PIC X(02).
032300     88  WS-LOGO-FILE-OK        VALUE '00'.
032400     88  WS-LOGO-FILE-EOF       VALUE '10'.
032500*
032600 01  WS-DTLO-FILE-STATUS        PIC X(02).
032700     88  WS-DTLO-FILE-OK        VALUE '00'.
032800     88  WS-DTLO-FILE-EOF       VALUE '10'.
032820*
032840 01  WS-FARO-FILE-STATUS        PIC X(02).
032860     88  WS-FARO-FILE-OK        VALUE '00'.
032880     88  WS-FARO-FILE-EOF       VALUE '10'.
032900*
033000 01  WS-PRT-FILE-STATUS         PIC X(02).
033100     88  WS-PRT-FILE-OK         VALUE '00'.
033200*
033300******************************************************************
033400*    RUN MODE, CYCLES AND TIMESTAMP                              *
033500******************************************************************
033600 01  WS-RUN-MODE                PIC X(04)  VALUE SPACES.
033700     88  WS-MODE-SNAP                      VALUE 'SNAP'.
033800     88  WS-MODE-RESTORE                   VALUE 'REST'.
033900*
034000*    SNAP - THE CYCLE THE NEW GENERATION IS STAMPED WITH.
034100*    REST - THE CYCLE TO RESTORE TO THE END OF.
034200 01  WS-TARGET-CYCLE            PIC 9(08)  VALUE ZERO.
034300*
034400*    THE CYCLE AND TIME ON THE GENERATION'S HEADER.
034500 01  WS-HDR-CYCLE               PIC 9(08)  VALUE ZERO.
034600 01  WS-HDR-STAMP               PIC X(17)  VALUE SPACES.
034700*
034800 01  WS-SNAP-DD                 PIC X(08)  VALUE SPACES.
034900 01  WS-SNAP-ID                 PIC X(08)  VALUE 'CANSNAP'.
035000*
035100 01  WS-CURRENT-DATE            PIC 9(08).
035200 01  WS-CURRENT-TIME            PIC 9(08).
035300 01  WS-TIMESTAMP.
035400     05  WS-TS-DATE             PIC 9(08).
035500     05  FILLER                 PIC X(01)  VALUE '-'.
035600     05  WS-TS-TIME             PIC 9(08).
035700*
035800******************************************************************
035900*    STATE FILE TABLE                                            *
036000*    ONE ENTRY PER STATE FILE, IN THE ORDER THE GENERATION       *
036100*    HOLDS THEM.  RULE C = ROLLED BACK BY CYCLE ON A RESTORE,    *
036200*    W = RESTORED WHOLE.                                         *
036300******************************************************************
036400 01  WS-FILE-LIST-VALUES.
036500     05  FILLER                 PIC X(09)  VALUE 'CANCHKPTC'.
036600     05  FILLER                 PIC X(09)  VALUE 'CANREL  C'.
036700     05  FILLER                 PIC X(09)  VALUE 'CANHOLD W'.
036800     05  FILLER                 PIC X(09)  VALUE 'CANOVR  W'.
036900     05  FILLER                 PIC X(09)  VALUE 'CANACK  W'.
037000     05  FILLER                 PIC X(09)  VALUE 'CANVOLH C'.
037100     05  FILLER                 PIC X(09)  VALUE 'CANLOG  C'.
037200     05  FILLER                 PIC X(09)  VALUE 'CANDTL  C'.
037250     05  FILLER                 PIC X(09)  VALUE 'CANFARR C'.
037300 01  WS-FILE-LIST REDEFINES WS-FILE-LIST-VALUES.
037400     05  WS-FL-ENTRY  OCCURS 9 TIMES.
037500         10  WS-FL-DDNAME       PIC X(08).
037600         10  WS-FL-RULE         PIC X(01).
037700             88  WS-FL-ROLLED-BACK          VALUE 'C'.
037800*
037900 01  WS-FILE-TABLE.
038000     05  WS-FT-ENTRY  OCCURS 9 TIMES.
038100         10  WS-FT-PRESENT      PIC X(01).
038200             88  WS-FT-WAS-PRESENT          VALUE 'Y'.
038300         10  WS-FT-TRAILER-SEEN PIC X(01).
038400             88  WS-FT-HAS-TRAILER          VALUE 'Y'.
038500         10  WS-FT-LIVE-COUNT   PIC 9(09) COMP.
038600         10  WS-FT-SNAP-COUNT   PIC 9(09) COMP.
038700         10  WS-FT-TRL-COUNT    PIC 9(09) COMP.
038800         10  WS-FT-REMOVED      PIC 9(09) COMP.
038900         10  WS-FT-RESTORED     PIC 9(09) COMP.
039000         10  WS-FT-VERIFIED     PIC 9(09) COMP.
039100         10  WS-FT-CHECK        PIC X(08).
039200*
039300 77  WS-FILE-MAX                PIC 9(04) COMP  VALUE 9.
039400 77  WS-FILE-SUB                PIC 9(04) COMP  VALUE 0.
039500*
039600*    THE FILE A GENERATION RECORD BELONGS TO, BY DD NAME.
039700 01  WS-FIND-DDNAME             PIC X(08)  VALUE SPACES.
039800 77  WS-FOUND-SUB               PIC 9(04) COMP  VALUE 0.
039900*
040000******************************************************************
040100*    IMAGE WORK AREA                                             *
040200*    THE CYCLE OF AN IMAGE SITS IN A DIFFERENT PLACE ON EACH     *
040300*    FILE, SO THE IMAGE IS VIEWED THROUGH THE LAYOUT OF ITS OWN  *
040360*    FILE: CYCLE FIRST (CANREL, CANFARR, CANLOG, CANDTL - THE    *
040420*    LOG AND DETAIL RUN TIMESTAMP FOLLOWS THE ENVIRONMENT), CYCLE*
040500*    AFTER A DSN (CANVOLH), OR CHECKPOINT DATE THEN CYCLE        *
040600*    (CANCHKPT).                                                 *
040700******************************************************************
040800 01  WS-SNAP-IMAGE              PIC X(100) VALUE SPACES.
040900 01  WS-IMG-CYCLE-FIRST REDEFINES WS-SNAP-IMAGE.
041000     05  WS-IMG-CF-CYCLE        PIC 9(08).
041100     05  FILLER                 PIC X(06).
041200     05  WS-IMG-CF-TS-DATE      PIC 9(08).
041300     05  FILLER                 PIC X(78).
041400 01  WS-IMG-CYCLE-AFTER-DSN REDEFINES WS-SNAP-IMAGE.
041500     05  FILLER                 PIC X(09).
041600     05  WS-IMG-CD-CYCLE        PIC 9(08).
041700     05  FILLER                 PIC X(83).
041800 01  WS-IMG-CHECKPOINT REDEFINES WS-SNAP-IMAGE.
041900     05  WS-IMG-CK-DATE         PIC 9(08).
042000     05  FILLER                 PIC X(24).
042100     05  WS-IMG-CK-CYCLE        PIC 9(08).
042200     05  FILLER                 PIC X(60).
042300*
042400 01  WS-IMG-CYCLE               PIC 9(08)  VALUE ZERO.
042500 77  WS-IMG-DATED-SWITCH        PIC X(01)  VALUE 'N'.
042600     88  WS-IMG-IS-DATED                   VALUE 'Y'.
042700*
042800******************************************************************
042900*    RUN SWITCHES AND TOTALS                                     *
043000******************************************************************
043100 77  WS-DAMAGED-SWITCH          PIC X(01)  VALUE 'N'.
043200     88  WS-SNAP-IS-DAMAGED                VALUE 'Y'.
043300 77  WS-COUNT-SWITCH            PIC X(01)  VALUE 'N'.
043400     88  WS-COUNT-MISMATCH                 VALUE 'Y'.
043500 77  WS-ABSENT-SWITCH           PIC X(01)  VALUE 'N'.
043600     88  WS-LIVE-FILE-ABSENT               VALUE 'Y'.
043700 77  WS-OUTPUT-SWITCH           PIC X(01)  VALUE 'N'.
043800     88  WS-OUTPUTS-OPEN                   VALUE 'Y'.
043900*
044000 77  WS-TOTAL-IMAGES            PIC 9(09) COMP  VALUE 0.
044100 77  WS-TOTAL-REMOVED           PIC 9(09) COMP  VALUE 0.
044200*
044300******************************************************************
044400*    REPORT PRINT WORK AREA                                      *
044500******************************************************************
044600 01  WS-PRT-LINE                PIC X(80).
044700 01  WS-EDIT-COUNT              PIC ZZZZZZZZ9.
044800 01  WS-EDIT-CYCLE              PIC 9(08).
044900 01  WS-COL-LIVE                PIC X(09)  VALUE SPACES.
045000 01  WS-COL-SNAP                PIC X(09)  VALUE SPACES.
045100 01  WS-COL-REMOVED             PIC X(09)  VALUE SPACES.
045200 01  WS-COL-RESTORED            PIC X(09)  VALUE SPACES.
045300 01  WS-COL-VERIFIED            PIC X(09)  VALUE SPACES.
045400 01  WS-COL-RULE                PIC X(08)  VALUE SPACES.
045500*
045600 PROCEDURE DIVISION.
045700*
045800******************************************************************
045900*    0000-MAINLINE                                               *
046000*    CONTROLS OVERALL FLOW OF THE SNAPSHOT OR RESTORE RUN.       *
046100******************************************************************
046200 0000-MAINLINE.
046300*
046400     MOVE 0 TO RETURN-CODE.
046500     PERFORM 1000-INITIALIZE
046600         THRU 1000-INITIALIZE-EXIT.
046700     IF RETURN-CODE NOT = 0
046800         GO TO 0000-MAINLINE-EXIT
046900     END-IF.
047000*
047100     IF WS-MODE-SNAP
047200         PERFORM 2000-TAKE-SNAPSHOT
047300             THRU 2000-TAKE-SNAPSHOT-EXIT
047400     ELSE
047500         PERFORM 3000-RESTORE-SNAPSHOT
047600             THRU 3000-RESTORE-SNAPSHOT-EXIT
047700     END-IF.
047800*
047900     PERFORM 4000-PRINT-COUNTS
048000         THRU 4000-PRINT-COUNTS-EXIT.
048100*
048200     CLOSE SNAP-PRT-FILE.
048300*
048400 0000-MAINLINE-EXIT.
048500*
048600     PERFORM 9999-EXIT
048700         THRU 9999-EXIT-EXIT.
048800     STOP RUN.
048900*
049000******************************************************************
049100*    1000-INITIALIZE                                             *
049200*    READS THE SNAPPARM CONTROL RECORD, SETTLES THE CYCLE AND    *
049300*    PRINTS THE REPORT HEADING.  A BAD CONTROL RECORD ENDS THE   *
049400*    RUN BEFORE ANY FILE IS TOUCHED.                             *
049500******************************************************************
049600 1000-INITIALIZE.
049700*
049800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
049900     ACCEPT WS-CURRENT-TIME FROM TIME.
050000     MOVE WS-CURRENT-DATE TO WS-TS-DATE.
050100     MOVE WS-CURRENT-TIME TO WS-TS-TIME.
050200*
050300     PERFORM 1010-INIT-FILE-ENTRY
050400         THRU 1010-INIT-FILE-ENTRY-EXIT
050500         VARYING WS-FILE-SUB FROM 1 BY 1
050600         UNTIL WS-FILE-SUB > WS-FILE-MAX.
050700*
050800     OPEN INPUT SNAP-PARM-FILE.
050900     IF NOT WS-PARM-FILE-OK
051000         DISPLAY 'CANSNAP: UNABLE TO OPEN SNAPPARM - FILE STATUS '
051100             WS-PARM-FILE-STATUS ' - RUN ABANDONED'
051200         MOVE 16 TO RETURN-CODE
051300         GO TO 1000-INITIALIZE-EXIT
051400     END-IF.
051500*
051600     READ SNAP-PARM-FILE
051700         AT END
051800             DISPLAY 'CANSNAP: SNAPPARM IS EMPTY - RUN ABANDONED'
051900             MOVE 16 TO RETURN-CODE
052000             GO TO 1000-INITIALIZE-CLOSE
052100     END-READ.
052200*
052300     MOVE SNAP-PARM-MODE TO WS-RUN-MODE.
052400     IF NOT WS-MODE-SNAP
052500         AND NOT WS-MODE-RESTORE
052600         DISPLAY 'CANSNAP: SNAPPARM MODE ' SNAP-PARM-MODE
052700             ' IS NOT SNAP OR REST - RUN ABANDONED'
052800         MOVE 16 TO RETURN-CODE
052900         GO TO 1000-INITIALIZE-CLOSE
053000     END-IF.
053100*
053200     IF SNAP-PARM-CYCLE-NUM NUMERIC
053300         MOVE SNAP-PARM-CYCLE-NUM TO WS-TARGET-CYCLE
053400     ELSE
053500         IF SNAP-PARM-CYCLE-ID NOT = SPACES
053600             DISPLAY 'CANSNAP: SNAPPARM CYCLE ID '
053700                 SNAP-PARM-CYCLE-ID ' IS NOT NUMERIC - RUN '
053800                 'ABANDONED'
053900             MOVE 16 TO RETURN-CODE
054000             GO TO 1000-INITIALIZE-CLOSE
054100         END-IF
054200     END-IF.
054300*
054400 1000-INITIALIZE-CLOSE.
054500     CLOSE SNAP-PARM-FILE.
054600*
054700     IF RETURN-CODE NOT = 0
054800         GO TO 1000-INITIALIZE-EXIT
054900     END-IF.
055000*
055100     IF WS-MODE-SNAP
055200         AND WS-TARGET-CYCLE = ZERO
055300         PERFORM 1100-FIND-LAST-CYCLE
055400             THRU 1100-FIND-LAST-CYCLE-EXIT
055500     END-IF.
055600*
055700     IF WS-TARGET-CYCLE = ZERO
055800         IF WS-MODE-SNAP
055900             DISPLAY 'CANSNAP: NO CYCLE ON SNAPPARM AND NONE ON '
056000                 'CANCHKPT - RUN ABANDONED'
056100         ELSE
056200             DISPLAY 'CANSNAP: SNAPPARM CYCLE ID IS REQUIRED TO '
056300                 'RESTORE - RUN ABANDONED'
056400         END-IF
056500         MOVE 16 TO RETURN-CODE
056600         GO TO 1000-INITIALIZE-EXIT
056700     END-IF.
056800*
056900     OPEN OUTPUT SNAP-PRT-FILE.
057000*
057100     MOVE SPACES TO WS-PRT-LINE.
057200     IF WS-MODE-SNAP
057300         STRING 'CANSNAP - CANARY STATE SNAPSHOT FOR CYCLE '
057400             WS-TARGET-CYCLE ' AT ' WS-TIMESTAMP
057500             DELIMITED BY SIZE INTO WS-PRT-LINE
057600     ELSE
057700         STRING 'CANSNAP - CANARY STATE RESTORE TO END OF CYCLE '
057800             WS-TARGET-CYCLE ' AT ' WS-TIMESTAMP
057900             DELIMITED BY SIZE INTO WS-PRT-LINE
058000     END-IF.
058100     PERFORM 9000-EMIT-REPORT-LINE
058200         THRU 9000-EMIT-REPORT-LINE-EXIT.
058300     MOVE ALL '=' TO WS-PRT-LINE.
058400     PERFORM 9000-EMIT-REPORT-LINE
058500         THRU 9000-EMIT-REPORT-LINE-EXIT.
058600*
058700 1000-INITIALIZE-EXIT.
058800     EXIT.
058900*
059000******************************************************************
059100*    1010-INIT-FILE-ENTRY                                        *
059200*    CLEARS ONE STATE FILE'S COUNTS.                             *
059300******************************************************************
059400 1010-INIT-FILE-ENTRY.
059500*
059600     MOVE 'N'    TO WS-FT-PRESENT (WS-FILE-SUB).
059700     MOVE 'N'    TO WS-FT-TRAILER-SEEN (WS-FILE-SUB).
059800     MOVE 0      TO WS-FT-LIVE-COUNT (WS-FILE-SUB).
059900     MOVE 0      TO WS-FT-SNAP-COUNT (WS-FILE-SUB).
060000     MOVE 0      TO WS-FT-TRL-COUNT (WS-FILE-SUB).
060100     MOVE 0      TO WS-FT-REMOVED (WS-FILE-SUB).
060200     MOVE 0      TO WS-FT-RESTORED (WS-FILE-SUB).
060300     MOVE 0      TO WS-FT-VERIFIED (WS-FILE-SUB).
060400     MOVE SPACES TO WS-FT-CHECK (WS-FILE-SUB).
060500*
060600 1010-INIT-FILE-ENTRY-EXIT.
060700     EXIT.
060800*
060900******************************************************************
061000*    1100-FIND-LAST-CYCLE                                        *
061100*    A SNAPSHOT WITH NO CYCLE ON SNAPPARM IS STAMPED WITH THE    *
061200*    LATEST CYCLE THE CANARY HAS CHECKPOINTED.                   *
061300******************************************************************
061400 1100-FIND-LAST-CYCLE.
061500*
061600     OPEN INPUT CANY-CHKPT-FILE.
061700     IF NOT WS-CHKPT-FILE-OK
061800         GO TO 1100-FIND-LAST-CYCLE-EXIT
061900     END-IF.
062000*
062100     PERFORM 1110-CHECK-ONE-CHKPT-CYCLE
062200         THRU 1110-CHECK-ONE-CHKPT-CYCLE-EXIT
062300         UNTIL WS-CHKPT-FILE-EOF.
062400*
062500     CLOSE CANY-CHKPT-FILE.
062600*
062700 1100-FIND-LAST-CYCLE-EXIT.
062800     EXIT.
062900*
063000******************************************************************
063100*    1110-CHECK-ONE-CHKPT-CYCLE                                  *
063200*    KEEPS THE HIGHEST NUMERIC CHECKPOINT CYCLE SEEN.            *
063300******************************************************************
063400 1110-CHECK-ONE-CHKPT-CYCLE.
063500*
063600     READ CANY-CHKPT-FILE
063700         AT END
063800             SET WS-CHKPT-FILE-EOF TO TRUE
063900             GO TO 1110-CHECK-ONE-CHKPT-CYCLE-EXIT
064000     END-READ.
064100*
064200     IF CHKPT-CYCLE-ID NUMERIC
064300         AND CHKPT-CYCLE-ID > WS-TARGET-CYCLE
064400         MOVE CHKPT-CYCLE-ID TO WS-TARGET-CYCLE
064500     END-IF.
064600*
064700 1110-CHECK-ONE-CHKPT-CYCLE-EXIT.
064800     EXIT.
064900*
065000******************************************************************
065100*    2000-TAKE-SNAPSHOT                                          *
065200*    WRITES THE HEADER, EVERY STATE FILE'S IMAGES AND TRAILER,   *
065300*    THEN READS THE NEW GENERATION BACK TO CHECK IT.             *
065400******************************************************************
065500 2000-TAKE-SNAPSHOT.
065600*
065700     MOVE 'SNAPOUT' TO WS-SNAP-DD.
065800     OPEN OUTPUT CANY-SNAP-FILE.
065900     IF NOT WS-SNAP-FILE-OK
066000         MOVE SPACES TO WS-PRT-LINE
066100         STRING '  ** SNAPOUT UNAVAILABLE - FILE STATUS '
066200             WS-SNAP-FILE-STATUS ' - NO SNAPSHOT TAKEN **'
066300             DELIMITED BY SIZE INTO WS-PRT-LINE
066400         PERFORM 9000-EMIT-REPORT-LINE
066500             THRU 9000-EMIT-REPORT-LINE-EXIT
066600         MOVE 16 TO RETURN-CODE
066700         GO TO 2000-TAKE-SNAPSHOT-EXIT
066800     END-IF.
066900*
067000     MOVE SPACES          TO CANY-SNAP-HEADER.
067100     MOVE 'H'             TO CANY-SNAP-HDR-TYPE.
067200     MOVE WS-SNAP-ID      TO CANY-SNAP-HDR-ID.
067300     MOVE WS-TARGET-CYCLE TO CANY-SNAP-HDR-CYCLE-ID.
067400     MOVE WS-TIMESTAMP    TO CANY-SNAP-HDR-TIMESTAMP.
067500     WRITE CANY-SNAP-HEADER.
067600*
067700     PERFORM 2100-READ-LIVE-FILES
067800         THRU 2100-READ-LIVE-FILES-EXIT.
067900*
068000     CLOSE CANY-SNAP-FILE.
068100*
068200     PERFORM 5000-READ-GENERATION
068300         THRU 5000-READ-GENERATION-EXIT.
068400*
068500     PERFORM 2900-CHECK-SNAPSHOT-FILE
068600         THRU 2900-CHECK-SNAPSHOT-FILE-EXIT
068700         VARYING WS-FILE-SUB FROM 1 BY 1
068800         UNTIL WS-FILE-SUB > WS-FILE-MAX.
068900*
069000     IF WS-SNAP-IS-DAMAGED
069100         OR WS-COUNT-MISMATCH
069200         MOVE 16 TO RETURN-CODE
069300     ELSE
069400         IF WS-LIVE-FILE-ABSENT
069500             MOVE 4 TO RETURN-CODE
069600         END-IF
069700     END-IF.
069800*
069900 2000-TAKE-SNAPSHOT-EXIT.
070000     EXIT.
070100*
070200******************************************************************
070300*    2100-READ-LIVE-FILES                                        *
070400*    READS EVERY LIVE STATE FILE IN TURN.  EACH RECORD IS        *
070500*    COUNTED, AND IN SNAP MODE WRITTEN TO THE GENERATION, WITH   *
070600*    A TRAILER AFTER EACH FILE.  A FILE THAT OPENS IS PRESENT    *
070700*    EVEN WHEN EMPTY; ONE THAT CANNOT BE OPENED COUNTS AS EMPTY. *
070800******************************************************************
070900 2100-READ-LIVE-FILES.
071000*
071100     MOVE 1 TO WS-FILE-SUB.
071200     OPEN INPUT CANY-CHKPT-FILE.
071300     IF WS-CHKPT-FILE-OK
071350         MOVE 'Y' TO WS-FT-PRESENT (WS-FILE-SUB)
071400         PERFORM 2110-READ-ONE-CHKPT
071500             THRU 2110-READ-ONE-CHKPT-EXIT
071600             UNTIL WS-CHKPT-FILE-EOF
071700         CLOSE CANY-CHKPT-FILE
071800     END-IF.
072000     PERFORM 7100-END-LIVE-FILE
072100         THRU 7100-END-LIVE-FILE-EXIT.
072200*
072300     MOVE 2 TO WS-FILE-SUB.
072400     OPEN INPUT CANY-REL-FILE.
072500     IF WS-REL-FILE-OK
072550         MOVE 'Y' TO WS-FT-PRESENT (WS-FILE-SUB)
072600         PERFORM 2120-READ-ONE-REL
072700             THRU 2120-READ-ONE-REL-EXIT
072800             UNTIL WS-REL-FILE-EOF
072900         CLOSE CANY-REL-FILE
073000     END-IF.
073100     PERFORM 7100-END-LIVE-FILE
073200         THRU 7100-END-LIVE-FILE-EXIT.
073300*
073400     MOVE 3 TO WS-FILE-SUB.
073500     OPEN INPUT CANY-HOLD-FILE.
073600     IF WS-HOLD-FILE-OK
073650         MOVE 'Y' TO WS-FT-PRESENT (WS-FILE-SUB)
073700         PERFORM 2130-READ-ONE-HOLD
073800             THRU 2130-READ-ONE-HOLD-EXIT
073900             UNTIL WS-HOLD-FILE-EOF
074000         CLOSE CANY-HOLD-FILE
074100     END-IF.
074200     PERFORM 7100-END-LIVE-FILE
074300         THRU 7100-END-LIVE-FILE-EXIT.
074400*
074500     MOVE 4 TO WS-FILE-SUB.
074600     OPEN INPUT CANY-OVR-FILE.
074700     IF WS-OVR-FILE-OK
074750         MOVE 'Y' TO WS-FT-PRESENT (WS-FILE-SUB)
074800         PERFORM 2140-READ-ONE-OVR
074900             THRU 2140-READ-ONE-OVR-EXIT
075000             UNTIL WS-OVR-FILE-EOF
075100         CLOSE CANY-OVR-FILE
075200     END-IF.
075300     PERFORM 7100-END-LIVE-FILE
075400         THRU 7100-END-LIVE-FILE-EXIT.
075500*
075600     MOVE 5 TO WS-FILE-SUB.
075700     OPEN INPUT CANY-ACK-FILE.
075800     IF WS-ACK-FILE-OK
075850         MOVE 'Y' TO WS-FT-PRESENT (WS-FILE-SUB)
075900         PERFORM 2150-READ-ONE-ACK
076000             THRU 2150-READ-ONE-ACK-EXIT
076100             UNTIL WS-ACK-FILE-EOF
076200         CLOSE CANY-ACK-FILE
076300     END-IF.
076400     PERFORM 7100-END-LIVE-FILE
076500         THRU 7100-END-LIVE-FILE-EXIT.
076600*
076700     MOVE 6 TO WS-FILE-SUB.
076800     OPEN INPUT CANY-VOL-FILE.
076900     IF WS-VOL-FILE-OK
076950         MOVE 'Y' TO WS-FT-PRESENT (WS-FILE-SUB)
077000         PERFORM 2160-READ-ONE-VOL
077100             THRU 2160-READ-ONE-VOL-EXIT
077200             UNTIL WS-VOL-FILE-EOF
077300         CLOSE CANY-VOL-FILE
077400     END-IF.
077500     PERFORM 7100-END-LIVE-FILE
077600         THRU 7100-END-LIVE-FILE-EXIT.
077700*
077800     MOVE 7 TO WS-FILE-SUB.
077900     OPEN INPUT CANY-LOG-FILE.
078000     IF WS-LOG-FILE-OK
078050         MOVE 'Y' TO WS-FT-PRESENT (WS-FILE-SUB)
078100         PERFORM 2170-READ-ONE-LOG
078200             THRU 2170-READ-ONE-LOG-EXIT
078300             UNTIL WS-LOG-FILE-EOF
078400         CLOSE CANY-LOG-FILE
078500     END-IF.
078600     PERFORM 7100-END-LIVE-FILE
078700         THRU 7100-END-LIVE-FILE-EXIT.
078800*
078900     MOVE 8 TO WS-FILE-SUB.
079000     OPEN INPUT CANY-DTL-FILE.
079100     IF WS-DTL-FILE-OK
079150         MOVE 'Y' TO WS-FT-PRESENT (WS-FILE-SUB)
079200         PERFORM 2180-READ-ONE-DTL
079300             THRU 2180-READ-ONE-DTL-EXIT
079400             UNTIL WS-DTL-FILE-EOF
079500         CLOSE CANY-DTL-FILE
079600     END-IF.
079700     PERFORM 7100-END-LIVE-FILE
079800         THRU 7100-END-LIVE-FILE-EXIT.
079900*
079908     MOVE 9 TO WS-FILE-SUB.
079916     OPEN INPUT CANY-FAR-FILE.
079924     IF WS-FAR-FILE-OK
079928         MOVE 'Y' TO WS-FT-PRESENT (WS-FILE-SUB)
079932         PERFORM 2190-READ-ONE-FAR
079940             THRU 2190-READ-ONE-FAR-EXIT
079948             UNTIL WS-FAR-FILE-EOF
079956         CLOSE CANY-FAR-FILE
079964     END-IF.
079972     PERFORM 7100-END-LIVE-FILE
079980         THRU 7100-END-LIVE-FILE-EXIT.
079988*
080000 2100-READ-LIVE-FILES-EXIT.
080100     EXIT.
080200*
080300******************************************************************
080400*    2110-READ-ONE-CHKPT THROUGH 2190-READ-ONE-FAR               *
080500*    EACH READS ONE RECORD OF ITS LIVE FILE AND TAKES IT.        *
080600******************************************************************
080700 2110-READ-ONE-CHKPT.
080800*
080900     READ CANY-CHKPT-FILE
081000         AT END
081100             SET WS-CHKPT-FILE-EOF TO TRUE
081200             GO TO 2110-READ-ONE-CHKPT-EXIT
081300     END-READ.
081400     MOVE CHKPT-RECORD TO WS-SNAP-IMAGE.
081500     PERFORM 7000-TAKE-LIVE-RECORD
081600         THRU 7000-TAKE-LIVE-RECORD-EXIT.
081700*
081800 2110-READ-ONE-CHKPT-EXIT.
081900     EXIT.
082000*
082100 2120-READ-ONE-REL.
082200*
082300     READ CANY-REL-FILE
082400         AT END
082500             SET WS-REL-FILE-EOF TO TRUE
082600             GO TO 2120-READ-ONE-REL-EXIT
082700     END-READ.
082800     MOVE CANY-REL-RECORD TO WS-SNAP-IMAGE.
082900     PERFORM 7000-TAKE-LIVE-RECORD
083000         THRU 7000-TAKE-LIVE-RECORD-EXIT.
083100*
083200 2120-READ-ONE-REL-EXIT.
083300     EXIT.
083400*
083500 2130-READ-ONE-HOLD.
083600*
083700     READ CANY-HOLD-FILE
083800         AT END
083900             SET WS-HOLD-FILE-EOF TO TRUE
084000             GO TO 2130-READ-ONE-HOLD-EXIT
084100     END-READ.
084200     MOVE CANY-HLD-RECORD TO WS-SNAP-IMAGE.
084300     PERFORM 7000-TAKE-LIVE-RECORD
084400         THRU 7000-TAKE-LIVE-RECORD-EXIT.
084500*
084600 2130-READ-ONE-HOLD-EXIT.
084700     EXIT.
084800*
084900 2140-READ-ONE-OVR.
085000*
085100     READ CANY-OVR-FILE
085200         AT END
085300             SET WS-OVR-FILE-EOF TO TRUE
085400             GO TO 2140-READ-ONE-OVR-EXIT
085500     END-READ.
085600     MOVE CANY-OVR-RECORD TO WS-SNAP-IMAGE.
085700     PERFORM 7000-TAKE-LIVE-RECORD
085800         THRU 7000-TAKE-LIVE-RECORD-EXIT.
085900*
086000 2140-READ-ONE-OVR-EXIT.
086100     EXIT.
086200*
086300 2150-READ-ONE-ACK.
086400*
086500     READ CANY-ACK-FILE
086600         AT END
086700             SET WS-ACK-FILE-EOF TO TRUE
086800             GO TO 2150-READ-ONE-ACK-EXIT
086900     END-READ.
087000     MOVE CANY-ACK-RECORD TO WS-SNAP-IMAGE.
087100     PERFORM 7000-TAKE-LIVE-RECORD
087200         THRU 7000-TAKE-LIVE-RECORD-EXIT.
087300*
087400 2150-READ-ONE-ACK-EXIT.
087500     EXIT.
087600*
087700 2160-READ-ONE-VOL.
087800*
087900     READ CANY-VOL-FILE
088000         AT END
088100             SET WS-VOL-FILE-EOF TO TRUE
088200             GO TO 2160-READ-ONE-VOL-EXIT
088300     END-READ.
088400     MOVE CANY-VOL-RECORD TO WS-SNAP-IMAGE.
088500     PERFORM 7000-TAKE-LIVE-RECORD
088600         THRU 7000-TAKE-LIVE-RECORD-EXIT.
088700*
088800 2160-READ-ONE-VOL-EXIT.
088900     EXIT.
089000*
089100 2170-READ-ONE-LOG.
089200*
089300     READ CANY-LOG-FILE
089400         AT END
089500             SET WS-LOG-FILE-EOF TO TRUE
089600             GO TO 2170-READ-ONE-LOG-EXIT
089700     END-READ.
089800     MOVE CANY-LOG-RECORD TO WS-SNAP-IMAGE.
089900     PERFORM 7000-TAKE-LIVE-RECORD
090000         THRU 7000-TAKE-LIVE-RECORD-EXIT.
090100*
090200 2170-READ-ONE-LOG-EXIT.
090300     EXIT.
090400*
090500 2180-READ-ONE-DTL.
090600*
090700     READ CANY-DTL-FILE
090800         AT END
090900             SET WS-DTL-FILE-EOF TO TRUE
091000             GO TO 2180-READ-ONE-DTL-EXIT
091100     END-READ.
091200     MOVE CANY-DTL-RECORD TO WS-SNAP-IMAGE.
091300     PERFORM 7000-TAKE-LIVE-RECORD
091400         THRU 7000-TAKE-LIVE-RECORD-EXIT.
091500*
091600 2180-READ-ONE-DTL-EXIT.
091700     EXIT.
091800*
091806 2190-READ-ONE-FAR.
091812*
091818     READ CANY-FAR-FILE
091824         AT END
091830             SET WS-FAR-FILE-EOF TO TRUE
091836             GO TO 2190-READ-ONE-FAR-EXIT
091842     END-READ.
091848     MOVE CANY-FAR-RECORD TO WS-SNAP-IMAGE.
091854     PERFORM 7000-TAKE-LIVE-RECORD
091860         THRU 7000-TAKE-LIVE-RECORD-EXIT.
091866*
091872 2190-READ-ONE-FAR-EXIT.
091878     EXIT.
091884*
091900******************************************************************
092000*    2900-CHECK-SNAPSHOT-FILE                                    *
092100*    A FILE'S IMAGES READ BACK FROM THE NEW GENERATION MUST      *
092200*    EQUAL THE RECORDS READ FROM THE LIVE FILE.                  *
092300******************************************************************
092400 2900-CHECK-SNAPSHOT-FILE.
092500*
092600     IF WS-FT-SNAP-COUNT (WS-FILE-SUB)
092700             = WS-FT-LIVE-COUNT (WS-FILE-SUB)
092800         AND WS-FT-HAS-TRAILER (WS-FILE-SUB)
092900         AND WS-FT-CHECK (WS-FILE-SUB) = SPACES
093000         MOVE 'OK' TO WS-FT-CHECK (WS-FILE-SUB)
093100     ELSE
093200         MOVE 'MISMATCH' TO WS-FT-CHECK (WS-FILE-SUB)
093300         SET WS-COUNT-MISMATCH TO TRUE
093400     END-IF.
093500*
093600 2900-CHECK-SNAPSHOT-FILE-EXIT.
093700     EXIT.
093800*
093900******************************************************************
094000*    3000-RESTORE-SNAPSHOT                                       *
094100*    COUNTS THE LIVE FILES BEING REPLACED, RESTORES THE          *
094200*    GENERATION TO THE OUTPUT FILES, THEN READS EVERY OUTPUT     *
094300*    FILE BACK TO CHECK IT HOLDS WHAT WAS RESTORED.              *
094400******************************************************************
094500 3000-RESTORE-SNAPSHOT.
094600*
094700     PERFORM 2100-READ-LIVE-FILES
094800         THRU 2100-READ-LIVE-FILES-EXIT.
094900*
095000     MOVE 'SNAPIN' TO WS-SNAP-DD.
095100     PERFORM 5000-READ-GENERATION
095200         THRU 5000-READ-GENERATION-EXIT.
095300*
095400     IF WS-OUTPUTS-OPEN
095500         PERFORM 3900-CLOSE-RESTORE-FILES
095600             THRU 3900-CLOSE-RESTORE-FILES-EXIT
095700     END-IF.
095800*
095900     IF WS-SNAP-IS-DAMAGED
096000         MOVE 16 TO RETURN-CODE
096100         GO TO 3000-RESTORE-SNAPSHOT-EXIT
096200     END-IF.
096300*
096400     PERFORM 3500-READ-RESTORED-FILES
096500         THRU 3500-READ-RESTORED-FILES-EXIT.
096600*
096700     PERFORM 3800-CHECK-RESTORED-FILE
096800         THRU 3800-CHECK-RESTORED-FILE-EXIT
096900         VARYING WS-FILE-SUB FROM 1 BY 1
097000         UNTIL WS-FILE-SUB > WS-FILE-MAX.
097100*
097200     IF WS-COUNT-MISMATCH
097300         MOVE 16 TO RETURN-CODE
097400     END-IF.
097500*
097600 3000-RESTORE-SNAPSHOT-EXIT.
097700     EXIT.
097800*
097900******************************************************************
098000*    3100-OPEN-RESTORE-FILES                                     *
098100*    OPENS THE NINE RESTORED-FILE OUTPUTS.  ANY THAT WILL NOT    *
098200*    OPEN ABANDONS THE RESTORE.                                  *
098300******************************************************************
098400 3100-OPEN-RESTORE-FILES.
098500*
098600     OPEN OUTPUT CANY-CHKO-FILE.
098700     OPEN OUTPUT CANY-RELO-FILE.
098800     OPEN OUTPUT CANY-HOLDO-FILE.
098900     OPEN OUTPUT CANY-OVRO-FILE.
099000     OPEN OUTPUT CANY-ACKO-FILE.
099100     OPEN OUTPUT CANY-VOLO-FILE.
099200     OPEN OUTPUT CANY-LOGO-FILE.
099300     OPEN OUTPUT CANY-DTLO-FILE.
099350     OPEN OUTPUT CANY-FARO-FILE.
099400     SET WS-OUTPUTS-OPEN TO TRUE.
099500*
099600     IF NOT WS-CHKO-FILE-OK
099700         OR NOT WS-RELO-FILE-OK
099800         OR NOT WS-HOLDO-FILE-OK
099900         OR NOT WS-OVRO-FILE-OK
100000         OR NOT WS-ACKO-FILE-OK
100100         OR NOT WS-VOLO-FILE-OK
100200         OR NOT WS-LOGO-FILE-OK
100300         OR NOT WS-DTLO-FILE-OK
100350         OR NOT WS-FARO-FILE-OK
100400         MOVE SPACES TO WS-PRT-LINE
100500         STRING '  ** A RESTORED-FILE OUTPUT WOULD NOT OPEN - '
100600             'RESTORE ABANDONED **'
100700             DELIMITED BY SIZE INTO WS-PRT-LINE
100800         PERFORM 9000-EMIT-REPORT-LINE
100900             THRU 9000-EMIT-REPORT-LINE-EXIT
101000         SET WS-SNAP-IS-DAMAGED TO TRUE
101100     END-IF.
101200*
101300 3100-OPEN-RESTORE-FILES-EXIT.
101400     EXIT.
101500*
101600******************************************************************
101700*    3200-RESTORE-IMAGE                                          *
101800*    DATES ONE IMAGE FROM THE GENERATION AND EITHER REMOVES IT   *
101900*    (A LATER CYCLE ON A FILE ROLLED BACK BY CYCLE) OR WRITES    *
102000*    IT TO ITS FILE'S RESTORED OUTPUT.                           *
102100******************************************************************
102200 3200-RESTORE-IMAGE.
102300*
102400     IF WS-SNAP-IS-DAMAGED
102500         GO TO 3200-RESTORE-IMAGE-EXIT
102600     END-IF.
102700*
102800     PERFORM 3210-DATE-IMAGE
102900         THRU 3210-DATE-IMAGE-EXIT.
103000*
103100     IF WS-FL-ROLLED-BACK (WS-FILE-SUB)
103200         AND WS-IMG-IS-DATED
103300         AND WS-IMG-CYCLE > WS-TARGET-CYCLE
103400         ADD 1 TO WS-FT-REMOVED (WS-FILE-SUB)
103500         ADD 1 TO WS-TOTAL-REMOVED
103600         PERFORM 3300-REPORT-REMOVED
103700             THRU 3300-REPORT-REMOVED-EXIT
103800         GO TO 3200-RESTORE-IMAGE-EXIT
103900     END-IF.
104000*
104100     EVALUATE WS-FILE-SUB
104200         WHEN 1
104300             WRITE CANY-CHKO-RECORD FROM WS-SNAP-IMAGE
104400         WHEN 2
104500             WRITE CANY-RELO-RECORD FROM WS-SNAP-IMAGE
104600         WHEN 3
104700             WRITE CANY-HOLDO-RECORD FROM WS-SNAP-IMAGE
104800         WHEN 4
104900             WRITE CANY-OVRO-RECORD FROM WS-SNAP-IMAGE
105000         WHEN 5
105100             WRITE CANY-ACKO-RECORD FROM WS-SNAP-IMAGE
105200         WHEN 6
105300             WRITE CANY-VOLO-RECORD FROM WS-SNAP-IMAGE
105400         WHEN 7
105500             WRITE CANY-LOGO-RECORD FROM WS-SNAP-IMAGE
105600         WHEN 8
105700             WRITE CANY-DTLO-RECORD FROM WS-SNAP-IMAGE
105730         WHEN 9
105760             WRITE CANY-FARO-RECORD FROM WS-SNAP-IMAGE
105800     END-EVALUATE.
105900     ADD 1 TO WS-FT-RESTORED (WS-FILE-SUB).
106000*
106100 3200-RESTORE-IMAGE-EXIT.
106200     EXIT.
106300*
106400******************************************************************
106500*    3210-DATE-IMAGE                                             *
106600*    FINDS THE CYCLE OF AN IMAGE ON A FILE ROLLED BACK BY        *
106700*    CYCLE.  A CHECKPOINT WITH NO NUMERIC CYCLE FALLS BACK TO    *
106800*    ITS CHECKPOINT DATE, A LOG OR DETAIL RECORD TO THE DATE OF  *
106900*    ITS RUN TIMESTAMP.  AN IMAGE THAT CANNOT BE DATED IS KEPT.  *
107000******************************************************************
107100 3210-DATE-IMAGE.
107200*
107300     MOVE 'N'  TO WS-IMG-DATED-SWITCH.
107400     MOVE ZERO TO WS-IMG-CYCLE.
107500*
107600     EVALUATE WS-FILE-SUB
107700         WHEN 1
107800             IF WS-IMG-CK-CYCLE NUMERIC
107900                 MOVE WS-IMG-CK-CYCLE TO WS-IMG-CYCLE
108000                 SET WS-IMG-IS-DATED TO TRUE
108100             ELSE
108200                 IF WS-IMG-CK-DATE NUMERIC
108300                     MOVE WS-IMG-CK-DATE TO WS-IMG-CYCLE
108400                     SET WS-IMG-IS-DATED TO TRUE
108500                 END-IF
108600             END-IF
108700         WHEN 2
108750         WHEN 9
108800             IF WS-IMG-CF-CYCLE NUMERIC
108900                 MOVE WS-IMG-CF-CYCLE TO WS-IMG-CYCLE
109000                 SET WS-IMG-IS-DATED TO TRUE
109100             END-IF
109200         WHEN 6
109300             IF WS-IMG-CD-CYCLE NUMERIC
109400                 MOVE WS-IMG-CD-CYCLE TO WS-IMG-CYCLE
109500                 SET WS-IMG-IS-DATED TO TRUE
109600             END-IF
109700         WHEN 7
109800         WHEN 8
109900             IF WS-IMG-CF-CYCLE NUMERIC
110000                 MOVE WS-IMG-CF-CYCLE TO WS-IMG-CYCLE
110100                 SET WS-IMG-IS-DATED TO TRUE
110200             ELSE
110300                 IF WS-IMG-CF-TS-DATE NUMERIC
110400                     MOVE WS-IMG-CF-TS-DATE TO WS-IMG-CYCLE
110500                     SET WS-IMG-IS-DATED TO TRUE
110600                 END-IF
110700             END-IF
110800     END-EVALUATE.
110900*
111000 3210-DATE-IMAGE-EXIT.
111100     EXIT.
111200*
111300******************************************************************
111400*    3300-REPORT-REMOVED                                         *
111500*    PRINTS ONE REMOVED RECORD: ITS FILE, ITS CYCLE AND AS MUCH  *
111600*    OF THE IMAGE AS FITS.  THE FIRST ONE PRINTS THE HEADING.    *
111700******************************************************************
111800 3300-REPORT-REMOVED.
111900*
112000     IF WS-TOTAL-REMOVED = 1
112100         MOVE SPACES TO WS-PRT-LINE
112200         STRING 'RECORDS REMOVED - LATER THAN CYCLE '
112300             WS-TARGET-CYCLE
112400             DELIMITED BY SIZE INTO WS-PRT-LINE
112500         PERFORM 9000-EMIT-REPORT-LINE
112600             THRU 9000-EMIT-REPORT-LINE-EXIT
112700         MOVE ALL '-' TO WS-PRT-LINE
112800         PERFORM 9000-EMIT-REPORT-LINE
112900             THRU 9000-EMIT-REPORT-LINE-EXIT
113000     END-IF.
113100*
113200     MOVE WS-IMG-CYCLE TO WS-EDIT-CYCLE.
113300     MOVE SPACES TO WS-PRT-LINE.
113400     STRING '  ' WS-FL-DDNAME (WS-FILE-SUB) ' ' WS-EDIT-CYCLE '  '
113500         WS-SNAP-IMAGE
113600         DELIMITED BY SIZE INTO WS-PRT-LINE.
113700     PERFORM 9000-EMIT-REPORT-LINE
113800         THRU 9000-EMIT-REPORT-LINE-EXIT.
113900*
114000 3300-REPORT-REMOVED-EXIT.
114100     EXIT.
114200*
114300******************************************************************
114400*    3500-READ-RESTORED-FILES                                    *
114500*    READS EVERY RESTORED OUTPUT FILE BACK AND COUNTS IT.        *
114600******************************************************************
114700 3500-READ-RESTORED-FILES.
114800*
114900     MOVE 1 TO WS-FILE-SUB.
115000     OPEN INPUT CANY-CHKO-FILE.
115100     IF WS-CHKO-FILE-OK
115200         PERFORM 3510-COUNT-ONE-CHKO
115300             THRU 3510-COUNT-ONE-CHKO-EXIT
115400             UNTIL WS-CHKO-FILE-EOF
115500         CLOSE CANY-CHKO-FILE
115600     END-IF.
115700*
115800     MOVE 2 TO WS-FILE-SUB.
115900     OPEN INPUT CANY-RELO-FILE.
116000     IF WS-RELO-FILE-OK
116100         PERFORM 3520-COUNT-ONE-RELO
116200             THRU 3520-COUNT-ONE-RELO-EXIT
116300             UNTIL WS-RELO-FILE-EOF
116400         CLOSE CANY-RELO-FILE
116500     END-IF.
116600*
116700     MOVE 3 TO WS-FILE-SUB.
116800     OPEN INPUT CANY-HOLDO-FILE.
116900     IF WS-HOLDO-FILE-OK
117000         PERFORM 3530-COUNT-ONE-HOLDO
117100             THRU 3530-COUNT-ONE-HOLDO-EXIT
117200             UNTIL WS-HOLDO-FILE-EOF
117300         CLOSE CANY-HOLDO-FILE
117400     END-IF.
117500*
117600     MOVE 4 TO WS-FILE-SUB.
117700     OPEN INPUT CANY-OVRO-FILE.
117800     IF WS-OVRO-FILE-OK
117900         PERFORM 3540-COUNT-ONE-OVRO
118000             THRU 3540-COUNT-ONE-OVRO-EXIT
118100             UNTIL WS-OVRO-FILE-EOF
118200         CLOSE CANY-OVRO-FILE
118300     END-IF.
118400*
118500     MOVE 5 TO WS-FILE-SUB.
118600     OPEN INPUT CANY-ACKO-FILE.
118700     IF WS-ACKO-FILE-OK
118800         PERFORM 3550-COUNT-ONE-ACKO
118900             THRU 3550-COUNT-ONE-ACKO-EXIT
119000             UNTIL WS-ACKO-FILE-EOF
119100         CLOSE CANY-ACKO-FILE
119200     END-IF.
119300*
119400     MOVE 6 TO WS-FILE-SUB.
119500     OPEN INPUT CANY-VOLO-FILE.
119600     IF WS-VOLO-FILE-OK
119700         PERFORM 3560-COUNT-ONE-VOLO
119800             THRU 3560-COUNT-ONE-VOLO-EXIT
119900             UNTIL WS-VOLO-FILE-EOF
120000         CLOSE CANY-VOLO-FILE
120100     END-IF.
120200*
120300     MOVE 7 TO WS-FILE-SUB.
120400     OPEN INPUT CANY-LOGO-FILE.
120500     IF WS-LOGO-FILE-OK
120600         PERFORM 3570-COUNT-ONE-LOGO
120700             THRU 3570-COUNT-ONE-LOGO-EXIT
120800             UNTIL WS-LOGO-FILE-EOF
120900         CLOSE CANY-LOGO-FILE
121000     END-IF.
121100*
121200     MOVE 8 TO WS-FILE-SUB.
121300     OPEN INPUT CANY-DTLO-FILE.
121400     IF WS-DTLO-FILE-OK
121500         PERFORM 3580-COUNT-ONE-DTLO
121600             THRU 3580-COUNT-ONE-DTLO-EXIT
121700             UNTIL WS-DTLO-FILE-EOF
121800         CLOSE CANY-DTLO-FILE
121900     END-IF.
122000*
122010     MOVE 9 TO WS-FILE-SUB.
122020     OPEN INPUT CANY-FARO-FILE.
122030     IF WS-FARO-FILE-OK
122040         PERFORM 3590-COUNT-ONE-FARO
122050             THRU 3590-COUNT-ONE-FARO-EXIT
122060             UNTIL WS-FARO-FILE-EOF
122070         CLOSE CANY-FARO-FILE
122080     END-IF.
122090*
122100 3500-READ-RESTORED-FILES-EXIT.
122200     EXIT.
122300*
122400******************************************************************
122500*    3510-COUNT-ONE-CHKO THROUGH 3590-COUNT-ONE-FARO             *
122600*    EACH READS ONE RECORD OF ITS RESTORED FILE AND COUNTS IT.   *
122700******************************************************************
122800 3510-COUNT-ONE-CHKO.
122900*
123000     READ CANY-CHKO-FILE
123100         AT END
123200             SET WS-CHKO-FILE-EOF TO TRUE
123300             GO TO 3510-COUNT-ONE-CHKO-EXIT
123400     END-READ.
123500     ADD 1 TO WS-FT-VERIFIED (WS-FILE-SUB).
123600*
123700 3510-COUNT-ONE-CHKO-EXIT.
123800     EXIT.
123900*
124000 3520-COUNT-ONE-RELO.
124100*
124200     READ CANY-RELO-FILE
124300         AT END
124400             SET WS-RELO-FILE-EOF TO TRUE
124500             GO TO 3520-COUNT-ONE-RELO-EXIT
124600     END-READ.
124700     ADD 1 TO WS-FT-VERIFIED (WS-FILE-SUB).
124800*
124900 3520-COUNT-ONE-RELO-EXIT.
125000     EXIT.
125100*
125200 3530-COUNT-ONE-HOLDO.
125300*
125400     READ CANY-HOLDO-FILE
125500         AT END
125600             SET WS-HOLDO-FILE-EOF TO TRUE
125700             GO TO 3530-COUNT-ONE-HOLDO-EXIT
125800     END-READ.
125900     ADD 1 TO WS-FT-VERIFIED (WS-FILE-SUB).
126000*
126100 3530-COUNT-ONE-HOLDO-EXIT.
126200     EXIT.
126300*
126400 3540-COUNT-ONE-OVRO.
126500*
126600     READ CANY-OVRO-FILE
126700         AT END
126800             SET WS-OVRO-FILE-EOF TO TRUE
126900             GO TO 3540-COUNT-ONE-OVRO-EXIT
127000     END-READ.
127100     ADD 1 TO WS-FT-VERIFIED (WS-FILE-SUB).
127200*
127300 3540-COUNT-ONE-OVRO-EXIT.
127400     EXIT.
127500*
127600 3550-COUNT-ONE-ACKO.
127700*
127800     READ CANY-ACKO-FILE
127900         AT END
128000             SET WS-ACKO-FILE-EOF TO TRUE
128100             GO TO 3550-COUNT-ONE-ACKO-EXIT
128200     END-READ.
128300     ADD 1 TO WS-FT-VERIFIED (WS-FILE-SUB).
128400*
128500 3550-COUNT-ONE-ACKO-EXIT.
128600     EXIT.
128700*
128800 3560-COUNT-ONE-VOLO.
128900*
129000     READ CANY-VOLO-FILE
129100         AT END
129200             SET WS-VOLO-FILE-EOF TO TRUE
129300             GO TO 3560-COUNT-ONE-VOLO-EXIT
129400     END-READ.
129500     ADD 1 TO WS-FT-VERIFIED (WS-FILE-SUB).
129600*
129700 3560-COUNT-ONE-VOLO-EXIT.
129800     EXIT.
129900*
130000 3570-COUNT-ONE-LOGO.
130100*
130200     READ CANY-LOGO-FILE
130300         AT END
130400             SET WS-LOGO-FILE-EOF TO TRUE
130500             GO TO 3570-COUNT-ONE-LOGO-EXIT
130600     END-READ.
130700     ADD 1 TO WS-FT-VERIFIED (WS-FILE-SUB).
130800*
130900 3570-COUNT-ONE-LOGO-EXIT.
131000     EXIT.
131100*
131200 3580-COUNT-ONE-DTLO.
131300*
131400     READ CANY-DTLO-FILE
131500         AT END
131600             SET WS-DTLO-FILE-EOF TO TRUE
131700             GO TO 3580-COUNT-ONE-DTLO-EXIT
131800     END-READ.
131900     ADD 1 TO WS-FT-VERIFIED (WS-FILE-SUB).
132000*
132100 3580-COUNT-ONE-DTLO-EXIT.
132200     EXIT.
132300*
132307 3590-COUNT-ONE-FARO.
132314*
132321     READ CANY-FARO-FILE
132328         AT END
132335             SET WS-FARO-FILE-EOF TO TRUE
132342             GO TO 3590-COUNT-ONE-FARO-EXIT
132349     END-READ.
132356     ADD 1 TO WS-FT-VERIFIED (WS-FILE-SUB).
132363*
132370 3590-COUNT-ONE-FARO-EXIT.
132377     EXIT.
132384*
132400******************************************************************
132500*    3800-CHECK-RESTORED-FILE                                    *
132600*    A FILE BALANCES WHEN ITS IMAGES SPLIT EXACTLY INTO REMOVED  *
132700*    AND RESTORED RECORDS AND THE RESTORED FILE READS BACK WITH  *
132800*    THE RESTORED COUNT.                                         *
132900******************************************************************
133000 3800-CHECK-RESTORED-FILE.
133100*
133200     IF WS-FT-REMOVED (WS-FILE-SUB) + WS-FT-RESTORED (WS-FILE-SUB)
133300             = WS-FT-SNAP-COUNT (WS-FILE-SUB)
133400         AND WS-FT-VERIFIED (WS-FILE-SUB)
133500             = WS-FT-RESTORED (WS-FILE-SUB)
133600         MOVE 'OK' TO WS-FT-CHECK (WS-FILE-SUB)
133700     ELSE
133800         MOVE 'MISMATCH' TO WS-FT-CHECK (WS-FILE-SUB)
133900         SET WS-COUNT-MISMATCH TO TRUE
134000     END-IF.
134100*
134200 3800-CHECK-RESTORED-FILE-EXIT.
134300     EXIT.
134400*
134500******************************************************************
134600*    3900-CLOSE-RESTORE-FILES                                    *
134700*    CLOSES THE NINE RESTORED-FILE OUTPUTS.                      *
134800******************************************************************
134900 3900-CLOSE-RESTORE-FILES.
135000*
135100     CLOSE CANY-CHKO-FILE.
135200     CLOSE CANY-RELO-FILE.
135300     CLOSE CANY-HOLDO-FILE.
135400     CLOSE CANY-OVRO-FILE.
135500     CLOSE CANY-ACKO-FILE.
135600     CLOSE CANY-VOLO-FILE.
135700     CLOSE CANY-LOGO-FILE.
135800     CLOSE CANY-DTLO-FILE.
135850     CLOSE CANY-FARO-FILE.
135900     MOVE 'N' TO WS-OUTPUT-SWITCH.
136000*
136100 3900-CLOSE-RESTORE-FILES-EXIT.
136200     EXIT.
136300*
136400******************************************************************
136500*    4000-PRINT-COUNTS                                           *
136600*    PRINTS EACH STATE FILE'S COUNTS BEFORE AND AFTER, AND THE   *
136700*    OUTCOME OF THE RUN.                                         *
136800******************************************************************
136900 4000-PRINT-COUNTS.
137000*
137100     MOVE SPACES TO WS-PRT-LINE.
137200     PERFORM 9000-EMIT-REPORT-LINE
137300         THRU 9000-EMIT-REPORT-LINE-EXIT.
137400     MOVE SPACES TO WS-PRT-LINE.
137500     IF WS-MODE-SNAP
137600         STRING 'RECORD COUNTS - GENERATION STAMPED CYCLE '
137700             WS-TARGET-CYCLE
137800             DELIMITED BY SIZE INTO WS-PRT-LINE
137900     ELSE
138000         STRING 'RECORD COUNTS - GENERATION STAMPED CYCLE '
138100             WS-HDR-CYCLE ' TAKEN ' WS-HDR-STAMP
138200             DELIMITED BY SIZE INTO WS-PRT-LINE
138300     END-IF.
138400     PERFORM 9000-EMIT-REPORT-LINE
138500         THRU 9000-EMIT-REPORT-LINE-EXIT.
138600     MOVE ALL '-' TO WS-PRT-LINE.
138700     PERFORM 9000-EMIT-REPORT-LINE
138800         THRU 9000-EMIT-REPORT-LINE-EXIT.
138900*
139000     MOVE SPACES TO WS-PRT-LINE.
139100     IF WS-MODE-SNAP
139200         STRING 'FILE          ON FILE   IN SNAP  CHECK'
139300             DELIMITED BY SIZE INTO WS-PRT-LINE
139400     ELSE
139500         STRING 'FILE       LIVE BEFORE   IN SNAP  REMOVED  '
139600             'RESTORED READ BACK  CHECK     RULE'
139700             DELIMITED BY SIZE INTO WS-PRT-LINE
139800     END-IF.
139900     PERFORM 9000-EMIT-REPORT-LINE
140000         THRU 9000-EMIT-REPORT-LINE-EXIT.
140100*
140200     PERFORM 4100-PRINT-ONE-FILE
140300         THRU 4100-PRINT-ONE-FILE-EXIT
140400         VARYING WS-FILE-SUB FROM 1 BY 1
140500         UNTIL WS-FILE-SUB > WS-FILE-MAX.
140600*
140700     MOVE SPACES TO WS-PRT-LINE.
140800     PERFORM 9000-EMIT-REPORT-LINE
140900         THRU 9000-EMIT-REPORT-LINE-EXIT.
141000     MOVE SPACES TO WS-PRT-LINE.
141100     EVALUATE TRUE
141200         WHEN WS-MODE-SNAP
141300             AND RETURN-CODE < 16
141400             MOVE WS-TOTAL-IMAGES TO WS-EDIT-COUNT
141500             STRING 'SNAPSHOT TAKEN - ' WS-EDIT-COUNT
141600                 ' RECORDS CAPTURED AND CHECKED'
141700                 DELIMITED BY SIZE INTO WS-PRT-LINE
141800         WHEN WS-MODE-SNAP
141900             STRING '** SNAPSHOT FAILED ITS CHECK - DO NOT USE '
142000                 'THIS GENERATION **'
142100                 DELIMITED BY SIZE INTO WS-PRT-LINE
142200         WHEN RETURN-CODE = 0
142300             MOVE WS-TOTAL-REMOVED TO WS-EDIT-COUNT
142400             STRING 'RESTORE READY - ' WS-EDIT-COUNT
142500                 ' RECORDS REMOVED; SWAP THE RESTORED FILES IN'
142600                 DELIMITED BY SIZE INTO WS-PRT-LINE
142700         WHEN OTHER
142800             STRING '** RESTORE FAILED - DO NOT SWAP THE '
142900                 'RESTORED FILES IN **'
143000                 DELIMITED BY SIZE INTO WS-PRT-LINE
143100     END-EVALUATE.
143200     PERFORM 9000-EMIT-REPORT-LINE
143300         THRU 9000-EMIT-REPORT-LINE-EXIT.
143400*
143500 4000-PRINT-COUNTS-EXIT.
143600     EXIT.
143700*
143800******************************************************************
143900*    4100-PRINT-ONE-FILE                                         *
144000*    PRINTS ONE STATE FILE'S COUNT LINE.                         *
144100******************************************************************
144200 4100-PRINT-ONE-FILE.
144300*
144400     IF WS-FT-WAS-PRESENT (WS-FILE-SUB)
144500         MOVE WS-FT-LIVE-COUNT (WS-FILE-SUB) TO WS-EDIT-COUNT
144600         MOVE WS-EDIT-COUNT TO WS-COL-LIVE
144700     ELSE
144800         MOVE '  NO FILE' TO WS-COL-LIVE
144900     END-IF.
145000     MOVE WS-FT-SNAP-COUNT (WS-FILE-SUB) TO WS-EDIT-COUNT.
145100     MOVE WS-EDIT-COUNT TO WS-COL-SNAP.
145200     MOVE WS-FT-REMOVED (WS-FILE-SUB) TO WS-EDIT-COUNT.
145300     MOVE WS-EDIT-COUNT TO WS-COL-REMOVED.
145400     MOVE WS-FT-RESTORED (WS-FILE-SUB) TO WS-EDIT-COUNT.
145500     MOVE WS-EDIT-COUNT TO WS-COL-RESTORED.
145600     MOVE WS-FT-VERIFIED (WS-FILE-SUB) TO WS-EDIT-COUNT.
145700     MOVE WS-EDIT-COUNT TO WS-COL-VERIFIED.
145800     IF WS-FL-ROLLED-BACK (WS-FILE-SUB)
145900         MOVE 'TO CYCLE' TO WS-COL-RULE
146000     ELSE
146100         MOVE 'WHOLE'    TO WS-COL-RULE
146200     END-IF.
146300*
146400     MOVE SPACES TO WS-PRT-LINE.
146500     IF WS-MODE-SNAP
146600         STRING WS-FL-DDNAME (WS-FILE-SUB) ' ' WS-COL-LIVE ' '
146700             WS-COL-SNAP '  ' WS-FT-CHECK (WS-FILE-SUB)
146800             DELIMITED BY SIZE INTO WS-PRT-LINE
146900     ELSE
147000         STRING WS-FL-DDNAME (WS-FILE-SUB) ' ' WS-COL-LIVE ' '
147100             WS-COL-SNAP WS-COL-REMOVED WS-COL-RESTORED
147200             WS-COL-VERIFIED '  ' WS-FT-CHECK (WS-FILE-SUB) ' '
147300             WS-COL-RULE
147400             DELIMITED BY SIZE INTO WS-PRT-LINE
147500     END-IF.
147600     PERFORM 9000-EMIT-REPORT-LINE
147700         THRU 9000-EMIT-REPORT-LINE-EXIT.
147800*
147900 4100-PRINT-ONE-FILE-EXIT.
148000     EXIT.
148100*
148200******************************************************************
148300*    5000-READ-GENERATION                                        *
148400*    READS A SNAPSHOT GENERATION FROM END TO END: THE HEADER     *
148500*    FIRST, THEN EVERY IMAGE AND TRAILER.  A MISSING OR WRONG    *
148600*    HEADER, AN IMAGE OF AN UNKNOWN FILE, A TRAILER THAT         *
148700*    DISAGREES WITH ITS IMAGES OR A FILE WITH NO TRAILER MARKS   *
148800*    THE GENERATION DAMAGED.  IN REST MODE EACH IMAGE IS         *
148900*    RESTORED AS IT IS READ.                                     *
149000******************************************************************
149100 5000-READ-GENERATION.
149200*
149300     OPEN INPUT CANY-SNAP-FILE.
149400     IF NOT WS-SNAP-FILE-OK
149500         MOVE SPACES TO WS-PRT-LINE
149600         STRING '  ** ' WS-SNAP-DD ' UNAVAILABLE - FILE STATUS '
149700             WS-SNAP-FILE-STATUS ' **'
149800             DELIMITED BY SIZE INTO WS-PRT-LINE
149900         PERFORM 9000-EMIT-REPORT-LINE
150000             THRU 9000-EMIT-REPORT-LINE-EXIT
150100         SET WS-SNAP-IS-DAMAGED TO TRUE
150200         GO TO 5000-READ-GENERATION-EXIT
150300     END-IF.
150400*
150500     READ CANY-SNAP-FILE
150600         AT END
150700             SET WS-SNAP-FILE-EOF TO TRUE
150800     END-READ.
150900     IF WS-SNAP-FILE-EOF
151000         OR NOT CANY-SNAP-IS-HEADER
151100         OR CANY-SNAP-HDR-ID NOT = WS-SNAP-ID
151200         OR CANY-SNAP-HDR-CYCLE-ID NOT NUMERIC
151300         MOVE SPACES TO WS-PRT-LINE
151400         STRING '  ** ' WS-SNAP-DD ' HAS NO SNAPSHOT HEADER - '
151500             'NOT A CANSNAP GENERATION **'
151600             DELIMITED BY SIZE INTO WS-PRT-LINE
151700         PERFORM 9000-EMIT-REPORT-LINE
151800             THRU 9000-EMIT-REPORT-LINE-EXIT
151900         SET WS-SNAP-IS-DAMAGED TO TRUE
152000         GO TO 5000-READ-GENERATION-CLOSE
152100     END-IF.
152200*
152300     MOVE CANY-SNAP-HDR-CYCLE-ID  TO WS-HDR-CYCLE.
152400     MOVE CANY-SNAP-HDR-TIMESTAMP TO WS-HDR-STAMP.
152500*
152600     IF WS-MODE-RESTORE
152700         IF WS-TARGET-CYCLE > WS-HDR-CYCLE
152800             MOVE SPACES TO WS-PRT-LINE
152900             STRING '  ** GENERATION IS STAMPED CYCLE '
153000                 WS-HDR-CYCLE ' - IT CANNOT RESTORE A LATER '
153100                 'CYCLE **'
153200                 DELIMITED BY SIZE INTO WS-PRT-LINE
153300             PERFORM 9000-EMIT-REPORT-LINE
153400                 THRU 9000-EMIT-REPORT-LINE-EXIT
153500             SET WS-SNAP-IS-DAMAGED TO TRUE
153600             GO TO 5000-READ-GENERATION-CLOSE
153700         END-IF
153800         PERFORM 3100-OPEN-RESTORE-FILES
153900             THRU 3100-OPEN-RESTORE-FILES-EXIT
154000     END-IF.
154100*
154200     PERFORM 5100-READ-ONE-SNAP-RECORD
154300         THRU 5100-READ-ONE-SNAP-RECORD-EXIT
154400         UNTIL WS-SNAP-FILE-EOF.
154500*
154600     PERFORM 5300-CHECK-ONE-TRAILER
154700         THRU 5300-CHECK-ONE-TRAILER-EXIT
154800         VARYING WS-FILE-SUB FROM 1 BY 1
154900         UNTIL WS-FILE-SUB > WS-FILE-MAX.
155000*
155100 5000-READ-GENERATION-CLOSE.
155200     CLOSE CANY-SNAP-FILE.
155300*
155400 5000-READ-GENERATION-EXIT.
155500     EXIT.
155600*
155700******************************************************************
155800*    5100-READ-ONE-SNAP-RECORD                                   *
155900*    READS ONE IMAGE OR TRAILER RECORD OF THE GENERATION.        *
156000******************************************************************
156100 5100-READ-ONE-SNAP-RECORD.
156200*
156300     READ CANY-SNAP-FILE
156400         AT END
156500             SET WS-SNAP-FILE-EOF TO TRUE
156600             GO TO 5100-READ-ONE-SNAP-RECORD-EXIT
156700     END-READ.
156800*
156900     IF CANY-SNAP-IS-IMAGE
157000         MOVE CANY-SNAP-FILE-ID TO WS-FIND-DDNAME
157100     ELSE
157200         MOVE CANY-SNAP-TRL-FILE-ID TO WS-FIND-DDNAME
157300     END-IF.
157400     PERFORM 5200-FIND-FILE
157500         THRU 5200-FIND-FILE-EXIT.
157600*
157700     IF WS-FOUND-SUB = 0
157800         OR NOT (CANY-SNAP-IS-IMAGE OR CANY-SNAP-IS-TRAILER)
157900         MOVE SPACES TO WS-PRT-LINE
158000         STRING '  ** UNRECOGNISED RECORD IN GENERATION: '
158100             CANY-SNAP-TYPE ' ' WS-FIND-DDNAME ' **'
158200             DELIMITED BY SIZE INTO WS-PRT-LINE
158300         PERFORM 9000-EMIT-REPORT-LINE
158400             THRU 9000-EMIT-REPORT-LINE-EXIT
158500         SET WS-SNAP-IS-DAMAGED TO TRUE
158600         GO TO 5100-READ-ONE-SNAP-RECORD-EXIT
158700     END-IF.
158800     MOVE WS-FOUND-SUB TO WS-FILE-SUB.
158900*
159000     IF CANY-SNAP-IS-TRAILER
159100         IF CANY-SNAP-TRL-COUNT NUMERIC
159200             MOVE CANY-SNAP-TRL-COUNT
159300                 TO WS-FT-TRL-COUNT (WS-FILE-SUB)
159400         END-IF
159500         MOVE 'Y' TO WS-FT-TRAILER-SEEN (WS-FILE-SUB)
159600         GO TO 5100-READ-ONE-SNAP-RECORD-EXIT
159700     END-IF.
159800*
159900     ADD 1 TO WS-FT-SNAP-COUNT (WS-FILE-SUB).
160000     IF WS-MODE-RESTORE
160100         MOVE CANY-SNAP-IMAGE TO WS-SNAP-IMAGE
160200         PERFORM 3200-RESTORE-IMAGE
160300             THRU 3200-RESTORE-IMAGE-EXIT
160400     END-IF.
160500*
160600 5100-READ-ONE-SNAP-RECORD-EXIT.
160700     EXIT.
160800*
160900******************************************************************
161000*    5200-FIND-FILE                                              *
161100*    SETS WS-FOUND-SUB TO THE STATE FILE NAMED IN                *
161200*    WS-FIND-DDNAME, OR ZERO WHEN IT IS NOT ONE OF THEM.         *
161300******************************************************************
161400 5200-FIND-FILE.
161500*
161600     MOVE 0 TO WS-FOUND-SUB.
161700     PERFORM 5210-MATCH-FILE
161800         THRU 5210-MATCH-FILE-EXIT
161900         VARYING WS-FILE-SUB FROM 1 BY 1
162000         UNTIL WS-FILE-SUB > WS-FILE-MAX
162100         OR WS-FOUND-SUB NOT = 0.
162200*
162300 5200-FIND-FILE-EXIT.
162400     EXIT.
162500*
162600******************************************************************
162700*    5210-MATCH-FILE                                             *
162800*    COMPARES WS-FIND-DDNAME TO ONE STATE FILE'S DD NAME.        *
162900******************************************************************
163000 5210-MATCH-FILE.
163100*
163200     IF WS-FL-DDNAME (WS-FILE-SUB) = WS-FIND-DDNAME
163300         MOVE WS-FILE-SUB TO WS-FOUND-SUB
163400     END-IF.
163500*
163600 5210-MATCH-FILE-EXIT.
163700     EXIT.
163800*
163900******************************************************************
164000*    5300-CHECK-ONE-TRAILER                                      *
164100*    A FILE WITH NO TRAILER, OR WHOSE TRAILER COUNT DISAGREES    *
164200*    WITH THE IMAGES READ FOR IT, MEANS THE GENERATION IS        *
164300*    INCOMPLETE OR DAMAGED.                                      *
164400******************************************************************
164500 5300-CHECK-ONE-TRAILER.
164600*
164700     IF WS-FT-HAS-TRAILER (WS-FILE-SUB)
164800         AND WS-FT-TRL-COUNT (WS-FILE-SUB)
164900             = WS-FT-SNAP-COUNT (WS-FILE-SUB)
165000         GO TO 5300-CHECK-ONE-TRAILER-EXIT
165100     END-IF.
165200*
165300     MOVE 'MISMATCH' TO WS-FT-CHECK (WS-FILE-SUB).
165400     SET WS-SNAP-IS-DAMAGED TO TRUE.
165500     MOVE SPACES TO WS-PRT-LINE.
165600     IF WS-FT-HAS-TRAILER (WS-FILE-SUB)
165700         MOVE WS-FT-TRL-COUNT (WS-FILE-SUB) TO WS-EDIT-COUNT
165800         STRING '  ** ' WS-FL-DDNAME (WS-FILE-SUB)
165900             ' TRAILER SAYS ' WS-EDIT-COUNT
166000             ' RECORDS - IMAGES DO NOT AGREE **'
166100             DELIMITED BY SIZE INTO WS-PRT-LINE
166200     ELSE
166300         STRING '  ** ' WS-FL-DDNAME (WS-FILE-SUB)
166400             ' HAS NO TRAILER - GENERATION INCOMPLETE **'
166500             DELIMITED BY SIZE INTO WS-PRT-LINE
166600     END-IF.
166700     PERFORM 9000-EMIT-REPORT-LINE
166800         THRU 9000-EMIT-REPORT-LINE-EXIT.
166900*
167000 5300-CHECK-ONE-TRAILER-EXIT.
167100     EXIT.
167200*
167300******************************************************************
167400*    7000-TAKE-LIVE-RECORD                                       *
167500*    COUNTS ONE LIVE RECORD (NOW IN WS-SNAP-IMAGE) AND, IN SNAP  *
167600*    MODE, WRITES IT TO THE GENERATION AS AN IMAGE.              *
167700******************************************************************
167800 7000-TAKE-LIVE-RECORD.
167900*
168000     ADD 1 TO WS-FT-LIVE-COUNT (WS-FILE-SUB).
168100     IF NOT WS-MODE-SNAP
168200         GO TO 7000-TAKE-LIVE-RECORD-EXIT
168300     END-IF.
168400*
168500     MOVE SPACES                     TO CANY-SNAP-RECORD.
168600     MOVE 'D'                        TO CANY-SNAP-TYPE.
168700     MOVE WS-FL-DDNAME (WS-FILE-SUB) TO CANY-SNAP-FILE-ID.
168800     MOVE WS-SNAP-IMAGE              TO CANY-SNAP-IMAGE.
168900     WRITE CANY-SNAP-RECORD.
169000     ADD 1 TO WS-TOTAL-IMAGES.
169100     MOVE SPACES TO WS-SNAP-IMAGE.
169200*
169300 7000-TAKE-LIVE-RECORD-EXIT.
169400     EXIT.
169500*
169600******************************************************************
169700*    7100-END-LIVE-FILE                                          *
169800*    IN SNAP MODE, WRITES THE LIVE FILE'S TRAILER.  A FILE THAT  *
169900*    COULD NOT BE OPENED AT SNAPSHOT TIME IS CAPTURED EMPTY AND  *
170000*    REPORTED.                                                   *
170100******************************************************************
170200 7100-END-LIVE-FILE.
170300*
170800     IF NOT WS-MODE-SNAP
170900         GO TO 7100-END-LIVE-FILE-EXIT
171000     END-IF.
171100*
171200     IF NOT WS-FT-WAS-PRESENT (WS-FILE-SUB)
171300         SET WS-LIVE-FILE-ABSENT TO TRUE
171400         MOVE SPACES TO WS-PRT-LINE
171500         STRING '  ** ' WS-FL-DDNAME (WS-FILE-SUB)
171600             ' NOT AVAILABLE - CAPTURED WITH NO RECORDS **'
171800             DELIMITED BY SIZE INTO WS-PRT-LINE
171900         PERFORM 9000-EMIT-REPORT-LINE
172000             THRU 9000-EMIT-REPORT-LINE-EXIT
172100     END-IF.
172200*
172300     MOVE SPACES                     TO CANY-SNAP-TRAILER.
172400     MOVE 'T'                        TO CANY-SNAP-TRL-TYPE.
172500     MOVE WS-FL-DDNAME (WS-FILE-SUB) TO CANY-SNAP-TRL-FILE-ID.
172600     MOVE WS-FT-LIVE-COUNT (WS-FILE-SUB)
172700                                     TO CANY-SNAP-TRL-COUNT.
172800     WRITE CANY-SNAP-TRAILER.
172900*
173000 7100-END-LIVE-FILE-EXIT.
173100     EXIT.
173200*
173300******************************************************************
173400*    9000-EMIT-REPORT-LINE                                       *
173500*    WRITES WS-PRT-LINE TO THE PRINT FILE AND ECHOES IT.         *
173600******************************************************************
173700 9000-EMIT-REPORT-LINE.
173800*
173900     WRITE SNAP-PRT-LINE FROM WS-PRT-LINE.
174000     DISPLAY WS-PRT-LINE.
174100*
174200 9000-EMIT-REPORT-LINE-EXIT.
174300     EXIT.
174400*
174500******************************************************************
174600*    9999-EXIT                                                   *
174700*    COMMON END-OF-PROGRAM PROCESSING.                           *
174800******************************************************************
174900 9999-EXIT.
175000*
175100 9999-EXIT-EXIT.
175200     EXIT.
