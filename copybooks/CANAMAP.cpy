000100******************************************************************
000200*    COPYBOOK:  CANAMAP                                          *
000300*    TITLE   :  CANARY ALERT ACKNOWLEDGMENT SYMBOLIC MAP         *
000400*                                                                *
000500*    SYMBOLIC MAP FOR MAPSET CANAMAP, MAP CANAMAP1 (SEE          *
000600*    CANAMAP.BMS).  EVERY DFHMDF FIELD IN THE MAPSET - TITLE,    *
000700*    MSG, THE SIX COLUMN HEADERS, THE TEN ROW FIELD SETS, THE    *
000800*    LABEL/INPUT/STOPPER TRIPLETS FOR OPERATOR ID AND ACTION     *
000900*    TAKEN, AND FOOTER - GENERATES A LENGTH/ATTRIBUTE/DATA GROUP *
001000*    IN ORDER, WHETHER OR NOT THE PROGRAM EVER TOUCHES IT.  THE  *
001100*    TEN ROW FIELD SETS ARE HAND-GROUPED UNDER AN OCCURS 10      *
001200*    TIMES SO CANATRN CAN ADDRESS A ROW BY SUBSCRIPT, THE SAME   *
001300*    TOUCH-UP AS CANQMAP.CPY.                                    *
001400*                                                                *
001500*    MOD LOG :                                                   *
001600*     2026-10-15  TDB  ORIGINAL COPYBOOK - CANAMAP SYMBOLIC MAP. *
001700******************************************************************
001800 01  CANAMAPI.
001900     05  FILLER                  PIC X(12).
002000     05  TITLEL                  PIC S9(04) COMP.
002100     05  TITLEF                  PIC X(01).
002200     05  FILLER REDEFINES TITLEF.
002300         10  TITLEA              PIC X(01).
002400     05  TITLEI                  PIC X(27).
002500     05  MSGL                    PIC S9(04) COMP.
002600     05  MSGF                    PIC X(01).
002700     05  FILLER REDEFINES MSGF.
002800         10  MSGA                PIC X(01).
002900     05  MSGI                    PIC X(60).
003000     05  HDRSLL                  PIC S9(04) COMP.
003100     05  HDRSLF                  PIC X(01).
003200     05  FILLER REDEFINES HDRSLF.
003300         10  HDRSLA              PIC X(01).
003400     05  HDRSLI                  PIC X(01).
003500     05  HDRIDL                  PIC S9(04) COMP.
003600     05  HDRIDF                  PIC X(01).
003700     05  FILLER REDEFINES HDRIDF.
003800         10  HDRIDA              PIC X(01).
003900     05  HDRIDI                  PIC X(05).
004000     05  HDRTSL                  PIC S9(04) COMP.
004100     05  HDRTSF                  PIC X(01).
004200     05  FILLER REDEFINES HDRTSF.
004300         10  HDRTSA              PIC X(01).
004400     05  HDRTSI                  PIC X(17).
004500     05  HDRSTL                  PIC S9(04) COMP.
004600     05  HDRSTF                  PIC X(01).
004700     05  FILLER REDEFINES HDRSTF.
004800         10  HDRSTA              PIC X(01).
004900     05  HDRSTI                  PIC X(04).
005000     05  HDRCYL                  PIC S9(04) COMP.
005100     05  HDRCYF                  PIC X(01).
005200     05  FILLER REDEFINES HDRCYF.
005300         10  HDRCYA              PIC X(01).
005400     05  HDRCYI                  PIC X(08).
005500     05  HDRTXL                  PIC S9(04) COMP.
005600     05  HDRTXF                  PIC X(01).
005700     05  FILLER REDEFINES HDRTXF.
005800         10  HDRTXA              PIC X(01).
005900     05  HDRTXI                  PIC X(30).
006000     05  CANA-ROW OCCURS 10 TIMES.
006100         10  ROWSLL              PIC S9(04) COMP.
006200         10  ROWSLF              PIC X(01).
006300         10  FILLER REDEFINES ROWSLF.
006400             15  ROWSLA          PIC X(01).
006500         10  ROWSLI              PIC X(01).
006600         10  ROWIDL              PIC S9(04) COMP.
006700         10  ROWIDF              PIC X(01).
006800         10  FILLER REDEFINES ROWIDF.
006900             15  ROWIDA          PIC X(01).
007000         10  ROWIDI              PIC X(05).
007100         10  ROWTSL              PIC S9(04) COMP.
007200         10  ROWTSF              PIC X(01).
007300         10  FILLER REDEFINES ROWTSF.
007400             15  ROWTSA          PIC X(01).
007500         10  ROWTSI              PIC X(17).
007600         10  ROWSTL              PIC S9(04) COMP.
007700         10  ROWSTF              PIC X(01).
007800         10  FILLER REDEFINES ROWSTF.
007900             15  ROWSTA          PIC X(01).
008000         10  ROWSTI              PIC X(04).
008100         10  ROWCYL              PIC S9(04) COMP.
008200         10  ROWCYF              PIC X(01).
008300         10  FILLER REDEFINES ROWCYF.
008400             15  ROWCYA          PIC X(01).
008500         10  ROWCYI              PIC X(08).
008600         10  ROWTXL              PIC S9(04) COMP.
008700         10  ROWTXF              PIC X(01).
008800         10  FILLER REDEFINES ROWTXF.
008900             15  ROWTXA          PIC X(01).
009000         10  ROWTXI              PIC X(30).
009100     05  LBLOPERL                PIC S9(04) COMP.
009200     05  LBLOPERF                PIC X(01).
009300     05  FILLER REDEFINES LBLOPERF.
009400         10  LBLOPERA            PIC X(01).
009500     05  LBLOPERI                PIC X(20).
009600     05  OPERIDL                 PIC S9(04) COMP.
009700     05  OPERIDF                 PIC X(01).
009800     05  FILLER REDEFINES OPERIDF.
009900         10  OPERIDA             PIC X(01).
010000     05  OPERIDI                 PIC X(05).
010100     05  STPOPERL                PIC S9(04) COMP.
010200     05  STPOPERF                PIC X(01).
010300     05  FILLER REDEFINES STPOPERF.
010400         10  STPOPERA            PIC X(01).
010500     05  STPOPERI                PIC X(01).
010600     05  LBLACTNL                PIC S9(04) COMP.
010700     05  LBLACTNF                PIC X(01).
010800     05  FILLER REDEFINES LBLACTNF.
010900         10  LBLACTNA            PIC X(01).
011000     05  LBLACTNI                PIC X(20).
011100     05  ACTNTXL                 PIC S9(04) COMP.
011200     05  ACTNTXF                 PIC X(01).
011300     05  FILLER REDEFINES ACTNTXF.
011400         10  ACTNTXA             PIC X(01).
011500     05  ACTNTXI                 PIC X(30).
011600     05  STPACTNL                PIC S9(04) COMP.
011700     05  STPACTNF                PIC X(01).
011800     05  FILLER REDEFINES STPACTNF.
011900         10  STPACTNA            PIC X(01).
012000     05  STPACTNI                PIC X(01).
012100     05  FOOTERL                 PIC S9(04) COMP.
012200     05  FOOTERF                 PIC X(01).
012300     05  FILLER REDEFINES FOOTERF.
012400         10  FOOTERA             PIC X(01).
012500     05  FOOTERI                 PIC X(40).
012600*
012700 01  CANAMAPO REDEFINES CANAMAPI.
012800     05  FILLER                  PIC X(12).
012900     05  FILLER                  PIC X(03).
013000     05  TITLEO                  PIC X(27).
013100     05  FILLER                  PIC X(03).
013200     05  MSGO                    PIC X(60).
013300     05  FILLER                  PIC X(03).
013400     05  HDRSLO                  PIC X(01).
013500     05  FILLER                  PIC X(03).
013600     05  HDRIDO                  PIC X(05).
013700     05  FILLER                  PIC X(03).
013800     05  HDRTSO                  PIC X(17).
013900     05  FILLER                  PIC X(03).
014000     05  HDRSTO                  PIC X(04).
014100     05  FILLER                  PIC X(03).
014200     05  HDRCYO                  PIC X(08).
014300     05  FILLER                  PIC X(03).
014400     05  HDRTXO                  PIC X(30).
014500     05  CANA-ROW-OUT OCCURS 10 TIMES.
014600         10  FILLER              PIC X(03).
014700         10  ROWSLO              PIC X(01).
014800         10  FILLER              PIC X(03).
014900         10  ROWIDO              PIC X(05).
015000         10  FILLER              PIC X(03).
015100         10  ROWTSO              PIC X(17).
015200         10  FILLER              PIC X(03).
015300         10  ROWSTO              PIC X(04).
015400         10  FILLER              PIC X(03).
015500         10  ROWCYO              PIC X(08).
015600         10  FILLER              PIC X(03).
015700         10  ROWTXO              PIC X(30).
015800     05  FILLER                  PIC X(03).
015900     05  LBLOPERO                PIC X(20).
016000     05  FILLER                  PIC X(03).
016100     05  OPERIDO                 PIC X(05).
016200     05  FILLER                  PIC X(03).
016300     05  STPOPERO                PIC X(01).
016400     05  FILLER                  PIC X(03).
016500     05  LBLACTNO                PIC X(20).
016600     05  FILLER                  PIC X(03).
016700     05  ACTNTXO                 PIC X(30).
016800     05  FILLER                  PIC X(03).
016900     05  STPACTNO                PIC X(01).
017000     05  FILLER                  PIC X(03).
017100     05  FOOTERO                 PIC X(40).
