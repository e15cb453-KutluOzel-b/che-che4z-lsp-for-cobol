000100******************************************************************
000200*    COPYBOOK:     CBIQMS
000300*    DESCRIPTION:  SYMBOLIC MAP FOR MAP CBIQMP OF BMS MAPSET
000400*                  CBIQMS (SOURCE IN THE BMS LIBRARY), THE
000500*                  ACCOUNT OVER-LIMIT INQUIRY SCREEN DRIVEN BY
000600*                  CBINQR01C.
000700*                  FOR EACH NAMED SCREEN FIELD: ...L IS THE INPUT
000800*                  LENGTH, ...F THE FLAG BYTE (...A THE ATTRIBUTE
000900*                  ON OUTPUT), ...I THE INPUT DATA, ...O THE
001000*                  OUTPUT DATA.  KEEP IN STEP WITH THE MAPSET,
001100*                  FIELD FOR FIELD, IN SCREEN ORDER.
001200******************************************************************
001300 01  CBIQMPI.
001400     02  FILLER                  PIC X(12).
001500     02  ACCTIDL                 PIC S9(04) COMP.
001600     02  ACCTIDF                 PIC X(01).
001700     02  FILLER REDEFINES ACCTIDF.
001800         03  ACCTIDA             PIC X(01).
001900     02  ACCTIDI                 PIC X(11).
002000     02  CNAMEL                  PIC S9(04) COMP.
002100     02  CNAMEF                  PIC X(01).
002200     02  FILLER REDEFINES CNAMEF.
002300         03  CNAMEA              PIC X(01).
002400     02  CNAMEI                  PIC X(30).
002500     02  ADDR1L                  PIC S9(04) COMP.
002600     02  ADDR1F                  PIC X(01).
002700     02  FILLER REDEFINES ADDR1F.
002800         03  ADDR1A              PIC X(01).
002900     02  ADDR1I                  PIC X(30).
003000     02  ADDR2L                  PIC S9(04) COMP.
003100     02  ADDR2F                  PIC X(01).
003200     02  FILLER REDEFINES ADDR2F.
003300         03  ADDR2A              PIC X(01).
003400     02  ADDR2I                  PIC X(30).
003500     02  CSZL                    PIC S9(04) COMP.
003600     02  CSZF                    PIC X(01).
003700     02  FILLER REDEFINES CSZF.
003800         03  CSZA                PIC X(01).
003900     02  CSZI                    PIC X(33).
004000     02  BALL                    PIC S9(04) COMP.
004100     02  BALF                    PIC X(01).
004200     02  FILLER REDEFINES BALF.
004300         03  BALA                PIC X(01).
004400     02  BALI                    PIC X(15).
004500     02  CLIMITL                 PIC S9(04) COMP.
004600     02  CLIMITF                 PIC X(01).
004700     02  FILLER REDEFINES CLIMITF.
004800         03  CLIMITA             PIC X(01).
004900     02  CLIMITI                 PIC X(15).
005000     02  BRANCHL                 PIC S9(04) COMP.
005100     02  BRANCHF                 PIC X(01).
005200     02  FILLER REDEFINES BRANCHF.
005300         03  BRANCHA             PIC X(01).
005400     02  BRANCHI                 PIC X(05).
005500     02  STATL                   PIC S9(04) COMP.
005600     02  STATF                   PIC X(01).
005700     02  FILLER REDEFINES STATF.
005800         03  STATA               PIC X(01).
005900     02  STATI                   PIC X(12).
006000     02  CONSECL                 PIC S9(04) COMP.
006100     02  CONSECF                 PIC X(01).
006200     02  FILLER REDEFINES CONSECF.
006300         03  CONSECA             PIC X(01).
006400     02  CONSECI                 PIC X(05).
006500     02  LIFEL                   PIC S9(04) COMP.
006600     02  LIFEF                   PIC X(01).
006700     02  FILLER REDEFINES LIFEF.
006800         03  LIFEA               PIC X(01).
006900     02  LIFEI                   PIC X(07).
007000     02  LASTDTL                 PIC S9(04) COMP.
007100     02  LASTDTF                 PIC X(01).
007200     02  FILLER REDEFINES LASTDTF.
007300         03  LASTDTA             PIC X(01).
007400     02  LASTDTI                 PIC X(08).
007500     02  LASTOVL                 PIC S9(04) COMP.
007600     02  LASTOVF                 PIC X(01).
007700     02  FILLER REDEFINES LASTOVF.
007800         03  LASTOVA             PIC X(01).
007900     02  LASTOVI                 PIC X(15).
008000     02  LINE01L                 PIC S9(04) COMP.
008100     02  LINE01F                 PIC X(01).
008200     02  FILLER REDEFINES LINE01F.
008300         03  LINE01A             PIC X(01).
008400     02  LINE01I                 PIC X(75).
008500     02  LINE02L                 PIC S9(04) COMP.
008600     02  LINE02F                 PIC X(01).
008700     02  FILLER REDEFINES LINE02F.
008800         03  LINE02A             PIC X(01).
008900     02  LINE02I                 PIC X(75).
009000     02  LINE03L                 PIC S9(04) COMP.
009100     02  LINE03F                 PIC X(01).
009200     02  FILLER REDEFINES LINE03F.
009300         03  LINE03A             PIC X(01).
009400     02  LINE03I                 PIC X(75).
009500     02  LINE04L                 PIC S9(04) COMP.
009600     02  LINE04F                 PIC X(01).
009700     02  FILLER REDEFINES LINE04F.
009800         03  LINE04A             PIC X(01).
009900     02  LINE04I                 PIC X(75).
010000     02  LINE05L                 PIC S9(04) COMP.
010100     02  LINE05F                 PIC X(01).
010200     02  FILLER REDEFINES LINE05F.
010300         03  LINE05A             PIC X(01).
010400     02  LINE05I                 PIC X(75).
010500     02  LINE06L                 PIC S9(04) COMP.
010600     02  LINE06F                 PIC X(01).
010700     02  FILLER REDEFINES LINE06F.
010800         03  LINE06A             PIC X(01).
010900     02  LINE06I                 PIC X(75).
011000     02  LINE07L                 PIC S9(04) COMP.
011100     02  LINE07F                 PIC X(01).
011200     02  FILLER REDEFINES LINE07F.
011300         03  LINE07A             PIC X(01).
011400     02  LINE07I                 PIC X(75).
011500     02  LINE08L                 PIC S9(04) COMP.
011600     02  LINE08F                 PIC X(01).
011700     02  FILLER REDEFINES LINE08F.
011800         03  LINE08A             PIC X(01).
011900     02  LINE08I                 PIC X(75).
012000     02  MSGL                    PIC S9(04) COMP.
012100     02  MSGF                    PIC X(01).
012200     02  FILLER REDEFINES MSGF.
012300         03  MSGA                PIC X(01).
012400     02  MSGI                    PIC X(50).
012500 01  CBIQMPO REDEFINES CBIQMPI.
012600     02  FILLER                  PIC X(12).
012700     02  FILLER                  PIC X(03).
012800     02  ACCTIDO                 PIC X(11).
012900     02  FILLER                  PIC X(03).
013000     02  CNAMEO                  PIC X(30).
013100     02  FILLER                  PIC X(03).
013200     02  ADDR1O                  PIC X(30).
013300     02  FILLER                  PIC X(03).
013400     02  ADDR2O                  PIC X(30).
013500     02  FILLER                  PIC X(03).
013600     02  CSZO                    PIC X(33).
013700     02  FILLER                  PIC X(03).
013800     02  BALO                    PIC X(15).
013900     02  FILLER                  PIC X(03).
014000     02  CLIMITO                 PIC X(15).
014100     02  FILLER                  PIC X(03).
014200     02  BRANCHO                 PIC X(05).
014300     02  FILLER                  PIC X(03).
014400     02  STATO                   PIC X(12).
014500     02  FILLER                  PIC X(03).
014600     02  CONSECO                 PIC X(05).
014700     02  FILLER                  PIC X(03).
014800     02  LIFEO                   PIC X(07).
014900     02  FILLER                  PIC X(03).
015000     02  LASTDTO                 PIC X(08).
015100     02  FILLER                  PIC X(03).
015200     02  LASTOVO                 PIC X(15).
015300     02  FILLER                  PIC X(03).
015400     02  LINE01O                 PIC X(75).
015500     02  FILLER                  PIC X(03).
015600     02  LINE02O                 PIC X(75).
015700     02  FILLER                  PIC X(03).
015800     02  LINE03O                 PIC X(75).
015900     02  FILLER                  PIC X(03).
016000     02  LINE04O                 PIC X(75).
016100     02  FILLER                  PIC X(03).
016200     02  LINE05O                 PIC X(75).
016300     02  FILLER                  PIC X(03).
016400     02  LINE06O                 PIC X(75).
016500     02  FILLER                  PIC X(03).
016600     02  LINE07O                 PIC X(75).
016700     02  FILLER                  PIC X(03).
016800     02  LINE08O                 PIC X(75).
016900     02  FILLER                  PIC X(03).
017000     02  MSGO                    PIC X(50).
