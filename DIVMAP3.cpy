000100*----------------------------------------------------------------
000200* DIVMAP3.CPY
000300*   SYMBOLIC MAP FOR THE PACK-SIZE CATALOG MAINTENANCE SCREEN (MAP
000400*   DIVMAP3, MAPSET DIVMSP3). NORMALLY PRODUCED AS A BY-PRODUCT
000500*   OF ASSEMBLING DIVMAP3.BMS; CARRIED HERE AS SOURCE SINCE THIS
000600*   SHOP KEEPS THE SYMBOLIC MAP IN THE SAME COPYLIB AS ITS OTHER
000700*   COPYBOOKS. COPY INTO WORKING-STORAGE IN DIVONL3 AND ANY
000800*   OTHER PROGRAM THAT SENDS OR RECEIVES THE DIVMAP3 MAP.
000900*----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*  DATE      INIT  DESCRIPTION
001200*  10/15/26  RH    ORIGINAL COPYBOOK, MATCHING DIVMAP3.BMS.
001300*----------------------------------------------------------------
001400 01  DIVMAP3I.
001500     03  FILLER             PIC X(12).
001600     03  PLINEL              PIC S9(4) COMP.
001700     03  PLINEF              PIC X.
001800     03  FILLER REDEFINES PLINEF.
001900         05  PLINEA          PIC X.
002000     03  PLINEI              PIC X(4).
002100     03  PSIZEL              PIC S9(4) COMP.
002200     03  PSIZEF              PIC X.
002300     03  FILLER REDEFINES PSIZEF.
002400         05  PSIZEA          PIC X.
002500     03  PSIZEI              PIC X(6).
002600     03  PACTL               PIC S9(4) COMP.
002700     03  PACTF               PIC X.
002800     03  FILLER REDEFINES PACTF.
002900         05  PACTA           PIC X.
003000     03  PACTI               PIC X(1).
003100     03  PEFFL               PIC S9(4) COMP.
003200     03  PEFFF               PIC X.
003300     03  FILLER REDEFINES PEFFF.
003400         05  PEFFA           PIC X.
003500     03  PEFFI               PIC X(8).
003600     03  PRETL               PIC S9(4) COMP.
003700     03  PRETF               PIC X.
003800     03  FILLER REDEFINES PRETF.
003900         05  PRETA           PIC X.
004000     03  PRETI               PIC X(8).
004100     03  PDESCL              PIC S9(4) COMP.
004200     03  PDESCF              PIC X.
004300     03  FILLER REDEFINES PDESCF.
004400         05  PDESCA          PIC X.
004500     03  PDESCI              PIC X(20).
004600     03  PLASTL              PIC S9(4) COMP.
004700     03  PLASTF              PIC X.
004800     03  FILLER REDEFINES PLASTF.
004900         05  PLASTA          PIC X.
005000     03  PLASTI              PIC X(60).
005100     03  PL01L               PIC S9(4) COMP.
005200     03  PL01F               PIC X.
005300     03  FILLER REDEFINES PL01F.
005400         05  PL01A           PIC X.
005500     03  PL01I               PIC X(79).
005600     03  PL02L               PIC S9(4) COMP.
005700     03  PL02F               PIC X.
005800     03  FILLER REDEFINES PL02F.
005900         05  PL02A           PIC X.
006000     03  PL02I               PIC X(79).
006100     03  PL03L               PIC S9(4) COMP.
006200     03  PL03F               PIC X.
006300     03  FILLER REDEFINES PL03F.
006400         05  PL03A           PIC X.
006500     03  PL03I               PIC X(79).
006600     03  PL04L               PIC S9(4) COMP.
006700     03  PL04F               PIC X.
006800     03  FILLER REDEFINES PL04F.
006900         05  PL04A           PIC X.
007000     03  PL04I               PIC X(79).
007100     03  PL05L               PIC S9(4) COMP.
007200     03  PL05F               PIC X.
007300     03  FILLER REDEFINES PL05F.
007400         05  PL05A           PIC X.
007500     03  PL05I               PIC X(79).
007600     03  PL06L               PIC S9(4) COMP.
007700     03  PL06F               PIC X.
007800     03  FILLER REDEFINES PL06F.
007900         05  PL06A           PIC X.
008000     03  PL06I               PIC X(79).
008100     03  PL07L               PIC S9(4) COMP.
008200     03  PL07F               PIC X.
008300     03  FILLER REDEFINES PL07F.
008400         05  PL07A           PIC X.
008500     03  PL07I               PIC X(79).
008600     03  PL08L               PIC S9(4) COMP.
008700     03  PL08F               PIC X.
008800     03  FILLER REDEFINES PL08F.
008900         05  PL08A           PIC X.
009000     03  PL08I               PIC X(79).
009100     03  PL09L               PIC S9(4) COMP.
009200     03  PL09F               PIC X.
009300     03  FILLER REDEFINES PL09F.
009400         05  PL09A           PIC X.
009500     03  PL09I               PIC X(79).
009600     03  PL10L               PIC S9(4) COMP.
009700     03  PL10F               PIC X.
009800     03  FILLER REDEFINES PL10F.
009900         05  PL10A           PIC X.
010000     03  PL10I               PIC X(79).
010100     03  PL11L               PIC S9(4) COMP.
010200     03  PL11F               PIC X.
010300     03  FILLER REDEFINES PL11F.
010400         05  PL11A           PIC X.
010500     03  PL11I               PIC X(79).
010600     03  PL12L               PIC S9(4) COMP.
010700     03  PL12F               PIC X.
010800     03  FILLER REDEFINES PL12F.
010900         05  PL12A           PIC X.
011000     03  PL12I               PIC X(79).
011100     03  PMOREL              PIC S9(4) COMP.
011200     03  PMOREF              PIC X.
011300     03  FILLER REDEFINES PMOREF.
011400         05  PMOREA          PIC X.
011500     03  PMOREI              PIC X(40).
011600     03  PMSGL               PIC S9(4) COMP.
011700     03  PMSGF               PIC X.
011800     03  FILLER REDEFINES PMSGF.
011900         05  PMSGA           PIC X.
012000     03  PMSGI               PIC X(79).
012100*
012200 01  DIVMAP3O REDEFINES DIVMAP3I.
012300     03  FILLER             PIC X(12).
012400     03  FILLER             PIC X(3).
012500     03  PLINEO              PIC X(4).
012600     03  FILLER             PIC X(3).
012700     03  PSIZEO              PIC X(6).
012800     03  FILLER             PIC X(3).
012900     03  PACTO               PIC X(1).
013000     03  FILLER             PIC X(3).
013100     03  PEFFO               PIC X(8).
013200     03  FILLER             PIC X(3).
013300     03  PRETO               PIC X(8).
013400     03  FILLER             PIC X(3).
013500     03  PDESCO              PIC X(20).
013600     03  FILLER             PIC X(3).
013700     03  PLASTO              PIC X(60).
013800     03  FILLER             PIC X(3).
013900     03  PL01O               PIC X(79).
014000     03  FILLER             PIC X(3).
014100     03  PL02O               PIC X(79).
014200     03  FILLER             PIC X(3).
014300     03  PL03O               PIC X(79).
014400     03  FILLER             PIC X(3).
014500     03  PL04O               PIC X(79).
014600     03  FILLER             PIC X(3).
014700     03  PL05O               PIC X(79).
014800     03  FILLER             PIC X(3).
014900     03  PL06O               PIC X(79).
015000     03  FILLER             PIC X(3).
015100     03  PL07O               PIC X(79).
015200     03  FILLER             PIC X(3).
015300     03  PL08O               PIC X(79).
015400     03  FILLER             PIC X(3).
015500     03  PL09O               PIC X(79).
015600     03  FILLER             PIC X(3).
015700     03  PL10O               PIC X(79).
015800     03  FILLER             PIC X(3).
015900     03  PL11O               PIC X(79).
016000     03  FILLER             PIC X(3).
016100     03  PL12O               PIC X(79).
016200     03  FILLER             PIC X(3).
016300     03  PMOREO              PIC X(40).
016400     03  FILLER             PIC X(3).
016500     03  PMSGO               PIC X(79).
