000100*----------------------------------------------------------------
000200* DIVMAP4.CPY
000300*   SYMBOLIC MAP FOR THE REVERSE PACK LOOKUP SCREEN (MAP
000400*   DIVMAP4, MAPSET DIVMSP4). NORMALLY PRODUCED AS A BY-PRODUCT
000500*   OF ASSEMBLING DIVMAP4.BMS; CARRIED HERE AS SOURCE SINCE THIS
000600*   SHOP KEEPS THE SYMBOLIC MAP IN THE SAME COPYLIB AS ITS OTHER
000700*   COPYBOOKS. COPY INTO WORKING-STORAGE IN DIVONL4 AND ANY
000800*   OTHER PROGRAM THAT SENDS OR RECEIVES THE DIVMAP4 MAP.
000900*----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*  DATE      INIT  DESCRIPTION
001200*  10/15/26  RH    ORIGINAL COPYBOOK, MATCHING DIVMAP4.BMS.
001300*----------------------------------------------------------------
001400 01  DIVMAP4I.
001500     03  FILLER             PIC X(12).
001600     03  QSIZEL              PIC S9(4) COMP.
001700     03  QSIZEF              PIC X.
001800     03  FILLER REDEFINES QSIZEF.
001900         05  QSIZEA          PIC X.
002000     03  QSIZEI              PIC X(6).
002100     03  QLOWL               PIC S9(4) COMP.
002200     03  QLOWF               PIC X.
002300     03  FILLER REDEFINES QLOWF.
002400         05  QLOWA           PIC X.
002500     03  QLOWI               PIC X(6).
002600     03  QHIGHL              PIC S9(4) COMP.
002700     03  QHIGHF              PIC X.
002800     03  FILLER REDEFINES QHIGHF.
002900         05  QHIGHA          PIC X.
003000     03  QHIGHI              PIC X(6).
003100     03  QMINL               PIC S9(4) COMP.
003200     03  QMINF               PIC X.
003300     03  FILLER REDEFINES QMINF.
003400         05  QMINA           PIC X.
003500     03  QMINI               PIC X(3).
003600     03  QSUMML              PIC S9(4) COMP.
003700     03  QSUMMF              PIC X.
003800     03  FILLER REDEFINES QSUMMF.
003900         05  QSUMMA          PIC X.
004000     03  QSUMMI              PIC X(79).
004100     03  QL01L               PIC S9(4) COMP.
004200     03  QL01F               PIC X.
004300     03  FILLER REDEFINES QL01F.
004400         05  QL01A           PIC X.
004500     03  QL01I               PIC X(79).
004600     03  QL02L               PIC S9(4) COMP.
004700     03  QL02F               PIC X.
004800     03  FILLER REDEFINES QL02F.
004900         05  QL02A           PIC X.
005000     03  QL02I               PIC X(79).
005100     03  QL03L               PIC S9(4) COMP.
005200     03  QL03F               PIC X.
005300     03  FILLER REDEFINES QL03F.
005400         05  QL03A           PIC X.
005500     03  QL03I               PIC X(79).
005600     03  QL04L               PIC S9(4) COMP.
005700     03  QL04F               PIC X.
005800     03  FILLER REDEFINES QL04F.
005900         05  QL04A           PIC X.
006000     03  QL04I               PIC X(79).
006100     03  QL05L               PIC S9(4) COMP.
006200     03  QL05F               PIC X.
006300     03  FILLER REDEFINES QL05F.
006400         05  QL05A           PIC X.
006500     03  QL05I               PIC X(79).
006600     03  QL06L               PIC S9(4) COMP.
006700     03  QL06F               PIC X.
006800     03  FILLER REDEFINES QL06F.
006900         05  QL06A           PIC X.
007000     03  QL06I               PIC X(79).
007100     03  QL07L               PIC S9(4) COMP.
007200     03  QL07F               PIC X.
007300     03  FILLER REDEFINES QL07F.
007400         05  QL07A           PIC X.
007500     03  QL07I               PIC X(79).
007600     03  QL08L               PIC S9(4) COMP.
007700     03  QL08F               PIC X.
007800     03  FILLER REDEFINES QL08F.
007900         05  QL08A           PIC X.
008000     03  QL08I               PIC X(79).
008100     03  QL09L               PIC S9(4) COMP.
008200     03  QL09F               PIC X.
008300     03  FILLER REDEFINES QL09F.
008400         05  QL09A           PIC X.
008500     03  QL09I               PIC X(79).
008600     03  QL10L               PIC S9(4) COMP.
008700     03  QL10F               PIC X.
008800     03  FILLER REDEFINES QL10F.
008900         05  QL10A           PIC X.
009000     03  QL10I               PIC X(79).
009100     03  QL11L               PIC S9(4) COMP.
009200     03  QL11F               PIC X.
009300     03  FILLER REDEFINES QL11F.
009400         05  QL11A           PIC X.
009500     03  QL11I               PIC X(79).
009600     03  QL12L               PIC S9(4) COMP.
009700     03  QL12F               PIC X.
009800     03  FILLER REDEFINES QL12F.
009900         05  QL12A           PIC X.
010000     03  QL12I               PIC X(79).
010100     03  QMOREL              PIC S9(4) COMP.
010200     03  QMOREF              PIC X.
010300     03  FILLER REDEFINES QMOREF.
010400         05  QMOREA          PIC X.
010500     03  QMOREI              PIC X(40).
010600     03  QMSGL               PIC S9(4) COMP.
010700     03  QMSGF               PIC X.
010800     03  FILLER REDEFINES QMSGF.
010900         05  QMSGA           PIC X.
011000     03  QMSGI               PIC X(79).
011100*
011200 01  DIVMAP4O REDEFINES DIVMAP4I.
011300     03  FILLER             PIC X(12).
011400     03  FILLER             PIC X(3).
011500     03  QSIZEO              PIC X(6).
011600     03  FILLER             PIC X(3).
011700     03  QLOWO               PIC X(6).
011800     03  FILLER             PIC X(3).
011900     03  QHIGHO              PIC X(6).
012000     03  FILLER             PIC X(3).
012100     03  QMINO               PIC X(3).
012200     03  FILLER             PIC X(3).
012300     03  QSUMMO              PIC X(79).
012400     03  FILLER             PIC X(3).
012500     03  QL01O               PIC X(79).
012600     03  FILLER             PIC X(3).
012700     03  QL02O               PIC X(79).
012800     03  FILLER             PIC X(3).
012900     03  QL03O               PIC X(79).
013000     03  FILLER             PIC X(3).
013100     03  QL04O               PIC X(79).
013200     03  FILLER             PIC X(3).
013300     03  QL05O               PIC X(79).
013400     03  FILLER             PIC X(3).
013500     03  QL06O               PIC X(79).
013600     03  FILLER             PIC X(3).
013700     03  QL07O               PIC X(79).
013800     03  FILLER             PIC X(3).
013900     03  QL08O               PIC X(79).
014000     03  FILLER             PIC X(3).
014100     03  QL09O               PIC X(79).
014200     03  FILLER             PIC X(3).
014300     03  QL10O               PIC X(79).
014400     03  FILLER             PIC X(3).
014500     03  QL11O               PIC X(79).
014600     03  FILLER             PIC X(3).
014700     03  QL12O               PIC X(79).
014800     03  FILLER             PIC X(3).
014900     03  QMOREO              PIC X(40).
015000     03  FILLER             PIC X(3).
015100     03  QMSGO               PIC X(79).
