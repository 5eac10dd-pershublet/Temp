000100*----------------------------------------------------------------
000200* DIVMAP5.CPY
000300*   SYMBOLIC MAP FOR THE INPUT SUSPENSE MAINTENANCE SCREEN
000400*   (MAP DIVMAP5, MAPSET DIVMSP5). NORMALLY PRODUCED AS A BY-
000500*   PRODUCT OF ASSEMBLING DIVMAP5.BMS; CARRIED HERE AS SOURCE
000600*   SINCE THIS SHOP KEEPS THE SYMBOLIC MAP IN THE SAME COPYLIB
000700*   AS ITS OTHER COPYBOOKS. COPY INTO WORKING-STORAGE IN DIVONL5
000800*   AND ANY OTHER PROGRAM THAT SENDS OR RECEIVES THE DIVMAP5 MAP.
000900*----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*  DATE      INIT  DESCRIPTION
001200*  10/15/26  RH    ORIGINAL COPYBOOK, MATCHING DIVMAP5.BMS.
001300*----------------------------------------------------------------
001400 01  DIVMAP5I.
001500     03  FILLER             PIC X(12).
001600     03  SRUNL               PIC S9(4) COMP.
001700     03  SRUNF               PIC X.
001800     03  FILLER REDEFINES SRUNF.
001900         05  SRUNA           PIC X.
002000     03  SRUNI               PIC X(14).
002100     03  SSEQL               PIC S9(4) COMP.
002200     03  SSEQF               PIC X.
002300     03  FILLER REDEFINES SSEQF.
002400         05  SSEQA           PIC X.
002500     03  SSEQI               PIC X(7).
002600     03  SACTL               PIC S9(4) COMP.
002700     03  SACTF               PIC X.
002800     03  FILLER REDEFINES SACTF.
002900         05  SACTA           PIC X.
003000     03  SACTI               PIC X(1).
003100     03  SDATEL              PIC S9(4) COMP.
003200     03  SDATEF              PIC X.
003300     03  FILLER REDEFINES SDATEF.
003400         05  SDATEA          PIC X.
003500     03  SDATEI              PIC X(8).
003600     03  SSRCL               PIC S9(4) COMP.
003700     03  SSRCF               PIC X.
003800     03  FILLER REDEFINES SSRCF.
003900         05  SSRCA           PIC X.
004000     03  SSRCI               PIC X(1).
004100     03  SSTATL              PIC S9(4) COMP.
004200     03  SSTATF              PIC X.
004300     03  FILLER REDEFINES SSTATF.
004400         05  SSTATA          PIC X.
004500     03  SSTATI              PIC X(11).
004600     03  SREASL              PIC S9(4) COMP.
004700     03  SREASF              PIC X.
004800     03  FILLER REDEFINES SREASF.
004900         05  SREASA          PIC X.
005000     03  SREASI              PIC X(30).
005100     03  SIMG1L              PIC S9(4) COMP.
005150     03  SIMG1F              PIC X.
005200     03  FILLER REDEFINES SIMG1F.
005250         05  SIMG1A          PIC X.
005300     03  SIMG1I              PIC X(40).
005350     03  SIMG2L              PIC S9(4) COMP.
005400     03  SIMG2F              PIC X.
005450     03  FILLER REDEFINES SIMG2F.
005500         05  SIMG2A          PIC X.
005550     03  SIMG2I              PIC X(40).
005600     03  SNUML               PIC S9(4) COMP.
005700     03  SNUMF               PIC X.
005800     03  FILLER REDEFINES SNUMF.
005900         05  SNUMA           PIC X.
006000     03  SNUMI               PIC X(6).
006100     03  SNOTEL              PIC S9(4) COMP.
006200     03  SNOTEF              PIC X.
006300     03  FILLER REDEFINES SNOTEF.
006400         05  SNOTEA          PIC X.
006500     03  SNOTEI              PIC X(30).
006600     03  SLASTL              PIC S9(4) COMP.
006700     03  SLASTF              PIC X.
006800     03  FILLER REDEFINES SLASTF.
006900         05  SLASTA          PIC X.
007000     03  SLASTI              PIC X(65).
007100     03  SL01L               PIC S9(4) COMP.
007200     03  SL01F               PIC X.
007300     03  FILLER REDEFINES SL01F.
007400         05  SL01A           PIC X.
007500     03  SL01I               PIC X(79).
007600     03  SL02L               PIC S9(4) COMP.
007700     03  SL02F               PIC X.
007800     03  FILLER REDEFINES SL02F.
007900         05  SL02A           PIC X.
008000     03  SL02I               PIC X(79).
008100     03  SL03L               PIC S9(4) COMP.
008200     03  SL03F               PIC X.
008300     03  FILLER REDEFINES SL03F.
008400         05  SL03A           PIC X.
008500     03  SL03I               PIC X(79).
008600     03  SL04L               PIC S9(4) COMP.
008700     03  SL04F               PIC X.
008800     03  FILLER REDEFINES SL04F.
008900         05  SL04A           PIC X.
009000     03  SL04I               PIC X(79).
009100     03  SL05L               PIC S9(4) COMP.
009200     03  SL05F               PIC X.
009300     03  FILLER REDEFINES SL05F.
009400         05  SL05A           PIC X.
009500     03  SL05I               PIC X(79).
009600     03  SL06L               PIC S9(4) COMP.
009700     03  SL06F               PIC X.
009800     03  FILLER REDEFINES SL06F.
009900         05  SL06A           PIC X.
010000     03  SL06I               PIC X(79).
010100     03  SL07L               PIC S9(4) COMP.
010200     03  SL07F               PIC X.
010300     03  FILLER REDEFINES SL07F.
010400         05  SL07A           PIC X.
010500     03  SL07I               PIC X(79).
010600     03  SL08L               PIC S9(4) COMP.
010700     03  SL08F               PIC X.
010800     03  FILLER REDEFINES SL08F.
010900         05  SL08A           PIC X.
011000     03  SL08I               PIC X(79).
011100     03  SL09L               PIC S9(4) COMP.
011200     03  SL09F               PIC X.
011300     03  FILLER REDEFINES SL09F.
011400         05  SL09A           PIC X.
011500     03  SL09I               PIC X(79).
011600     03  SL10L               PIC S9(4) COMP.
011700     03  SL10F               PIC X.
011800     03  FILLER REDEFINES SL10F.
011900         05  SL10A           PIC X.
012000     03  SL10I               PIC X(79).
012100     03  SMOREL              PIC S9(4) COMP.
012200     03  SMOREF              PIC X.
012300     03  FILLER REDEFINES SMOREF.
012400         05  SMOREA          PIC X.
012500     03  SMOREI              PIC X(40).
012600     03  SMSGL               PIC S9(4) COMP.
012700     03  SMSGF               PIC X.
012800     03  FILLER REDEFINES SMSGF.
012900         05  SMSGA           PIC X.
013000     03  SMSGI               PIC X(79).
013100*
013200 01  DIVMAP5O REDEFINES DIVMAP5I.
013300     03  FILLER             PIC X(12).
013400     03  FILLER             PIC X(3).
013500     03  SRUNO               PIC X(14).
013600     03  FILLER             PIC X(3).
013700     03  SSEQO               PIC X(7).
013800     03  FILLER             PIC X(3).
013900     03  SACTO               PIC X(1).
014000     03  FILLER             PIC X(3).
014100     03  SDATEO              PIC X(8).
014200     03  FILLER             PIC X(3).
014300     03  SSRCO               PIC X(1).
014400     03  FILLER             PIC X(3).
014500     03  SSTATO              PIC X(11).
014600     03  FILLER             PIC X(3).
014700     03  SREASO              PIC X(30).
014800     03  FILLER             PIC X(3).
014850     03  SIMG1O              PIC X(40).
014900     03  FILLER             PIC X(3).
014950     03  SIMG2O              PIC X(40).
015000     03  FILLER             PIC X(3).
015100     03  SNUMO               PIC X(6).
015200     03  FILLER             PIC X(3).
015300     03  SNOTEO              PIC X(30).
015400     03  FILLER             PIC X(3).
015500     03  SLASTO              PIC X(65).
015600     03  FILLER             PIC X(3).
015700     03  SL01O               PIC X(79).
015800     03  FILLER             PIC X(3).
015900     03  SL02O               PIC X(79).
016000     03  FILLER             PIC X(3).
016100     03  SL03O               PIC X(79).
016200     03  FILLER             PIC X(3).
016300     03  SL04O               PIC X(79).
016400     03  FILLER             PIC X(3).
016500     03  SL05O               PIC X(79).
016600     03  FILLER             PIC X(3).
016700     03  SL06O               PIC X(79).
016800     03  FILLER             PIC X(3).
016900     03  SL07O               PIC X(79).
017000     03  FILLER             PIC X(3).
017100     03  SL08O               PIC X(79).
017200     03  FILLER             PIC X(3).
017300     03  SL09O               PIC X(79).
017400     03  FILLER             PIC X(3).
017500     03  SL10O               PIC X(79).
017600     03  FILLER             PIC X(3).
017700     03  SMOREO              PIC X(40).
017800     03  FILLER             PIC X(3).
017900     03  SMSGO               PIC X(79).
