000100*----------------------------------------------------------------
000200* DIVPCTL.CPY
000300*   RECORD LAYOUT FOR THE NIGHTLY PARTITION CONTROL DECK
000400*   (DIVPCTL), WHICH SPLITS THE NIGHTLY'S CLEAN INPUT INTO
000500*   NUM-RANGE PARTITIONS THAT RUN AS SEPARATE DIVBAT01 JOBS
000600*   SIDE BY SIDE. ONE CARD PER PARTITION, IN PARTITION ORDER,
000700*   EACH GIVING THE HIGHEST NUM ITS PARTITION TAKES; A PARTITION
000800*   STARTS ONE ABOVE THE CARD BEFORE IT (THE FIRST AT ZERO), SO
000900*   THE RANGES CAN NEITHER GAP NOR OVERLAP. THE HIGH NUMS MUST
001000*   RISE CARD BY CARD AND THE LAST CARD MUST BE 999999. ONE TO
001100*   EIGHT CARDS; ONE CARD OF 999999 IS THE OLD SINGLE STREAM.
001200*   COLUMNS 8-80 ARE FREE FOR A COMMENT. READ BY THE DIVBAT19
001300*   SPLIT AND THE DIVBAT20 MERGE, WHICH MUST SEE THE SAME DECK
001400*   -- COPY THIS UNDER THE FD FOR DIVPCTL IN ANY PROGRAM THAT
001500*   OPENS THE FILE.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*  DATE      INIT  DESCRIPTION
001900*  10/15/26  RH    ORIGINAL COPYBOOK.
002000*----------------------------------------------------------------
002100 01  DT-PARTITION-CARD.
002200     03  DT-HIGH-NUM        PIC 9(6).
002300     03  DT-HIGH-NUM-X      REDEFINES DT-HIGH-NUM
002400                            PIC X(6).
002500     03  FILLER             PIC X(1).
002600     03  DT-COMMENT         PIC X(73).
