001300*   ON A RESTARTED RUN THE COUNTERS COVER THE WHOLE LOGICAL RUN
001400*   (THEY ARE RESTORED FROM THE CHECKPOINT), BUT THE ELAPSED
001500*   TIME COVERS ONLY THE FINAL ATTEMPT.
001510*
001520*   ON THE PARTITIONED NIGHTLY EACH NUM-RANGE PARTITION WRITES
001530*   ITS OWN RECORD (DH-PARTITION 1 UP) WITH ITS OWN COUNTERS AND
001540*   ELAPSED TIME, SO THE NIGHT'S TOTALS ARE THE SUM OF ITS
001550*   PARTITION RECORDS. DH-PARTITION IS ZERO ON A SINGLE-STREAM
001560*   OR SEED RUN, AND SPACES ON RECORDS WRITTEN BEFORE IT EXISTED.
001561*
001562*   DH-RUN-ID IS THE DIVRCTL RUN THE RECORD BELONGS TO (A SEED
001563*   RUN TAKES WHATEVER RUN IS ON DIVRCTL WHEN IT STARTS; ZERO IF
001564*   THERE IS NONE). IT IS PACKED TO FIT THE OLD FILLER, AND NOT
001565*   NUMERIC ON RECORDS WRITTEN BEFORE IT EXISTED. DIVBAT23 SETS
001566*   DH-RUN-STATUS TO B ON EVERY RECORD OF A RUN IT BACKS OUT, SO
001567*   THE TREND REPORT CAN LEAVE THAT RUN OUT OF ITS TOTALS.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*  DATE      INIT  DESCRIPTION
001900*  09/01/26  RH    ORIGINAL COPYBOOK.
001910*  10/15/26  RH    ADDED DH-PARTITION, CARVED OUT OF THE TRAILING
001920*                  FILLER. RECORD LENGTH UNCHANGED.
001930*  10/15/26  RH    ADDED DH-RUN-ID AND DH-RUN-STATUS, CARVED OUT
001940*                  OF THE TRAILING FILLER. RECORD LENGTH
001950*                  UNCHANGED.
002000*----------------------------------------------------------------
002100 01  DH-HISTORY-RECORD.
002200     03  DH-RUN-DATE        PIC 9(8).
003500     03  DH-MASTER-HITS     PIC 9(7).
003600     03  DH-MAX-RESLEN      PIC 9(3).
003700     03  DH-ELAPSED-SECS    PIC 9(6).
003750     03  DH-PARTITION       PIC 9(2).
003760     03  DH-RUN-ID          PIC 9(14) COMP-3.
003770     03  DH-RUN-STATUS      PIC X(1).
003780         88  DH-RUN-BACKED-OUT     VALUE 'B'.
003800     03  FILLER             PIC X(2).
