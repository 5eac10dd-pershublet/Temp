002000*                RECEIVER CAN VERIFY THE TRANSFER. RECORDS THE
002100*                DRIVER FLAGGED REJECTED (NON-ZERO RC) CARRY
002200*                NOTHING A PLANNER CAN LOAD AND ARE LEFT OUT,
002300*                COUNTED ON SYSOUT. NOTHING IS EXTRACTED UNLESS
002325*                THE RUN ON DIVRCTL IS CERTIFIED -- A RUN THAT WAS
002350*                NEVER CERTIFIED, OR WAS BACKED OUT BY DIVBAT23,
002375*                MUST NOT REACH THE PLANNERS.
002400*----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*  DATE      INIT  DESCRIPTION
002700*  09/01/26  RH    ORIGINAL PROGRAM.
002725*  10/15/26  RH    READS DIVRCTL FIRST AND STOPS RC=16 UNLESS THE
002750*                  RUN ON IT IS CERTIFIED (STATUS C), SO A RUN
002775*                  BACKED OUT BY DIVBAT23 CAN NOT BE EXTRACTED.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS DB-DIVPEXT-STATUS.
004200
004220     SELECT DIVRCTL ASSIGN TO DIVRCTL
004240         ORGANIZATION IS SEQUENTIAL
004260         FILE STATUS IS DB-DIVRCTL-STATUS.
004280
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DIVOUT
007800     LABEL RECORDS ARE STANDARD.
007900 01  DB-EXTRACT-RECORD     PIC X(80).
008000
008016 FD  DIVRCTL
008033     RECORDING MODE IS F
008050     LABEL RECORDS ARE STANDARD.
008066     COPY DIVRCTL.
008083
008100 WORKING-STORAGE SECTION.
008200 01  DB-SWITCHES.
008300     03  DB-EOF-SWITCH      PIC X(01)  VALUE 'N'.
008600 01  DB-FILE-STATUSES.
008700     03  DB-DIVOUT-STATUS   PIC X(02)  VALUE '00'.
008800     03  DB-DIVPEXT-STATUS  PIC X(02)  VALUE '00'.
008850     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
008900
009000 01  DB-COUNTERS.
009100     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
012200* 1000-INITIALIZE
012300*----------------------------------------------------------------
012400 1000-INITIALIZE.
012450     PERFORM 1040-CHECK-RUN-CONTROL THRU 1040-EXIT.
012500     OPEN INPUT DIVOUT.
012600     IF DB-DIVOUT-STATUS IS NOT EQUAL TO '00'
012700         DISPLAY 'DIVBAT13 - UNABLE TO OPEN DIVOUT, STATUS = '
013900     PERFORM 2100-READ-DIVOUT THRU 2100-EXIT.
014000 1000-EXIT.
014100     EXIT.
014102
014104*----------------------------------------------------------------
014107* 1040-CHECK-RUN-CONTROL
014109*   THE EXTRACT GOES TO THE PLANNERS ONLY FOR A CERTIFIED RUN.
014111*   THE JOB'S CONDITION CODES ALREADY HOLD THIS STEP WHEN THE
014114*   BALANCE FAILS, BUT A RERUN BY HAND, OR A RUN BACKED OUT BY
014116*   DIVBAT23 AFTER IT WAS CERTIFIED, MUST BE STOPPED HERE TOO.
014119*----------------------------------------------------------------
014121 1040-CHECK-RUN-CONTROL.
014123     OPEN INPUT DIVRCTL.
014126     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
014128         DISPLAY 'DIVBAT13 - UNABLE TO OPEN DIVRCTL, STATUS = '
014130             DB-DIVRCTL-STATUS
014133         MOVE 16 TO RETURN-CODE
014135         GOBACK
014138     END-IF.
014140     READ DIVRCTL
014142         AT END
014145             CONTINUE
014147     END-READ.
014150     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
014152         DISPLAY 'DIVBAT13 - NO RUN ON DIVRCTL - '
014153             'NOTHING EXTRACTED'
014154         MOVE 16 TO RETURN-CODE
014157         GOBACK
014159     END-IF.
014161     IF DR-RUN-BACKED-OUT
014164         DISPLAY 'DIVBAT13 - RUN ' DR-RUN-ID ' WAS BACKED OUT - '
014166             'NOTHING EXTRACTED'
014169         MOVE 16 TO RETURN-CODE
014171         GOBACK
014173     END-IF.
014176     IF NOT DR-RUN-CERTIFIED
014178         DISPLAY 'DIVBAT13 - RUN ' DR-RUN-ID
014179             ' IS NOT CERTIFIED - '
014180             'NOTHING EXTRACTED'
014183         MOVE 16 TO RETURN-CODE
014185         GOBACK
014188     END-IF.
014190     DISPLAY 'DIVBAT13 - EXTRACTING CERTIFIED RUN ' DR-RUN-ID.
014192     CLOSE DIVRCTL.
014195 1040-EXIT.
014197     EXIT.
014200
014300*----------------------------------------------------------------
014400* 2000-EXTRACT-RECORD
