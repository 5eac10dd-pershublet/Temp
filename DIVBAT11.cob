001900*                THE DIVL LOG QUEUE. THE HEAVY AD HOC NUMS ARE
002000*                EXACTLY THE ONES THE NIGHTLY KEEPS RECOMPUTING,
002100*                SO THIS WARMS THE CACHE FROM BOTH SIDES.
002110*                EVERY RESULT FOLDED IN IS JOURNALED ON DIVMJRN
002120*                UNDER THE RUN ON DIVRCTL, SO DIVBAT23 CAN TAKE
002130*                IT BACK OUT WITH THE REST OF THAT RUN.
002200*----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*  DATE      INIT  DESCRIPTION
002500*  09/01/26  RH    ORIGINAL PROGRAM.
002510*  10/15/26  RH    EACH RESULT FOLDED INTO THE MASTER IS NOW
002520*                  JOURNALED ON DIVMJRN (ACTION A) WITH THE RUN ID
002530*                  AND BUSINESS DATE FROM DIVRCTL, FOR THE
002540*                  DIVBAT23 RUN BACKOUT. NO RUN ON DIVRCTL, OR A
002550*                  RUN ALREADY BACKED OUT, STOPS THE FOLD-IN
002560*                  BEFORE ANYTHING IS WRITTEN; A JOURNAL WRITE
002570*                  FAILURE STOPS IT RC=16.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004000         RECORD KEY IS DM-NUM
004100         FILE STATUS IS DB-DIVMSTR-STATUS.
004200
004210     SELECT DIVRCTL ASSIGN TO DIVRCTL
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS DB-DIVRCTL-STATUS.
004240
004250     SELECT DIVMJRN ASSIGN TO DIVMJRN
004260         ORGANIZATION IS SEQUENTIAL
004270         FILE STATUS IS DB-DIVMJRN-STATUS.
004280
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DIVRQLOG
005400     LABEL RECORDS ARE STANDARD.
005500     COPY DIVMSTR.
005600
005610 FD  DIVRCTL
005620     RECORDING MODE IS F
005630     LABEL RECORDS ARE STANDARD.
005640     COPY DIVRCTL.
005650
005660 FD  DIVMJRN
005670     RECORDING MODE IS V
005680     RECORD IS VARYING IN SIZE FROM 55 TO 1521 CHARACTERS
005690         DEPENDING ON DB-JRN-LEN
005691     LABEL RECORDS ARE STANDARD.
005692     COPY DIVMJRN.
005693
005700 WORKING-STORAGE SECTION.
005800 01  DB-SWITCHES.
005900     03  DB-EOF-SWITCH      PIC X(01)  VALUE 'N'.
006200 01  DB-FILE-STATUSES.
006300     03  DB-DIVRQLOG-STATUS PIC X(02)  VALUE '00'.
006400     03  DB-DIVMSTR-STATUS  PIC X(02)  VALUE '00'.
006410     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
006420     03  DB-DIVMJRN-STATUS  PIC X(02)  VALUE '00'.
006500
006600 01  DB-COUNTERS.
006700     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
006900     03  DB-ALREADY-COUNT   PIC 9(7)  COMP  VALUE ZERO.
007000     03  DB-BAD-RECORDS     PIC 9(7)  COMP  VALUE ZERO.
007100     03  DB-QUEUE-LEN       PIC 9(4)  COMP  VALUE ZERO.
007110     03  DB-JRN-LEN         PIC 9(4)  COMP  VALUE ZERO.
007120
007130*    THE RUN ON DIVRCTL THAT TONIGHT'S FOLD-IN IS JOURNALED
007140*    UNDER.
007150 01  DB-RUN-FIELDS.
007160     03  DB-RUN-DATE        PIC 9(8)        VALUE ZERO.
007170     03  DB-RUN-ID          PIC 9(14)       VALUE ZERO.
007180     03  DB-TIME-NOW        PIC 9(8)        VALUE ZERO.
007200
007300 PROCEDURE DIVISION.
007400*----------------------------------------------------------------
010000         GOBACK
010100     END-IF.
010200
010250     PERFORM 1040-READ-RUN-CONTROL THRU 1040-EXIT.
010300     OPEN I-O DIVMSTR.
010400     IF DB-DIVMSTR-STATUS IS EQUAL TO '35'
010500         OPEN OUTPUT DIVMSTR
011300         GOBACK
011400     END-IF.
011500
011510     OPEN EXTEND DIVMJRN.
011520     IF DB-DIVMJRN-STATUS IS EQUAL TO '35'
011530         OPEN OUTPUT DIVMJRN
011540     END-IF.
011550     IF DB-DIVMJRN-STATUS IS NOT EQUAL TO '00'
011560         DISPLAY 'DIVBAT11 - UNABLE TO OPEN DIVMJRN, STATUS = '
011570             DB-DIVMJRN-STATUS
011580         MOVE 16 TO RETURN-CODE
011590         GOBACK
011595     END-IF.
011598
011600     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
011700 1000-EXIT.
011800     EXIT.
011802
011804*----------------------------------------------------------------
011807* 1040-READ-RUN-CONTROL
011809*   PICKS UP THE RUN THE FOLD-IN IS JOURNALED UNDER -- TONIGHT'S,
011812*   OPEN OR ALREADY CERTIFIED (THE STEP RUNS EVEN WHEN THE MERGE
011814*   FAILED). NO RUN AT ALL LEAVES NOTHING TO JOURNAL UNDER, AND
011817*   A RUN DIVBAT23 HAS BACKED OUT MUST NOT GAIN NEW MASTER
011819*   RECORDS THAT NO BACKOUT COULD EVER REACH. EITHER WAY THE
011822*   QUEUE IS LEFT UNTOUCHED FOR THE NEXT NIGHT'S FOLD-IN.
011824*----------------------------------------------------------------
011827 1040-READ-RUN-CONTROL.
011829     OPEN INPUT DIVRCTL.
011832     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
011834         DISPLAY 'DIVBAT11 - UNABLE TO OPEN DIVRCTL, STATUS = '
011837             DB-DIVRCTL-STATUS
011839         MOVE 16 TO RETURN-CODE
011842         GOBACK
011844     END-IF.
011847     READ DIVRCTL
011849         AT END
011851             CONTINUE
011854     END-READ.
011856     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
011859         DISPLAY 'DIVBAT11 - NO RUN ON DIVRCTL - NOTHING FOLDED'
011861         MOVE 16 TO RETURN-CODE
011864         GOBACK
011866     END-IF.
011869     IF DR-RUN-BACKED-OUT
011871         DISPLAY 'DIVBAT11 - RUN ' DR-RUN-ID ' WAS BACKED OUT - '
011874             'NOTHING FOLDED UNTIL DIVBAT05 OPENS THE NEXT RUN'
011876         MOVE 16 TO RETURN-CODE
011879         GOBACK
011881     END-IF.
011884     MOVE DR-BUSINESS-DATE TO DB-RUN-DATE.
011886     MOVE DR-RUN-ID        TO DB-RUN-ID.
011889     CLOSE DIVRCTL.
011891     DISPLAY 'DIVBAT11 - JOURNALED UNDER RUN ' DB-RUN-ID.
011894 1040-EXIT.
011896     EXIT.
011900
012000*----------------------------------------------------------------
012100* 2000-FOLD-RECORD
014700     EVALUATE DB-DIVMSTR-STATUS
014800         WHEN '00'
014900             ADD 1 TO DB-FOLDED-COUNT
014950             PERFORM 2200-JOURNAL-ADD THRU 2200-EXIT
015000         WHEN '22'
015100*            THE NUM GOT INTO THE MASTER FIRST BY SOME OTHER
015200*            PATH (THE NIGHTLY, A SEED RUN, OR AN EARLIER QUEUE
017600     END-IF.
017700 2100-EXIT.
017800     EXIT.
017803
017806*----------------------------------------------------------------
017809* 2200-JOURNAL-ADD
017812*   RECORDS THE ADD JUST MADE ON THE MASTER JOURNAL SO DIVBAT23
017815*   CAN DELETE IT AGAIN IF THE RUN PROVES BAD. AN ADD THAT WAS
017818*   NOT JOURNALED COULD NEVER BE BACKED OUT, SO A JOURNAL
017821*   FAILURE STOPS THE FOLD-IN AT ONCE, NAMING THE NUM (A RERUN
017824*   WOULD FIND IT ALREADY ON FILE AND NOT JOURNAL IT AGAIN). THE
017827*   QUEUE IS NOT TRUNCATED.
017830*----------------------------------------------------------------
017834 2200-JOURNAL-ADD.
017837     MOVE DB-RUN-ID          TO DJ-RUN-ID.
017840     MOVE DB-RUN-DATE        TO DJ-BUSINESS-DATE.
017843     SET DJ-ACTION-ADD       TO TRUE.
017846     MOVE 'DIVBAT11'         TO DJ-PROGRAM.
017849     ACCEPT DJ-DATE-WRITTEN FROM DATE YYYYMMDD.
017852     ACCEPT DB-TIME-NOW FROM TIME.
017855     MOVE DB-TIME-NOW (1:6)  TO DJ-TIME-WRITTEN.
017858     MOVE DM-NUM             TO DJ-NUM.
017861     MOVE ZERO               TO DJ-BEFORE-LEN.
017864     MOVE 55                 TO DB-JRN-LEN.
017868     WRITE DJ-JOURNAL-RECORD.
017871     IF DB-DIVMJRN-STATUS IS NOT EQUAL TO '00'
017874         DISPLAY 'DIVBAT11 - DIVMJRN WRITE ERROR, STATUS = '
017877             DB-DIVMJRN-STATUS ' NUM = ' DM-NUM
017880             ' ADDED BUT NOT JOURNALED'
017883         MOVE 16 TO RETURN-CODE
017886         GOBACK
017889     END-IF.
017892 2200-EXIT.
017895     EXIT.
017900
018000*----------------------------------------------------------------
018100* 3000-TERMINATE
019800         CLOSE DIVRQLOG
019900     END-IF.
020000     CLOSE DIVMSTR.
020050     CLOSE DIVMJRN.
020100     DISPLAY 'DIVBAT11 - RESULTS READ      = ' DB-RECORDS-READ.
020200     DISPLAY 'DIVBAT11 - FOLDED TO MASTER  = ' DB-FOLDED-COUNT.
020300     DISPLAY 'DIVBAT11 - ALREADY CACHED    = ' DB-ALREADY-COUNT.
