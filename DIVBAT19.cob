000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVBAT19.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       PARTITION SPLIT FOR THE PARTITIONED NIGHTLY.
000800*                READS THE CLEAN, DEDUPLICATED INPUT THE DIVBAT05
000900*                EDIT STEP LEAVES ON DIVINC AND DEALS EACH RECORD
001000*                TO ONE OF UP TO EIGHT PARTITION INPUT FILES
001100*                (DIVIN1 - DIVIN8) BY NUM RANGE, AS LAID DOWN BY
001200*                THE DIVPCTL CONTROL DECK (ONE CARD PER PARTITION
001300*                GIVING ITS HIGHEST NUM -- SEE DIVPCTL.CPY). EACH
001400*                PARTITION FILE KEEPS ITS RECORDS IN DIVINC ORDER,
001500*                WHICH IS WHAT LETS THE DIVBAT20 MERGE PUT THE
001600*                PARTITION DIVOUTS BACK TOGETHER IN THE ORIGINAL
001700*                ORDER. EACH PARTITION FILE IS THEN RUN THROUGH
001800*                DIVBAT01 IN ITS OWN JOB, SIDE BY SIDE. THE SPLIT
001900*                IS DETERMINISTIC: A RERUN OVER THE SAME DIVINC
002000*                AND DECK WRITES THE SAME FILES, SO A PARTITION'S
002100*                CHECKPOINT SKIP COUNT STAYS VALID. COUNTS PER
002200*                PARTITION GO TO SYSOUT FOR TUNING THE RANGES.
002300*----------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*  DATE      INIT  DESCRIPTION
002600*  10/15/26  RH    ORIGINAL PROGRAM.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DIVPCTL ASSIGN TO DIVPCTL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS DB-DIVPCTL-STATUS.
003700
003800     SELECT DIVINC  ASSIGN TO DIVINC
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS DB-DIVINC-STATUS.
004100
004200     SELECT DIVIN1  ASSIGN TO DIVIN1
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS DB-DIVIN1-STATUS.
004500
004600     SELECT DIVIN2  ASSIGN TO DIVIN2
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS DB-DIVIN2-STATUS.
004900
005000     SELECT DIVIN3  ASSIGN TO DIVIN3
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS DB-DIVIN3-STATUS.
005300
005400     SELECT DIVIN4  ASSIGN TO DIVIN4
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS DB-DIVIN4-STATUS.
005700
005800     SELECT DIVIN5  ASSIGN TO DIVIN5
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS DB-DIVIN5-STATUS.
006100
006200     SELECT DIVIN6  ASSIGN TO DIVIN6
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS DB-DIVIN6-STATUS.
006500
006600     SELECT DIVIN7  ASSIGN TO DIVIN7
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS DB-DIVIN7-STATUS.
006900
007000     SELECT DIVIN8  ASSIGN TO DIVIN8
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS DB-DIVIN8-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  DIVPCTL
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DIVPCTL.
008000
008100 FD  DIVINC
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  DB-INPUT-RECORD.
008500     03  DB-IN-NUM          PIC 9(6).
008600     03  DB-IN-NUM-X        REDEFINES DB-IN-NUM
008700                            PIC X(6).
008800     03  DB-IN-SOURCE       PIC X(1).
008900     03  FILLER             PIC X(73).
009000
009100 FD  DIVIN1
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  DB-PART1-RECORD       PIC X(80).
009500
009600 FD  DIVIN2
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  DB-PART2-RECORD       PIC X(80).
010000
010100 FD  DIVIN3
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  DB-PART3-RECORD       PIC X(80).
010500
010600 FD  DIVIN4
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  DB-PART4-RECORD       PIC X(80).
011000
011100 FD  DIVIN5
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  DB-PART5-RECORD       PIC X(80).
011500
011600 FD  DIVIN6
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  DB-PART6-RECORD       PIC X(80).
012000
012100 FD  DIVIN7
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400 01  DB-PART7-RECORD       PIC X(80).
012500
012600 FD  DIVIN8
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900 01  DB-PART8-RECORD       PIC X(80).
013000
013100 WORKING-STORAGE SECTION.
013200 01  DB-SWITCHES.
013300     03  DB-INC-EOF-SWITCH  PIC X(01)  VALUE 'N'.
013400         88  DB-END-OF-DIVINC       VALUE 'Y'.
013500     03  DB-PCTL-EOF-SWITCH PIC X(01)  VALUE 'N'.
013600         88  DB-END-OF-PCTL         VALUE 'Y'.
013700
013800 01  DB-FILE-STATUSES.
013900     03  DB-DIVPCTL-STATUS  PIC X(02)  VALUE '00'.
014000     03  DB-DIVINC-STATUS   PIC X(02)  VALUE '00'.
014100
014200*    ONE STATUS PER PARTITION FILE, WITH A TABLE VIEW SO THE OPEN,
014300*    WRITE AND CLOSE CHECKS CAN TAKE THE PARTITION AS A SUBSCRIPT.
014400 01  DB-PART-STATUSES.
014500     03  DB-DIVIN1-STATUS   PIC X(02)  VALUE '00'.
014600     03  DB-DIVIN2-STATUS   PIC X(02)  VALUE '00'.
014700     03  DB-DIVIN3-STATUS   PIC X(02)  VALUE '00'.
014800     03  DB-DIVIN4-STATUS   PIC X(02)  VALUE '00'.
014900     03  DB-DIVIN5-STATUS   PIC X(02)  VALUE '00'.
015000     03  DB-DIVIN6-STATUS   PIC X(02)  VALUE '00'.
015100     03  DB-DIVIN7-STATUS   PIC X(02)  VALUE '00'.
015200     03  DB-DIVIN8-STATUS   PIC X(02)  VALUE '00'.
015300 01  DB-PART-STATUS-TABLE  REDEFINES DB-PART-STATUSES.
015400     03  DB-PART-STATUS     PIC X(02)  OCCURS 8 TIMES.
015500
015600 01  DB-COUNTERS.
015700     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
015800     03  DB-NEXT-LOW        PIC 9(7)  COMP  VALUE ZERO.
015900
016000 01  DB-SUBSCRIPTS.
016100     03  DB-PART-COUNT      PIC 9(2)  COMP-5 VALUE ZERO.
016200     03  DB-PX              PIC 9(2)  COMP-5 VALUE ZERO.
016300
016400 01  DB-PART-NO             PIC 9(1)   VALUE ZERO.
016500
016600*    THE PARTITION RANGES FROM THE CONTROL DECK, AND HOW MANY
016700*    RECORDS EACH PARTITION WAS DEALT.
016800 01  DB-PART-TABLE.
016900     03  DB-PART-ENTRY      OCCURS 8 TIMES.
017000         05  DB-PART-LOW       PIC 9(6).
017100         05  DB-PART-HIGH      PIC 9(6).
017200         05  DB-PART-RECORDS   PIC 9(7) COMP.
017300
017400 PROCEDURE DIVISION.
017500*----------------------------------------------------------------
017600* 0000-MAIN-LOGIC
017700*----------------------------------------------------------------
017800 0000-MAIN-LOGIC.
017900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
018000     PERFORM 2000-SPLIT-RECORD   THRU 2000-EXIT
018100         UNTIL DB-END-OF-DIVINC.
018200     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
018300     GOBACK.
018400
018500*----------------------------------------------------------------
018600* 1000-INITIALIZE
018700*   LOADS THE PARTITION RANGES, OPENS DIVINC AND ONE OUTPUT FILE
018800*   PER PARTITION (THE UNUSED DIVINN DD NAMES ARE NEVER OPENED),
018900*   AND PRIMES THE READ-AHEAD LOOP.
019000*----------------------------------------------------------------
019100 1000-INITIALIZE.
019200     PERFORM 1100-LOAD-PARTITIONS THRU 1100-EXIT.
019300     OPEN INPUT DIVINC.
019400     IF DB-DIVINC-STATUS IS NOT EQUAL TO '00'
019500         DISPLAY 'DIVBAT19 - UNABLE TO OPEN DIVINC, STATUS = '
019600             DB-DIVINC-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         GOBACK
019900     END-IF.
020000     PERFORM 1200-OPEN-PARTITION THRU 1200-EXIT
020100         VARYING DB-PX FROM 1 BY 1
020200         UNTIL DB-PX IS GREATER THAN DB-PART-COUNT.
020300     PERFORM 2100-READ-DIVINC THRU 2100-EXIT.
020400 1000-EXIT.
020500     EXIT.
020600
020700*----------------------------------------------------------------
020800* 1100-LOAD-PARTITIONS
020900*   READS THE DIVPCTL DECK INTO THE PARTITION TABLE. A DECK THAT
021000*   IS EMPTY, HAS MORE THAN EIGHT CARDS, HAS A HIGH NUM THAT IS
021100*   NOT NUMERIC OR DOES NOT RISE, OR DOES NOT END AT 999999 WOULD
021200*   LOSE RECORDS OR DEAL THEM TO THE WRONG JOB, SO IT STOPS THE
021300*   RUN BEFORE A SINGLE RECORD IS WRITTEN.
021400*----------------------------------------------------------------
021500 1100-LOAD-PARTITIONS.
021600     OPEN INPUT DIVPCTL.
021700     IF DB-DIVPCTL-STATUS IS NOT EQUAL TO '00'
021800         DISPLAY 'DIVBAT19 - UNABLE TO OPEN DIVPCTL, STATUS = '
021900             DB-DIVPCTL-STATUS
022000         MOVE 16 TO RETURN-CODE
022100         GOBACK
022200     END-IF.
022300     PERFORM 1150-LOAD-ONE-CARD THRU 1150-EXIT
022400         UNTIL DB-END-OF-PCTL.
022500     CLOSE DIVPCTL.
022600     IF DB-PART-COUNT IS EQUAL TO ZERO
022700         DISPLAY 'DIVBAT19 - DIVPCTL HOLDS NO PARTITION CARDS'
022800         MOVE 16 TO RETURN-CODE
022900         GOBACK
023000     END-IF.
023100     IF DB-PART-HIGH (DB-PART-COUNT) IS NOT EQUAL TO 999999
023200         DISPLAY 'DIVBAT19 - LAST DIVPCTL CARD MUST BE 999999, '
023300             'NOT ' DB-PART-HIGH (DB-PART-COUNT)
023400         MOVE 16 TO RETURN-CODE
023500         GOBACK
023600     END-IF.
023700 1100-EXIT.
023800     EXIT.
023900
024000*----------------------------------------------------------------
024100* 1150-LOAD-ONE-CARD
024200*----------------------------------------------------------------
024300 1150-LOAD-ONE-CARD.
024400     READ DIVPCTL
024500         AT END
024600             SET DB-END-OF-PCTL TO TRUE
024700             GO TO 1150-EXIT
024800     END-READ.
024900     IF DB-PART-COUNT IS EQUAL TO 8
025000         DISPLAY 'DIVBAT19 - DIVPCTL HOLDS MORE THAN 8 CARDS'
025100         MOVE 16 TO RETURN-CODE
025200         GOBACK
025300     END-IF.
025400     IF DT-HIGH-NUM-X IS NOT NUMERIC
025500         OR DT-HIGH-NUM IS LESS THAN DB-NEXT-LOW
025600         DISPLAY 'DIVBAT19 - BAD DIVPCTL CARD: ' DT-HIGH-NUM-X
025700             ' - HIGH NUMS MUST BE NUMERIC AND RISING'
025800         MOVE 16 TO RETURN-CODE
025900         GOBACK
026000     END-IF.
026100     ADD 1 TO DB-PART-COUNT.
026200     MOVE DB-NEXT-LOW TO DB-PART-LOW (DB-PART-COUNT).
026300     MOVE DT-HIGH-NUM TO DB-PART-HIGH (DB-PART-COUNT).
026400     MOVE ZERO        TO DB-PART-RECORDS (DB-PART-COUNT).
026500     COMPUTE DB-NEXT-LOW = DT-HIGH-NUM + 1.
026600 1150-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------------
027000* 1200-OPEN-PARTITION
027100*----------------------------------------------------------------
027200 1200-OPEN-PARTITION.
027300     EVALUATE DB-PX
027400         WHEN 1
027500             OPEN OUTPUT DIVIN1
027600         WHEN 2
027700             OPEN OUTPUT DIVIN2
027800         WHEN 3
027900             OPEN OUTPUT DIVIN3
028000         WHEN 4
028100             OPEN OUTPUT DIVIN4
028200         WHEN 5
028300             OPEN OUTPUT DIVIN5
028400         WHEN 6
028500             OPEN OUTPUT DIVIN6
028600         WHEN 7
028700             OPEN OUTPUT DIVIN7
028800         WHEN 8
028900             OPEN OUTPUT DIVIN8
029000     END-EVALUATE.
029100     IF DB-PART-STATUS (DB-PX) IS NOT EQUAL TO '00'
029200         MOVE DB-PX TO DB-PART-NO
029300         DISPLAY 'DIVBAT19 - UNABLE TO OPEN DIVIN' DB-PART-NO
029400             ', STATUS = ' DB-PART-STATUS (DB-PX)
029500         MOVE 16 TO RETURN-CODE
029600         GOBACK
029700     END-IF.
029800 1200-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------
030200* 2000-SPLIT-RECORD
030300*   ONE CLEAN INPUT RECORD TO ITS PARTITION FILE, UNCHANGED. THE
030400*   EDIT STEP GUARANTEES THE NUM IS NUMERIC; A GARBLED RECORD
030500*   HERE MEANS DIVINC IS NOT THE EDIT'S OUTPUT, AND NO PARTITION
030600*   CAN BE TRUSTED WITH IT.
030700*----------------------------------------------------------------
030800 2000-SPLIT-RECORD.
030900     IF DB-IN-NUM-X IS NOT NUMERIC
031000         DISPLAY 'DIVBAT19 - NON-NUMERIC NUM ON DIVINC RECORD '
031100             DB-RECORDS-READ ': ' DB-IN-NUM-X
031200         MOVE 16 TO RETURN-CODE
031300         GOBACK
031400     END-IF.
031500     PERFORM 2050-FIND-PARTITION THRU 2050-EXIT.
031600     PERFORM 2200-WRITE-PARTITION THRU 2200-EXIT.
031700     PERFORM 2100-READ-DIVINC THRU 2100-EXIT.
031800 2000-EXIT.
031900     EXIT.
032000
032100*----------------------------------------------------------------
032200* 2050-FIND-PARTITION
032300*   THE FIRST PARTITION WHOSE HIGH NUM IS NOT BELOW THIS NUM.
032400*   THE LAST CARD IS ALWAYS 999999, SO THE SCAN ALWAYS STOPS.
032500*----------------------------------------------------------------
032600 2050-FIND-PARTITION.
032700     MOVE 1 TO DB-PX.
032800 2050-TRY-PARTITION.
032900     IF DB-IN-NUM IS GREATER THAN DB-PART-HIGH (DB-PX)
033000         ADD 1 TO DB-PX
033100         GO TO 2050-TRY-PARTITION
033200     END-IF.
033300 2050-EXIT.
033400     EXIT.
033500
033600*----------------------------------------------------------------
033700* 2100-READ-DIVINC
033800*----------------------------------------------------------------
033900 2100-READ-DIVINC.
034000     READ DIVINC
034100         AT END
034200             SET DB-END-OF-DIVINC TO TRUE
034300     END-READ.
034400     IF NOT DB-END-OF-DIVINC
034500         ADD 1 TO DB-RECORDS-READ
034600     END-IF.
034700 2100-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------
035100* 2200-WRITE-PARTITION
035200*----------------------------------------------------------------
035300 2200-WRITE-PARTITION.
035400     EVALUATE DB-PX
035500         WHEN 1
035600             WRITE DB-PART1-RECORD FROM DB-INPUT-RECORD
035700         WHEN 2
035800             WRITE DB-PART2-RECORD FROM DB-INPUT-RECORD
035900         WHEN 3
036000             WRITE DB-PART3-RECORD FROM DB-INPUT-RECORD
036100         WHEN 4
036200             WRITE DB-PART4-RECORD FROM DB-INPUT-RECORD
036300         WHEN 5
036400             WRITE DB-PART5-RECORD FROM DB-INPUT-RECORD
036500         WHEN 6
036600             WRITE DB-PART6-RECORD FROM DB-INPUT-RECORD
036700         WHEN 7
036800             WRITE DB-PART7-RECORD FROM DB-INPUT-RECORD
036900         WHEN 8
037000             WRITE DB-PART8-RECORD FROM DB-INPUT-RECORD
037100     END-EVALUATE.
037200     IF DB-PART-STATUS (DB-PX) IS NOT EQUAL TO '00'
037300         MOVE DB-PX TO DB-PART-NO
037400         DISPLAY 'DIVBAT19 - WRITE ERROR ON DIVIN' DB-PART-NO
037500             ', STATUS = ' DB-PART-STATUS (DB-PX)
037600         MOVE 16 TO RETURN-CODE
037700         GOBACK
037800     END-IF.
037900     ADD 1 TO DB-PART-RECORDS (DB-PX).
038000 2200-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------------
038400* 3000-TERMINATE
038500*   THE PER-PARTITION COUNTS ARE THE TUNING INFORMATION: A
038600*   PARTITION DEALT FAR MORE THAN ITS SHARE IS THE ONE HOLDING
038700*   UP THE MERGE, AND ITS RANGE IS THE ONE TO NARROW.
038800*----------------------------------------------------------------
038900 3000-TERMINATE.
039000     CLOSE DIVINC.
039100     PERFORM 3100-CLOSE-PARTITION THRU 3100-EXIT
039200         VARYING DB-PX FROM 1 BY 1
039300         UNTIL DB-PX IS GREATER THAN DB-PART-COUNT.
039400     DISPLAY 'DIVBAT19 - RECORDS READ      = ' DB-RECORDS-READ.
039500     DISPLAY 'DIVBAT19 - PARTITIONS        = ' DB-PART-COUNT.
039600 3000-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------------
040000* 3100-CLOSE-PARTITION
040100*----------------------------------------------------------------
040200 3100-CLOSE-PARTITION.
040300     EVALUATE DB-PX
040400         WHEN 1
040500             CLOSE DIVIN1
040600         WHEN 2
040700             CLOSE DIVIN2
040800         WHEN 3
040900             CLOSE DIVIN3
041000         WHEN 4
041100             CLOSE DIVIN4
041200         WHEN 5
041300             CLOSE DIVIN5
041400         WHEN 6
041500             CLOSE DIVIN6
041600         WHEN 7
041700             CLOSE DIVIN7
041800         WHEN 8
041900             CLOSE DIVIN8
042000     END-EVALUATE.
042100     MOVE DB-PX TO DB-PART-NO.
042200     DISPLAY 'DIVBAT19 - PARTITION ' DB-PART-NO ' NUMS '
042300         DB-PART-LOW (DB-PX) ' THRU ' DB-PART-HIGH (DB-PX)
042400         ' RECORDS = ' DB-PART-RECORDS (DB-PX).
042500 3100-EXIT.
042600     EXIT.
042700
042800 END PROGRAM DIVBAT19.
