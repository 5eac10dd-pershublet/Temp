000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVBAT21.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       BULK MASTER SEED GENERATOR.
000800*                LOADS DIVMSTR FOR A WHOLE RANGE OF NUMS (THE
000900*                DIVGEN RANGE CARD, AS FOR A DIVBAT01 SEED RUN)
001000*                WITHOUT CALLING DIVISORS ONCE PER NUM. THE RANGE
001100*                IS TAKEN A BLOCK AT A TIME (PARM, DEFAULT 5000
001200*                NUMS): EVERY SMALL DIVISOR D (D * D NOT ABOVE THE
001300*                BLOCK'S HIGH NUM) IS MARKED AGAINST EACH OF ITS
001400*                MULTIPLES IN THE BLOCK, SIEVE FASHION, AND EACH
001500*                NUM'S DIVISOR LIST IS THEN ITS SMALL DIVISORS
001600*                ASCENDING FOLLOWED BY THEIR COFACTORS -- THE SAME
001700*                FRONT-HALF/BACK-HALF LIST DIVISORS BUILDS BY
001800*                TRIAL DIVISION, WITH THE SAME PRIME FLAG, ALIQUOT
001900*                SUM AND CLASSIFICATION. THE FIRST NUM OF EVERY
002000*                BLOCK IS ALSO RUN THROUGH DIVISORS ITSELF AND THE
002100*                TWO RESULTS COMPARED BEFORE THE BLOCK IS WRITTEN.
002200*                RECORDS GO TO THE MASTER IN KEY SEQUENCE; A NUM
002300*                ALREADY ON FILE IS LEFT AS IT IS AND COUNTED AS A
002400*                MASTER HIT. THE SEED CHECKPOINT IS REWRITTEN
002500*                AFTER EVERY BLOCK IN THE DIVBAT01 SEED FORMAT
002600*                (EITHER PROGRAM CAN RESUME THE OTHER'S CAMPAIGN),
002700*                AND A CLEAN RUN ENDS WITH A MODE S DIVHIST
002800*                RECORD. EVERY NUM ADDED TO THE MASTER IS
002900*                JOURNALED ON DIVMJRN UNDER THE RUN ON DIVRCTL,
003000*                AS A DIVBAT01 SEED RUN DOES, SO DIVBAT23 CAN
003100*                BACK IT OUT WITH THAT RUN.
003200*----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*  DATE      INIT  DESCRIPTION
003500*  10/15/26  RH    ORIGINAL PROGRAM.
003600*  10/15/26  RH    EACH NUM WRITTEN TO DIVMSTR IS NOW JOURNALED
003700*                  ON DIVMJRN WITH THE RUN ID AND BUSINESS DATE
003800*                  OF THE RUN ON DIVRCTL (ZEROS IF NONE), FOR THE
003900*                  DIVBAT23 RUN BACKOUT; THE RUN ID ALSO GOES INTO
004000*                  THE DIVHIST RECORD. A RUN ALREADY BACKED OUT ON
004100*                  DIVRCTL, OR A JOURNAL FAILURE, STOPS THE JOB.
004200*----------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT DIVMSTR ASSIGN TO DIVMSTR
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS DM-NUM
005300         FILE STATUS IS DB-DIVMSTR-STATUS.
005400
005500     SELECT DIVCKPT ASSIGN TO DIVCKPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS DB-DIVCKPT-STATUS.
005800
005900     SELECT DIVGEN ASSIGN TO DIVGEN
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS DB-DIVGEN-STATUS.
006200
006300     SELECT DIVHIST ASSIGN TO DIVHIST
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS DB-DIVHIST-STATUS.
006600
006700     SELECT DIVRCTL ASSIGN TO DIVRCTL
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS DB-DIVRCTL-STATUS.
007000
007100     SELECT DIVMJRN ASSIGN TO DIVMJRN
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS DB-DIVMJRN-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  DIVMSTR
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY DIVMSTR.
008100
008200 FD  DIVCKPT
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY DIVCKPT.
008600
008700 FD  DIVGEN
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  DB-GEN-RECORD.
009100     03  DB-GEN-LOW         PIC 9(6).
009200     03  FILLER             PIC X(1).
009300     03  DB-GEN-HIGH        PIC 9(6).
009400     03  FILLER             PIC X(67).
009500
009600 FD  DIVHIST
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900     COPY DIVHIST.
010000
010100 FD  DIVRCTL
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY DIVRCTL.
010500
010600 FD  DIVMJRN
010700     RECORDING MODE IS V
010800     RECORD IS VARYING IN SIZE FROM 55 TO 1521 CHARACTERS
010900         DEPENDING ON DB-JRN-LEN
011000     LABEL RECORDS ARE STANDARD.
011100     COPY DIVMJRN.
011200
011300 WORKING-STORAGE SECTION.
011400 01  DB-SWITCHES.
011500     03  DB-RESTART-SWITCH  PIC X(01)  VALUE 'N'.
011600         88  DB-IS-RESTART          VALUE 'Y'.
011700         88  DB-IS-FRESH-START      VALUE 'N'.
011800     03  DB-PASS-SWITCH     PIC X(01)  VALUE 'C'.
011900         88  DB-COUNT-PASS          VALUE 'C'.
012000         88  DB-STORE-PASS          VALUE 'S'.
012100     03  DB-MATCH-SWITCH    PIC X(01)  VALUE 'Y'.
012200         88  DB-SIEVE-MATCHES       VALUE 'Y'.
012300         88  DB-SIEVE-MISMATCH      VALUE 'N'.
012400
012500 01  DB-FILE-STATUSES.
012600     03  DB-DIVMSTR-STATUS  PIC X(02)  VALUE '00'.
012700     03  DB-DIVCKPT-STATUS  PIC X(02)  VALUE '00'.
012800     03  DB-DIVGEN-STATUS   PIC X(02)  VALUE '00'.
012900     03  DB-DIVHIST-STATUS  PIC X(02)  VALUE '00'.
013000     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
013100     03  DB-DIVMJRN-STATUS  PIC X(02)  VALUE '00'.
013200
013300 01  DB-COUNTERS.
013400     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
013500     03  DB-PRIME-COUNT     PIC 9(7)  COMP  VALUE ZERO.
013600     03  DB-COMPOSITE-COUNT PIC 9(7)  COMP  VALUE ZERO.
013700     03  DB-REJECTED-COUNT  PIC 9(7)  COMP  VALUE ZERO.
013800     03  DB-PERFECT-COUNT   PIC 9(7)  COMP  VALUE ZERO.
013900     03  DB-ABUNDANT-COUNT  PIC 9(7)  COMP  VALUE ZERO.
014000     03  DB-DEFICIENT-COUNT PIC 9(7)  COMP  VALUE ZERO.
014100     03  DB-MASTER-HITS     PIC 9(7)  COMP  VALUE ZERO.
014200     03  DB-MAX-RESLEN      PIC 9(3)        VALUE ZERO.
014300     03  DB-BLOCK-COUNT     PIC 9(7)  COMP  VALUE ZERO.
014400     03  DB-PARM-START      PIC 9(2)  COMP-5 VALUE ZERO.
014500     03  DB-JRN-LEN         PIC 9(4)  COMP  VALUE ZERO.
014600
014700 01  DB-SUBSCRIPTS.
014800     03  DB-BX              PIC 9(5)  COMP-5 VALUE ZERO.
014900     03  DB-MX              PIC 9(5)  COMP-5 VALUE ZERO.
015000     03  DB-PX              PIC 9(6)  COMP-5 VALUE ZERO.
015100     03  DB-K               PIC 9(3)  COMP-5 VALUE ZERO.
015200     03  DB-KX              PIC 9(3)  COMP-5 VALUE ZERO.
015300
015400 01  DB-PARM-TEXT           PIC X(05)  VALUE SPACES.
015500 01  DB-PARM-VALUE          REDEFINES DB-PARM-TEXT
015600                            PIC 9(05).
015700
015800*    NUMS PER BLOCK. THE PARM MAY LOWER OR RAISE IT UP TO THE
015900*    SIZE OF THE BLOCK TABLE BELOW.
016000 01  DB-BLOCK-SIZE          PIC 9(5)  COMP  VALUE 5000.
016100 01  DB-BLOCK-MAX           PIC 9(5)  COMP  VALUE 10000.
016200
016300 01  DB-SEED-FIELDS.
016400     03  DB-SEED-START      PIC 9(7)  COMP  VALUE ZERO.
016500     03  DB-SEED-HIGH       PIC 9(7)  COMP  VALUE ZERO.
016600     03  DB-CKPT-LAST-KEY   PIC 9(6)        VALUE ZERO.
016700
016800*    THE BLOCK BEING SIEVED. DB-BLOCK-LOW RUNS ONE PAST THE TOP
016900*    OF THE RANGE WHEN THE LAST BLOCK IS DONE, HENCE 9(7).
017000 01  DB-BLOCK-FIELDS.
017100     03  DB-BLOCK-LOW       PIC 9(7)  COMP  VALUE ZERO.
017200     03  DB-BLOCK-HIGH      PIC 9(7)  COMP  VALUE ZERO.
017300     03  DB-BLOCK-LEN       PIC 9(5)  COMP  VALUE ZERO.
017400     03  DB-DATE-COMPUTED   PIC 9(8)        VALUE ZERO.
017500
017600*    THE RUN ON DIVRCTL THE SEEDED NUMS ARE JOURNALED UNDER --
017700*    ZEROS WHEN THERE IS NO RUN-CONTROL RECORD YET.
017800 01  DB-RUN-FIELDS.
017900     03  DB-RUN-DATE        PIC 9(8)        VALUE ZERO.
018000     03  DB-RUN-ID          PIC 9(14)       VALUE ZERO.
018100
018200*    ONE SIEVE STEP: THE SMALL DIVISOR, ITS SQUARE, AND THE
018300*    MULTIPLE OF IT CURRENTLY BEING MARKED.
018400 01  DB-SIEVE-FIELDS.
018500     03  DB-D               PIC 9(4)  COMP-5 VALUE ZERO.
018600     03  DB-D-SQUARED       PIC 9(7)  COMP-5 VALUE ZERO.
018700     03  DB-M               PIC 9(7)  COMP-5 VALUE ZERO.
018800     03  DB-FIRST-M         PIC 9(7)  COMP-5 VALUE ZERO.
018900     03  DB-QUOTIENT        PIC 9(7)  COMP-5 VALUE ZERO.
019000     03  DB-POOL-USED       PIC 9(7)  COMP-5 VALUE ZERO.
019100
019200*    ONE NUM'S RESULT AS IT IS ASSEMBLED FROM THE SIEVE.
019300 01  DB-RESULT-FIELDS.
019400     03  DB-WORK-NUM        PIC 9(6)        VALUE ZERO.
019500     03  DB-FRONT-LEN       PIC 9(3)  COMP-5 VALUE ZERO.
019600     03  DB-BACK-LEN        PIC 9(3)  COMP-5 VALUE ZERO.
019700     03  DB-SQUARE-ADJ      PIC 9(1)  COMP-5 VALUE ZERO.
019800     03  DB-SUM             PIC 9(7)  COMP  VALUE ZERO.
019900
020000 01  DB-CALL-NUM            PIC 9(6) COMP-5.
020100
020200*    PER NUM OF THE BLOCK (DB-BX = NUM - DB-BLOCK-LOW + 1): HOW
020300*    MANY SMALL DIVISORS THE SIEVE FOUND, WHERE IN THE POOL THEY
020400*    START, AND THE NEXT POOL SLOT TO FILL ON THE STORE PASS.
020500 01  DB-BLOCK-TABLE.
020600     03  DB-BLOCK-ENTRY     OCCURS 10000 TIMES.
020700         05  DB-FRONT-COUNT    PIC 9(3)  COMP-5.
020800         05  DB-FRONT-START    PIC 9(6)  COMP-5.
020900         05  DB-FRONT-NEXT     PIC 9(6)  COMP-5.
021000
021100*    THE SMALL DIVISORS OF EVERY NUM IN THE BLOCK, EACH NUM'S RUN
021200*    ASCENDING AND LAID END TO END. A FULL 10000-NUM BLOCK AT THE
021300*    TOP OF THE RANGE NEEDS ABOUT 66000 SLOTS.
021400 01  DB-POOL-MAX            PIC 9(7)  COMP  VALUE 100000.
021500 01  DB-DIVISOR-POOL.
021600     03  DB-POOL-DIVISOR    PIC 9(4)  COMP-5 OCCURS 100000 TIMES.
021700
021800*    WALL-CLOCK BOOKENDS FOR THE RUN-HISTORY RECORD, AS IN
021900*    DIVBAT01.
022000 01  DB-ELAPSED-FIELDS.
022100     03  DB-TIME-NOW        PIC 9(8)        VALUE ZERO.
022200     03  DB-TIME-NOW-R      REDEFINES DB-TIME-NOW.
022300         05  DB-TIME-HH     PIC 9(2).
022400         05  DB-TIME-MM     PIC 9(2).
022500         05  DB-TIME-SS     PIC 9(2).
022600         05  FILLER         PIC 9(2).
022700     03  DB-START-SECS      PIC 9(7)  COMP  VALUE ZERO.
022800     03  DB-END-SECS        PIC 9(7)  COMP  VALUE ZERO.
022900     03  DB-ELAPSED-SECS    PIC 9(7)  COMP  VALUE ZERO.
023000
023100     COPY DIVRSLT.
023200
023300 LINKAGE SECTION.
023400 01  DB-PARM-PASSED.
023500     03  DB-PARM-LEN        PIC S9(4) COMP.
023600     03  DB-PARM-DATA       PIC X(20).
023700
023800 PROCEDURE DIVISION USING DB-PARM-PASSED.
023900*----------------------------------------------------------------
024000* 0000-MAIN-LOGIC
024100*----------------------------------------------------------------
024200 0000-MAIN-LOGIC.
024300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
024400     PERFORM 2000-SEED-BLOCK     THRU 2000-EXIT
024500         UNTIL DB-BLOCK-LOW IS GREATER THAN DB-SEED-HIGH.
024600     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
024700     GOBACK.
024800
024900*----------------------------------------------------------------
025000* 1000-INITIALIZE
025100*   TAKES THE BLOCK SIZE FROM THE PARM, THE RANGE FROM DIVGEN
025200*   AND ANY RESTART POINT FROM DIVCKPT, AND OPENS THE MASTER.
025300*----------------------------------------------------------------
025400 1000-INITIALIZE.
025500     ACCEPT DB-TIME-NOW FROM TIME.
025600     COMPUTE DB-START-SECS = DB-TIME-HH * 3600
025700         + DB-TIME-MM * 60 + DB-TIME-SS.
025800     IF DB-PARM-LEN IS GREATER THAN ZERO
025900         AND DB-PARM-LEN IS NOT GREATER THAN 5
026000         PERFORM 1010-SET-BLOCK-SIZE THRU 1010-EXIT
026100     END-IF.
026200     DISPLAY 'DIVBAT21 - BLOCK SIZE        = ' DB-BLOCK-SIZE.
026300     PERFORM 1025-READ-RANGE-CARD THRU 1025-EXIT.
026400     PERFORM 1050-READ-CHECKPOINT THRU 1050-EXIT.
026500     PERFORM 1040-READ-RUN-CONTROL THRU 1040-EXIT.
026600
026700     OPEN I-O DIVMSTR.
026800     IF DB-DIVMSTR-STATUS IS EQUAL TO '35'
026900         OPEN OUTPUT DIVMSTR
027000         CLOSE DIVMSTR
027100         OPEN I-O DIVMSTR
027200     END-IF.
027300     IF DB-DIVMSTR-STATUS IS NOT EQUAL TO '00'
027400         DISPLAY 'DIVBAT21 - UNABLE TO OPEN DIVMSTR, STATUS = '
027500             DB-DIVMSTR-STATUS
027600         MOVE 16 TO RETURN-CODE
027700         GOBACK
027800     END-IF.
027900
028000     OPEN EXTEND DIVMJRN.
028100     IF DB-DIVMJRN-STATUS IS EQUAL TO '35'
028200         OPEN OUTPUT DIVMJRN
028300     END-IF.
028400     IF DB-DIVMJRN-STATUS IS NOT EQUAL TO '00'
028500         DISPLAY 'DIVBAT21 - UNABLE TO OPEN DIVMJRN, STATUS = '
028600             DB-DIVMJRN-STATUS
028700         MOVE 16 TO RETURN-CODE
028800         GOBACK
028900     END-IF.
029000
029100     IF DB-IS-RESTART
029200         IF DB-CKPT-LAST-KEY IS NOT LESS THAN DB-SEED-START
029300             COMPUTE DB-SEED-START = DB-CKPT-LAST-KEY + 1
029400         END-IF
029500         DISPLAY 'DIVBAT21 - SEED RESTART, RESUMING AT '
029600             DB-SEED-START
029700     END-IF.
029800     MOVE DB-SEED-START TO DB-BLOCK-LOW.
029900 1000-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------
030300* 1010-SET-BLOCK-SIZE
030400*   A PARM THAT IS NOT A NUMBER FROM 1 TO DB-BLOCK-MAX IS
030500*   IGNORED, THE SAME WAY DIVBAT01 IGNORES A BAD CHECKPOINT
030600*   INTERVAL -- THE BLOCK SIZE ONLY TRADES MEMORY AGAINST HOW
030700*   MUCH WORK A RESTART REPEATS, NEVER THE RESULTS.
030800*----------------------------------------------------------------
030900 1010-SET-BLOCK-SIZE.
031000     MOVE ZEROS TO DB-PARM-TEXT.
031100     COMPUTE DB-PARM-START = 6 - DB-PARM-LEN.
031200     MOVE DB-PARM-DATA (1:DB-PARM-LEN) TO
031300         DB-PARM-TEXT (DB-PARM-START:DB-PARM-LEN).
031400     IF DB-PARM-TEXT IS NOT NUMERIC
031500         OR DB-PARM-TEXT IS EQUAL TO ZERO
031600         GO TO 1010-EXIT
031700     END-IF.
031800     IF DB-PARM-VALUE IS GREATER THAN DB-BLOCK-MAX
031900         GO TO 1010-EXIT
032000     END-IF.
032100     MOVE DB-PARM-VALUE TO DB-BLOCK-SIZE.
032200 1010-EXIT.
032300     EXIT.
032400
032500*----------------------------------------------------------------
032600* 1025-READ-RANGE-CARD
032700*   THE DIVGEN RANGE CARD IN THE DIVBAT01 SEED FORMAT. THIS
032800*   PROGRAM HAS NO NIGHTLY MODE TO FALL BACK ON, SO A MISSING
032900*   CARD STOPS THE JOB THE SAME AS A BAD ONE.
033000*----------------------------------------------------------------
033100 1025-READ-RANGE-CARD.
033200     OPEN INPUT DIVGEN.
033300     IF DB-DIVGEN-STATUS IS NOT EQUAL TO '00'
033400         DISPLAY 'DIVBAT21 - UNABLE TO OPEN DIVGEN, STATUS = '
033500             DB-DIVGEN-STATUS
033600         MOVE 16 TO RETURN-CODE
033700         GOBACK
033800     END-IF.
033900     READ DIVGEN
034000         AT END
034100             DISPLAY 'DIVBAT21 - NO RANGE CARD ON DIVGEN'
034200             MOVE 16 TO RETURN-CODE
034300             GOBACK
034400     END-READ.
034500     IF DB-GEN-LOW IS NOT NUMERIC
034600         OR DB-GEN-HIGH IS NOT NUMERIC
034700         OR DB-GEN-LOW IS LESS THAN 2
034800         OR DB-GEN-HIGH IS GREATER THAN 999999
034900         OR DB-GEN-LOW IS GREATER THAN DB-GEN-HIGH
035000         DISPLAY 'DIVBAT21 - BAD DIVGEN RANGE CARD: '
035100             DB-GEN-RECORD (1:13)
035200         MOVE 16 TO RETURN-CODE
035300         GOBACK
035400     END-IF.
035500     MOVE DB-GEN-LOW  TO DB-SEED-START.
035600     MOVE DB-GEN-HIGH TO DB-SEED-HIGH.
035700     DISPLAY 'DIVBAT21 - MASTER SEED RUN, RANGE = '
035800         DB-GEN-LOW ' THRU ' DB-GEN-HIGH.
035900     CLOSE DIVGEN.
036000 1025-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------
036400* 1040-READ-RUN-CONTROL
036500*   THE SAME RULE AS A DIVBAT01 SEED RUN: THE SEEDED NUMS ARE
036600*   JOURNALED UNDER WHATEVER RUN IS ON DIVRCTL, OPEN OR
036700*   CERTIFIED, SO BACKING THAT RUN OUT TAKES THEM OUT WITH IT
036800*   (THEY ARE SIMPLY RECOMPUTED WHEN NEXT NEEDED). NO RUN-CONTROL
036900*   RECORD YET JOURNALS UNDER RUN ZERO. A RUN ALREADY BACKED OUT
037000*   STOPS THE JOB -- NOTHING ADDED UNDER IT COULD EVER BE BACKED
037100*   OUT IN TURN.
037200*----------------------------------------------------------------
037300 1040-READ-RUN-CONTROL.
037400     OPEN INPUT DIVRCTL.
037500     IF DB-DIVRCTL-STATUS IS EQUAL TO '35'
037600         DISPLAY 'DIVBAT21 - NO RUN ON DIVRCTL - SEED JOURNALED '
037700             'UNDER RUN ZERO'
037800         GO TO 1040-EXIT
037900     END-IF.
038000     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
038100         DISPLAY 'DIVBAT21 - UNABLE TO OPEN DIVRCTL, STATUS = '
038200             DB-DIVRCTL-STATUS
038300         MOVE 16 TO RETURN-CODE
038400         GOBACK
038500     END-IF.
038600     READ DIVRCTL
038700         AT END
038800             CONTINUE
038900     END-READ.
039000     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
039100         CLOSE DIVRCTL
039200         DISPLAY 'DIVBAT21 - NO RUN ON DIVRCTL - SEED JOURNALED '
039300             'UNDER RUN ZERO'
039400         GO TO 1040-EXIT
039500     END-IF.
039600     IF DR-RUN-BACKED-OUT
039700         DISPLAY 'DIVBAT21 - RUN ' DR-RUN-ID ' ON DIVRCTL WAS '
039800             'BACKED OUT - NO SEEDING UNTIL DIVBAT05 OPENS THE '
039900             'NEXT RUN'
040000         MOVE 16 TO RETURN-CODE
040100         GOBACK
040200     END-IF.
040300     MOVE DR-BUSINESS-DATE TO DB-RUN-DATE.
040400     MOVE DR-RUN-ID        TO DB-RUN-ID.
040500     CLOSE DIVRCTL.
040600     DISPLAY 'DIVBAT21 - SEED JOURNALED UNDER RUN ' DB-RUN-ID.
040700 1040-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------
041100* 1050-READ-CHECKPOINT
041200*   A SEED CHECKPOINT WITH PROGRESS ON IT -- LEFT BY THIS
041300*   PROGRAM OR BY A DIVBAT01 SEED RUN, THE FORMAT IS THE SAME --
041400*   RESUMES ONE PAST ITS LAST KEY WITH ITS COUNTERS RESTORED. A
041500*   NIGHTLY RUN'S CHECKPOINT COUNTS INPUT RECORDS, NOT KEYS, SO
041600*   ONE OF THOSE STOPS THE JOB AS IT DOES IN DIVBAT01.
041700*----------------------------------------------------------------
041800 1050-READ-CHECKPOINT.
041900     OPEN INPUT DIVCKPT.
042000     IF DB-DIVCKPT-STATUS IS NOT EQUAL TO '00'
042100         GO TO 1050-EXIT
042200     END-IF.
042300     READ DIVCKPT
042400         AT END
042500             CONTINUE
042600     END-READ.
042700     IF DB-DIVCKPT-STATUS IS NOT EQUAL TO '00'
042800         OR DK-RECORDS-READ IS NOT GREATER THAN ZERO
042900         CLOSE DIVCKPT
043000         GO TO 1050-EXIT
043100     END-IF.
043200     IF NOT DK-MODE-SEED
043300         DISPLAY 'DIVBAT21 - CHECKPOINT WAS LEFT BY AN '
043400             'INTERRUPTED RUN OF THE OTHER MODE (DK-RUN-MODE = '
043500             DK-RUN-MODE ') - FINISH OR CLEAR IT FIRST'
043600         MOVE 16 TO RETURN-CODE
043700         GOBACK
043800     END-IF.
043900     SET DB-IS-RESTART       TO TRUE.
044000     MOVE DK-LAST-KEY-NUM    TO DB-CKPT-LAST-KEY.
044100     MOVE DK-RECORDS-READ    TO DB-RECORDS-READ.
044200     MOVE DK-PRIME-COUNT     TO DB-PRIME-COUNT.
044300     MOVE DK-COMPOSITE-COUNT TO DB-COMPOSITE-COUNT.
044400     MOVE DK-REJECTED-COUNT  TO DB-REJECTED-COUNT.
044500     MOVE DK-PERFECT-COUNT   TO DB-PERFECT-COUNT.
044600     MOVE DK-ABUNDANT-COUNT  TO DB-ABUNDANT-COUNT.
044700     MOVE DK-DEFICIENT-COUNT TO DB-DEFICIENT-COUNT.
044800     MOVE DK-MASTER-HITS     TO DB-MASTER-HITS.
044900     MOVE DK-MAX-RESLEN      TO DB-MAX-RESLEN.
045000     CLOSE DIVCKPT.
045100 1050-EXIT.
045200     EXIT.
045300
045400*----------------------------------------------------------------
045500* 2000-SEED-BLOCK
045600*   SIEVES ONE BLOCK OF THE RANGE AND WRITES IT. THE SIEVE RUNS
045700*   TWICE OVER THE SAME SMALL DIVISORS: THE COUNT PASS SIZES
045800*   EACH NUM'S RUN IN THE POOL, THE STORE PASS FILLS IT. THE
045900*   CHECKPOINT GOES OUT ONLY ONCE THE WHOLE BLOCK IS ON THE
046000*   MASTER, SO A RESTART REDOES AT MOST ONE BLOCK (ITS NUMS COME
046100*   BACK AS MASTER HITS THE SECOND TIME).
046200*----------------------------------------------------------------
046300 2000-SEED-BLOCK.
046400     COMPUTE DB-BLOCK-HIGH = DB-BLOCK-LOW + DB-BLOCK-SIZE - 1.
046500     IF DB-BLOCK-HIGH IS GREATER THAN DB-SEED-HIGH
046600         MOVE DB-SEED-HIGH TO DB-BLOCK-HIGH
046700     END-IF.
046800     COMPUTE DB-BLOCK-LEN = DB-BLOCK-HIGH - DB-BLOCK-LOW + 1.
046900     ACCEPT DB-DATE-COMPUTED FROM DATE YYYYMMDD.
047000
047100     PERFORM 2100-CLEAR-ENTRY THRU 2100-EXIT
047200         VARYING DB-BX FROM 1 BY 1
047300         UNTIL DB-BX IS GREATER THAN DB-BLOCK-LEN.
047400     SET DB-COUNT-PASS TO TRUE.
047500     PERFORM 2200-SIEVE-ONE-DIVISOR THRU 2200-EXIT
047600         VARYING DB-D FROM 2 BY 1
047700         UNTIL DB-D * DB-D IS GREATER THAN DB-BLOCK-HIGH.
047800
047900     MOVE ZERO TO DB-POOL-USED.
048000     PERFORM 2300-SET-OFFSET THRU 2300-EXIT
048100         VARYING DB-BX FROM 1 BY 1
048200         UNTIL DB-BX IS GREATER THAN DB-BLOCK-LEN.
048300     IF DB-POOL-USED IS GREATER THAN DB-POOL-MAX
048400         DISPLAY 'DIVBAT21 - DIVISOR POOL TOO SMALL FOR BLOCK AT '
048500             DB-BLOCK-LOW ' - RERUN WITH A SMALLER BLOCK SIZE'
048600         MOVE 16 TO RETURN-CODE
048700         GOBACK
048800     END-IF.
048900     SET DB-STORE-PASS TO TRUE.
049000     PERFORM 2200-SIEVE-ONE-DIVISOR THRU 2200-EXIT
049100         VARYING DB-D FROM 2 BY 1
049200         UNTIL DB-D * DB-D IS GREATER THAN DB-BLOCK-HIGH.
049300
049400     PERFORM 2600-VERIFY-BLOCK THRU 2600-EXIT.
049500     PERFORM 2500-SEED-ONE-NUM THRU 2500-EXIT
049600         VARYING DB-BX FROM 1 BY 1
049700         UNTIL DB-BX IS GREATER THAN DB-BLOCK-LEN.
049800     ADD 1 TO DB-BLOCK-COUNT.
049900     PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
050000     COMPUTE DB-BLOCK-LOW = DB-BLOCK-HIGH + 1.
050100 2000-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------
050500* 2100-CLEAR-ENTRY
050600*----------------------------------------------------------------
050700 2100-CLEAR-ENTRY.
050800     MOVE ZERO TO DB-FRONT-COUNT (DB-BX).
050900     MOVE ZERO TO DB-FRONT-START (DB-BX).
051000     MOVE ZERO TO DB-FRONT-NEXT (DB-BX).
051100 2100-EXIT.
051200     EXIT.
051300
051400*----------------------------------------------------------------
051500* 2200-SIEVE-ONE-DIVISOR
051600*   WALKS THE MULTIPLES OF DB-D THROUGH THE BLOCK. ONLY
051700*   MULTIPLES FROM D * D UP COUNT -- BELOW THAT, D IS THE LARGER
051800*   HALF OF A FACTOR PAIR AND COMES OUT AS A COFACTOR INSTEAD.
051900*   THE FIRST MULTIPLE IS THE BLOCK'S LOW NUM ROUNDED UP TO A
052000*   MULTIPLE OF D.
052100*----------------------------------------------------------------
052200 2200-SIEVE-ONE-DIVISOR.
052300     COMPUTE DB-D-SQUARED = DB-D * DB-D.
052400     COMPUTE DB-FIRST-M = DB-BLOCK-LOW + DB-D - 1.
052500     DIVIDE DB-FIRST-M BY DB-D GIVING DB-QUOTIENT.
052600     MULTIPLY DB-QUOTIENT BY DB-D GIVING DB-FIRST-M.
052700     IF DB-FIRST-M IS LESS THAN DB-D-SQUARED
052800         MOVE DB-D-SQUARED TO DB-FIRST-M
052900     END-IF.
053000     PERFORM 2250-MARK-MULTIPLE THRU 2250-EXIT
053100         VARYING DB-M FROM DB-FIRST-M BY DB-D
053200         UNTIL DB-M IS GREATER THAN DB-BLOCK-HIGH.
053300 2200-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------------
053700* 2250-MARK-MULTIPLE
053800*   DB-D DIVIDES DB-M. THE STORE PASS TAKES THE DIVISORS IN
053900*   ASCENDING ORDER OF D, SO EACH NUM'S RUN FILLS ASCENDING.
054000*----------------------------------------------------------------
054100 2250-MARK-MULTIPLE.
054200     COMPUTE DB-MX = DB-M - DB-BLOCK-LOW + 1.
054300     IF DB-COUNT-PASS
054400         ADD 1 TO DB-FRONT-COUNT (DB-MX)
054500         GO TO 2250-EXIT
054600     END-IF.
054700     MOVE DB-D TO DB-POOL-DIVISOR (DB-FRONT-NEXT (DB-MX)).
054800     ADD 1 TO DB-FRONT-NEXT (DB-MX).
054900 2250-EXIT.
055000     EXIT.
055100
055200*----------------------------------------------------------------
055300* 2300-SET-OFFSET
055400*   GIVES EACH NUM ITS RUN OF POOL SLOTS, END TO END.
055500*----------------------------------------------------------------
055600 2300-SET-OFFSET.
055700     COMPUTE DB-FRONT-START (DB-BX) = DB-POOL-USED + 1.
055800     MOVE DB-FRONT-START (DB-BX) TO DB-FRONT-NEXT (DB-BX).
055900     ADD DB-FRONT-COUNT (DB-BX) TO DB-POOL-USED.
056000 2300-EXIT.
056100     EXIT.
056200
056300*----------------------------------------------------------------
056400* 2500-SEED-ONE-NUM
056500*   WRITES ONE NUM OF THE BLOCK TO THE MASTER. THE MASTER IS
056600*   WRITTEN IN KEY ORDER WITHOUT A LOOKUP FIRST: A DUPLICATE-KEY
056700*   STATUS IS THE LOOKUP, AND THE RECORD ALREADY ON FILE STAYS
056800*   AS IT WAS, JUST AS A DIVBAT01 SEED RUN SKIPS IT. ANY OTHER
056900*   WRITE ERROR FOLLOWS DIVBAT01'S RC=8 RULE. EVERY ADD IS
057000*   JOURNALED.
057100*----------------------------------------------------------------
057200 2500-SEED-ONE-NUM.
057300     PERFORM 2550-BUILD-MASTER-RECORD THRU 2550-EXIT.
057400     ADD 1 TO DB-RECORDS-READ.
057500     WRITE DM-MASTER-RECORD.
057600     EVALUATE DB-DIVMSTR-STATUS
057700         WHEN '00'
057800             PERFORM 2580-ACCUMULATE-STATS THRU 2580-EXIT
057900             PERFORM 2510-JOURNAL-ADD THRU 2510-EXIT
058000         WHEN '22'
058100             ADD 1 TO DB-MASTER-HITS
058200         WHEN OTHER
058300             DISPLAY 'DIVBAT21 - DIVMSTR WRITE ERROR, STATUS = '
058400                 DB-DIVMSTR-STATUS ' NUM = ' DB-WORK-NUM
058500             MOVE 8 TO RETURN-CODE
058600     END-EVALUATE.
058700 2500-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100* 2510-JOURNAL-ADD
059200*   RECORDS THE ADD JUST MADE ON THE MASTER JOURNAL, AS DIVBAT01
059300*   DOES, SO DIVBAT23 CAN DELETE IT AGAIN. A JOURNAL FAILURE
059400*   STOPS THE JOB AT ONCE, NAMING THE NUM: A RESTART WOULD FIND
059500*   IT ALREADY ON FILE AND NOT JOURNAL IT AGAIN.
059600*----------------------------------------------------------------
059700 2510-JOURNAL-ADD.
059800     MOVE DB-RUN-ID          TO DJ-RUN-ID.
059900     MOVE DB-RUN-DATE        TO DJ-BUSINESS-DATE.
060000     SET DJ-ACTION-ADD       TO TRUE.
060100     MOVE 'DIVBAT21'         TO DJ-PROGRAM.
060200     ACCEPT DJ-DATE-WRITTEN FROM DATE YYYYMMDD.
060300     ACCEPT DB-TIME-NOW FROM TIME.
060400     MOVE DB-TIME-NOW (1:6)  TO DJ-TIME-WRITTEN.
060500     MOVE DB-WORK-NUM        TO DJ-NUM.
060600     MOVE ZERO               TO DJ-BEFORE-LEN.
060700     MOVE 55                 TO DB-JRN-LEN.
060800     WRITE DJ-JOURNAL-RECORD.
060900     IF DB-DIVMJRN-STATUS IS NOT EQUAL TO '00'
061000         DISPLAY 'DIVBAT21 - DIVMJRN WRITE ERROR, STATUS = '
061100             DB-DIVMJRN-STATUS ' NUM = ' DB-WORK-NUM
061200             ' ADDED BUT NOT JOURNALED'
061300         MOVE 16 TO RETURN-CODE
061400         GOBACK
061500     END-IF.
061600 2510-EXIT.
061700     EXIT.
061800
061900*----------------------------------------------------------------
062000* 2550-BUILD-MASTER-RECORD
062100*   ASSEMBLES THE MASTER RECORD FOR THE NUM AT DB-BX. THE SMALL
062200*   DIVISORS (FRONT HALF) GO IN ASCENDING, THEN THE COFACTOR OF
062300*   EACH, LARGEST SMALL DIVISOR FIRST, SO THE WHOLE LIST
062400*   ASCENDS. A PERFECT SQUARE'S ROOT IS ITS OWN COFACTOR AND IS
062500*   CARRIED ONCE. NEITHER 1 NOR NUM ITSELF IS IN THE LIST, SO
062600*   THE ALIQUOT SUM STARTS AT 1 AND AN EMPTY LIST IS A PRIME --
062700*   ALL AS DIVISORS HAS IT.
062800*----------------------------------------------------------------
062900 2550-BUILD-MASTER-RECORD.
063000     COMPUTE DB-WORK-NUM = DB-BLOCK-LOW + DB-BX - 1.
063100     MOVE DB-FRONT-COUNT (DB-BX) TO DB-FRONT-LEN.
063200     MOVE ZERO TO DB-SQUARE-ADJ.
063300     IF DB-FRONT-LEN IS GREATER THAN ZERO
063400         COMPUTE DB-PX = DB-FRONT-START (DB-BX) + DB-FRONT-LEN - 1
063500         IF DB-POOL-DIVISOR (DB-PX) * DB-POOL-DIVISOR (DB-PX)
063600             IS EQUAL TO DB-WORK-NUM
063700             MOVE 1 TO DB-SQUARE-ADJ
063800         END-IF
063900     END-IF.
064000     COMPUTE DB-BACK-LEN = DB-FRONT-LEN - DB-SQUARE-ADJ.
064100     MOVE DB-WORK-NUM TO DM-NUM.
064200     COMPUTE DM-RESLEN = DB-FRONT-LEN + DB-BACK-LEN.
064300     MOVE 1 TO DB-SUM.
064400     PERFORM 2560-MOVE-FRONT THRU 2560-EXIT
064500         VARYING DB-K FROM 1 BY 1
064600         UNTIL DB-K IS GREATER THAN DB-FRONT-LEN.
064700     PERFORM 2570-MOVE-BACK THRU 2570-EXIT
064800         VARYING DB-K FROM 1 BY 1
064900         UNTIL DB-K IS GREATER THAN DB-BACK-LEN.
065000     MOVE DB-SUM TO DM-SUM-PROPER.
065100     IF DM-RESLEN IS EQUAL TO ZERO
065200         SET DM-IS-PRIME TO TRUE
065300     ELSE
065400         SET DM-IS-COMPOSITE TO TRUE
065500     END-IF.
065600     IF DB-SUM IS EQUAL TO DB-WORK-NUM
065700         SET DM-IS-PERFECT TO TRUE
065800     ELSE
065900         IF DB-SUM IS GREATER THAN DB-WORK-NUM
066000             SET DM-IS-ABUNDANT TO TRUE
066100         ELSE
066200             SET DM-IS-DEFICIENT TO TRUE
066300         END-IF
066400     END-IF.
066500     MOVE DB-DATE-COMPUTED TO DM-DATE-COMPUTED.
066600 2550-EXIT.
066700     EXIT.
066800
066900*----------------------------------------------------------------
067000* 2560-MOVE-FRONT
067100*----------------------------------------------------------------
067200 2560-MOVE-FRONT.
067300     COMPUTE DB-PX = DB-FRONT-START (DB-BX) + DB-K - 1.
067400     MOVE DB-POOL-DIVISOR (DB-PX) TO DM-DIVISORS (DB-K).
067500     ADD DB-POOL-DIVISOR (DB-PX) TO DB-SUM.
067600 2560-EXIT.
067700     EXIT.
067800
067900*----------------------------------------------------------------
068000* 2570-MOVE-BACK
068100*----------------------------------------------------------------
068200 2570-MOVE-BACK.
068300     COMPUTE DB-PX = DB-FRONT-START (DB-BX) + DB-BACK-LEN - DB-K.
068400     COMPUTE DB-KX = DB-FRONT-LEN + DB-K.
068500     DIVIDE DB-WORK-NUM BY DB-POOL-DIVISOR (DB-PX)
068600         GIVING DM-DIVISORS (DB-KX).
068700     ADD DM-DIVISORS (DB-KX) TO DB-SUM.
068800 2570-EXIT.
068900     EXIT.
069000
069100*----------------------------------------------------------------
069200* 2580-ACCUMULATE-STATS
069300*   ROLLS A NEWLY WRITTEN NUM INTO THE END-OF-RUN SUMMARY, THE
069400*   SAME COUNTS DIVBAT01 KEEPS FOR A SEEDED NUM.
069500*----------------------------------------------------------------
069600 2580-ACCUMULATE-STATS.
069700     IF DM-IS-PRIME
069800         ADD 1 TO DB-PRIME-COUNT
069900     ELSE
070000         ADD 1 TO DB-COMPOSITE-COUNT
070100     END-IF.
070200     IF DM-IS-PERFECT
070300         ADD 1 TO DB-PERFECT-COUNT
070400     ELSE
070500         IF DM-IS-ABUNDANT
070600             ADD 1 TO DB-ABUNDANT-COUNT
070700         ELSE
070800             ADD 1 TO DB-DEFICIENT-COUNT
070900         END-IF
071000     END-IF.
071100     IF DM-RESLEN IS GREATER THAN DB-MAX-RESLEN
071200         MOVE DM-RESLEN TO DB-MAX-RESLEN
071300     END-IF.
071400 2580-EXIT.
071500     EXIT.
071600
071700*----------------------------------------------------------------
071800* 2600-VERIFY-BLOCK
071900*   BEFORE ANY OF THE BLOCK IS WRITTEN, ITS FIRST NUM IS RUN
072000*   THROUGH DIVISORS AND THE TWO RESULTS COMPARED FIELD BY FIELD
072100*   AND DIVISOR BY DIVISOR. THE MASTER MUST HOLD EXACTLY WHAT THE
072200*   NIGHTLY WOULD HAVE COMPUTED, SO ANY DIFFERENCE STOPS THE RUN
072300*   WITH THE BLOCK UNWRITTEN AND THE CHECKPOINT AT THE BLOCK
072400*   BEFORE.
072500*----------------------------------------------------------------
072600 2600-VERIFY-BLOCK.
072700     MOVE 1 TO DB-BX.
072800     PERFORM 2550-BUILD-MASTER-RECORD THRU 2550-EXIT.
072900     MOVE DB-WORK-NUM TO DB-CALL-NUM.
073000     SET DIV-SRC-SEED TO TRUE.
073100     CALL 'DIVISORS' USING DB-CALL-NUM DIV-RESULT.
073200     SET DB-SIEVE-MATCHES TO TRUE.
073300     IF NOT DIV-RC-OK
073400         OR DIV-RESLEN IS NOT EQUAL TO DM-RESLEN
073500         OR DIV-PRIME-FLAG IS NOT EQUAL TO DM-PRIME-FLAG
073600         OR DIV-SUM-PROPER IS NOT EQUAL TO DM-SUM-PROPER
073700         OR DIV-ALIQUOT-FLAG IS NOT EQUAL TO DM-ALIQUOT-FLAG
073800         SET DB-SIEVE-MISMATCH TO TRUE
073900     ELSE
074000         PERFORM 2650-COMPARE-DIVISOR THRU 2650-EXIT
074100             VARYING DB-K FROM 1 BY 1
074200             UNTIL DB-K IS GREATER THAN DM-RESLEN
074300     END-IF.
074400     IF DB-SIEVE-MISMATCH
074500         DISPLAY 'DIVBAT21 - SIEVE RESULT DOES NOT MATCH '
074600             'DIVISORS FOR NUM = ' DB-WORK-NUM
074700             ' - NOTHING WRITTEN FROM THIS BLOCK ON'
074800         MOVE 16 TO RETURN-CODE
074900         GOBACK
075000     END-IF.
075100 2600-EXIT.
075200     EXIT.
075300
075400*----------------------------------------------------------------
075500* 2650-COMPARE-DIVISOR
075600*----------------------------------------------------------------
075700 2650-COMPARE-DIVISOR.
075800     IF DIV-RES (DB-K) IS NOT EQUAL TO DM-DIVISORS (DB-K)
075900         SET DB-SIEVE-MISMATCH TO TRUE
076000     END-IF.
076100 2650-EXIT.
076200     EXIT.
076300
076400*----------------------------------------------------------------
076500* 2700-WRITE-CHECKPOINT
076600*   REWRITES THE SEED CHECKPOINT WHOLESALE AT THE END OF EACH
076700*   BLOCK, IN THE DIVBAT01 SEED LAYOUT: LAST KEY DONE, MODE S,
076800*   RUN-TO-DATE COUNTERS, NO RUN ID AND NO PARTITION. A SEED RUN
076900*   WRITES NO DIVOUT RECORDS.
077000*----------------------------------------------------------------
077100 2700-WRITE-CHECKPOINT.
077200     MOVE DB-BLOCK-HIGH      TO DK-LAST-KEY-NUM.
077300     MOVE 'S'                TO DK-RUN-MODE.
077400     MOVE DB-RECORDS-READ    TO DK-RECORDS-READ.
077500     MOVE ZERO               TO DK-RECORDS-WRITTEN.
077600     MOVE DB-PRIME-COUNT     TO DK-PRIME-COUNT.
077700     MOVE DB-COMPOSITE-COUNT TO DK-COMPOSITE-COUNT.
077800     MOVE DB-REJECTED-COUNT  TO DK-REJECTED-COUNT.
077900     MOVE DB-PERFECT-COUNT   TO DK-PERFECT-COUNT.
078000     MOVE DB-ABUNDANT-COUNT  TO DK-ABUNDANT-COUNT.
078100     MOVE DB-DEFICIENT-COUNT TO DK-DEFICIENT-COUNT.
078200     MOVE DB-MASTER-HITS     TO DK-MASTER-HITS.
078300     MOVE DB-MAX-RESLEN      TO DK-MAX-RESLEN.
078400     MOVE ZERO               TO DK-RUN-DATE.
078500     MOVE ZERO               TO DK-RUN-ID.
078600     MOVE ZERO               TO DK-PARTITION.
078700     OPEN OUTPUT DIVCKPT.
078800     IF DB-DIVCKPT-STATUS IS NOT EQUAL TO '00'
078900         DISPLAY 'DIVBAT21 - UNABLE TO OPEN DIVCKPT, STATUS = '
079000             DB-DIVCKPT-STATUS
079100         MOVE 16 TO RETURN-CODE
079200         GOBACK
079300     END-IF.
079400     WRITE DK-CHECKPOINT-RECORD.
079500     IF DB-DIVCKPT-STATUS IS NOT EQUAL TO '00'
079600         DISPLAY 'DIVBAT21 - WRITE ERROR ON DIVCKPT, STATUS = '
079700             DB-DIVCKPT-STATUS
079800         MOVE 16 TO RETURN-CODE
079900         GOBACK
080000     END-IF.
080100     CLOSE DIVCKPT.
080200 2700-EXIT.
080300     EXIT.
080400
080500*----------------------------------------------------------------
080600* 3000-TERMINATE
080700*   CLEARS THE CHECKPOINT, THEN WRITES THE HISTORY RECORD -- THE
080800*   SAME ORDER AS DIVBAT01, SO A RUN THAT NEVER GOT THIS FAR
080900*   LEAVES NO HISTORY ROW.
081000*----------------------------------------------------------------
081100 3000-TERMINATE.
081200     PERFORM 3050-CLEAR-CHECKPOINT THRU 3050-EXIT.
081300     PERFORM 3100-WRITE-HISTORY    THRU 3100-EXIT.
081400     CLOSE DIVMSTR.
081500     CLOSE DIVMJRN.
081600     DISPLAY 'DIVBAT21 - RUN MODE          = MASTER SEED (SIEVE)'.
081700     DISPLAY 'DIVBAT21 - BLOCKS SIEVED     = ' DB-BLOCK-COUNT.
081800     DISPLAY 'DIVBAT21 - RECORDS READ      = ' DB-RECORDS-READ.
081900     DISPLAY 'DIVBAT21 - PRIME             = ' DB-PRIME-COUNT.
082000     DISPLAY 'DIVBAT21 - COMPOSITE         = ' DB-COMPOSITE-COUNT.
082100     DISPLAY 'DIVBAT21 - PERFECT           = ' DB-PERFECT-COUNT.
082200     DISPLAY 'DIVBAT21 - ABUNDANT          = ' DB-ABUNDANT-COUNT.
082300     DISPLAY 'DIVBAT21 - DEFICIENT         = '
082400         DB-DEFICIENT-COUNT.
082500     DISPLAY 'DIVBAT21 - MASTER FILE HITS  = ' DB-MASTER-HITS.
082600     DISPLAY 'DIVBAT21 - LARGEST RESLEN    = ' DB-MAX-RESLEN.
082700 3000-EXIT.
082800     EXIT.
082900
083000*----------------------------------------------------------------
083100* 3050-CLEAR-CHECKPOINT
083200*   THE RANGE IS DONE, SO THE CHECKPOINT GOES BACK TO A
083300*   ZERO-PROGRESS RECORD FOR THE NEXT CAMPAIGN.
083400*----------------------------------------------------------------
083500 3050-CLEAR-CHECKPOINT.
083600     MOVE ZERO TO DK-LAST-KEY-NUM.
083700     MOVE ZERO TO DK-RECORDS-READ.
083800     MOVE ZERO TO DK-RECORDS-WRITTEN.
083900     MOVE ZERO TO DK-PRIME-COUNT.
084000     MOVE ZERO TO DK-COMPOSITE-COUNT.
084100     MOVE ZERO TO DK-REJECTED-COUNT.
084200     MOVE ZERO TO DK-PERFECT-COUNT.
084300     MOVE ZERO TO DK-ABUNDANT-COUNT.
084400     MOVE ZERO TO DK-DEFICIENT-COUNT.
084500     MOVE SPACE TO DK-RUN-MODE.
084600     MOVE ZERO TO DK-MASTER-HITS.
084700     MOVE ZERO TO DK-MAX-RESLEN.
084800     MOVE ZERO TO DK-RUN-DATE.
084900     MOVE ZERO TO DK-RUN-ID.
085000     MOVE ZERO TO DK-PARTITION.
085100     OPEN OUTPUT DIVCKPT.
085200     IF DB-DIVCKPT-STATUS IS NOT EQUAL TO '00'
085300         DISPLAY 'DIVBAT21 - UNABLE TO OPEN DIVCKPT, STATUS = '
085400             DB-DIVCKPT-STATUS
085500         MOVE 16 TO RETURN-CODE
085600         GOBACK
085700     END-IF.
085800     WRITE DK-CHECKPOINT-RECORD.
085900     IF DB-DIVCKPT-STATUS IS NOT EQUAL TO '00'
086000         DISPLAY 'DIVBAT21 - WRITE ERROR ON DIVCKPT, STATUS = '
086100             DB-DIVCKPT-STATUS
086200         MOVE 16 TO RETURN-CODE
086300         GOBACK
086400     END-IF.
086500     CLOSE DIVCKPT.
086600 3050-EXIT.
086700     EXIT.
086800
086900*----------------------------------------------------------------
087000* 3100-WRITE-HISTORY
087100*   APPENDS THE SAME MODE S RUN-HISTORY RECORD A DIVBAT01 SEED
087200*   RUN WRITES, WITH THE SAME RC=8 RULE ON A FAILURE.
087300*----------------------------------------------------------------
087400 3100-WRITE-HISTORY.
087500     OPEN EXTEND DIVHIST.
087600     IF DB-DIVHIST-STATUS IS EQUAL TO '35'
087700         OPEN OUTPUT DIVHIST
087800     END-IF.
087900     IF DB-DIVHIST-STATUS IS NOT EQUAL TO '00'
088000         DISPLAY 'DIVBAT21 - UNABLE TO OPEN DIVHIST, STATUS = '
088100             DB-DIVHIST-STATUS
088200         MOVE 8 TO RETURN-CODE
088300         GO TO 3100-EXIT
088400     END-IF.
088500     MOVE SPACES TO DH-HISTORY-RECORD.
088600     ACCEPT DH-RUN-DATE FROM DATE YYYYMMDD.
088700     ACCEPT DB-TIME-NOW FROM TIME.
088800     MOVE DB-TIME-NOW (1:6)  TO DH-RUN-TIME.
088900     COMPUTE DB-END-SECS = DB-TIME-HH * 3600
089000         + DB-TIME-MM * 60 + DB-TIME-SS.
089100     IF DB-END-SECS IS LESS THAN DB-START-SECS
089200         ADD 86400 TO DB-END-SECS
089300     END-IF.
089400     COMPUTE DB-ELAPSED-SECS = DB-END-SECS - DB-START-SECS.
089500     MOVE DB-ELAPSED-SECS    TO DH-ELAPSED-SECS.
089600     MOVE ZERO               TO DH-PARTITION.
089700     MOVE 'S'                TO DH-RUN-MODE.
089800     MOVE DB-RECORDS-READ    TO DH-RECORDS-READ.
089900     MOVE ZERO               TO DH-RECORDS-WRITTEN.
090000     MOVE DB-REJECTED-COUNT  TO DH-REJECTED-COUNT.
090100     MOVE DB-PRIME-COUNT     TO DH-PRIME-COUNT.
090200     MOVE DB-COMPOSITE-COUNT TO DH-COMPOSITE-COUNT.
090300     MOVE DB-PERFECT-COUNT   TO DH-PERFECT-COUNT.
090400     MOVE DB-ABUNDANT-COUNT  TO DH-ABUNDANT-COUNT.
090500     MOVE DB-DEFICIENT-COUNT TO DH-DEFICIENT-COUNT.
090600     MOVE DB-MASTER-HITS     TO DH-MASTER-HITS.
090700     MOVE DB-MAX-RESLEN      TO DH-MAX-RESLEN.
090800     MOVE DB-RUN-ID          TO DH-RUN-ID.
090900     WRITE DH-HISTORY-RECORD.
091000     IF DB-DIVHIST-STATUS IS NOT EQUAL TO '00'
091100         DISPLAY 'DIVBAT21 - WRITE ERROR ON DIVHIST, STATUS = '
091200             DB-DIVHIST-STATUS
091300         MOVE 8 TO RETURN-CODE
091400     END-IF.
091500     CLOSE DIVHIST.
091600 3100-EXIT.
091700     EXIT.
091800
091900 END PROGRAM DIVBAT21.
