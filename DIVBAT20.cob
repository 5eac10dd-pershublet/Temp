000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVBAT20.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       MERGE-AND-BALANCE STEP FOR THE PARTITIONED
000800*                NIGHTLY. PUTS THE PARTITION DIVOUT FILES (DIVOUT1
000900*                - DIVOUT8) BACK TOGETHER INTO THE ONE DIVOUT THE
001000*                DOWNSTREAM JOBS HAVE ALWAYS TAKEN, IN THE
001100*                ORIGINAL DIVINC ORDER: EACH DIVINC RECORD IS
001200*                ROUTED BY THE SAME DIVPCTL DECK THE DIVBAT19
001300*                SPLIT USED, AND THE NEXT RECORD FROM THAT
001400*                PARTITION'S DIVOUT MUST CARRY THE SAME NUM. EACH
001500*                PARTITION IS THEN BALANCED ON ITS OWN -- ITS
001600*                TRAILER MUST BE TONIGHT'S RUN AND MUST AGREE WITH
001700*                WHAT WAS ROUTED TO IT AND MERGED FROM IT -- AND
001800*                EVERY PARTITION CHECKPOINT MUST SHOW A CLEAN END.
001900*                ONLY THEN DOES DIVOUT GET ONE COMBINED *TRAILER*
002000*                IN THE USUAL FORMAT, SO THE DIVBAT06 BALANCE AND
002100*                EVERYTHING AFTER IT SEE EXACTLY WHAT A SINGLE-
002200*                STREAM NIGHT PRODUCES. THE PARTITIONS' RUN-
002300*                HISTORY, EXCEPTION AND AUDIT RECORDS ARE THEN
002400*                APPENDED TO THE PERMANENT FILES. RC=16 MEANS THE
002500*                MERGE FAILED AND DIVOUT MUST NOT BE USED; RC=4
002600*                MEANS DIVOUT IS GOOD BUT A LOG COPY FELL SHORT
002700*                (THE PARTITION LOGS ARE KEPT FOR IT).
002800*----------------------------------------------------------------
002900* MODIFICATION HISTORY
003000*  DATE      INIT  DESCRIPTION
003100*  10/15/26  RH    ORIGINAL PROGRAM.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT DIVPCTL ASSIGN TO DIVPCTL
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS DB-DIVPCTL-STATUS.
004200
004300     SELECT DIVINC  ASSIGN TO DIVINC
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS DB-DIVINC-STATUS.
004600
004700     SELECT DIVRCTL ASSIGN TO DIVRCTL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS DB-DIVRCTL-STATUS.
005000
005100     SELECT DIVCKPT ASSIGN TO DIVCKPT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS DB-DIVCKPT-STATUS.
005400
005500     SELECT DIVOUT1 ASSIGN TO DIVOUT1
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS DB-DIVOUT1-STATUS.
005800
005900     SELECT DIVOUT2 ASSIGN TO DIVOUT2
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS DB-DIVOUT2-STATUS.
006200
006300     SELECT DIVOUT3 ASSIGN TO DIVOUT3
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS DB-DIVOUT3-STATUS.
006600
006700     SELECT DIVOUT4 ASSIGN TO DIVOUT4
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS DB-DIVOUT4-STATUS.
007000
007100     SELECT DIVOUT5 ASSIGN TO DIVOUT5
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS DB-DIVOUT5-STATUS.
007400
007500     SELECT DIVOUT6 ASSIGN TO DIVOUT6
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS DB-DIVOUT6-STATUS.
007800
007900     SELECT DIVOUT7 ASSIGN TO DIVOUT7
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS DB-DIVOUT7-STATUS.
008200
008300     SELECT DIVOUT8 ASSIGN TO DIVOUT8
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS DB-DIVOUT8-STATUS.
008600
008700     SELECT DIVOUT  ASSIGN TO DIVOUT
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS DB-DIVOUT-STATUS.
009000
009100     SELECT DIVHISTP ASSIGN TO DIVHISTP
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS DB-DIVHISTP-STATUS.
009400
009500     SELECT DIVHIST ASSIGN TO DIVHIST
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS DB-DIVHIST-STATUS.
009800
009900     SELECT DIVEXCPP ASSIGN TO DIVEXCPP
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS DB-DIVEXCPP-STATUS.
010200
010300     SELECT DIVEXCP ASSIGN TO DIVEXCP
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS DB-DIVEXCP-STATUS.
010600
010700     SELECT DIVAUDP ASSIGN TO DIVAUDP
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS DB-DIVAUDP-STATUS.
011000
011100     SELECT DIVAUD  ASSIGN TO DIVAUD
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS DB-DIVAUD-STATUS.
011400
011500 DATA DIVISION.
011600 FILE SECTION.
011700 FD  DIVPCTL
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000     COPY DIVPCTL.
012100
012200 FD  DIVINC
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  DB-INPUT-RECORD.
012600     03  DB-IN-NUM          PIC 9(6).
012700     03  DB-IN-NUM-X        REDEFINES DB-IN-NUM
012800                            PIC X(6).
012900     03  DB-IN-SOURCE       PIC X(1).
013000     03  FILLER             PIC X(73).
013100
013200 FD  DIVRCTL
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500     COPY DIVRCTL.
013600
013700*    THE CONCATENATED PARTITION CHECKPOINTS, ONE RECORD EACH.
013800 FD  DIVCKPT
013900     RECORDING MODE IS F
014000     LABEL RECORDS ARE STANDARD.
014100     COPY DIVCKPT.
014200
014300*    THE PARTITION DIVOUTS. ONLY ONE IS EVER READ AT A TIME, SO
014400*    THEY SHARE ONE RECORD-LENGTH FIELD; EVERY RECORD IS READ INTO
014500*    DB-MERGE-IMAGE AND WRITTEN ON FROM THERE.
014600 FD  DIVOUT1
014700     RECORDING MODE IS V
014800     RECORD IS VARYING IN SIZE FROM 103 TO 1543 CHARACTERS
014900         DEPENDING ON DB-PART-RECLEN
015000     LABEL RECORDS ARE STANDARD.
015100 01  DB-PART1-RECORD       PIC X(1543).
015200
015300 FD  DIVOUT2
015400     RECORDING MODE IS V
015500     RECORD IS VARYING IN SIZE FROM 103 TO 1543 CHARACTERS
015600         DEPENDING ON DB-PART-RECLEN
015700     LABEL RECORDS ARE STANDARD.
015800 01  DB-PART2-RECORD       PIC X(1543).
015900
016000 FD  DIVOUT3
016100     RECORDING MODE IS V
016200     RECORD IS VARYING IN SIZE FROM 103 TO 1543 CHARACTERS
016300         DEPENDING ON DB-PART-RECLEN
016400     LABEL RECORDS ARE STANDARD.
016500 01  DB-PART3-RECORD       PIC X(1543).
016600
016700 FD  DIVOUT4
016800     RECORDING MODE IS V
016900     RECORD IS VARYING IN SIZE FROM 103 TO 1543 CHARACTERS
017000         DEPENDING ON DB-PART-RECLEN
017100     LABEL RECORDS ARE STANDARD.
017200 01  DB-PART4-RECORD       PIC X(1543).
017300
017400 FD  DIVOUT5
017500     RECORDING MODE IS V
017600     RECORD IS VARYING IN SIZE FROM 103 TO 1543 CHARACTERS
017700         DEPENDING ON DB-PART-RECLEN
017800     LABEL RECORDS ARE STANDARD.
017900 01  DB-PART5-RECORD       PIC X(1543).
018000
018100 FD  DIVOUT6
018200     RECORDING MODE IS V
018300     RECORD IS VARYING IN SIZE FROM 103 TO 1543 CHARACTERS
018400         DEPENDING ON DB-PART-RECLEN
018500     LABEL RECORDS ARE STANDARD.
018600 01  DB-PART6-RECORD       PIC X(1543).
018700
018800 FD  DIVOUT7
018900     RECORDING MODE IS V
019000     RECORD IS VARYING IN SIZE FROM 103 TO 1543 CHARACTERS
019100         DEPENDING ON DB-PART-RECLEN
019200     LABEL RECORDS ARE STANDARD.
019300 01  DB-PART7-RECORD       PIC X(1543).
019400
019500 FD  DIVOUT8
019600     RECORDING MODE IS V
019700     RECORD IS VARYING IN SIZE FROM 103 TO 1543 CHARACTERS
019800         DEPENDING ON DB-PART-RECLEN
019900     LABEL RECORDS ARE STANDARD.
020000 01  DB-PART8-RECORD       PIC X(1543).
020100
020200 FD  DIVOUT
020300     RECORDING MODE IS V
020400     RECORD IS VARYING IN SIZE FROM 103 TO 1543 CHARACTERS
020500         DEPENDING ON DB-DIVOUT-RECLEN
020600     LABEL RECORDS ARE STANDARD.
020700 01  DB-OUTPUT-RECORD      PIC X(1543).
020800
020900*    THE COMBINED CONTROL TRAILER -- THE SAME LAYOUT DIVBAT01
021000*    WRITES ON A SINGLE-STREAM NIGHT, PADDED TO 103 BYTES.
021100 01  DB-TRAILER-RECORD.
021200     03  DB-TRL-ID          PIC X(9).
021300     03  DB-TRL-RECORDS-READ PIC 9(7).
021400     03  DB-TRL-RECORDS-WRITTEN PIC 9(7).
021500     03  DB-TRL-REJECTED    PIC 9(7).
021600     03  DB-TRL-PRIME       PIC 9(7).
021700     03  DB-TRL-COMPOSITE   PIC 9(7).
021800     03  DB-TRL-HASH-TOTAL  PIC 9(12).
021900     03  DB-TRL-RUN-DATE    PIC 9(8).
022000     03  DB-TRL-RUN-ID      PIC 9(14).
022100     03  FILLER             PIC X(25).
022200
022300 FD  DIVHISTP
022400     RECORDING MODE IS F
022500     LABEL RECORDS ARE STANDARD.
022600 01  DB-HISTP-RECORD       PIC X(100).
022700
022800 FD  DIVHIST
022900     RECORDING MODE IS F
023000     LABEL RECORDS ARE STANDARD.
023100     COPY DIVHIST.
023200
023300 FD  DIVEXCPP
023400     RECORDING MODE IS F
023500     LABEL RECORDS ARE STANDARD.
023600 01  DB-EXCPP-RECORD       PIC X(80).
023700
023800 FD  DIVEXCP
023900     RECORDING MODE IS F
024000     LABEL RECORDS ARE STANDARD.
024100 01  DB-EXCP-RECORD        PIC X(80).
024200
024300 FD  DIVAUDP
024400     RECORDING MODE IS F
024500     LABEL RECORDS ARE STANDARD.
024600 01  DB-AUDP-RECORD        PIC X(80).
024700
024800 FD  DIVAUD
024900     RECORDING MODE IS F
025000     LABEL RECORDS ARE STANDARD.
025100 01  DB-AUD-RECORD         PIC X(80).
025200
025300 WORKING-STORAGE SECTION.
025400 01  DB-SWITCHES.
025500     03  DB-INC-EOF-SWITCH  PIC X(01)  VALUE 'N'.
025600         88  DB-END-OF-DIVINC       VALUE 'Y'.
025700     03  DB-PCTL-EOF-SWITCH PIC X(01)  VALUE 'N'.
025800         88  DB-END-OF-PCTL         VALUE 'Y'.
025900     03  DB-CKPT-EOF-SWITCH PIC X(01)  VALUE 'N'.
026000         88  DB-END-OF-CKPT         VALUE 'Y'.
026100     03  DB-PART-EOF-SWITCH PIC X(01)  VALUE 'N'.
026200         88  DB-PART-AT-EOF         VALUE 'Y'.
026300     03  DB-LOG-EOF-SWITCH  PIC X(01)  VALUE 'N'.
026400         88  DB-END-OF-LOG          VALUE 'Y'.
026500     03  DB-MERGE-SWITCH    PIC X(01)  VALUE 'Y'.
026600         88  DB-MERGE-GOOD          VALUE 'Y'.
026700         88  DB-MERGE-FAILED        VALUE 'N'.
026800
026900 01  DB-FILE-STATUSES.
027000     03  DB-DIVPCTL-STATUS  PIC X(02)  VALUE '00'.
027100     03  DB-DIVINC-STATUS   PIC X(02)  VALUE '00'.
027200     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
027300     03  DB-DIVCKPT-STATUS  PIC X(02)  VALUE '00'.
027400     03  DB-DIVOUT-STATUS   PIC X(02)  VALUE '00'.
027500     03  DB-DIVHISTP-STATUS PIC X(02)  VALUE '00'.
027600     03  DB-DIVHIST-STATUS  PIC X(02)  VALUE '00'.
027700     03  DB-DIVEXCPP-STATUS PIC X(02)  VALUE '00'.
027800     03  DB-DIVEXCP-STATUS  PIC X(02)  VALUE '00'.
027900     03  DB-DIVAUDP-STATUS  PIC X(02)  VALUE '00'.
028000     03  DB-DIVAUD-STATUS   PIC X(02)  VALUE '00'.
028100
028200*    ONE STATUS PER PARTITION DIVOUT, WITH A TABLE VIEW SO THE
028300*    OPEN AND READ CHECKS CAN TAKE THE PARTITION AS A SUBSCRIPT.
028400 01  DB-PART-STATUSES.
028500     03  DB-DIVOUT1-STATUS  PIC X(02)  VALUE '00'.
028600     03  DB-DIVOUT2-STATUS  PIC X(02)  VALUE '00'.
028700     03  DB-DIVOUT3-STATUS  PIC X(02)  VALUE '00'.
028800     03  DB-DIVOUT4-STATUS  PIC X(02)  VALUE '00'.
028900     03  DB-DIVOUT5-STATUS  PIC X(02)  VALUE '00'.
029000     03  DB-DIVOUT6-STATUS  PIC X(02)  VALUE '00'.
029100     03  DB-DIVOUT7-STATUS  PIC X(02)  VALUE '00'.
029200     03  DB-DIVOUT8-STATUS  PIC X(02)  VALUE '00'.
029300 01  DB-PART-STATUS-TABLE  REDEFINES DB-PART-STATUSES.
029400     03  DB-PART-STATUS     PIC X(02)  OCCURS 8 TIMES.
029500
029600 01  DB-COUNTERS.
029700     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
029800     03  DB-RECORDS-MERGED  PIC 9(7)  COMP  VALUE ZERO.
029900     03  DB-CKPT-COUNT      PIC 9(7)  COMP  VALUE ZERO.
030000     03  DB-LOG-COPIED      PIC 9(7)  COMP  VALUE ZERO.
030100     03  DB-NEXT-LOW        PIC 9(7)  COMP  VALUE ZERO.
030200     03  DB-PART-RECLEN     PIC 9(4)  COMP  VALUE ZERO.
030300     03  DB-DIVOUT-RECLEN   PIC 9(4)  COMP  VALUE ZERO.
030400
030500 01  DB-SUBSCRIPTS.
030600     03  DB-PART-COUNT      PIC 9(2)  COMP-5 VALUE ZERO.
030700     03  DB-PX              PIC 9(2)  COMP-5 VALUE ZERO.
030800
030900 01  DB-PART-NO             PIC 9(1)   VALUE ZERO.
031000
031100*    THE NIGHT'S TOTALS: THE SUM OF THE PARTITION TRAILERS, AND
031200*    THE HASH (SUM MOD 10**12) OF EVERY NUM MERGED TO DIVOUT.
031300 01  DB-TOTALS.
031400     03  DB-TOT-READ        PIC 9(7)  COMP  VALUE ZERO.
031500     03  DB-TOT-WRITTEN     PIC 9(7)  COMP  VALUE ZERO.
031600     03  DB-TOT-REJECTED    PIC 9(7)  COMP  VALUE ZERO.
031700     03  DB-TOT-PRIME       PIC 9(7)  COMP  VALUE ZERO.
031800     03  DB-TOT-COMPOSITE   PIC 9(7)  COMP  VALUE ZERO.
031900 01  DB-HASH-TOTAL          PIC 9(12) COMP VALUE ZERO.
032000
032100*    TONIGHT'S RUN IDENTITY FROM DIVRCTL.
032200 01  DB-CONTROL-SAVED.
032300     03  DB-CTL-DATE        PIC 9(8)        VALUE ZERO.
032400     03  DB-CTL-RUN-ID      PIC 9(14)       VALUE ZERO.
032500
032600*    THE PARTITION RANGES FROM THE CONTROL DECK, AND PER PARTITION
032700*    HOW MANY DIVINC RECORDS WERE ROUTED TO IT, HOW MANY OF ITS
032800*    DIVOUT RECORDS WERE MERGED, AND THE HASH OF THOSE.
032900 01  DB-PART-TABLE.
033000     03  DB-PART-ENTRY      OCCURS 8 TIMES.
033100         05  DB-PART-HIGH      PIC 9(6).
033200         05  DB-PART-ROUTED    PIC 9(7) COMP.
033300         05  DB-PART-MERGED    PIC 9(7) COMP.
033400         05  DB-PART-HASH      PIC 9(12) COMP.
033500
033600*    THE PARTITION DIVOUT RECORD LAST READ, AS DATA OR AS THE
033700*    CONTROL TRAILER. ONLY THE NUM AND THE TRAILER FIELDS ARE
033800*    LOOKED AT; THE REST RIDES THROUGH TO DIVOUT UNTOUCHED.
033900 01  DB-MERGE-IMAGE.
034000     03  DB-MI-NUM          PIC 9(6).
034100     03  DB-MI-NUM-X        REDEFINES DB-MI-NUM
034200                            PIC X(6).
034300     03  FILLER             PIC X(1537).
034400 01  DB-MERGE-TRAILER      REDEFINES DB-MERGE-IMAGE.
034500     03  DB-MT-ID           PIC X(9).
034600         88  DB-MT-IS-TRAILER      VALUE '*TRAILER*'.
034700     03  DB-MT-RECORDS-READ PIC 9(7).
034800     03  DB-MT-RECORDS-WRITTEN PIC 9(7).
034900     03  DB-MT-REJECTED     PIC 9(7).
035000     03  DB-MT-PRIME        PIC 9(7).
035100     03  DB-MT-COMPOSITE    PIC 9(7).
035200     03  DB-MT-HASH-TOTAL   PIC 9(12).
035300     03  DB-MT-RUN-DATE     PIC 9(8).
035400     03  DB-MT-RUN-ID       PIC 9(14).
035500     03  FILLER             PIC X(1465).
035600
035700 PROCEDURE DIVISION.
035800*----------------------------------------------------------------
035900* 0000-MAIN-LOGIC
036000*----------------------------------------------------------------
036100 0000-MAIN-LOGIC.
036200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
036300     PERFORM 2000-MERGE-RECORD    THRU 2000-EXIT
036400         UNTIL DB-END-OF-DIVINC
036500            OR DB-MERGE-FAILED.
036600     IF DB-MERGE-GOOD
036700         PERFORM 3000-BALANCE-PARTITION THRU 3000-EXIT
036800             VARYING DB-PX FROM 1 BY 1
036900             UNTIL DB-PX IS GREATER THAN DB-PART-COUNT
037000     END-IF.
037100     IF DB-MERGE-FAILED
037200         PERFORM 9000-MERGE-FAILED THRU 9000-EXIT
037300     END-IF.
037400     PERFORM 3500-WRITE-TRAILER   THRU 3500-EXIT.
037500     PERFORM 4000-TERMINATE       THRU 4000-EXIT.
037600     PERFORM 5000-APPEND-HISTORY  THRU 5000-EXIT.
037700     PERFORM 5200-APPEND-EXCP     THRU 5200-EXIT.
037800     PERFORM 5400-APPEND-AUDIT    THRU 5400-EXIT.
037900     GOBACK.
038000
038100*----------------------------------------------------------------
038200* 1000-INITIALIZE
038300*   NOTHING IS WRITTEN UNTIL THE DECK, TONIGHT'S RUN AND EVERY
038400*   PARTITION CHECKPOINT HAVE BEEN PROVED -- A PARTITION STILL
038500*   IN FLIGHT MEANS ITS DIVOUT IS SHORT, AND MERGING IT WOULD
038600*   ONLY FAIL LATER AND LESS CLEARLY.
038700*----------------------------------------------------------------
038800 1000-INITIALIZE.
038900     PERFORM 1100-LOAD-PARTITIONS  THRU 1100-EXIT.
039000     PERFORM 1300-LOAD-RUN-CONTROL THRU 1300-EXIT.
039100     PERFORM 1400-CHECK-CHECKPOINTS THRU 1400-EXIT.
039200     OPEN INPUT DIVINC.
039300     IF DB-DIVINC-STATUS IS NOT EQUAL TO '00'
039400         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVINC, STATUS = '
039500             DB-DIVINC-STATUS
039600         MOVE 16 TO RETURN-CODE
039700         GOBACK
039800     END-IF.
039900     PERFORM 1200-OPEN-PARTITION THRU 1200-EXIT
040000         VARYING DB-PX FROM 1 BY 1
040100         UNTIL DB-PX IS GREATER THAN DB-PART-COUNT.
040200     OPEN OUTPUT DIVOUT.
040300     IF DB-DIVOUT-STATUS IS NOT EQUAL TO '00'
040400         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVOUT, STATUS = '
040500             DB-DIVOUT-STATUS
040600         MOVE 16 TO RETURN-CODE
040700         GOBACK
040800     END-IF.
040900     PERFORM 2100-READ-DIVINC THRU 2100-EXIT.
041000 1000-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------------
041400* 1100-LOAD-PARTITIONS
041500*   THE SAME DECK, AND THE SAME RULES FOR IT, AS THE DIVBAT19
041600*   SPLIT -- ONLY THE SAME RANGES ROUTE EACH DIVINC RECORD BACK
041700*   TO THE PARTITION THAT PROCESSED IT.
041800*----------------------------------------------------------------
041900 1100-LOAD-PARTITIONS.
042000     OPEN INPUT DIVPCTL.
042100     IF DB-DIVPCTL-STATUS IS NOT EQUAL TO '00'
042200         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVPCTL, STATUS = '
042300             DB-DIVPCTL-STATUS
042400         MOVE 16 TO RETURN-CODE
042500         GOBACK
042600     END-IF.
042700     PERFORM 1150-LOAD-ONE-CARD THRU 1150-EXIT
042800         UNTIL DB-END-OF-PCTL.
042900     CLOSE DIVPCTL.
043000     IF DB-PART-COUNT IS EQUAL TO ZERO
043100         DISPLAY 'DIVBAT20 - DIVPCTL HOLDS NO PARTITION CARDS'
043200         MOVE 16 TO RETURN-CODE
043300         GOBACK
043400     END-IF.
043500     IF DB-PART-HIGH (DB-PART-COUNT) IS NOT EQUAL TO 999999
043600         DISPLAY 'DIVBAT20 - LAST DIVPCTL CARD MUST BE 999999, '
043700             'NOT ' DB-PART-HIGH (DB-PART-COUNT)
043800         MOVE 16 TO RETURN-CODE
043900         GOBACK
044000     END-IF.
044100 1100-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------------
044500* 1150-LOAD-ONE-CARD
044600*----------------------------------------------------------------
044700 1150-LOAD-ONE-CARD.
044800     READ DIVPCTL
044900         AT END
045000             SET DB-END-OF-PCTL TO TRUE
045100             GO TO 1150-EXIT
045200     END-READ.
045300     IF DB-PART-COUNT IS EQUAL TO 8
045400         DISPLAY 'DIVBAT20 - DIVPCTL HOLDS MORE THAN 8 CARDS'
045500         MOVE 16 TO RETURN-CODE
045600         GOBACK
045700     END-IF.
045800     IF DT-HIGH-NUM-X IS NOT NUMERIC
045900         OR DT-HIGH-NUM IS LESS THAN DB-NEXT-LOW
046000         DISPLAY 'DIVBAT20 - BAD DIVPCTL CARD: ' DT-HIGH-NUM-X
046100             ' - HIGH NUMS MUST BE NUMERIC AND RISING'
046200         MOVE 16 TO RETURN-CODE
046300         GOBACK
046400     END-IF.
046500     ADD 1 TO DB-PART-COUNT.
046600     MOVE DT-HIGH-NUM TO DB-PART-HIGH (DB-PART-COUNT).
046700     MOVE ZERO        TO DB-PART-ROUTED (DB-PART-COUNT).
046800     MOVE ZERO        TO DB-PART-MERGED (DB-PART-COUNT).
046900     MOVE ZERO        TO DB-PART-HASH (DB-PART-COUNT).
047000     COMPUTE DB-NEXT-LOW = DT-HIGH-NUM + 1.
047100 1150-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------
047500* 1200-OPEN-PARTITION
047600*----------------------------------------------------------------
047700 1200-OPEN-PARTITION.
047800     EVALUATE DB-PX
047900         WHEN 1
048000             OPEN INPUT DIVOUT1
048100         WHEN 2
048200             OPEN INPUT DIVOUT2
048300         WHEN 3
048400             OPEN INPUT DIVOUT3
048500         WHEN 4
048600             OPEN INPUT DIVOUT4
048700         WHEN 5
048800             OPEN INPUT DIVOUT5
048900         WHEN 6
049000             OPEN INPUT DIVOUT6
049100         WHEN 7
049200             OPEN INPUT DIVOUT7
049300         WHEN 8
049400             OPEN INPUT DIVOUT8
049500     END-EVALUATE.
049600     IF DB-PART-STATUS (DB-PX) IS NOT EQUAL TO '00'
049700         MOVE DB-PX TO DB-PART-NO
049800         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVOUT' DB-PART-NO
049900             ', STATUS = ' DB-PART-STATUS (DB-PX)
050000         MOVE 16 TO RETURN-CODE
050100         GOBACK
050200     END-IF.
050300 1200-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------
050700* 1300-LOAD-RUN-CONTROL
050800*   EVERY PARTITION TRAILER MUST CARRY TONIGHT'S RUN, WHICH IS
050900*   STILL OPEN ON DIVRCTL UNTIL DIVBAT06 CERTIFIES THE MERGED
051000*   FILE. READ ONLY HERE.
051100*----------------------------------------------------------------
051200 1300-LOAD-RUN-CONTROL.
051300     OPEN INPUT DIVRCTL.
051400     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
051500         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVRCTL, STATUS = '
051600             DB-DIVRCTL-STATUS
051700         MOVE 16 TO RETURN-CODE
051800         GOBACK
051900     END-IF.
052000     READ DIVRCTL
052100         AT END
052200             CONTINUE
052300     END-READ.
052400     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
052500         OR NOT DR-RUN-OPEN
052600         DISPLAY 'DIVBAT20 - NO OPEN RUN ON DIVRCTL - NOTHING '
052700             'TO MERGE FOR'
052800         MOVE 16 TO RETURN-CODE
052900         GOBACK
053000     END-IF.
053100     MOVE DR-BUSINESS-DATE TO DB-CTL-DATE.
053200     MOVE DR-RUN-ID        TO DB-CTL-RUN-ID.
053300     CLOSE DIVRCTL.
053400 1300-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------
053800* 1400-CHECK-CHECKPOINTS
053900*   DIVCKPT IS THE CONCATENATION OF THE PARTITION CHECKPOINTS,
054000*   ONE RECORD APIECE. EACH MUST SHOW THE ZEROED CLEAN END OF
054100*   RUN, AND THERE MUST BE ONE PER PARTITION ON THE DECK -- A
054200*   MISSING OR EXTRA CHECKPOINT MEANS THE JCL AND THE DECK
054300*   DISAGREE ABOUT HOW MANY PARTITIONS THERE ARE.
054400*----------------------------------------------------------------
054500 1400-CHECK-CHECKPOINTS.
054600     OPEN INPUT DIVCKPT.
054700     IF DB-DIVCKPT-STATUS IS NOT EQUAL TO '00'
054800         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVCKPT, STATUS = '
054900             DB-DIVCKPT-STATUS
055000         MOVE 16 TO RETURN-CODE
055100         GOBACK
055200     END-IF.
055300     PERFORM 1450-CHECK-ONE-CHECKPOINT THRU 1450-EXIT
055400         UNTIL DB-END-OF-CKPT.
055500     CLOSE DIVCKPT.
055600     IF DB-CKPT-COUNT IS NOT EQUAL TO DB-PART-COUNT
055700         DISPLAY 'DIVBAT20 - ' DB-CKPT-COUNT ' CHECKPOINTS ON '
055800             'DIVCKPT FOR ' DB-PART-COUNT ' PARTITIONS ON DIVPCTL'
055900         SET DB-MERGE-FAILED TO TRUE
056000     END-IF.
056100     IF DB-MERGE-FAILED
056200         DISPLAY 'DIVBAT20 - PARTITIONS NOT ALL ENDED CLEANLY - '
056300             'NOTHING MERGED'
056400         MOVE 16 TO RETURN-CODE
056500         GOBACK
056600     END-IF.
056700 1400-EXIT.
056800     EXIT.
056900
057000*----------------------------------------------------------------
057100* 1450-CHECK-ONE-CHECKPOINT
057200*----------------------------------------------------------------
057300 1450-CHECK-ONE-CHECKPOINT.
057400     READ DIVCKPT
057500         AT END
057600             SET DB-END-OF-CKPT TO TRUE
057700             GO TO 1450-EXIT
057800     END-READ.
057900     ADD 1 TO DB-CKPT-COUNT.
058000     IF DK-RECORDS-READ IS NOT NUMERIC
058100         OR DK-RECORDS-READ IS GREATER THAN ZERO
058200         DISPLAY 'DIVBAT20 - CHECKPOINT ' DB-CKPT-COUNT
058300             ' STILL SHOWS ' DK-RECORDS-READ ' RECORDS IN FLIGHT'
058400             ' FOR PARTITION ' DK-PARTITION
058500         SET DB-MERGE-FAILED TO TRUE
058600     END-IF.
058700 1450-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100* 2000-MERGE-RECORD
059200*   ONE DIVINC RECORD: ROUTE IT AS THE SPLIT DID, AND TAKE THE
059300*   NEXT RECORD FROM THAT PARTITION'S DIVOUT. DIVBAT01 WRITES
059400*   EXACTLY ONE DIVOUT RECORD PER INPUT RECORD, IN INPUT ORDER,
059500*   SO IT MUST BE THERE AND MUST BE FOR THE SAME NUM; ANYTHING
059600*   ELSE MEANS THE PARTITION FILES ARE NOT TONIGHT'S SPLIT, AND
059700*   THE MERGE STOPS RATHER THAN PUT OUT A FILE IN THE WRONG ORDER.
059800*----------------------------------------------------------------
059900 2000-MERGE-RECORD.
060000     IF DB-IN-NUM-X IS NOT NUMERIC
060100         DISPLAY 'DIVBAT20 - NON-NUMERIC NUM ON DIVINC RECORD '
060200             DB-RECORDS-READ ': ' DB-IN-NUM-X
060300         SET DB-MERGE-FAILED TO TRUE
060400         GO TO 2000-EXIT
060500     END-IF.
060600     PERFORM 2050-FIND-PARTITION THRU 2050-EXIT.
060700     ADD 1 TO DB-PART-ROUTED (DB-PX).
060800     MOVE DB-PX TO DB-PART-NO.
060900     PERFORM 2200-READ-PARTITION THRU 2200-EXIT.
061000     IF DB-PART-AT-EOF
061100         OR DB-MI-NUM-X IS NOT NUMERIC
061200         DISPLAY 'DIVBAT20 - DIVOUT' DB-PART-NO ' HAS NO RECORD '
061300             'FOR NUM ' DB-IN-NUM ' (DIVINC RECORD '
061400             DB-RECORDS-READ ')'
061500         SET DB-MERGE-FAILED TO TRUE
061600         GO TO 2000-EXIT
061700     END-IF.
061800     IF DB-MI-NUM IS NOT EQUAL TO DB-IN-NUM
061900         DISPLAY 'DIVBAT20 - DIVOUT' DB-PART-NO ' HAS NUM '
062000             DB-MI-NUM ' WHERE DIVINC RECORD ' DB-RECORDS-READ
062100             ' HAS ' DB-IN-NUM
062200         SET DB-MERGE-FAILED TO TRUE
062300         GO TO 2000-EXIT
062400     END-IF.
062500     MOVE DB-PART-RECLEN TO DB-DIVOUT-RECLEN.
062600     WRITE DB-OUTPUT-RECORD FROM DB-MERGE-IMAGE.
062700     IF DB-DIVOUT-STATUS IS NOT EQUAL TO '00'
062800         DISPLAY 'DIVBAT20 - WRITE ERROR ON DIVOUT, STATUS = '
062900             DB-DIVOUT-STATUS
063000         SET DB-MERGE-FAILED TO TRUE
063100         GO TO 2000-EXIT
063200     END-IF.
063300     ADD 1 TO DB-RECORDS-MERGED.
063400     ADD 1 TO DB-PART-MERGED (DB-PX).
063500     COMPUTE DB-PART-HASH (DB-PX) = FUNCTION MOD
063600         (DB-PART-HASH (DB-PX) + DB-MI-NUM, 1000000000000).
063700     COMPUTE DB-HASH-TOTAL = FUNCTION MOD
063800         (DB-HASH-TOTAL + DB-MI-NUM, 1000000000000).
063900     PERFORM 2100-READ-DIVINC THRU 2100-EXIT.
064000 2000-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------------
064400* 2050-FIND-PARTITION
064500*   THE FIRST PARTITION WHOSE HIGH NUM IS NOT BELOW THIS NUM.
064600*   THE LAST CARD IS ALWAYS 999999, SO THE SCAN ALWAYS STOPS.
064700*----------------------------------------------------------------
064800 2050-FIND-PARTITION.
064900     MOVE 1 TO DB-PX.
065000 2050-TRY-PARTITION.
065100     IF DB-IN-NUM IS GREATER THAN DB-PART-HIGH (DB-PX)
065200         ADD 1 TO DB-PX
065300         GO TO 2050-TRY-PARTITION
065400     END-IF.
065500 2050-EXIT.
065600     EXIT.
065700
065800*----------------------------------------------------------------
065900* 2100-READ-DIVINC
066000*----------------------------------------------------------------
066100 2100-READ-DIVINC.
066200     READ DIVINC
066300         AT END
066400             SET DB-END-OF-DIVINC TO TRUE
066500     END-READ.
066600     IF NOT DB-END-OF-DIVINC
066700         ADD 1 TO DB-RECORDS-READ
066800     END-IF.
066900 2100-EXIT.
067000     EXIT.
067100
067200*----------------------------------------------------------------
067300* 2200-READ-PARTITION
067400*   NEXT RECORD FROM PARTITION DB-PX INTO DB-MERGE-IMAGE, WITH
067500*   ITS LENGTH IN DB-PART-RECLEN. A READ ERROR IS TREATED AS THE
067600*   END OF THE FILE -- EITHER WAY THE PARTITION CANNOT SUPPLY
067700*   THE RECORD THE MERGE NEEDS, AND THE CALLER SAYS SO.
067800*----------------------------------------------------------------
067900 2200-READ-PARTITION.
068000     MOVE 'N' TO DB-PART-EOF-SWITCH.
068100     MOVE SPACES TO DB-MERGE-IMAGE.
068200     EVALUATE DB-PX
068300         WHEN 1
068400             READ DIVOUT1 INTO DB-MERGE-IMAGE
068500                 AT END
068600                     SET DB-PART-AT-EOF TO TRUE
068700             END-READ
068800         WHEN 2
068900             READ DIVOUT2 INTO DB-MERGE-IMAGE
069000                 AT END
069100                     SET DB-PART-AT-EOF TO TRUE
069200             END-READ
069300         WHEN 3
069400             READ DIVOUT3 INTO DB-MERGE-IMAGE
069500                 AT END
069600                     SET DB-PART-AT-EOF TO TRUE
069700             END-READ
069800         WHEN 4
069900             READ DIVOUT4 INTO DB-MERGE-IMAGE
070000                 AT END
070100                     SET DB-PART-AT-EOF TO TRUE
070200             END-READ
070300         WHEN 5
070400             READ DIVOUT5 INTO DB-MERGE-IMAGE
070500                 AT END
070600                     SET DB-PART-AT-EOF TO TRUE
070700             END-READ
070800         WHEN 6
070900             READ DIVOUT6 INTO DB-MERGE-IMAGE
071000                 AT END
071100                     SET DB-PART-AT-EOF TO TRUE
071200             END-READ
071300         WHEN 7
071400             READ DIVOUT7 INTO DB-MERGE-IMAGE
071500                 AT END
071600                     SET DB-PART-AT-EOF TO TRUE
071700             END-READ
071800         WHEN 8
071900             READ DIVOUT8 INTO DB-MERGE-IMAGE
072000                 AT END
072100                     SET DB-PART-AT-EOF TO TRUE
072200             END-READ
072300     END-EVALUATE.
072400     IF NOT DB-PART-AT-EOF
072500         AND DB-PART-STATUS (DB-PX) IS NOT EQUAL TO '00'
072600         MOVE DB-PX TO DB-PART-NO
072700         DISPLAY 'DIVBAT20 - READ ERROR ON DIVOUT' DB-PART-NO
072800             ', STATUS = ' DB-PART-STATUS (DB-PX)
072900         SET DB-PART-AT-EOF TO TRUE
073000     END-IF.
073100 2200-EXIT.
073200     EXIT.
073300
073400*----------------------------------------------------------------
073500* 3000-BALANCE-PARTITION
073600*   ONCE DIVINC IS EXHAUSTED EACH PARTITION DIVOUT MUST HOLD
073700*   EXACTLY ONE MORE RECORD: ITS TRAILER, STAMPED WITH TONIGHT'S
073800*   RUN, WHOSE COUNTS AND HASH AGREE WITH WHAT THE MERGE ROUTED
073900*   TO IT AND TOOK FROM IT. EVERY PARTITION IS CHECKED AND EVERY
074000*   BREAK REPORTED BEFORE THE MERGE IS FAILED, SO OPERATIONS SEE
074100*   THE WHOLE PICTURE. THE TRAILER COUNTS ROLL INTO THE NIGHT'S
074200*   TOTALS FOR THE COMBINED TRAILER.
074300*----------------------------------------------------------------
074400 3000-BALANCE-PARTITION.
074500     MOVE DB-PX TO DB-PART-NO.
074600     PERFORM 2200-READ-PARTITION THRU 2200-EXIT.
074700     IF DB-PART-AT-EOF
074800         OR NOT DB-MT-IS-TRAILER
074900         DISPLAY 'DIVBAT20 - DIVOUT' DB-PART-NO ' DOES NOT END '
075000             'WITH ITS TRAILER - PARTITION DID NOT END CLEANLY'
075100         SET DB-MERGE-FAILED TO TRUE
075200         GO TO 3000-EXIT
075300     END-IF.
075400     IF DB-MT-RUN-ID IS NOT EQUAL TO DB-CTL-RUN-ID
075500         OR DB-MT-RUN-DATE IS NOT EQUAL TO DB-CTL-DATE
075600         DISPLAY 'DIVBAT20 - DIVOUT' DB-PART-NO ' TRAILER RUN '
075700             DB-MT-RUN-ID ' IS NOT TONIGHT''S RUN ' DB-CTL-RUN-ID
075800         SET DB-MERGE-FAILED TO TRUE
075900     END-IF.
076000     IF DB-MT-RECORDS-READ IS NOT EQUAL TO DB-PART-ROUTED (DB-PX)
076100         DISPLAY 'DIVBAT20 - DIVOUT' DB-PART-NO ' TRAILER READ '
076200             DB-MT-RECORDS-READ ' <> ROUTED '
076300             DB-PART-ROUTED (DB-PX)
076400         SET DB-MERGE-FAILED TO TRUE
076500     END-IF.
076600     IF DB-MT-RECORDS-WRITTEN IS NOT EQUAL TO
076700         DB-PART-MERGED (DB-PX)
076800         DISPLAY 'DIVBAT20 - DIVOUT' DB-PART-NO
076900             ' TRAILER WRITTEN ' DB-MT-RECORDS-WRITTEN
077000             ' <> MERGED '
077100             DB-PART-MERGED (DB-PX)
077200         SET DB-MERGE-FAILED TO TRUE
077300     END-IF.
077400     IF DB-MT-HASH-TOTAL IS NOT EQUAL TO DB-PART-HASH (DB-PX)
077500         DISPLAY 'DIVBAT20 - DIVOUT' DB-PART-NO ' TRAILER HASH '
077600             DB-MT-HASH-TOTAL ' <> MERGED HASH '
077700             DB-PART-HASH (DB-PX)
077800         SET DB-MERGE-FAILED TO TRUE
077900     END-IF.
078000     ADD DB-MT-RECORDS-READ    TO DB-TOT-READ.
078100     ADD DB-MT-RECORDS-WRITTEN TO DB-TOT-WRITTEN.
078200     ADD DB-MT-REJECTED        TO DB-TOT-REJECTED.
078300     ADD DB-MT-PRIME           TO DB-TOT-PRIME.
078400     ADD DB-MT-COMPOSITE       TO DB-TOT-COMPOSITE.
078500     PERFORM 2200-READ-PARTITION THRU 2200-EXIT.
078600     IF NOT DB-PART-AT-EOF
078700         DISPLAY 'DIVBAT20 - DIVOUT' DB-PART-NO ' HAS RECORDS '
078800             'AFTER ITS TRAILER'
078900         SET DB-MERGE-FAILED TO TRUE
079000     END-IF.
079100 3000-EXIT.
079200     EXIT.
079300
079400*----------------------------------------------------------------
079500* 3500-WRITE-TRAILER
079600*   THE COMBINED TRAILER, IN EXACTLY THE FORMAT DIVBAT01 WRITES
079700*   ON A SINGLE-STREAM NIGHT, SO DIVBAT06 BALANCES THE MERGED
079800*   FILE AGAINST DIVINC THE SAME WAY IT ALWAYS HAS.
079900*----------------------------------------------------------------
080000 3500-WRITE-TRAILER.
080100     MOVE SPACES           TO DB-TRAILER-RECORD.
080200     MOVE '*TRAILER*'      TO DB-TRL-ID.
080300     MOVE DB-TOT-READ      TO DB-TRL-RECORDS-READ.
080400     MOVE DB-TOT-WRITTEN   TO DB-TRL-RECORDS-WRITTEN.
080500     MOVE DB-TOT-REJECTED  TO DB-TRL-REJECTED.
080600     MOVE DB-TOT-PRIME     TO DB-TRL-PRIME.
080700     MOVE DB-TOT-COMPOSITE TO DB-TRL-COMPOSITE.
080800     MOVE DB-HASH-TOTAL    TO DB-TRL-HASH-TOTAL.
080900     MOVE DB-CTL-DATE      TO DB-TRL-RUN-DATE.
081000     MOVE DB-CTL-RUN-ID    TO DB-TRL-RUN-ID.
081100     MOVE 103 TO DB-DIVOUT-RECLEN.
081200     WRITE DB-TRAILER-RECORD.
081300     IF DB-DIVOUT-STATUS IS NOT EQUAL TO '00'
081400         DISPLAY 'DIVBAT20 - WRITE ERROR ON DIVOUT TRAILER, '
081500             'STATUS = ' DB-DIVOUT-STATUS
081600         MOVE 16 TO RETURN-CODE
081700         GOBACK
081800     END-IF.
081900 3500-EXIT.
082000     EXIT.
082100
082200*----------------------------------------------------------------
082300* 4000-TERMINATE
082400*   THE PER-PARTITION COUNTS ARE THE SAME TUNING INFORMATION THE
082500*   SPLIT SHOWS, NOW WITH THE MERGED SIDE ALONGSIDE.
082600*----------------------------------------------------------------
082700 4000-TERMINATE.
082800     CLOSE DIVINC.
082900     CLOSE DIVOUT.
083000     PERFORM 4100-CLOSE-PARTITION THRU 4100-EXIT
083100         VARYING DB-PX FROM 1 BY 1
083200         UNTIL DB-PX IS GREATER THAN DB-PART-COUNT.
083300     DISPLAY 'DIVBAT20 - DIVINC RECORDS    = ' DB-RECORDS-READ.
083400     DISPLAY 'DIVBAT20 - RECORDS MERGED    = ' DB-RECORDS-MERGED.
083500     DISPLAY 'DIVBAT20 - PRIME             = ' DB-TOT-PRIME.
083600     DISPLAY 'DIVBAT20 - COMPOSITE         = ' DB-TOT-COMPOSITE.
083700     DISPLAY 'DIVBAT20 - REJECTED          = ' DB-TOT-REJECTED.
083800     DISPLAY 'DIVBAT20 - HASH TOTAL        = ' DB-HASH-TOTAL.
083900     DISPLAY 'DIVBAT20 - RUN ' DB-CTL-RUN-ID ' MERGED FROM '
084000         DB-PART-COUNT ' PARTITIONS'.
084100 4000-EXIT.
084200     EXIT.
084300
084400*----------------------------------------------------------------
084500* 4100-CLOSE-PARTITION
084600*----------------------------------------------------------------
084700 4100-CLOSE-PARTITION.
084800     EVALUATE DB-PX
084900         WHEN 1
085000             CLOSE DIVOUT1
085100         WHEN 2
085200             CLOSE DIVOUT2
085300         WHEN 3
085400             CLOSE DIVOUT3
085500         WHEN 4
085600             CLOSE DIVOUT4
085700         WHEN 5
085800             CLOSE DIVOUT5
085900         WHEN 6
086000             CLOSE DIVOUT6
086100         WHEN 7
086200             CLOSE DIVOUT7
086300         WHEN 8
086400             CLOSE DIVOUT8
086500     END-EVALUATE.
086600     MOVE DB-PX TO DB-PART-NO.
086700     DISPLAY 'DIVBAT20 - PARTITION ' DB-PART-NO ' ROUTED = '
086800         DB-PART-ROUTED (DB-PX) ' MERGED = '
086900         DB-PART-MERGED (DB-PX).
087000 4100-EXIT.
087100     EXIT.
087200
087300*----------------------------------------------------------------
087400* 5000-APPEND-HISTORY
087500*   THE PARTITIONS' RUN-HISTORY RECORDS (ONE EACH, DH-PARTITION
087600*   SET) GO ONTO THE PERMANENT DIVHIST AS THEY ARE. THIS AND THE
087700*   TWO LOG COPIES BELOW ONLY HAPPEN ONCE DIVOUT IS MERGED AND
087800*   BALANCED, SO A FAILED MERGE CAN BE RERUN WITHOUT LANDING
087900*   ANYTHING TWICE. A COPY THAT FALLS SHORT ENDS RC=4: DIVOUT IS
088000*   STILL GOOD, AND THE JCL KEEPS THE PARTITION FILES FOR A
088100*   HAND COPY OF WHAT DID NOT LAND.
088200*----------------------------------------------------------------
088300 5000-APPEND-HISTORY.
088400     OPEN INPUT DIVHISTP.
088500     IF DB-DIVHISTP-STATUS IS NOT EQUAL TO '00'
088600         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVHISTP, STATUS = '
088700             DB-DIVHISTP-STATUS
088800         MOVE 4 TO RETURN-CODE
088900         GO TO 5000-EXIT
089000     END-IF.
089100     OPEN EXTEND DIVHIST.
089200     IF DB-DIVHIST-STATUS IS EQUAL TO '35'
089300         OPEN OUTPUT DIVHIST
089400     END-IF.
089500     IF DB-DIVHIST-STATUS IS NOT EQUAL TO '00'
089600         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVHIST, STATUS = '
089700             DB-DIVHIST-STATUS
089800         MOVE 4 TO RETURN-CODE
089900         CLOSE DIVHISTP
090000         GO TO 5000-EXIT
090100     END-IF.
090200     MOVE 'N' TO DB-LOG-EOF-SWITCH.
090300     MOVE ZERO TO DB-LOG-COPIED.
090400     PERFORM 5100-COPY-HISTORY THRU 5100-EXIT
090500         UNTIL DB-END-OF-LOG.
090600     CLOSE DIVHISTP.
090700     CLOSE DIVHIST.
090800     DISPLAY 'DIVBAT20 - HISTORY RECORDS   = ' DB-LOG-COPIED.
090900 5000-EXIT.
091000     EXIT.
091100
091200*----------------------------------------------------------------
091300* 5100-COPY-HISTORY
091400*----------------------------------------------------------------
091500 5100-COPY-HISTORY.
091600     READ DIVHISTP
091700         AT END
091800             SET DB-END-OF-LOG TO TRUE
091900             GO TO 5100-EXIT
092000     END-READ.
092100     WRITE DH-HISTORY-RECORD FROM DB-HISTP-RECORD.
092200     IF DB-DIVHIST-STATUS IS NOT EQUAL TO '00'
092300         DISPLAY 'DIVBAT20 - WRITE ERROR ON DIVHIST, STATUS = '
092400             DB-DIVHIST-STATUS
092500         MOVE 4 TO RETURN-CODE
092600         SET DB-END-OF-LOG TO TRUE
092700         GO TO 5100-EXIT
092800     END-IF.
092900     ADD 1 TO DB-LOG-COPIED.
093000 5100-EXIT.
093100     EXIT.
093200
093300*----------------------------------------------------------------
093400* 5200-APPEND-EXCP
093500*   THE PARTITIONS' EXCEPTION LOGS ONTO THE PERMANENT DIVEXCP,
093600*   OPENED EXTEND AND CREATED ON FIRST USE LIKE EVERY OTHER
093700*   WRITER OF THE LOG. SAME RC=4 RULE AS THE HISTORY COPY.
093800*----------------------------------------------------------------
093900 5200-APPEND-EXCP.
094000     OPEN INPUT DIVEXCPP.
094100     IF DB-DIVEXCPP-STATUS IS NOT EQUAL TO '00'
094200         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVEXCPP, STATUS = '
094300             DB-DIVEXCPP-STATUS
094400         MOVE 4 TO RETURN-CODE
094500         GO TO 5200-EXIT
094600     END-IF.
094700     OPEN EXTEND DIVEXCP.
094800     IF DB-DIVEXCP-STATUS IS EQUAL TO '35'
094900         OPEN OUTPUT DIVEXCP
095000     END-IF.
095100     IF DB-DIVEXCP-STATUS IS NOT EQUAL TO '00'
095200         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVEXCP, STATUS = '
095300             DB-DIVEXCP-STATUS
095400         MOVE 4 TO RETURN-CODE
095500         CLOSE DIVEXCPP
095600         GO TO 5200-EXIT
095700     END-IF.
095800     MOVE 'N' TO DB-LOG-EOF-SWITCH.
095900     MOVE ZERO TO DB-LOG-COPIED.
096000     PERFORM 5300-COPY-EXCP THRU 5300-EXIT
096100         UNTIL DB-END-OF-LOG.
096200     CLOSE DIVEXCPP.
096300     CLOSE DIVEXCP.
096400     DISPLAY 'DIVBAT20 - EXCEPTION RECORDS = ' DB-LOG-COPIED.
096500 5200-EXIT.
096600     EXIT.
096700
096800*----------------------------------------------------------------
096900* 5300-COPY-EXCP
097000*----------------------------------------------------------------
097100 5300-COPY-EXCP.
097200     READ DIVEXCPP
097300         AT END
097400             SET DB-END-OF-LOG TO TRUE
097500             GO TO 5300-EXIT
097600     END-READ.
097700     WRITE DB-EXCP-RECORD FROM DB-EXCPP-RECORD.
097800     IF DB-DIVEXCP-STATUS IS NOT EQUAL TO '00'
097900         DISPLAY 'DIVBAT20 - WRITE ERROR ON DIVEXCP, STATUS = '
098000             DB-DIVEXCP-STATUS
098100         MOVE 4 TO RETURN-CODE
098200         SET DB-END-OF-LOG TO TRUE
098300         GO TO 5300-EXIT
098400     END-IF.
098500     ADD 1 TO DB-LOG-COPIED.
098600 5300-EXIT.
098700     EXIT.
098800
098900*----------------------------------------------------------------
099000* 5400-APPEND-AUDIT
099100*   THE PARTITIONS' AUDIT LOGS ONTO THE PERMANENT DIVAUD. SAME
099200*   RULES AS THE EXCEPTION LOG.
099300*----------------------------------------------------------------
099400 5400-APPEND-AUDIT.
099500     OPEN INPUT DIVAUDP.
099600     IF DB-DIVAUDP-STATUS IS NOT EQUAL TO '00'
099700         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVAUDP, STATUS = '
099800             DB-DIVAUDP-STATUS
099900         MOVE 4 TO RETURN-CODE
100000         GO TO 5400-EXIT
100100     END-IF.
100200     OPEN EXTEND DIVAUD.
100300     IF DB-DIVAUD-STATUS IS EQUAL TO '35'
100400         OPEN OUTPUT DIVAUD
100500     END-IF.
100600     IF DB-DIVAUD-STATUS IS NOT EQUAL TO '00'
100700         DISPLAY 'DIVBAT20 - UNABLE TO OPEN DIVAUD, STATUS = '
100800             DB-DIVAUD-STATUS
100900         MOVE 4 TO RETURN-CODE
101000         CLOSE DIVAUDP
101100         GO TO 5400-EXIT
101200     END-IF.
101300     MOVE 'N' TO DB-LOG-EOF-SWITCH.
101400     MOVE ZERO TO DB-LOG-COPIED.
101500     PERFORM 5500-COPY-AUDIT THRU 5500-EXIT
101600         UNTIL DB-END-OF-LOG.
101700     CLOSE DIVAUDP.
101800     CLOSE DIVAUD.
101900     DISPLAY 'DIVBAT20 - AUDIT RECORDS     = ' DB-LOG-COPIED.
102000 5400-EXIT.
102100     EXIT.
102200
102300*----------------------------------------------------------------
102400* 5500-COPY-AUDIT
102500*----------------------------------------------------------------
102600 5500-COPY-AUDIT.
102700     READ DIVAUDP
102800         AT END
102900             SET DB-END-OF-LOG TO TRUE
103000             GO TO 5500-EXIT
103100     END-READ.
103200     WRITE DB-AUD-RECORD FROM DB-AUDP-RECORD.
103300     IF DB-DIVAUD-STATUS IS NOT EQUAL TO '00'
103400         DISPLAY 'DIVBAT20 - WRITE ERROR ON DIVAUD, STATUS = '
103500             DB-DIVAUD-STATUS
103600         MOVE 4 TO RETURN-CODE
103700         SET DB-END-OF-LOG TO TRUE
103800         GO TO 5500-EXIT
103900     END-IF.
104000     ADD 1 TO DB-LOG-COPIED.
104100 5500-EXIT.
104200     EXIT.
104300
104400*----------------------------------------------------------------
104500* 9000-MERGE-FAILED
104600*   DIVOUT IS LEFT WITHOUT A TRAILER, SO NOTHING DOWNSTREAM CAN
104700*   MISTAKE IT FOR A FINISHED FILE, AND THE LOGS ARE NOT TOUCHED.
104800*   FIX THE CAUSE (USUALLY A PARTITION THAT NEEDS RERUNNING) AND
104900*   RESUBMIT THE MERGE JOB; IT REBUILDS DIVOUT FROM SCRATCH.
105000*----------------------------------------------------------------
105100 9000-MERGE-FAILED.
105200     CLOSE DIVINC.
105300     CLOSE DIVOUT.
105400     PERFORM 4100-CLOSE-PARTITION THRU 4100-EXIT
105500         VARYING DB-PX FROM 1 BY 1
105600         UNTIL DB-PX IS GREATER THAN DB-PART-COUNT.
105700     DISPLAY 'DIVBAT20 - MERGE FAILED AFTER ' DB-RECORDS-MERGED
105800         ' RECORDS - DIVOUT IS NOT USABLE'.
105900     MOVE 16 TO RETURN-CODE.
106000     GOBACK.
106100 9000-EXIT.
106200     EXIT.
106300
106400 END PROGRAM DIVBAT20.
