000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVBAT22.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       DAY-OVER-DAY DIVOUT COMPARISON AND ARCHIVE. RUNS
000800*                AFTER DIVBAT06 HAS CERTIFIED THE NIGHT. TONIGHT'S
000900*                DIVOUT, SORTED BY NUM WITH THE TRAILER DROPPED
001000*                (DIVOUTS), IS MATCHED BY NUM AGAINST THE MOST
001100*                RECENT EARLIER CERTIFIED RUN ON THE DIVOUT
001200*                ARCHIVE (DIVARCH), AND THE REPORT LISTS EVERY NUM
001300*                NEW TONIGHT, EVERY NUM THAT DROPPED OUT, AND
001400*                EVERY NUM WHOSE RESLEN, DIVISORS, FACTORIZATION
001500*                OR CLASSIFICATION (RC, PRIME FLAG, SUM OF PROPER
001600*                DIVISORS, ALIQUOT FLAG) IS NOT WHAT IT WAS THE
001700*                NIGHT BEFORE, FOLLOWED BY EACH SOURCE'S VOLUME
001800*                BOTH NIGHTS. THE RESULT FOR A GIVEN NUM NEVER
001900*                CHANGES, SO A CHANGED NUM MEANS A MASTER OR CODE
002000*                PROBLEM -- IT ENDS THE STEP RC=8, WHICH HOLDS THE
002100*                DIVBAT13 PLANNER EXTRACT. TONIGHT'S FILE IS THEN
002200*                ADDED TO THE ARCHIVE UNDER ITS BUSINESS DATE AND
002300*                RUN ID, AND THE OLDEST RUNS BEYOND THE RETENTION
002400*                COUNT ARE DROPPED -- WHATEVER THE COMPARISON
002500*                FOUND, SO BOTH NIGHTS ARE THERE TO LOOK AT.
002600*                PARM='NN' IS THE NUMBER OF RUNS TO KEEP, TONIGHT
002700*                INCLUDED; WITH NO PARM IT IS 7. A RERUN OF THE
002800*                STEP IS SAFE: A COPY OF TONIGHT'S RUN ALREADY ON
002900*                THE ARCHIVE IS NEVER COMPARED AGAINST AND IS
003000*                REPLACED. RC=16 MEANS A FILE OR CONTROL ERROR.
003100*----------------------------------------------------------------
003200* MODIFICATION HISTORY
003300*  DATE      INIT  DESCRIPTION
003400*  10/15/26  RH    ORIGINAL PROGRAM.
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT DIVRCTL ASSIGN TO DIVRCTL
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS DB-DIVRCTL-STATUS.
004500
004600     SELECT DIVOUTS ASSIGN TO DIVOUTS
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS DB-DIVOUTS-STATUS.
004900
005000     SELECT DIVARCH ASSIGN TO DIVARCH
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS DB-DIVARCH-STATUS.
005300
005400     SELECT DIVARCW ASSIGN TO DIVARCW
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS DB-DIVARCW-STATUS.
005700
005800     SELECT DIVCRPT ASSIGN TO DIVCRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS DB-DIVCRPT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  DIVRCTL
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DIVRCTL.
006800
006900*    TONIGHT'S DIVOUT DATA RECORDS IN NUM ORDER. EVERY RECORD IS
007000*    MOVED TO DB-TONIGHT-IMAGE BEFORE ANYTHING LOOKS AT IT.
007100 FD  DIVOUTS
007200     RECORDING MODE IS V
007300     RECORD IS VARYING IN SIZE FROM 103 TO 1543 CHARACTERS
007400         DEPENDING ON DB-DIVOUTS-RECLEN
007500     LABEL RECORDS ARE STANDARD.
007600 01  DB-SORTED-RECORD      PIC X(1543).
007700
007800*    THE ARCHIVE: ONE DIVOUT DATA RECORD PER ARCHIVE RECORD, EACH
007900*    STAMPED WITH THE BUSINESS DATE AND RUN ID IT WAS CERTIFIED
008000*    UNDER. THE RUNS ARE HELD OLDEST FIRST, EACH RUN IN NUM ORDER.
008100 FD  DIVARCH
008200     RECORDING MODE IS V
008300     RECORD IS VARYING IN SIZE FROM 125 TO 1565 CHARACTERS
008400         DEPENDING ON DB-DIVARCH-RECLEN
008500     LABEL RECORDS ARE STANDARD.
008600 01  DB-ARCH-RECORD.
008700     03  DB-AR-BUSINESS-DATE PIC 9(8).
008800     03  DB-AR-RUN-ID       PIC 9(14).
008900     03  DB-AR-IMAGE        PIC X(1543).
009000
009100*    THE NEW ARCHIVE IS BUILT HERE AND THEN COPIED BACK OVER
009200*    DIVARCH, THE SAME WAY DIVBAT01 TRIMS DIVOUT ON A RESTART.
009300 FD  DIVARCW
009400     RECORDING MODE IS V
009500     RECORD IS VARYING IN SIZE FROM 125 TO 1565 CHARACTERS
009600         DEPENDING ON DB-DIVARCW-RECLEN
009700     LABEL RECORDS ARE STANDARD.
009800 01  DB-ARCW-RECORD        PIC X(1565).
009900
010000 FD  DIVCRPT
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  DB-REPORT-RECORD      PIC X(133).
010400
010500 WORKING-STORAGE SECTION.
010600 01  DB-SWITCHES.
010700     03  DB-TONIGHT-EOF-SWITCH PIC X(01) VALUE 'N'.
010800         88  DB-END-OF-TONIGHT      VALUE 'Y'.
010900     03  DB-PRIOR-EOF-SWITCH PIC X(01) VALUE 'N'.
011000         88  DB-END-OF-PRIOR        VALUE 'Y'.
011100     03  DB-ARCH-EOF-SWITCH PIC X(01)  VALUE 'N'.
011200         88  DB-END-OF-ARCHIVE      VALUE 'Y'.
011300     03  DB-ARCW-EOF-SWITCH PIC X(01)  VALUE 'N'.
011400         88  DB-END-OF-ARCW         VALUE 'Y'.
011500     03  DB-PRIOR-BLOCK-SWITCH PIC X(01) VALUE 'N'.
011600         88  DB-IN-PRIOR-BLOCK      VALUE 'Y'.
011700     03  DB-PRIOR-RUN-SWITCH PIC X(01) VALUE 'N'.
011800         88  DB-PRIOR-RUN-FOUND     VALUE 'Y'.
011900     03  DB-RERUN-SWITCH    PIC X(01)  VALUE 'N'.
012000         88  DB-TONIGHT-ARCHIVED    VALUE 'Y'.
012100
012200 01  DB-FILE-STATUSES.
012300     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
012400     03  DB-DIVOUTS-STATUS  PIC X(02)  VALUE '00'.
012500     03  DB-DIVARCH-STATUS  PIC X(02)  VALUE '00'.
012600     03  DB-DIVARCW-STATUS  PIC X(02)  VALUE '00'.
012700     03  DB-DIVCRPT-STATUS  PIC X(02)  VALUE '00'.
012800
012900 01  DB-COUNTERS.
013000     03  DB-TONIGHT-READ    PIC 9(7)  COMP  VALUE ZERO.
013100     03  DB-TONIGHT-DUPS    PIC 9(7)  COMP  VALUE ZERO.
013200     03  DB-PRIOR-READ      PIC 9(7)  COMP  VALUE ZERO.
013300     03  DB-PRIOR-DUPS      PIC 9(7)  COMP  VALUE ZERO.
013400     03  DB-MATCHED-COUNT   PIC 9(7)  COMP  VALUE ZERO.
013500     03  DB-NEW-COUNT       PIC 9(7)  COMP  VALUE ZERO.
013600     03  DB-DROPPED-COUNT   PIC 9(7)  COMP  VALUE ZERO.
013700     03  DB-CHANGED-COUNT   PIC 9(7)  COMP  VALUE ZERO.
013800     03  DB-UNLISTED-COUNT  PIC 9(7)  COMP  VALUE ZERO.
013900     03  DB-ARCH-READ       PIC 9(7)  COMP  VALUE ZERO.
014000     03  DB-ARCW-WRITTEN    PIC 9(7)  COMP  VALUE ZERO.
014100     03  DB-ARCW-EXPECTED   PIC 9(7)  COMP  VALUE ZERO.
014200     03  DB-ARCH-REWRITTEN  PIC 9(7)  COMP  VALUE ZERO.
014300     03  DB-RUNS-KEPT       PIC 9(3)  COMP  VALUE ZERO.
014400     03  DB-RUNS-DROPPED    PIC 9(3)  COMP  VALUE ZERO.
014500     03  DB-DIVOUTS-RECLEN  PIC 9(4)  COMP  VALUE ZERO.
014600     03  DB-DIVARCH-RECLEN  PIC 9(4)  COMP  VALUE ZERO.
014700     03  DB-DIVARCW-RECLEN  PIC 9(4)  COMP  VALUE ZERO.
014800     03  DB-IMAGE-LEN       PIC 9(4)  COMP  VALUE ZERO.
014900
015000 01  DB-SUBSCRIPTS.
015100     03  DB-SRC-SUB         PIC 9(3)  COMP-5 VALUE ZERO.
015200     03  DB-RUN-SUB         PIC 9(3)  COMP-5 VALUE ZERO.
015300     03  DB-RUN-COUNT       PIC 9(3)  COMP-5 VALUE ZERO.
015400     03  DB-PRIOR-SUB       PIC 9(3)  COMP-5 VALUE ZERO.
015500     03  DB-CURR-SUB        PIC 9(3)  COMP-5 VALUE ZERO.
015600     03  DB-OLDER-WANTED    PIC 9(3)  COMP-5 VALUE ZERO.
015700
015800*    TONIGHT'S RUN IDENTITY FROM DIVRCTL, AND THE RUN IT IS
015900*    COMPARED AGAINST.
016000 01  DB-CONTROL-SAVED.
016100     03  DB-CTL-DATE        PIC 9(8)        VALUE ZERO.
016200     03  DB-CTL-RUN-ID      PIC 9(14)       VALUE ZERO.
016300     03  DB-PRIOR-DATE      PIC 9(8)        VALUE ZERO.
016400     03  DB-PRIOR-RUN-ID    PIC 9(14)       VALUE ZERO.
016500
016600*    NUMBER OF CERTIFIED RUNS TO KEEP ON THE ARCHIVE, TONIGHT
016700*    INCLUDED. SET FROM THE PARM.
016800 01  DB-RETAIN-RUNS         PIC 9(2)  VALUE 7.
016900
017000*    NEW AND DROPPED NUMS ARE LISTED UP TO THIS MANY OF EACH; A
017100*    WHOLE RANGE ADDED OR LOST ONLY NEEDS ITS COUNT. CHANGED NUMS
017200*    ARE ALWAYS LISTED IN FULL.
017300 01  DB-LIST-LIMIT          PIC 9(7)  COMP  VALUE 500.
017400
017500 01  DB-PARM-WORK.
017600     03  DB-PARM-TEXT       PIC X(02)  VALUE ZEROS.
017700     03  DB-PARM-NUMBER     REDEFINES DB-PARM-TEXT
017800                            PIC 9(2).
017900     03  DB-PARM-START      PIC 9(4)  COMP  VALUE ZERO.
018000
018100*    ONE ENTRY PER RUN FOUND ON THE ARCHIVE, OLDEST FIRST, WITH
018200*    ITS RECORD COUNT AND WHETHER THE NEW ARCHIVE KEEPS IT. THE
018300*    TABLE IS SIZED WELL PAST THE LARGEST RETENTION THE PARM
018400*    ALLOWS, SO A FULL TABLE MEANS THE ARCHIVE IS NOT ONE OF OURS.
018500 01  DB-RUN-TABLE.
018600     03  DB-RUN-ENTRY       OCCURS 120 TIMES.
018700         05  DB-RUN-DATE       PIC 9(8).
018800         05  DB-RUN-ID         PIC 9(14).
018900         05  DB-RUN-RECORDS    PIC 9(7) COMP.
019000         05  DB-RUN-KEEP-SWITCH PIC X(01).
019100             88  DB-RUN-KEPT           VALUE 'Y'.
019200 01  DB-RUN-MAX             PIC 9(3)  COMP  VALUE 120.
019300
019400*    ONE ENTRY PER SOURCE, IN THE ORDER THE REPORT LISTS THEM --
019500*    THE SAME FOUR GROUPS DIVBAT05 COUNTS ITS REJECTS IN. THE
019600*    VOLUMES COUNT EVERY DIVOUT RECORD, DUPLICATE NUMS INCLUDED.
019700 01  DB-SOURCE-TABLE.
019800     03  DB-SRC-ENTRY       OCCURS 4 TIMES.
019900         05  DB-SRC-CODE       PIC X(1).
020000         05  DB-SRC-SYSTEM     PIC X(24).
020100         05  DB-SRC-PRIOR      PIC 9(7) COMP.
020200         05  DB-SRC-TONIGHT    PIC 9(7) COMP.
020300         05  DB-SRC-NEW        PIC 9(7) COMP.
020400         05  DB-SRC-DROPPED    PIC 9(7) COMP.
020500 01  DB-SRC-SWING           PIC S9(7) COMP  VALUE ZERO.
020600
020700*    THE MATCH KEYS -- THE NUM LAST READ ON EACH SIDE, OR ALL
020800*    NINES ONCE THAT SIDE IS AT AN END -- AND THE NUM BEFORE IT,
020900*    FOR THE SEQUENCE AND DUPLICATE CHECKS.
021000 01  DB-MATCH-KEYS.
021100     03  DB-TONIGHT-KEY     PIC 9(7)  VALUE ZERO.
021200     03  DB-PRIOR-KEY       PIC 9(7)  VALUE ZERO.
021300     03  DB-TONIGHT-LAST    PIC 9(7)  VALUE ZERO.
021400     03  DB-PRIOR-LAST      PIC 9(7)  VALUE ZERO.
021500     03  DB-END-KEY         PIC 9(7)  VALUE 9999999.
021600
021700*    THE DIVOUT RECORD LAST READ FROM EACH SIDE. THE SOURCE CODE
021800*    IS THE ONLY FIELD ALLOWED TO DIFFER BETWEEN NIGHTS; SPACE
021900*    FILL PAST THE RECORD'S OWN LENGTH LETS THE DIVISOR LISTS BE
022000*    COMPARED WHOLE.
022100 01  DB-TONIGHT-IMAGE.
022200     03  DB-TN-NUM          PIC 9(6).
022300     03  DB-TN-NUM-X        REDEFINES DB-TN-NUM
022400                            PIC X(6).
022500     03  DB-TN-RESLEN       PIC 9(3).
022600     03  DB-TN-RC           PIC 9(2).
022700     03  DB-TN-PRIME-FLAG   PIC X(01).
022800     03  DB-TN-SUM-PROPER   PIC 9(7).
022900     03  DB-TN-ALIQUOT-FLAG PIC X(01).
023000     03  DB-TN-FACLEN       PIC 9(2).
023100     03  DB-TN-FACTORS      PIC X(80).
023200     03  DB-TN-SOURCE       PIC X(1).
023300     03  DB-TN-DIVISORS     PIC X(1440).
023400
023500 01  DB-PRIOR-IMAGE.
023600     03  DB-PR-NUM          PIC 9(6).
023700     03  DB-PR-NUM-X        REDEFINES DB-PR-NUM
023800                            PIC X(6).
023900     03  DB-PR-RESLEN       PIC 9(3).
024000     03  DB-PR-RC           PIC 9(2).
024100     03  DB-PR-PRIME-FLAG   PIC X(01).
024200     03  DB-PR-SUM-PROPER   PIC 9(7).
024300     03  DB-PR-ALIQUOT-FLAG PIC X(01).
024400     03  DB-PR-FACLEN       PIC 9(2).
024500     03  DB-PR-FACTORS      PIC X(80).
024600     03  DB-PR-SOURCE       PIC X(1).
024700     03  DB-PR-DIVISORS     PIC X(1440).
024800
024900 01  DB-RPT-HEADING1.
025000     03  FILLER             PIC X(01)  VALUE '1'.
025100     03  FILLER             PIC X(52)  VALUE
025200         'DIVBAT22 - DAY-OVER-DAY DIVOUT COMPARISON'.
025300     03  FILLER             PIC X(80)  VALUE SPACES.
025400
025500 01  DB-RPT-RUN-LINE.
025600     03  FILLER             PIC X(01)  VALUE ' '.
025700     03  DB-RPT-RUN-LABEL   PIC X(14).
025800     03  FILLER             PIC X(15)  VALUE 'BUSINESS DATE '.
025900     03  DB-RPT-RUN-DATE    PIC 9(8).
026000     03  FILLER             PIC X(10)  VALUE '   RUN ID '.
026100     03  DB-RPT-RUN-ID      PIC 9(14).
026200     03  FILLER             PIC X(71)  VALUE SPACES.
026300
026400 01  DB-RPT-BLANK.
026500     03  FILLER             PIC X(01)  VALUE ' '.
026600     03  FILLER             PIC X(132) VALUE SPACES.
026700
026800 01  DB-RPT-COLUMN-LINE.
026900     03  FILLER             PIC X(01)  VALUE ' '.
027000     03  FILLER             PIC X(09)  VALUE '   NUM'.
027100     03  FILLER             PIC X(10)  VALUE 'RESULT'.
027200     03  FILLER             PIC X(05)  VALUE 'SRC'.
027300     03  FILLER             PIC X(14)  VALUE 'PRIOR RESLEN'.
027400     03  FILLER             PIC X(16)  VALUE 'TONIGHT RESLEN'.
027500     03  FILLER             PIC X(40)  VALUE 'WHAT DIFFERS'.
027600     03  FILLER             PIC X(38)  VALUE SPACES.
027700
027800 01  DB-RPT-DETAIL-LINE.
027900     03  FILLER             PIC X(01)  VALUE ' '.
028000     03  DB-RPT-DTL-NUM     PIC Z(5)9.
028100     03  FILLER             PIC X(03)  VALUE SPACES.
028200     03  DB-RPT-DTL-RESULT  PIC X(07).
028300     03  FILLER             PIC X(03)  VALUE SPACES.
028400     03  DB-RPT-DTL-SOURCE  PIC X(01).
028500     03  FILLER             PIC X(13)  VALUE SPACES.
028600     03  DB-RPT-DTL-PR-LEN  PIC ZZ9.
028700     03  DB-RPT-DTL-PR-LEN-X REDEFINES DB-RPT-DTL-PR-LEN
028800                            PIC X(03).
028900     03  FILLER             PIC X(13)  VALUE SPACES.
029000     03  DB-RPT-DTL-TN-LEN  PIC ZZ9.
029100     03  DB-RPT-DTL-TN-LEN-X REDEFINES DB-RPT-DTL-TN-LEN
029200                            PIC X(03).
029300     03  FILLER             PIC X(02)  VALUE SPACES.
029400     03  DB-RPT-DTL-WHAT.
029500         05  DB-RPT-WHAT-RESLEN PIC X(07).
029600         05  DB-RPT-WHAT-DIVS   PIC X(09).
029700         05  DB-RPT-WHAT-FACS   PIC X(08).
029800         05  DB-RPT-WHAT-CLASS  PIC X(06).
029900         05  DB-RPT-WHAT-RC     PIC X(02).
030000     03  FILLER             PIC X(46)  VALUE SPACES.
030100
030200 01  DB-RPT-TEXT-LINE.
030300     03  FILLER             PIC X(01)  VALUE ' '.
030400     03  DB-RPT-TEXT        PIC X(80).
030500     03  FILLER             PIC X(52)  VALUE SPACES.
030600
030700 01  DB-RPT-SOURCE-HEAD.
030800     03  FILLER             PIC X(01)  VALUE ' '.
030900     03  FILLER             PIC X(36)  VALUE 'SOURCE VOLUMES'.
031000     03  FILLER             PIC X(10)  VALUE '     PRIOR'.
031100     03  FILLER             PIC X(10)  VALUE '   TONIGHT'.
031200     03  FILLER             PIC X(10)  VALUE '    CHANGE'.
031300     03  FILLER             PIC X(10)  VALUE '       NEW'.
031400     03  FILLER             PIC X(10)  VALUE '   DROPPED'.
031500     03  FILLER             PIC X(46)  VALUE SPACES.
031600
031700 01  DB-RPT-SOURCE-LINE.
031800     03  FILLER             PIC X(01)  VALUE ' '.
031900     03  DB-RPT-SRC-CODE    PIC X(01).
032000     03  FILLER             PIC X(03)  VALUE ' - '.
032100     03  DB-RPT-SRC-SYSTEM  PIC X(24).
032200     03  FILLER             PIC X(08)  VALUE SPACES.
032300     03  DB-RPT-SRC-PRIOR   PIC Z(9)9.
032400     03  DB-RPT-SRC-TONIGHT PIC Z(9)9.
032500     03  DB-RPT-SRC-SWING   PIC -(9)9.
032600     03  DB-RPT-SRC-NEW     PIC Z(9)9.
032700     03  DB-RPT-SRC-DROPPED PIC Z(9)9.
032800     03  FILLER             PIC X(46)  VALUE SPACES.
032900
033000 01  DB-RPT-TOTAL-LINE.
033100     03  FILLER             PIC X(01)  VALUE ' '.
033200     03  DB-RPT-TOT-LABEL   PIC X(30).
033300     03  DB-RPT-TOT-VALUE   PIC Z(6)9.
033400     03  FILLER             PIC X(95)  VALUE SPACES.
033500
033600 LINKAGE SECTION.
033700 01  DB-PARM-PASSED.
033800     03  DB-PARM-LEN        PIC S9(4) COMP.
033900     03  DB-PARM-DATA       PIC X(20).
034000
034100 PROCEDURE DIVISION USING DB-PARM-PASSED.
034200*----------------------------------------------------------------
034300* 0000-MAIN-LOGIC
034400*----------------------------------------------------------------
034500 0000-MAIN-LOGIC.
034600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
034700     PERFORM 2000-COMPARE-NIGHTS  THRU 2000-EXIT.
034800     PERFORM 3000-REPORT-TOTALS   THRU 3000-EXIT.
034900     PERFORM 4000-ARCHIVE-TONIGHT THRU 4000-EXIT.
035000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
035100     GOBACK.
035200
035300*----------------------------------------------------------------
035400* 1000-INITIALIZE
035500*   TAKES THE RETENTION FROM THE PARM AND TONIGHT'S RUN FROM
035600*   DIVRCTL, FINDS THE RUN TO COMPARE AGAINST ON THE ARCHIVE,
035700*   SETS UP THE SOURCE TABLE AND STARTS THE REPORT.
035800*----------------------------------------------------------------
035900 1000-INITIALIZE.
036000     IF DB-PARM-LEN IS GREATER THAN ZERO
036100         PERFORM 1100-PARSE-PARM THRU 1100-EXIT
036200     END-IF.
036300     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
036400     PERFORM 1200-LOAD-RUN-TABLE   THRU 1200-EXIT.
036500
036600     MOVE 'O' TO DB-SRC-CODE (1).
036700     MOVE 'ORDER SYSTEM'     TO DB-SRC-SYSTEM (1).
036800     MOVE 'I' TO DB-SRC-CODE (2).
036900     MOVE 'INVENTORY SYSTEM' TO DB-SRC-SYSTEM (2).
037000     MOVE 'P' TO DB-SRC-CODE (3).
037100     MOVE 'PLANNING SYSTEM'  TO DB-SRC-SYSTEM (3).
037200     MOVE '?' TO DB-SRC-CODE (4).
037300     MOVE 'SENDER NOT KNOWN' TO  DB-SRC-SYSTEM (4).
037400     PERFORM 1300-CLEAR-ONE-SOURCE THRU 1300-EXIT
037500         VARYING DB-SRC-SUB FROM 1 BY 1
037600         UNTIL DB-SRC-SUB IS GREATER THAN 4.
037700
037800     OPEN OUTPUT DIVCRPT.
037900     IF DB-DIVCRPT-STATUS IS NOT EQUAL TO '00'
038000         DISPLAY 'DIVBAT22 - UNABLE TO OPEN DIVCRPT, STATUS = '
038100             DB-DIVCRPT-STATUS
038200         MOVE 16 TO RETURN-CODE
038300         GOBACK
038400     END-IF.
038500     WRITE DB-REPORT-RECORD FROM DB-RPT-HEADING1.
038600     MOVE 'TONIGHT'          TO DB-RPT-RUN-LABEL.
038700     MOVE DB-CTL-DATE        TO DB-RPT-RUN-DATE.
038800     MOVE DB-CTL-RUN-ID      TO DB-RPT-RUN-ID.
038900     WRITE DB-REPORT-RECORD FROM DB-RPT-RUN-LINE.
039000     IF DB-PRIOR-RUN-FOUND
039100         MOVE 'COMPARED WITH' TO DB-RPT-RUN-LABEL
039200         MOVE DB-PRIOR-DATE   TO DB-RPT-RUN-DATE
039300         MOVE DB-PRIOR-RUN-ID TO DB-RPT-RUN-ID
039400         WRITE DB-REPORT-RECORD FROM DB-RPT-RUN-LINE
039500     END-IF.
039600 1000-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------------
040000* 1050-READ-RUN-CONTROL
040100*   TONIGHT'S BUSINESS DATE AND RUN ID. THE RUN MUST ALREADY BE
040200*   CERTIFIED -- ONLY A DIVOUT DIVBAT06 HAS BALANCED IS FIT TO
040300*   COMPARE AGAINST OR TO KEEP AS THE NEXT NIGHT'S YARDSTICK.
040400*----------------------------------------------------------------
040500 1050-READ-RUN-CONTROL.
040600     OPEN INPUT DIVRCTL.
040700     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
040800         DISPLAY 'DIVBAT22 - UNABLE TO OPEN DIVRCTL, STATUS = '
040900             DB-DIVRCTL-STATUS
041000         MOVE 16 TO RETURN-CODE
041100         GOBACK
041200     END-IF.
041300     READ DIVRCTL
041400         AT END
041500             CONTINUE
041600     END-READ.
041700     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
041800         OR DR-BUSINESS-DATE IS NOT NUMERIC
041900         OR DR-RUN-ID IS NOT NUMERIC
042000         DISPLAY 'DIVBAT22 - NO RUN ON DIVRCTL, STATUS = '
042100             DB-DIVRCTL-STATUS
042200         MOVE 16 TO RETURN-CODE
042300         GOBACK
042400     END-IF.
042500     IF NOT DR-RUN-CERTIFIED
042600         DISPLAY 'DIVBAT22 - RUN ' DR-RUN-ID
042700             ' IS NOT CERTIFIED, STATUS = ' DR-RUN-STATUS
042800         MOVE 16 TO RETURN-CODE
042900         GOBACK
043000     END-IF.
043100     MOVE DR-BUSINESS-DATE TO DB-CTL-DATE.
043200     MOVE DR-RUN-ID        TO DB-CTL-RUN-ID.
043300     CLOSE DIVRCTL.
043400     DISPLAY 'DIVBAT22 - BUSINESS DATE     = ' DB-CTL-DATE.
043500     DISPLAY 'DIVBAT22 - RUN ID            = ' DB-CTL-RUN-ID.
043600 1050-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------------
044000* 1100-PARSE-PARM
044100*   THE RETENTION COUNT, ONE OR TWO DIGITS, RIGHT-JUSTIFIED INTO
044200*   A ZERO-FILLED WORK FIELD THE SAME WAY DIVBAT18 TAKES ITS
044300*   ESCALATION AGE. ZERO IS REFUSED -- IT WOULD EMPTY THE ARCHIVE
044400*   AND LEAVE THE NEXT NIGHT NOTHING TO COMPARE AGAINST.
044500*----------------------------------------------------------------
044600 1100-PARSE-PARM.
044700     MOVE ZEROS TO DB-PARM-TEXT.
044800     IF DB-PARM-LEN IS NOT GREATER THAN 2
044900         COMPUTE DB-PARM-START = 3 - DB-PARM-LEN
045000         MOVE DB-PARM-DATA (1:DB-PARM-LEN) TO
045100             DB-PARM-TEXT (DB-PARM-START:DB-PARM-LEN)
045200     END-IF.
045300     IF DB-PARM-LEN IS GREATER THAN 2
045400         OR DB-PARM-TEXT IS NOT NUMERIC
045500         OR DB-PARM-NUMBER IS EQUAL TO ZERO
045600         DISPLAY 'DIVBAT22 - PARM MUST BE THE NUMBER OF RUNS TO '
045700             'KEEP, 1 TO 99'
045800         MOVE 16 TO RETURN-CODE
045900         GOBACK
046000     END-IF.
046100     MOVE DB-PARM-NUMBER TO DB-RETAIN-RUNS.
046200 1100-EXIT.
046300     EXIT.
046400
046500*----------------------------------------------------------------
046600* 1200-LOAD-RUN-TABLE
046700*   ONE PASS OF THE ARCHIVE TO LIST THE RUNS ON IT. THE RUN TO
046800*   COMPARE AGAINST IS THE NEWEST ONE THAT IS NOT TONIGHT'S. AN
046900*   ARCHIVE NEVER YET WRITTEN (STATUS 35) IS TAKEN AS EMPTY --
047000*   THE FIRST NIGHT HAS NOTHING TO COMPARE AGAINST.
047100*----------------------------------------------------------------
047200 1200-LOAD-RUN-TABLE.
047300     OPEN INPUT DIVARCH.
047400     IF DB-DIVARCH-STATUS IS EQUAL TO '35'
047500         DISPLAY 'DIVBAT22 - DIVARCH IS EMPTY - NO EARLIER RUN'
047600         GO TO 1200-EXIT
047700     END-IF.
047800     IF DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
047900         DISPLAY 'DIVBAT22 - UNABLE TO OPEN DIVARCH, STATUS = '
048000             DB-DIVARCH-STATUS
048100         MOVE 16 TO RETURN-CODE
048200         GOBACK
048300     END-IF.
048400     MOVE 'N' TO DB-ARCH-EOF-SWITCH.
048500     PERFORM 1250-READ-ARCHIVE THRU 1250-EXIT.
048600     PERFORM 1260-COUNT-ONE-RECORD THRU 1260-EXIT
048700         UNTIL DB-END-OF-ARCHIVE.
048800     CLOSE DIVARCH.
048900
049000     MOVE ZERO TO DB-PRIOR-SUB.
049100     PERFORM 1280-FIND-PRIOR-RUN THRU 1280-EXIT
049200         VARYING DB-RUN-SUB FROM 1 BY 1
049300         UNTIL DB-RUN-SUB IS GREATER THAN DB-RUN-COUNT.
049400     IF DB-PRIOR-SUB IS GREATER THAN ZERO
049500         SET DB-PRIOR-RUN-FOUND TO TRUE
049600         MOVE DB-RUN-DATE (DB-PRIOR-SUB) TO DB-PRIOR-DATE
049700         MOVE DB-RUN-ID (DB-PRIOR-SUB)   TO DB-PRIOR-RUN-ID
049800     END-IF.
049900     DISPLAY 'DIVBAT22 - RUNS FOUND ON ARCHIVE = ' DB-RUN-COUNT.
050000     DISPLAY 'DIVBAT22 - PRIOR RUN ID      = ' DB-PRIOR-RUN-ID.
050100 1200-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------
050500* 1250-READ-ARCHIVE
050600*----------------------------------------------------------------
050700 1250-READ-ARCHIVE.
050800     READ DIVARCH
050900         AT END
051000             SET DB-END-OF-ARCHIVE TO TRUE
051100     END-READ.
051200     IF NOT DB-END-OF-ARCHIVE
051300         AND DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
051400         DISPLAY 'DIVBAT22 - READ ERROR ON DIVARCH, STATUS = '
051500             DB-DIVARCH-STATUS
051600         MOVE 16 TO RETURN-CODE
051700         GOBACK
051800     END-IF.
051900 1250-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------------
052300* 1260-COUNT-ONE-RECORD
052400*   A CHANGE OF RUN ID STARTS A NEW RUN. EACH RUN IS WRITTEN AS
052500*   ONE BLOCK, SO A RUN ID SEEN BEFORE, OR A RECORD WITH NO
052600*   PROPER STAMP, MEANS THE ARCHIVE HAS BEEN DAMAGED.
052700*----------------------------------------------------------------
052800 1260-COUNT-ONE-RECORD.
052900     ADD 1 TO DB-ARCH-READ.
053000     IF DB-AR-RUN-ID IS NOT NUMERIC
053100         OR DB-AR-BUSINESS-DATE IS NOT NUMERIC
053200         DISPLAY 'DIVBAT22 - DIVARCH RECORD ' DB-ARCH-READ
053300             ' HAS NO RUN STAMP'
053400         MOVE 16 TO RETURN-CODE
053500         GOBACK
053600     END-IF.
053700     IF DB-RUN-COUNT IS GREATER THAN ZERO
053800         IF DB-AR-RUN-ID IS EQUAL TO DB-RUN-ID (DB-RUN-COUNT)
053900             ADD 1 TO DB-RUN-RECORDS (DB-RUN-COUNT)
054000             GO TO 1260-NEXT
054100         END-IF
054200     END-IF.
054300     PERFORM 1270-CHECK-NEW-RUN THRU 1270-EXIT
054400         VARYING DB-RUN-SUB FROM 1 BY 1
054500         UNTIL DB-RUN-SUB IS GREATER THAN DB-RUN-COUNT.
054600     IF DB-RUN-COUNT IS NOT LESS THAN DB-RUN-MAX
054700         DISPLAY 'DIVBAT22 - DIVARCH HOLDS MORE THAN ' DB-RUN-MAX
054800             ' RUNS'
054900         MOVE 16 TO RETURN-CODE
055000         GOBACK
055100     END-IF.
055200     ADD 1 TO DB-RUN-COUNT.
055300     MOVE DB-AR-BUSINESS-DATE TO DB-RUN-DATE (DB-RUN-COUNT).
055400     MOVE DB-AR-RUN-ID        TO DB-RUN-ID (DB-RUN-COUNT).
055500     MOVE 1                   TO DB-RUN-RECORDS (DB-RUN-COUNT).
055600     MOVE 'N'             TO DB-RUN-KEEP-SWITCH (DB-RUN-COUNT).
055700 1260-NEXT.
055800     PERFORM 1250-READ-ARCHIVE THRU 1250-EXIT.
055900 1260-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------------
056300* 1270-CHECK-NEW-RUN
056400*----------------------------------------------------------------
056500 1270-CHECK-NEW-RUN.
056600     IF DB-AR-RUN-ID IS EQUAL TO DB-RUN-ID (DB-RUN-SUB)
056700         DISPLAY 'DIVBAT22 - RUN ' DB-AR-RUN-ID
056800             ' IS ON DIVARCH MORE THAN ONCE'
056900         MOVE 16 TO RETURN-CODE
057000         GOBACK
057100     END-IF.
057200 1270-EXIT.
057300     EXIT.
057400
057500*----------------------------------------------------------------
057600* 1280-FIND-PRIOR-RUN
057700*   LEAVES DB-PRIOR-SUB ON THE LAST RUN THAT IS NOT TONIGHT'S.
057800*   TONIGHT'S RUN IS THERE ONLY IF THIS STEP HAS RUN BEFORE.
057900*----------------------------------------------------------------
058000 1280-FIND-PRIOR-RUN.
058100     IF DB-RUN-ID (DB-RUN-SUB) IS EQUAL TO DB-CTL-RUN-ID
058200         SET DB-TONIGHT-ARCHIVED TO TRUE
058300     ELSE
058400         MOVE DB-RUN-SUB TO DB-PRIOR-SUB
058500     END-IF.
058600 1280-EXIT.
058700     EXIT.
058800
058900*----------------------------------------------------------------
059000* 1300-CLEAR-ONE-SOURCE
059100*----------------------------------------------------------------
059200 1300-CLEAR-ONE-SOURCE.
059300     MOVE ZERO TO DB-SRC-PRIOR   (DB-SRC-SUB).
059400     MOVE ZERO TO DB-SRC-TONIGHT (DB-SRC-SUB).
059500     MOVE ZERO TO DB-SRC-NEW     (DB-SRC-SUB).
059600     MOVE ZERO TO DB-SRC-DROPPED (DB-SRC-SUB).
059700 1300-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------
060100* 2000-COMPARE-NIGHTS
060200*   THE MATCH BY NUM. BOTH SIDES ARE IN NUM ORDER; A NUM ON ONE
060300*   SIDE ONLY IS NEW OR DROPPED, AND A NUM ON BOTH IS COMPARED
060400*   FIELD BY FIELD. WITH NO EARLIER RUN THE PRIOR SIDE IS EMPTY
060500*   FROM THE START, SO TONIGHT IS STILL READ AND COUNTED BY
060600*   SOURCE BUT NOTHING IS LISTED.
060700*----------------------------------------------------------------
060800 2000-COMPARE-NIGHTS.
060900     OPEN INPUT DIVOUTS.
061000     IF DB-DIVOUTS-STATUS IS NOT EQUAL TO '00'
061100         DISPLAY 'DIVBAT22 - UNABLE TO OPEN DIVOUTS, STATUS = '
061200             DB-DIVOUTS-STATUS
061300         MOVE 16 TO RETURN-CODE
061400         GOBACK
061500     END-IF.
061600     IF DB-PRIOR-RUN-FOUND
061700         OPEN INPUT DIVARCH
061800         IF DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
061900             DISPLAY 'DIVBAT22 - UNABLE TO OPEN DIVARCH, '
062000                 'STATUS = ' DB-DIVARCH-STATUS
062100             MOVE 16 TO RETURN-CODE
062200             GOBACK
062300         END-IF
062400     ELSE
062500         SET DB-END-OF-PRIOR TO TRUE
062600         MOVE DB-END-KEY TO DB-PRIOR-KEY
062700     END-IF.
062800
062900     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
063000     IF DB-PRIOR-RUN-FOUND
063100         WRITE DB-REPORT-RECORD FROM DB-RPT-COLUMN-LINE
063200     ELSE
063300         MOVE 'NO EARLIER CERTIFIED RUN ON THE ARCHIVE -'
063400             TO DB-RPT-TEXT
063500         MOVE 'NOTHING TO COMPARE' TO DB-RPT-TEXT (43:18)
063600         WRITE DB-REPORT-RECORD FROM DB-RPT-TEXT-LINE
063700     END-IF.
063800
063900     PERFORM 2100-READ-TONIGHT THRU 2100-EXIT.
064000     IF DB-PRIOR-RUN-FOUND
064100         PERFORM 2200-READ-PRIOR THRU 2200-EXIT
064200     END-IF.
064300     PERFORM 2300-MATCH-ONE THRU 2300-EXIT
064400         UNTIL DB-END-OF-TONIGHT
064500           AND DB-END-OF-PRIOR.
064600
064700     CLOSE DIVOUTS.
064800     IF DB-PRIOR-RUN-FOUND
064900         CLOSE DIVARCH
065000     END-IF.
065100 2000-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------
065500* 2100-READ-TONIGHT
065600*   NEXT NUM FROM TONIGHT'S SORTED DIVOUT. EVERY RECORD COUNTS
065700*   TO ITS SOURCE'S VOLUME; A REPEAT OF THE NUM JUST READ IS
065800*   NOT MATCHED AGAIN. A CONTROL TRAILER THE SORT LET THROUGH IS
065900*   PASSED OVER.
066000*----------------------------------------------------------------
066100 2100-READ-TONIGHT.
066200     READ DIVOUTS
066300         AT END
066400             SET DB-END-OF-TONIGHT TO TRUE
066500             MOVE DB-END-KEY TO DB-TONIGHT-KEY
066600             GO TO 2100-EXIT
066700     END-READ.
066800     IF DB-DIVOUTS-STATUS IS NOT EQUAL TO '00'
066900         DISPLAY 'DIVBAT22 - READ ERROR ON DIVOUTS, STATUS = '
067000             DB-DIVOUTS-STATUS
067100         MOVE 16 TO RETURN-CODE
067200         GOBACK
067300     END-IF.
067400     MOVE SPACES TO DB-TONIGHT-IMAGE.
067500     MOVE DB-SORTED-RECORD (1:DB-DIVOUTS-RECLEN)
067600         TO DB-TONIGHT-IMAGE.
067700     IF DB-TN-NUM-X IS NOT NUMERIC
067800         GO TO 2100-READ-TONIGHT
067900     END-IF.
068000     ADD 1 TO DB-TONIGHT-READ.
068100     PERFORM 2150-FIND-TONIGHT-SOURCE THRU 2150-EXIT.
068200     ADD 1 TO DB-SRC-TONIGHT (DB-SRC-SUB).
068300     IF DB-TN-NUM IS LESS THAN DB-TONIGHT-LAST
068400         DISPLAY 'DIVBAT22 - DIVOUTS OUT OF SEQUENCE AT NUM '
068500             DB-TN-NUM
068600         MOVE 16 TO RETURN-CODE
068700         GOBACK
068800     END-IF.
068900     IF DB-TONIGHT-READ IS GREATER THAN 1
069000         AND DB-TN-NUM IS EQUAL TO DB-TONIGHT-LAST
069100         ADD 1 TO DB-TONIGHT-DUPS
069200         GO TO 2100-READ-TONIGHT
069300     END-IF.
069400     MOVE DB-TN-NUM TO DB-TONIGHT-LAST.
069500     MOVE DB-TN-NUM TO DB-TONIGHT-KEY.
069600 2100-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------------
070000* 2150-FIND-TONIGHT-SOURCE
070100*----------------------------------------------------------------
070200 2150-FIND-TONIGHT-SOURCE.
070300     EVALUATE DB-TN-SOURCE
070400         WHEN 'O'
070500             MOVE 1 TO DB-SRC-SUB
070600         WHEN 'I'
070700             MOVE 2 TO DB-SRC-SUB
070800         WHEN 'P'
070900             MOVE 3 TO DB-SRC-SUB
071000         WHEN OTHER
071100             MOVE 4 TO DB-SRC-SUB
071200     END-EVALUATE.
071300 2150-EXIT.
071400     EXIT.
071500
071600*----------------------------------------------------------------
071700* 2200-READ-PRIOR
071800*   NEXT NUM OF THE PRIOR RUN'S BLOCK ON THE ARCHIVE. RECORDS OF
071900*   OLDER RUNS AHEAD OF IT ARE PASSED OVER; THE FIRST RECORD OF
072000*   ANOTHER RUN AFTER IT ENDS THE PRIOR SIDE. COUNTED BY SOURCE
072100*   AND CHECKED FOR SEQUENCE THE SAME AS TONIGHT.
072200*----------------------------------------------------------------
072300 2200-READ-PRIOR.
072400     READ DIVARCH
072500         AT END
072600             SET DB-END-OF-PRIOR TO TRUE
072700             MOVE DB-END-KEY TO DB-PRIOR-KEY
072800             GO TO 2200-EXIT
072900     END-READ.
073000     IF DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
073100         DISPLAY 'DIVBAT22 - READ ERROR ON DIVARCH, STATUS = '
073200             DB-DIVARCH-STATUS
073300         MOVE 16 TO RETURN-CODE
073400         GOBACK
073500     END-IF.
073600     IF DB-AR-RUN-ID IS NOT EQUAL TO DB-PRIOR-RUN-ID
073700         IF DB-IN-PRIOR-BLOCK
073800             SET DB-END-OF-PRIOR TO TRUE
073900             MOVE DB-END-KEY TO DB-PRIOR-KEY
074000             GO TO 2200-EXIT
074100         END-IF
074200         GO TO 2200-READ-PRIOR
074300     END-IF.
074400     SET DB-IN-PRIOR-BLOCK TO TRUE.
074500     COMPUTE DB-IMAGE-LEN = DB-DIVARCH-RECLEN - 22.
074600     MOVE SPACES TO DB-PRIOR-IMAGE.
074700     MOVE DB-AR-IMAGE (1:DB-IMAGE-LEN) TO DB-PRIOR-IMAGE.
074800     ADD 1 TO DB-PRIOR-READ.
074900     PERFORM 2250-FIND-PRIOR-SOURCE THRU 2250-EXIT.
075000     ADD 1 TO DB-SRC-PRIOR (DB-SRC-SUB).
075100     IF DB-PR-NUM-X IS NOT NUMERIC
075200         OR DB-PR-NUM IS LESS THAN DB-PRIOR-LAST
075300         DISPLAY 'DIVBAT22 - DIVARCH OUT OF SEQUENCE AT RECORD '
075400             DB-PRIOR-READ ' OF RUN ' DB-PRIOR-RUN-ID
075500         MOVE 16 TO RETURN-CODE
075600         GOBACK
075700     END-IF.
075800     IF DB-PRIOR-READ IS GREATER THAN 1
075900         AND DB-PR-NUM IS EQUAL TO DB-PRIOR-LAST
076000         ADD 1 TO DB-PRIOR-DUPS
076100         GO TO 2200-READ-PRIOR
076200     END-IF.
076300     MOVE DB-PR-NUM TO DB-PRIOR-LAST.
076400     MOVE DB-PR-NUM TO DB-PRIOR-KEY.
076500 2200-EXIT.
076600     EXIT.
076700
076800*----------------------------------------------------------------
076900* 2250-FIND-PRIOR-SOURCE
077000*----------------------------------------------------------------
077100 2250-FIND-PRIOR-SOURCE.
077200     EVALUATE DB-PR-SOURCE
077300         WHEN 'O'
077400             MOVE 1 TO DB-SRC-SUB
077500         WHEN 'I'
077600             MOVE 2 TO DB-SRC-SUB
077700         WHEN 'P'
077800             MOVE 3 TO DB-SRC-SUB
077900         WHEN OTHER
078000             MOVE 4 TO DB-SRC-SUB
078100     END-EVALUATE.
078200 2250-EXIT.
078300     EXIT.
078400
078500*----------------------------------------------------------------
078600* 2300-MATCH-ONE
078700*----------------------------------------------------------------
078800 2300-MATCH-ONE.
078900     EVALUATE TRUE
079000         WHEN DB-TONIGHT-KEY IS LESS THAN DB-PRIOR-KEY
079100             PERFORM 2400-NEW-NUM THRU 2400-EXIT
079200             PERFORM 2100-READ-TONIGHT THRU 2100-EXIT
079300         WHEN DB-TONIGHT-KEY IS GREATER THAN DB-PRIOR-KEY
079400             PERFORM 2500-DROPPED-NUM THRU 2500-EXIT
079500             PERFORM 2200-READ-PRIOR THRU 2200-EXIT
079600         WHEN OTHER
079700             PERFORM 2600-COMPARE-NUM THRU 2600-EXIT
079800             PERFORM 2100-READ-TONIGHT THRU 2100-EXIT
079900             PERFORM 2200-READ-PRIOR THRU 2200-EXIT
080000     END-EVALUATE.
080100 2300-EXIT.
080200     EXIT.
080300
080400*----------------------------------------------------------------
080500* 2400-NEW-NUM
080600*----------------------------------------------------------------
080700 2400-NEW-NUM.
080800     ADD 1 TO DB-NEW-COUNT.
080900     PERFORM 2150-FIND-TONIGHT-SOURCE THRU 2150-EXIT.
081000     ADD 1 TO DB-SRC-NEW (DB-SRC-SUB).
081100     IF NOT DB-PRIOR-RUN-FOUND
081200         GO TO 2400-EXIT
081300     END-IF.
081400     IF DB-NEW-COUNT IS GREATER THAN DB-LIST-LIMIT
081500         ADD 1 TO DB-UNLISTED-COUNT
081600         GO TO 2400-EXIT
081700     END-IF.
081800     MOVE SPACES          TO DB-RPT-DTL-WHAT.
081900     MOVE DB-TN-NUM       TO DB-RPT-DTL-NUM.
082000     MOVE 'NEW'           TO DB-RPT-DTL-RESULT.
082100     MOVE DB-TN-SOURCE    TO DB-RPT-DTL-SOURCE.
082200     MOVE SPACES          TO DB-RPT-DTL-PR-LEN-X.
082300     MOVE DB-TN-RESLEN    TO DB-RPT-DTL-TN-LEN.
082400     WRITE DB-REPORT-RECORD FROM DB-RPT-DETAIL-LINE.
082500 2400-EXIT.
082600     EXIT.
082700
082800*----------------------------------------------------------------
082900* 2500-DROPPED-NUM
083000*----------------------------------------------------------------
083100 2500-DROPPED-NUM.
083200     ADD 1 TO DB-DROPPED-COUNT.
083300     PERFORM 2250-FIND-PRIOR-SOURCE THRU 2250-EXIT.
083400     ADD 1 TO DB-SRC-DROPPED (DB-SRC-SUB).
083500     IF DB-DROPPED-COUNT IS GREATER THAN DB-LIST-LIMIT
083600         ADD 1 TO DB-UNLISTED-COUNT
083700         GO TO 2500-EXIT
083800     END-IF.
083900     MOVE SPACES          TO DB-RPT-DTL-WHAT.
084000     MOVE DB-PR-NUM       TO DB-RPT-DTL-NUM.
084100     MOVE 'DROPPED'       TO DB-RPT-DTL-RESULT.
084200     MOVE DB-PR-SOURCE    TO DB-RPT-DTL-SOURCE.
084300     MOVE DB-PR-RESLEN    TO DB-RPT-DTL-PR-LEN.
084400     MOVE SPACES          TO DB-RPT-DTL-TN-LEN-X.
084500     WRITE DB-REPORT-RECORD FROM DB-RPT-DETAIL-LINE.
084600 2500-EXIT.
084700     EXIT.
084800
084900*----------------------------------------------------------------
085000* 2600-COMPARE-NUM
085100*   A NUM ON BOTH NIGHTS. EVERY FIELD BUT THE SOURCE MUST BE THE
085200*   SAME; THE LINE NAMES EACH GROUP OF FIELDS THAT IS NOT.
085300*----------------------------------------------------------------
085400 2600-COMPARE-NUM.
085500     MOVE SPACES TO DB-RPT-DTL-WHAT.
085600     IF DB-TN-RESLEN IS NOT EQUAL TO DB-PR-RESLEN
085700         MOVE 'RESLEN'   TO DB-RPT-WHAT-RESLEN
085800     END-IF.
085900     IF DB-TN-DIVISORS IS NOT EQUAL TO DB-PR-DIVISORS
086000         MOVE 'DIVISORS' TO DB-RPT-WHAT-DIVS
086100     END-IF.
086200     IF DB-TN-FACLEN IS NOT EQUAL TO DB-PR-FACLEN
086300         OR DB-TN-FACTORS IS NOT EQUAL TO DB-PR-FACTORS
086400         MOVE 'FACTORS'  TO DB-RPT-WHAT-FACS
086500     END-IF.
086600     IF DB-TN-PRIME-FLAG IS NOT EQUAL TO DB-PR-PRIME-FLAG
086700         OR DB-TN-SUM-PROPER IS NOT EQUAL TO DB-PR-SUM-PROPER
086800         OR DB-TN-ALIQUOT-FLAG IS NOT EQUAL TO DB-PR-ALIQUOT-FLAG
086900         MOVE 'CLASS'    TO DB-RPT-WHAT-CLASS
087000     END-IF.
087100     IF DB-TN-RC IS NOT EQUAL TO DB-PR-RC
087200         MOVE 'RC'       TO DB-RPT-WHAT-RC
087300     END-IF.
087400     IF DB-RPT-DTL-WHAT IS EQUAL TO SPACES
087500         ADD 1 TO DB-MATCHED-COUNT
087600         GO TO 2600-EXIT
087700     END-IF.
087800     ADD 1 TO DB-CHANGED-COUNT.
087900     MOVE DB-TN-NUM       TO DB-RPT-DTL-NUM.
088000     MOVE 'CHANGED'       TO DB-RPT-DTL-RESULT.
088100     MOVE DB-TN-SOURCE    TO DB-RPT-DTL-SOURCE.
088200     MOVE DB-PR-RESLEN    TO DB-RPT-DTL-PR-LEN.
088300     MOVE DB-TN-RESLEN    TO DB-RPT-DTL-TN-LEN.
088400     WRITE DB-REPORT-RECORD FROM DB-RPT-DETAIL-LINE.
088500     DISPLAY 'DIVBAT22 - NUM ' DB-TN-NUM ' CHANGED: '
088600         DB-RPT-DTL-WHAT.
088700 2600-EXIT.
088800     EXIT.
088900
089000*----------------------------------------------------------------
089100* 3000-REPORT-TOTALS
089200*   THE SOURCE VOLUMES FOR BOTH NIGHTS AND THE MATCH TOTALS.
089300*----------------------------------------------------------------
089400 3000-REPORT-TOTALS.
089500     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
089600     WRITE DB-REPORT-RECORD FROM DB-RPT-SOURCE-HEAD.
089700     PERFORM 3100-REPORT-ONE-SOURCE THRU 3100-EXIT
089800         VARYING DB-SRC-SUB FROM 1 BY 1
089900         UNTIL DB-SRC-SUB IS GREATER THAN 4.
090000
090100     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
090200     MOVE 'PRIOR RECORDS               = ' TO DB-RPT-TOT-LABEL.
090300     MOVE DB-PRIOR-READ                     TO DB-RPT-TOT-VALUE.
090400     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
090500     MOVE 'TONIGHT RECORDS             = ' TO DB-RPT-TOT-LABEL.
090600     MOVE DB-TONIGHT-READ                   TO DB-RPT-TOT-VALUE.
090700     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
090800     MOVE 'NUMS UNCHANGED              = ' TO DB-RPT-TOT-LABEL.
090900     MOVE DB-MATCHED-COUNT                  TO DB-RPT-TOT-VALUE.
091000     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
091100     MOVE 'NUMS NEW TONIGHT            = ' TO DB-RPT-TOT-LABEL.
091200     MOVE DB-NEW-COUNT                      TO DB-RPT-TOT-VALUE.
091300     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
091400     MOVE 'NUMS DROPPED OUT            = ' TO DB-RPT-TOT-LABEL.
091500     MOVE DB-DROPPED-COUNT                  TO DB-RPT-TOT-VALUE.
091600     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
091700     MOVE 'NUMS CHANGED                = ' TO DB-RPT-TOT-LABEL.
091800     MOVE DB-CHANGED-COUNT                  TO DB-RPT-TOT-VALUE.
091900     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
092000     IF DB-UNLISTED-COUNT IS GREATER THAN ZERO
092100         MOVE 'NEW/DROPPED NOT LISTED      = ' TO DB-RPT-TOT-LABEL
092200         MOVE DB-UNLISTED-COUNT TO DB-RPT-TOT-VALUE
092300         WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE
092400     END-IF.
092500     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
092600     EVALUATE TRUE
092700         WHEN NOT DB-PRIOR-RUN-FOUND
092800             MOVE 'NO COMPARISON MADE - TONIGHT IS THE FIRST RUN'
092900                 TO DB-RPT-TEXT
093000         WHEN DB-CHANGED-COUNT IS GREATER THAN ZERO
093100             MOVE '*** RESULTS CHANGED SINCE THE PRIOR RUN -'
093200                 TO DB-RPT-TEXT
093300             MOVE 'CHECK THE MASTER AND THE DIVISOR CODE' TO
093400                 DB-RPT-TEXT (43:37)
093500         WHEN OTHER
093600             MOVE 'NO NUM CHANGED SINCE THE PRIOR RUN'
093700                 TO DB-RPT-TEXT
093800     END-EVALUATE.
093900     WRITE DB-REPORT-RECORD FROM DB-RPT-TEXT-LINE.
094000 3000-EXIT.
094100     EXIT.
094200
094300*----------------------------------------------------------------
094400* 3100-REPORT-ONE-SOURCE
094500*----------------------------------------------------------------
094600 3100-REPORT-ONE-SOURCE.
094700     COMPUTE DB-SRC-SWING = DB-SRC-TONIGHT (DB-SRC-SUB)
094800         - DB-SRC-PRIOR (DB-SRC-SUB).
094900     MOVE DB-SRC-CODE (DB-SRC-SUB)    TO DB-RPT-SRC-CODE.
095000     MOVE DB-SRC-SYSTEM (DB-SRC-SUB)  TO DB-RPT-SRC-SYSTEM.
095100     MOVE DB-SRC-PRIOR (DB-SRC-SUB)   TO DB-RPT-SRC-PRIOR.
095200     MOVE DB-SRC-TONIGHT (DB-SRC-SUB) TO DB-RPT-SRC-TONIGHT.
095300     MOVE DB-SRC-SWING                TO DB-RPT-SRC-SWING.
095400     MOVE DB-SRC-NEW (DB-SRC-SUB)     TO DB-RPT-SRC-NEW.
095500     MOVE DB-SRC-DROPPED (DB-SRC-SUB) TO DB-RPT-SRC-DROPPED.
095600     WRITE DB-REPORT-RECORD FROM DB-RPT-SOURCE-LINE.
095700 3100-EXIT.
095800     EXIT.
095900
096000*----------------------------------------------------------------
096100* 4000-ARCHIVE-TONIGHT
096200*   BUILDS THE NEW ARCHIVE ON DIVARCW -- THE NEWEST RUNS BEFORE
096300*   TONIGHT UP TO THE RETENTION COUNT LESS ONE, THEN TONIGHT --
096400*   AND COPIES IT BACK OVER DIVARCH. A COPY OF TONIGHT LEFT BY AN
096500*   EARLIER ATTEMPT OF THIS STEP IS NOT KEPT; TONIGHT IS WRITTEN
096600*   FRESH FROM DIVOUTS EVERY TIME.
096700*----------------------------------------------------------------
096800 4000-ARCHIVE-TONIGHT.
096900     COMPUTE DB-OLDER-WANTED = DB-RETAIN-RUNS - 1.
097000     MOVE ZERO TO DB-RUNS-KEPT.
097100     MOVE ZERO TO DB-ARCW-EXPECTED.
097200     PERFORM 4100-MARK-ONE-RUN THRU 4100-EXIT
097300         VARYING DB-RUN-SUB FROM DB-RUN-COUNT BY -1
097400         UNTIL DB-RUN-SUB IS LESS THAN 1.
097500     ADD DB-TONIGHT-READ TO DB-ARCW-EXPECTED.
097600
097700     OPEN OUTPUT DIVARCW.
097800     IF DB-DIVARCW-STATUS IS NOT EQUAL TO '00'
097900         DISPLAY 'DIVBAT22 - UNABLE TO OPEN DIVARCW, STATUS = '
098000             DB-DIVARCW-STATUS
098100         MOVE 16 TO RETURN-CODE
098200         GOBACK
098300     END-IF.
098400     IF DB-RUNS-KEPT IS GREATER THAN ZERO
098500         PERFORM 4200-COPY-KEPT-RUNS THRU 4200-EXIT
098600     END-IF.
098700     PERFORM 4300-COPY-TONIGHT THRU 4300-EXIT.
098800     CLOSE DIVARCW.
098900     IF DB-ARCW-WRITTEN IS NOT EQUAL TO DB-ARCW-EXPECTED
099000         DISPLAY 'DIVBAT22 - NEW ARCHIVE HAS ' DB-ARCW-WRITTEN
099100             ' RECORDS, EXPECTED ' DB-ARCW-EXPECTED
099200             ' - DIVARCH NOT REPLACED'
099300         MOVE 16 TO RETURN-CODE
099400         GOBACK
099500     END-IF.
099600     PERFORM 4400-REPLACE-ARCHIVE THRU 4400-EXIT.
099700     ADD 1 TO DB-RUNS-KEPT.
099800
099900     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
100000     MOVE 'RUNS NOW ON THE ARCHIVE     = ' TO DB-RPT-TOT-LABEL.
100100     MOVE DB-RUNS-KEPT                      TO DB-RPT-TOT-VALUE.
100200     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
100300     MOVE 'RUNS DROPPED FROM ARCHIVE   = ' TO DB-RPT-TOT-LABEL.
100400     MOVE DB-RUNS-DROPPED                   TO DB-RPT-TOT-VALUE.
100500     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
100600 4000-EXIT.
100700     EXIT.
100800
100900*----------------------------------------------------------------
101000* 4100-MARK-ONE-RUN
101100*   WORKS BACK FROM THE NEWEST RUN, KEEPING RUNS UNTIL THE ROOM
101200*   LEFT BESIDE TONIGHT IS FULL.
101300*----------------------------------------------------------------
101400 4100-MARK-ONE-RUN.
101500     IF DB-RUN-ID (DB-RUN-SUB) IS EQUAL TO DB-CTL-RUN-ID
101600         GO TO 4100-EXIT
101700     END-IF.
101800     IF DB-RUNS-KEPT IS LESS THAN DB-OLDER-WANTED
101900         MOVE 'Y' TO DB-RUN-KEEP-SWITCH (DB-RUN-SUB)
102000         ADD 1 TO DB-RUNS-KEPT
102100         ADD DB-RUN-RECORDS (DB-RUN-SUB) TO DB-ARCW-EXPECTED
102200     ELSE
102300         ADD 1 TO DB-RUNS-DROPPED
102400         DISPLAY 'DIVBAT22 - RUN ' DB-RUN-ID (DB-RUN-SUB)
102500             ' OF ' DB-RUN-DATE (DB-RUN-SUB)
102600             ' DROPPED FROM ARCHIVE'
102700     END-IF.
102800 4100-EXIT.
102900     EXIT.
103000
103100*----------------------------------------------------------------
103200* 4200-COPY-KEPT-RUNS
103300*   ONE PASS OF THE OLD ARCHIVE, COPYING THE RECORDS OF EACH KEPT
103400*   RUN AS THEY ARE. THE RUNS COME IN THE SAME ORDER AS THE TABLE
103500*   WAS BUILT IN, SO THE CURRENT RUN IS FOLLOWED BY SUBSCRIPT.
103600*----------------------------------------------------------------
103700 4200-COPY-KEPT-RUNS.
103800     OPEN INPUT DIVARCH.
103900     IF DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
104000         DISPLAY 'DIVBAT22 - UNABLE TO OPEN DIVARCH, STATUS = '
104100             DB-DIVARCH-STATUS
104200         MOVE 16 TO RETURN-CODE
104300         GOBACK
104400     END-IF.
104500     MOVE 'N'  TO DB-ARCH-EOF-SWITCH.
104600     MOVE ZERO TO DB-CURR-SUB.
104700     PERFORM 1250-READ-ARCHIVE THRU 1250-EXIT.
104800     PERFORM 4250-COPY-ONE-RECORD THRU 4250-EXIT
104900         UNTIL DB-END-OF-ARCHIVE.
105000     CLOSE DIVARCH.
105100 4200-EXIT.
105200     EXIT.
105300
105400*----------------------------------------------------------------
105500* 4250-COPY-ONE-RECORD
105600*----------------------------------------------------------------
105700 4250-COPY-ONE-RECORD.
105800     IF DB-CURR-SUB IS EQUAL TO ZERO
105900         ADD 1 TO DB-CURR-SUB
106000     ELSE
106100         IF DB-AR-RUN-ID IS NOT EQUAL TO DB-RUN-ID (DB-CURR-SUB)
106200             ADD 1 TO DB-CURR-SUB
106300         END-IF
106400     END-IF.
106500     IF NOT DB-RUN-KEPT (DB-CURR-SUB)
106600         GO TO 4250-NEXT
106700     END-IF.
106800     MOVE DB-DIVARCH-RECLEN TO DB-DIVARCW-RECLEN.
106900     MOVE DB-ARCH-RECORD    TO DB-ARCW-RECORD.
107000     PERFORM 4900-WRITE-ARCW THRU 4900-EXIT.
107100 4250-NEXT.
107200     PERFORM 1250-READ-ARCHIVE THRU 1250-EXIT.
107300 4250-EXIT.
107400     EXIT.
107500
107600*----------------------------------------------------------------
107700* 4300-COPY-TONIGHT
107800*   A SECOND PASS OF DIVOUTS, STAMPING EACH RECORD WITH TONIGHT'S
107900*   BUSINESS DATE AND RUN ID. DUPLICATE NUMS ARE KEPT AS THEY
108000*   ARE, SO THE ARCHIVED RUN IS TONIGHT'S DIVOUT IN FULL.
108100*----------------------------------------------------------------
108200 4300-COPY-TONIGHT.
108300     OPEN INPUT DIVOUTS.
108400     IF DB-DIVOUTS-STATUS IS NOT EQUAL TO '00'
108500         DISPLAY 'DIVBAT22 - UNABLE TO OPEN DIVOUTS, STATUS = '
108600             DB-DIVOUTS-STATUS
108700         MOVE 16 TO RETURN-CODE
108800         GOBACK
108900     END-IF.
109000     MOVE 'N' TO DB-TONIGHT-EOF-SWITCH.
109100     PERFORM 4350-COPY-ONE-TONIGHT THRU 4350-EXIT
109200         UNTIL DB-END-OF-TONIGHT.
109300     CLOSE DIVOUTS.
109400 4300-EXIT.
109500     EXIT.
109600
109700*----------------------------------------------------------------
109800* 4350-COPY-ONE-TONIGHT
109900*----------------------------------------------------------------
110000 4350-COPY-ONE-TONIGHT.
110100     READ DIVOUTS
110200         AT END
110300             SET DB-END-OF-TONIGHT TO TRUE
110400             GO TO 4350-EXIT
110500     END-READ.
110600     IF DB-DIVOUTS-STATUS IS NOT EQUAL TO '00'
110700         DISPLAY 'DIVBAT22 - READ ERROR ON DIVOUTS, STATUS = '
110800             DB-DIVOUTS-STATUS
110900         MOVE 16 TO RETURN-CODE
111000         GOBACK
111100     END-IF.
111200     IF DB-SORTED-RECORD (1:6) IS NOT NUMERIC
111300         GO TO 4350-EXIT
111400     END-IF.
111500     MOVE SPACES            TO DB-ARCH-RECORD.
111600     MOVE DB-CTL-DATE       TO DB-AR-BUSINESS-DATE.
111700     MOVE DB-CTL-RUN-ID     TO DB-AR-RUN-ID.
111800     MOVE DB-SORTED-RECORD (1:DB-DIVOUTS-RECLEN) TO DB-AR-IMAGE.
111900     COMPUTE DB-DIVARCW-RECLEN = DB-DIVOUTS-RECLEN + 22.
112000     MOVE DB-ARCH-RECORD    TO DB-ARCW-RECORD.
112100     PERFORM 4900-WRITE-ARCW THRU 4900-EXIT.
112200 4350-EXIT.
112300     EXIT.
112400
112500*----------------------------------------------------------------
112600* 4400-REPLACE-ARCHIVE
112700*   COPIES THE NEW ARCHIVE BACK OVER DIVARCH. THE COUNTS ARE
112800*   PROVED AGAIN SO A SHORT COPY IS NEVER TAKEN FOR A GOOD ONE.
112900*----------------------------------------------------------------
113000 4400-REPLACE-ARCHIVE.
113100     OPEN INPUT DIVARCW.
113200     IF DB-DIVARCW-STATUS IS NOT EQUAL TO '00'
113300         DISPLAY 'DIVBAT22 - UNABLE TO OPEN DIVARCW, STATUS = '
113400             DB-DIVARCW-STATUS
113500         MOVE 16 TO RETURN-CODE
113600         GOBACK
113700     END-IF.
113800     OPEN OUTPUT DIVARCH.
113900     IF DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
114000         DISPLAY 'DIVBAT22 - UNABLE TO OPEN DIVARCH, STATUS = '
114100             DB-DIVARCH-STATUS
114200         MOVE 16 TO RETURN-CODE
114300         GOBACK
114400     END-IF.
114500     MOVE 'N' TO DB-ARCW-EOF-SWITCH.
114600     PERFORM 4450-REPLACE-ONE-RECORD THRU 4450-EXIT
114700         UNTIL DB-END-OF-ARCW.
114800     CLOSE DIVARCW.
114900     CLOSE DIVARCH.
115000     IF DB-ARCH-REWRITTEN IS NOT EQUAL TO DB-ARCW-WRITTEN
115100         DISPLAY 'DIVBAT22 - DIVARCH REWRITTEN WITH '
115200             DB-ARCH-REWRITTEN ' OF ' DB-ARCW-WRITTEN ' RECORDS'
115300         MOVE 16 TO RETURN-CODE
115400         GOBACK
115500     END-IF.
115600 4400-EXIT.
115700     EXIT.
115800
115900*----------------------------------------------------------------
116000* 4450-REPLACE-ONE-RECORD
116100*----------------------------------------------------------------
116200 4450-REPLACE-ONE-RECORD.
116300     READ DIVARCW
116400         AT END
116500             SET DB-END-OF-ARCW TO TRUE
116600             GO TO 4450-EXIT
116700     END-READ.
116800     IF DB-DIVARCW-STATUS IS NOT EQUAL TO '00'
116900         DISPLAY 'DIVBAT22 - READ ERROR ON DIVARCW, STATUS = '
117000             DB-DIVARCW-STATUS
117100         MOVE 16 TO RETURN-CODE
117200         GOBACK
117300     END-IF.
117400     MOVE DB-DIVARCW-RECLEN TO DB-DIVARCH-RECLEN.
117500     MOVE DB-ARCW-RECORD    TO DB-ARCH-RECORD.
117600     WRITE DB-ARCH-RECORD.
117700     IF DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
117800         DISPLAY 'DIVBAT22 - WRITE ERROR ON DIVARCH, STATUS = '
117900             DB-DIVARCH-STATUS
118000         MOVE 16 TO RETURN-CODE
118100         GOBACK
118200     END-IF.
118300     ADD 1 TO DB-ARCH-REWRITTEN.
118400 4450-EXIT.
118500     EXIT.
118600
118700*----------------------------------------------------------------
118800* 4900-WRITE-ARCW
118900*----------------------------------------------------------------
119000 4900-WRITE-ARCW.
119100     WRITE DB-ARCW-RECORD.
119200     IF DB-DIVARCW-STATUS IS NOT EQUAL TO '00'
119300         DISPLAY 'DIVBAT22 - WRITE ERROR ON DIVARCW, STATUS = '
119400             DB-DIVARCW-STATUS
119500         MOVE 16 TO RETURN-CODE
119600         GOBACK
119700     END-IF.
119800     ADD 1 TO DB-ARCW-WRITTEN.
119900 4900-EXIT.
120000     EXIT.
120100
120200*----------------------------------------------------------------
120300* 9000-TERMINATE
120400*   A CHANGED NUM ENDS THE STEP RC=8 SO THE PLANNER EXTRACT IS
120500*   HELD UNTIL SOMEONE HAS LOOKED AT IT.
120600*----------------------------------------------------------------
120700 9000-TERMINATE.
120800     CLOSE DIVCRPT.
120900     DISPLAY 'DIVBAT22 - PRIOR RECORDS     = ' DB-PRIOR-READ.
121000     DISPLAY 'DIVBAT22 - TONIGHT RECORDS   = ' DB-TONIGHT-READ.
121100     DISPLAY 'DIVBAT22 - NUMS UNCHANGED    = ' DB-MATCHED-COUNT.
121200     DISPLAY 'DIVBAT22 - NUMS NEW          = ' DB-NEW-COUNT.
121300     DISPLAY 'DIVBAT22 - NUMS DROPPED      = ' DB-DROPPED-COUNT.
121400     DISPLAY 'DIVBAT22 - NUMS CHANGED      = ' DB-CHANGED-COUNT.
121500     DISPLAY 'DIVBAT22 - ARCHIVE RECORDS   = ' DB-ARCH-REWRITTEN.
121600     DISPLAY 'DIVBAT22 - RUNS ON ARCHIVE   = ' DB-RUNS-KEPT.
121700     IF DB-CHANGED-COUNT IS GREATER THAN ZERO
121800         DISPLAY 'DIVBAT22 - RESULTS CHANGED SINCE RUN '
121900             DB-PRIOR-RUN-ID ' - PLANNER EXTRACT HELD'
122000         MOVE 8 TO RETURN-CODE
122100     END-IF.
122200 9000-EXIT.
122300     EXIT.
122400
122500 END PROGRAM DIVBAT22.
