000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVBAT16.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       PACK-CATALOG NESTING VALIDATION REPORT. THE
000800*                CATALOG IS MEANT TO BE A HIERARCHY -- INNER
000900*                CARTONS FIT EVENLY INTO CASES, CASES INTO PALLET
001000*                LAYERS. THIS REPORT TAKES THE DIVPACK ENTRIES IN
001100*                EFFECT ON THE BUSINESS DATE (FROM DIVRCTL) AND,
001200*                FOR THE GENERIC ENTRIES (BLANK PRODUCT LINE) AND
001300*                THEN FOR EACH PRODUCT LINE WITH THE GENERIC SIZES
001400*                MERGED IN EXACTLY AS DIVBAT02 AND DIVBAT08 MERGE
001500*                THEM, RUNS EVERY SIZE THROUGH DIVISORS TO WORK
001600*                OUT WHICH SIZES DIVIDE WHICH. IT PRINTS:
001700*                  - EVERY NESTING CHAIN, SMALLEST TO LARGEST,
001800*                    EACH SIZE FITTING EVENLY INTO THE NEXT;
001900*                  - EVERY SIZE THAT NESTS WITH NOTHING ELSE;
002000*                  - EACH LINE SIZE THAT NESTS WITH NO GENERIC
002100*                    SIZE, OR DUPLICATES ONE;
002200*                  - EVERY PAIR OF SIZES THAT DO NOT NEST AND
002300*                    WHOSE GCD (FROM DIVCOMON) IS BELOW THE
002400*                    MINIMUM IN THE PARM -- MIXING THEM ON ONE
002500*                    LINE GUARANTEES A REPACK. THE LCM SHOWS THE
002600*                    SMALLEST LOT THAT TAKES BOTH.
002700*                PARM='NNNNNN' IS THE SMALLEST ACCEPTABLE GCD;
002800*                WITH NO PARM ONLY COPRIME PAIRS (GCD 1) ARE
002900*                LISTED. A SIZE OF 1 (UNIT PICK) DIVIDES
003000*                EVERYTHING AND IS LEFT OUT OF THE ANALYSIS.
003100*                RC=4 MEANS SOMETHING WAS FOUND -- PACKAGING
003200*                SHOULD REVIEW THE REPORT.
003300*----------------------------------------------------------------
003400* MODIFICATION HISTORY
003500*  DATE      INIT  DESCRIPTION
003600*  10/15/26  RH    ORIGINAL PROGRAM.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT DIVPACK ASSIGN TO DIVPACK
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS DP-KEY
004800         FILE STATUS IS DB-DIVPACK-STATUS.
004900
005000     SELECT DIVRCTL ASSIGN TO DIVRCTL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS DB-DIVRCTL-STATUS.
005300
005400     SELECT DIVNSRPT ASSIGN TO DIVNSRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS DB-DIVNSRPT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  DIVPACK
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DIVPACK.
006400
006500 FD  DIVRCTL
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DIVRCTL.
006900
007000 FD  DIVNSRPT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  DB-REPORT-RECORD      PIC X(133).
007400
007500 WORKING-STORAGE SECTION.
007600 01  DB-SWITCHES.
007700     03  DB-PACK-EOF-SWITCH PIC X(01)  VALUE 'N'.
007800         88  DB-END-OF-PACK         VALUE 'Y'.
007900     03  DB-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
008000         88  DB-FOUND               VALUE 'Y'.
008100     03  DB-BLOCK-SWITCH    PIC X(01)  VALUE 'N'.
008200         88  DB-COVER-BLOCKED       VALUE 'Y'.
008300     03  DB-CAP-SWITCH      PIC X(01)  VALUE 'N'.
008400         88  DB-CHAINS-CAPPED       VALUE 'Y'.
008500     03  DB-LINE-END-SWITCH PIC X(01)  VALUE 'N'.
008600         88  DB-LINE-ENDED          VALUE 'Y'.
008700     03  DB-GROUP-TYPE      PIC X(01)  VALUE 'G'.
008800         88  DB-GROUP-IS-GENERIC    VALUE 'G'.
008900         88  DB-GROUP-IS-LINE       VALUE 'L'.
009000
009100 01  DB-FILE-STATUSES.
009200     03  DB-DIVPACK-STATUS  PIC X(02)  VALUE '00'.
009300     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
009400     03  DB-DIVNSRPT-STATUS PIC X(02)  VALUE '00'.
009500
009600 01  DB-COUNTERS.
009700     03  DB-PACK-LOADED     PIC 9(3)  COMP  VALUE ZERO.
009800     03  DB-PACK-NOT-IN-EFFECT PIC 9(7) COMP VALUE ZERO.
009900     03  DB-UNIT-SKIPPED    PIC 9(7)  COMP  VALUE ZERO.
010000     03  DB-BAD-RECORDS     PIC 9(7)  COMP  VALUE ZERO.
010100     03  DB-GROUPS-CHECKED  PIC 9(7)  COMP  VALUE ZERO.
010200     03  DB-CHAINS-TOTAL    PIC 9(7)  COMP  VALUE ZERO.
010300     03  DB-ORPHANS-TOTAL   PIC 9(7)  COMP  VALUE ZERO.
010400     03  DB-NO-NEST-TOTAL   PIC 9(7)  COMP  VALUE ZERO.
010500     03  DB-REDUNDANT-TOTAL PIC 9(7)  COMP  VALUE ZERO.
010600     03  DB-PAIRS-TOTAL     PIC 9(7)  COMP  VALUE ZERO.
010700     03  DB-GRP-CHAINS      PIC 9(7)  COMP  VALUE ZERO.
010800     03  DB-GRP-FINDINGS    PIC 9(7)  COMP  VALUE ZERO.
010900     03  DB-GRP-OWN         PIC 9(3)  COMP  VALUE ZERO.
011000     03  DB-GRP-GENERIC     PIC 9(3)  COMP  VALUE ZERO.
011100
011200 01  DB-SUBSCRIPTS.
011300     03  DB-C               PIC 9(3)  COMP-5 VALUE ZERO.
011400     03  DB-D               PIC 9(3)  COMP-5 VALUE ZERO.
011500     03  DB-G               PIC 9(3)  COMP-5 VALUE ZERO.
011600     03  DB-I               PIC 9(3)  COMP-5 VALUE ZERO.
011700     03  DB-J               PIC 9(3)  COMP-5 VALUE ZERO.
011800     03  DB-K               PIC 9(3)  COMP-5 VALUE ZERO.
011900     03  DB-M               PIC 9(3)  COMP-5 VALUE ZERO.
012000     03  DB-R               PIC 9(3)  COMP-5 VALUE ZERO.
012100     03  DB-X               PIC 9(3)  COMP-5 VALUE ZERO.
012200     03  DB-Y               PIC 9(3)  COMP-5 VALUE ZERO.
012300     03  DB-NEXT-NODE       PIC 9(3)  COMP-5 VALUE ZERO.
012400     03  DB-LINE-START      PIC 9(3)  COMP-5 VALUE ZERO.
012500     03  DB-LINE-END        PIC 9(3)  COMP-5 VALUE ZERO.
012600
012700*    THE BUSINESS DATE THE CATALOG IS EVALUATED AGAINST -- THE
012800*    DATE OF THE MOST RECENT NIGHTLY RUN OPENED ON DIVRCTL.
012900 01  DB-BUSINESS-DATE       PIC 9(8)  VALUE ZERO.
013000
013100*    THE SMALLEST GCD TWO SIZES ON ONE LINE MAY SHARE BEFORE THE
013200*    PAIR IS LISTED AS A REPACK RISK. SET FROM THE PARM.
013300 01  DB-MIN-GCD             PIC 9(6)  VALUE 2.
013400
013500 01  DB-PARM-WORK.
013600     03  DB-PARM-TEXT       PIC X(06)  VALUE ZEROS.
013700     03  DB-PARM-NUMBER     REDEFINES DB-PARM-TEXT
013800                            PIC 9(6).
013900     03  DB-PARM-START      PIC 9(4)  COMP  VALUE ZERO.
014000
014100*    THE CATALOG ENTRIES IN EFFECT, AS LOADED AT START-UP, IN KEY
014200*    ORDER (SO EACH LINE'S SIZES ARE TOGETHER AND ASCENDING). THE
014300*    GENERIC ENTRIES ARE HELD APART SO THEY CAN BE MERGED INTO
014400*    EVERY LINE. THE 200-ENTRY LIMIT IS SHARED, THE SAME LIMIT
014500*    DIVBAT02 AND DIVBAT08 PUT ON THE WHOLE CATALOG.
014600 01  DB-CAT-TABLE.
014700     03  DB-CAT-MAX         PIC 9(3)  COMP  VALUE 200.
014800     03  DB-CAT-LOADED      PIC 9(3)  COMP  VALUE ZERO.
014900     03  DB-CAT-ENTRY       OCCURS 200 TIMES.
015000         05  DB-CAT-PROD-LINE  PIC X(4).
015100         05  DB-CAT-SIZE       PIC 9(6).
015200
015300 01  DB-GEN-TABLE.
015400     03  DB-GEN-LOADED      PIC 9(3)  COMP  VALUE ZERO.
015500     03  DB-GEN-SIZE        OCCURS 200 TIMES
015600                            PIC 9(6).
015700
015800 01  DB-CUR-LINE            PIC X(4)  VALUE SPACES.
015900
016000*    THE SIZES OF THE GROUP BEING CHECKED, ASCENDING. ORIGIN IS
016100*    L (THE LINE'S OWN ENTRY), G (A GENERIC ENTRY MERGED IN) OR
016200*    B (LISTED BOTH WAYS); MARK IS WHAT THE REPORT PRINTS AFTER
016300*    THE SIZE ('G' FOR A MERGED-IN GENERIC SIZE).
016400 01  DB-WORK-LIST.
016500     03  DB-WK-COUNT        PIC 9(3)  COMP  VALUE ZERO.
016600     03  DB-WK-ENTRY        OCCURS 200 TIMES.
016700         05  DB-WK-SIZE        PIC 9(6).
016800         05  DB-WK-ORIGIN      PIC X(1).
016900         05  DB-WK-MARK        PIC X(1).
017000         05  DB-WK-HAS-PRED    PIC X(1).
017100         05  DB-WK-HAS-SUCC    PIC X(1).
017200
017300 01  DB-ADD-FIELDS.
017400     03  DB-ADD-SIZE        PIC 9(6)  VALUE ZERO.
017500     03  DB-ADD-ORIGIN      PIC X(1)  VALUE SPACE.
017600
017700*    DB-REL (I, J) IS 'Y' WHEN SIZE I DIVIDES SIZE J (I < J).
017800*    DB-COVER (I, J) IS 'Y' WHEN SIZE I DIVIDES SIZE J WITH NO
017900*    OTHER SIZE OF THE GROUP NESTING BETWEEN THEM -- THE LINKS
018000*    THE CHAINS ARE WALKED ALONG.
018100 01  DB-REL-MATRIX.
018200     03  DB-REL-ROW         OCCURS 200 TIMES.
018300         05  DB-REL            PIC X(1)  OCCURS 200 TIMES.
018400
018500 01  DB-COVER-MATRIX.
018600     03  DB-COVER-ROW       OCCURS 200 TIMES.
018700         05  DB-COVER          PIC X(1)  OCCURS 200 TIMES.
018800
018900*    THE CHAIN BEING WALKED: ONE ENTRY PER SIZE ON IT, WITH THE
019000*    NEXT CANDIDATE TO TRY FROM THAT SIZE. A LINE WITH MORE THAN
019100*    500 CHAINS HAS THE LISTING CUT OFF; NOTHING REAL COMES NEAR.
019200 01  DB-WALK-STACK.
019300     03  DB-DEPTH           PIC 9(3)  COMP  VALUE ZERO.
019400     03  DB-CHAIN-MAX       PIC 9(3)  COMP  VALUE 500.
019500     03  DB-STK-ENTRY       OCCURS 200 TIMES.
019600         05  DB-STK-NODE       PIC 9(3)  COMP.
019700         05  DB-STK-NEXT       PIC 9(3)  COMP.
019800
019900 01  DB-CHAIN-WORK.
020000     03  DB-PTR             PIC 9(3)  COMP  VALUE ZERO.
020100     03  DB-LEAD            PIC 9(3)  COMP  VALUE ZERO.
020200     03  DB-EDIT-SIZE       PIC Z(5)9.
020300
020400 01  DB-CALL-NUM            PIC 9(6) COMP-5.
020500     COPY DIVRSLT.
020600
020700 01  DB-GCD-NUM-A           PIC 9(6) COMP-5.
020800 01  DB-GCD-NUM-B           PIC 9(6) COMP-5.
020900     COPY DIVCRSLT.
021000
021100 01  DB-RPT-HEADING1.
021200     03  FILLER             PIC X(01)  VALUE '1'.
021300     03  FILLER             PIC X(52)  VALUE
021400         'DIVBAT16 - PACK CATALOG NESTING VALIDATION'.
021500     03  FILLER             PIC X(80)  VALUE SPACES.
021600
021700 01  DB-RPT-DATE-LINE.
021800     03  FILLER             PIC X(01)  VALUE ' '.
021900     03  FILLER             PIC X(21)  VALUE
022000         'CATALOG IN EFFECT ON '.
022100     03  DB-RPT-BUS-DATE    PIC 9(8).
022200     03  FILLER             PIC X(25)  VALUE
022300         '   REPACK RISK BELOW GCD '.
022400     03  DB-RPT-MIN-GCD     PIC Z(5)9.
022500     03  FILLER             PIC X(72)  VALUE SPACES.
022600
022700 01  DB-RPT-LEGEND.
022800     03  FILLER             PIC X(01)  VALUE ' '.
022900     03  FILLER             PIC X(53)  VALUE
023000         'SIZES MARKED G ARE GENERIC ENTRIES MERGED INTO A LINE'.
023100     03  FILLER             PIC X(79)  VALUE SPACES.
023200
023300 01  DB-RPT-BLANK.
023400     03  FILLER             PIC X(01)  VALUE ' '.
023500     03  FILLER             PIC X(132) VALUE SPACES.
023600
023700 01  DB-RPT-GROUP-LINE.
023800     03  FILLER             PIC X(01)  VALUE ' '.
023900     03  DB-RPT-GROUP-NAME  PIC X(30).
024000     03  FILLER             PIC X(16)  VALUE 'SIZES IN EFFECT '.
024100     03  DB-RPT-GRP-SIZES   PIC ZZ9.
024200     03  FILLER             PIC X(06)  VALUE '  OWN '.
024300     03  DB-RPT-GRP-OWN     PIC ZZ9.
024400     03  FILLER             PIC X(10)  VALUE '  GENERIC '.
024500     03  DB-RPT-GRP-GEN     PIC ZZ9.
024600     03  FILLER             PIC X(61)  VALUE SPACES.
024700
024800 01  DB-RPT-SECTION-LINE.
024900     03  FILLER             PIC X(05)  VALUE SPACES.
025000     03  DB-RPT-SECTION     PIC X(48).
025100     03  FILLER             PIC X(80)  VALUE SPACES.
025200
025300 01  DB-RPT-CHAIN-LINE.
025400     03  FILLER             PIC X(09)  VALUE SPACES.
025500     03  DB-RPT-CHAIN-TEXT  PIC X(120).
025600     03  FILLER             PIC X(04)  VALUE SPACES.
025700
025800 01  DB-RPT-FINDING-LINE.
025900     03  FILLER             PIC X(09)  VALUE SPACES.
026000     03  DB-RPT-FIND-SIZE   PIC Z(5)9.
026100     03  DB-RPT-FIND-MARK   PIC X(01).
026200     03  FILLER             PIC X(03)  VALUE SPACES.
026300     03  DB-RPT-FIND-TEXT   PIC X(60).
026400     03  FILLER             PIC X(54)  VALUE SPACES.
026500
026600 01  DB-RPT-PAIR-LINE.
026700     03  FILLER             PIC X(09)  VALUE SPACES.
026800     03  DB-RPT-PAIR-A      PIC Z(5)9.
026900     03  DB-RPT-PAIR-A-MARK PIC X(01).
027000     03  FILLER             PIC X(05)  VALUE ' AND '.
027100     03  DB-RPT-PAIR-B      PIC Z(5)9.
027200     03  DB-RPT-PAIR-B-MARK PIC X(01).
027300     03  FILLER             PIC X(07)  VALUE '   GCD '.
027400     03  DB-RPT-PAIR-GCD    PIC Z(5)9.
027500     03  FILLER             PIC X(07)  VALUE '   LCM '.
027600     03  DB-RPT-PAIR-LCM    PIC Z(11)9.
027700     03  FILLER             PIC X(73)  VALUE SPACES.
027800
027900 01  DB-RPT-NOTE-LINE.
028000     03  FILLER             PIC X(09)  VALUE SPACES.
028100     03  DB-RPT-NOTE        PIC X(80).
028200     03  FILLER             PIC X(44)  VALUE SPACES.
028300
028400 01  DB-RPT-TOTAL-LINE.
028500     03  FILLER             PIC X(01)  VALUE ' '.
028600     03  DB-RPT-TOT-LABEL   PIC X(26).
028700     03  DB-RPT-TOT-VALUE   PIC Z(6)9.
028800     03  FILLER             PIC X(99)  VALUE SPACES.
028900
029000 LINKAGE SECTION.
029100 01  DB-PARM-PASSED.
029200     03  DB-PARM-LEN        PIC S9(4) COMP.
029300     03  DB-PARM-DATA       PIC X(20).
029400
029500 PROCEDURE DIVISION USING DB-PARM-PASSED.
029600*----------------------------------------------------------------
029700* 0000-MAIN-LOGIC
029800*----------------------------------------------------------------
029900 0000-MAIN-LOGIC.
030000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
030100     PERFORM 2000-CHECK-GENERIC  THRU 2000-EXIT.
030200     MOVE 1 TO DB-C.
030300     PERFORM 2100-CHECK-ONE-LINE THRU 2100-EXIT
030400         UNTIL DB-C IS GREATER THAN DB-CAT-LOADED.
030500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
030600     GOBACK.
030700
030800*----------------------------------------------------------------
030900* 1000-INITIALIZE
031000*   TAKES THE MINIMUM GCD FROM THE PARM, THE BUSINESS DATE FROM
031100*   DIVRCTL, LOADS THE CATALOG ENTRIES IN EFFECT AND STARTS THE
031200*   REPORT.
031300*----------------------------------------------------------------
031400 1000-INITIALIZE.
031500     IF DB-PARM-LEN IS GREATER THAN ZERO
031600         PERFORM 1100-PARSE-PARM THRU 1100-EXIT
031700     END-IF.
031800     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
031900
032000     OPEN INPUT DIVPACK.
032100     IF DB-DIVPACK-STATUS IS NOT EQUAL TO '00'
032200         DISPLAY 'DIVBAT16 - UNABLE TO OPEN DIVPACK, STATUS = '
032300             DB-DIVPACK-STATUS
032400         MOVE 16 TO RETURN-CODE
032500         GOBACK
032600     END-IF.
032700     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT.
032800     CLOSE DIVPACK.
032900
033000     OPEN OUTPUT DIVNSRPT.
033100     IF DB-DIVNSRPT-STATUS IS NOT EQUAL TO '00'
033200         DISPLAY 'DIVBAT16 - UNABLE TO OPEN DIVNSRPT, STATUS = '
033300             DB-DIVNSRPT-STATUS
033400         MOVE 16 TO RETURN-CODE
033500         GOBACK
033600     END-IF.
033700     MOVE DB-BUSINESS-DATE TO DB-RPT-BUS-DATE.
033800     MOVE DB-MIN-GCD       TO DB-RPT-MIN-GCD.
033900     WRITE DB-REPORT-RECORD FROM DB-RPT-HEADING1.
034000     WRITE DB-REPORT-RECORD FROM DB-RPT-DATE-LINE.
034100     WRITE DB-REPORT-RECORD FROM DB-RPT-LEGEND.
034200 1000-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------
034600* 1050-READ-RUN-CONTROL
034700*   PICKS UP THE BUSINESS DATE FROM DIVRCTL, OPEN OR ALREADY
034800*   CERTIFIED, THE SAME AS DIVBAT02. NO FILE OR NO RECORD STOPS
034900*   THE RUN -- WITHOUT A DATE THERE IS NO WAY TO TELL WHICH
035000*   CATALOG ENTRIES ARE IN EFFECT.
035100*----------------------------------------------------------------
035200 1050-READ-RUN-CONTROL.
035300     OPEN INPUT DIVRCTL.
035400     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
035500         DISPLAY 'DIVBAT16 - UNABLE TO OPEN DIVRCTL, STATUS = '
035600             DB-DIVRCTL-STATUS
035700         MOVE 16 TO RETURN-CODE
035800         GOBACK
035900     END-IF.
036000     READ DIVRCTL
036100         AT END
036200             CONTINUE
036300     END-READ.
036400     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
036500         OR DR-BUSINESS-DATE IS NOT NUMERIC
036600         DISPLAY 'DIVBAT16 - NO BUSINESS DATE ON DIVRCTL, '
036700             'STATUS = ' DB-DIVRCTL-STATUS
036800         MOVE 16 TO RETURN-CODE
036900         GOBACK
037000     END-IF.
037100     MOVE DR-BUSINESS-DATE TO DB-BUSINESS-DATE.
037200     CLOSE DIVRCTL.
037300     DISPLAY 'DIVBAT16 - BUSINESS DATE     = ' DB-BUSINESS-DATE.
037400 1050-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------
037800* 1100-PARSE-PARM
037900*   THE MINIMUM GCD, ONE TO SIX DIGITS, WITHOUT LEADING ZEROS IF
038000*   PREFERRED. IT IS RIGHT-JUSTIFIED INTO A ZERO-FILLED WORK
038100*   FIELD BEFORE THE NUMERIC TEST, THE SAME WAY DIVBAT14 TAKES
038200*   ITS SLICE WIDTH.
038300*----------------------------------------------------------------
038400 1100-PARSE-PARM.
038500     MOVE ZEROS TO DB-PARM-TEXT.
038600     IF DB-PARM-LEN IS NOT GREATER THAN 6
038700         COMPUTE DB-PARM-START = 7 - DB-PARM-LEN
038800         MOVE DB-PARM-DATA (1:DB-PARM-LEN) TO
038900             DB-PARM-TEXT (DB-PARM-START:DB-PARM-LEN)
039000     END-IF.
039100     IF DB-PARM-LEN IS GREATER THAN 6
039200         OR DB-PARM-TEXT IS NOT NUMERIC
039300         OR DB-PARM-NUMBER IS EQUAL TO ZERO
039400         DISPLAY 'DIVBAT16 - PARM MUST BE THE MINIMUM GCD, '
039500             '1 TO 6 DIGITS'
039600         MOVE 16 TO RETURN-CODE
039700         GOBACK
039800     END-IF.
039900     MOVE DB-PARM-NUMBER TO DB-MIN-GCD.
040000 1100-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------
040400* 1200-LOAD-CATALOG
040500*   READS THE CATALOG IN KEY ORDER. ENTRIES NOT IN EFFECT ON THE
040600*   BUSINESS DATE, BAD RECORDS AND UNIT-PICK SIZES ARE COUNTED
040700*   AND PASSED OVER, AS IN DIVBAT02; A CATALOG BIGGER THAN THE
040800*   TABLE ABENDS THE RUN.
040900*----------------------------------------------------------------
041000 1200-LOAD-CATALOG.
041100     PERFORM 1210-READ-ONE-PACK THRU 1210-EXIT
041200         UNTIL DB-END-OF-PACK.
041300     DISPLAY 'DIVBAT16 - PACK SIZES LOADED = ' DB-PACK-LOADED.
041400     DISPLAY 'DIVBAT16 - NOT IN EFFECT     = '
041500         DB-PACK-NOT-IN-EFFECT.
041600 1200-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------
042000* 1210-READ-ONE-PACK
042100*----------------------------------------------------------------
042200 1210-READ-ONE-PACK.
042300     READ DIVPACK
042400         AT END
042500             SET DB-END-OF-PACK TO TRUE
042600     END-READ.
042700     IF DB-END-OF-PACK
042800         GO TO 1210-EXIT
042900     END-IF.
043000     IF DP-PACK-SIZE IS NOT NUMERIC
043100         OR DP-PACK-SIZE IS EQUAL TO ZERO
043200         OR DP-EFFECTIVE-DATE IS NOT NUMERIC
043300         OR DP-RETIRE-DATE IS NOT NUMERIC
043400         DISPLAY 'DIVBAT16 - BAD PACK CATALOG RECORD SKIPPED, '
043500             'PROD LINE = ' DP-PROD-LINE
043600         ADD 1 TO DB-BAD-RECORDS
043700         GO TO 1210-EXIT
043800     END-IF.
043900     IF DP-EFFECTIVE-DATE IS GREATER THAN DB-BUSINESS-DATE
044000         OR (DP-RETIRE-DATE IS NOT EQUAL TO ZERO
044100             AND DP-RETIRE-DATE IS NOT GREATER THAN
044200                 DB-BUSINESS-DATE)
044300         ADD 1 TO DB-PACK-NOT-IN-EFFECT
044400         GO TO 1210-EXIT
044500     END-IF.
044600     IF DP-PACK-SIZE IS EQUAL TO 1
044700         ADD 1 TO DB-UNIT-SKIPPED
044800         GO TO 1210-EXIT
044900     END-IF.
045000     IF DB-PACK-LOADED IS EQUAL TO DB-CAT-MAX
045100         DISPLAY 'DIVBAT16 - PACK CATALOG EXCEEDS TABLE OF '
045200             DB-CAT-MAX ' ENTRIES'
045300         MOVE 16 TO RETURN-CODE
045400         GOBACK
045500     END-IF.
045600     ADD 1 TO DB-PACK-LOADED.
045700     IF DP-PROD-LINE IS EQUAL TO SPACES
045800         ADD 1 TO DB-GEN-LOADED
045900         MOVE DP-PACK-SIZE TO DB-GEN-SIZE (DB-GEN-LOADED)
046000     ELSE
046100         ADD 1 TO DB-CAT-LOADED
046200         MOVE DP-PROD-LINE TO DB-CAT-PROD-LINE (DB-CAT-LOADED)
046300         MOVE DP-PACK-SIZE TO DB-CAT-SIZE (DB-CAT-LOADED)
046400     END-IF.
046500 1210-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------------
046900* 2000-CHECK-GENERIC
047000*   THE GENERIC SIZES ON THEIR OWN COME FIRST -- A PROBLEM AMONG
047100*   THEM SHOWS UP ON EVERY LINE, AND IS REPORTED ONCE, HERE.
047200*----------------------------------------------------------------
047300 2000-CHECK-GENERIC.
047400     IF DB-GEN-LOADED IS EQUAL TO ZERO
047500         WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK
047600         MOVE 'NO GENERIC SIZES IN EFFECT' TO DB-RPT-NOTE
047700         WRITE DB-REPORT-RECORD FROM DB-RPT-NOTE-LINE
047800         GO TO 2000-EXIT
047900     END-IF.
048000     SET DB-GROUP-IS-GENERIC TO TRUE.
048100     MOVE ZERO TO DB-WK-COUNT.
048200     PERFORM 2010-ADD-GENERIC THRU 2010-EXIT
048300         VARYING DB-G FROM 1 BY 1
048400         UNTIL DB-G IS GREATER THAN DB-GEN-LOADED.
048500     MOVE 'GENERIC (BLANK PRODUCT LINE)' TO DB-RPT-GROUP-NAME.
048600     MOVE DB-GEN-LOADED TO DB-GRP-OWN.
048700     MOVE ZERO          TO DB-GRP-GENERIC.
048800     PERFORM 3000-ANALYZE-GROUP THRU 3000-EXIT.
048900 2000-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------------
049300* 2010-ADD-GENERIC
049400*----------------------------------------------------------------
049500 2010-ADD-GENERIC.
049600     MOVE DB-GEN-SIZE (DB-G) TO DB-ADD-SIZE.
049700     MOVE 'G'                TO DB-ADD-ORIGIN.
049800     PERFORM 2220-ADD-WORK-SIZE THRU 2220-EXIT.
049900 2010-EXIT.
050000     EXIT.
050100
050200*----------------------------------------------------------------
050300* 2100-CHECK-ONE-LINE
050400*   ONE PRODUCT LINE: FINDS WHERE ITS ENTRIES END IN THE TABLE,
050500*   MERGES IN THE GENERIC SIZES AND ANALYZES THE RESULT. LEAVES
050600*   DB-C AT THE FIRST ENTRY OF THE NEXT LINE.
050700*----------------------------------------------------------------
050800 2100-CHECK-ONE-LINE.
050900     MOVE DB-C TO DB-LINE-START.
051000     MOVE DB-C TO DB-LINE-END.
051100     MOVE DB-CAT-PROD-LINE (DB-C) TO DB-CUR-LINE.
051200     MOVE 'N' TO DB-LINE-END-SWITCH.
051300     PERFORM 2110-FIND-LINE-END THRU 2110-EXIT
051400         VARYING DB-C FROM DB-LINE-START BY 1
051500         UNTIL DB-C IS GREATER THAN DB-CAT-LOADED
051600             OR DB-LINE-ENDED.
051700     COMPUTE DB-C = DB-LINE-END + 1.
051800
051900     SET DB-GROUP-IS-LINE TO TRUE.
052000     PERFORM 2200-MERGE-SIZES THRU 2200-EXIT.
052100     MOVE SPACES TO DB-RPT-GROUP-NAME.
052200     STRING 'PRODUCT LINE ' DB-CUR-LINE
052300         DELIMITED BY SIZE INTO DB-RPT-GROUP-NAME.
052400     COMPUTE DB-GRP-OWN = DB-LINE-END - DB-LINE-START + 1.
052500     COMPUTE DB-GRP-GENERIC = DB-WK-COUNT - DB-GRP-OWN.
052600     PERFORM 3000-ANALYZE-GROUP THRU 3000-EXIT.
052700 2100-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------
053100* 2110-FIND-LINE-END
053200*----------------------------------------------------------------
053300 2110-FIND-LINE-END.
053400     IF DB-CAT-PROD-LINE (DB-C) IS NOT EQUAL TO DB-CUR-LINE
053500         SET DB-LINE-ENDED TO TRUE
053600     ELSE
053700         MOVE DB-C TO DB-LINE-END
053800     END-IF.
053900 2110-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------------
054300* 2200-MERGE-SIZES
054400*   MERGES THE LINE'S OWN SIZES (ENTRIES DB-LINE-START THRU
054500*   DB-LINE-END) WITH THE GENERIC SIZES. BOTH ARE ASCENDING, SO
054600*   THE WORK LIST COMES OUT ASCENDING; A SIZE ON BOTH IS TAKEN
054700*   ONCE, AS DIVBAT02 REPORTS IT ONCE.
054800*----------------------------------------------------------------
054900 2200-MERGE-SIZES.
055000     MOVE ZERO          TO DB-WK-COUNT.
055100     MOVE 1             TO DB-G.
055200     MOVE DB-LINE-START TO DB-M.
055300     PERFORM 2210-MERGE-ONE THRU 2210-EXIT
055400         UNTIL DB-G IS GREATER THAN DB-GEN-LOADED
055500             AND DB-M IS GREATER THAN DB-LINE-END.
055600 2200-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------------
056000* 2210-MERGE-ONE
056100*----------------------------------------------------------------
056200 2210-MERGE-ONE.
056300     EVALUATE TRUE
056400         WHEN DB-G IS GREATER THAN DB-GEN-LOADED
056500             MOVE DB-CAT-SIZE (DB-M) TO DB-ADD-SIZE
056600             MOVE 'L' TO DB-ADD-ORIGIN
056700             ADD 1 TO DB-M
056800         WHEN DB-M IS GREATER THAN DB-LINE-END
056900             MOVE DB-GEN-SIZE (DB-G) TO DB-ADD-SIZE
057000             MOVE 'G' TO DB-ADD-ORIGIN
057100             ADD 1 TO DB-G
057200         WHEN DB-GEN-SIZE (DB-G) IS EQUAL TO DB-CAT-SIZE (DB-M)
057300             MOVE DB-CAT-SIZE (DB-M) TO DB-ADD-SIZE
057400             MOVE 'B' TO DB-ADD-ORIGIN
057500             ADD 1 TO DB-G
057600             ADD 1 TO DB-M
057700         WHEN DB-GEN-SIZE (DB-G) IS LESS THAN DB-CAT-SIZE (DB-M)
057800             MOVE DB-GEN-SIZE (DB-G) TO DB-ADD-SIZE
057900             MOVE 'G' TO DB-ADD-ORIGIN
058000             ADD 1 TO DB-G
058100         WHEN OTHER
058200             MOVE DB-CAT-SIZE (DB-M) TO DB-ADD-SIZE
058300             MOVE 'L' TO DB-ADD-ORIGIN
058400             ADD 1 TO DB-M
058500     END-EVALUATE.
058600     PERFORM 2220-ADD-WORK-SIZE THRU 2220-EXIT.
058700 2210-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100* 2220-ADD-WORK-SIZE
059200*   ONLY A GENERIC SIZE MERGED INTO A LINE IS MARKED ON THE
059300*   REPORT; IN THE GENERIC GROUP ITSELF EVERY SIZE IS GENERIC.
059400*----------------------------------------------------------------
059500 2220-ADD-WORK-SIZE.
059600     ADD 1 TO DB-WK-COUNT.
059700     MOVE DB-ADD-SIZE   TO DB-WK-SIZE (DB-WK-COUNT).
059800     MOVE DB-ADD-ORIGIN TO DB-WK-ORIGIN (DB-WK-COUNT).
059900     MOVE SPACE         TO DB-WK-MARK (DB-WK-COUNT).
060000     IF DB-GROUP-IS-LINE
060100         AND DB-ADD-ORIGIN IS EQUAL TO 'G'
060200         MOVE 'G' TO DB-WK-MARK (DB-WK-COUNT)
060300     END-IF.
060400     MOVE 'N' TO DB-WK-HAS-PRED (DB-WK-COUNT).
060500     MOVE 'N' TO DB-WK-HAS-SUCC (DB-WK-COUNT).
060600 2220-EXIT.
060700     EXIT.
060800
060900*----------------------------------------------------------------
061000* 3000-ANALYZE-GROUP
061100*   EVERYTHING REPORTED FOR ONE GROUP OF SIZES (THE GENERIC
061200*   ENTRIES, OR ONE LINE WITH THE GENERIC ENTRIES MERGED IN).
061300*----------------------------------------------------------------
061400 3000-ANALYZE-GROUP.
061500     ADD 1 TO DB-GROUPS-CHECKED.
061600     MOVE DB-WK-COUNT    TO DB-RPT-GRP-SIZES.
061700     MOVE DB-GRP-OWN     TO DB-RPT-GRP-OWN.
061800     MOVE DB-GRP-GENERIC TO DB-RPT-GRP-GEN.
061900     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
062000     WRITE DB-REPORT-RECORD FROM DB-RPT-GROUP-LINE.
062100
062200     PERFORM 3100-BUILD-RELATIONS THRU 3100-EXIT.
062300     PERFORM 3200-BUILD-COVERS    THRU 3200-EXIT.
062400     PERFORM 3300-PRINT-CHAINS    THRU 3300-EXIT.
062500     PERFORM 3400-PRINT-ORPHANS   THRU 3400-EXIT.
062600     IF DB-GROUP-IS-LINE
062700         AND DB-GEN-LOADED IS GREATER THAN ZERO
062800         PERFORM 3500-CHECK-GENERIC-NEST THRU 3500-EXIT
062900     END-IF.
063000     PERFORM 3600-CHECK-GCD-PAIRS THRU 3600-EXIT.
063100 3000-EXIT.
063200     EXIT.
063300
063400*----------------------------------------------------------------
063500* 3100-BUILD-RELATIONS
063600*   RUNS EACH SIZE THROUGH DIVISORS AND MARKS EVERY SMALLER SIZE
063700*   OF THE GROUP THAT TURNS UP IN ITS DIVISOR LIST. THE FIRST
063800*   (SMALLEST) SIZE CAN DIVIDE NOTHING SMALLER, SO IT IS SKIPPED.
063900*----------------------------------------------------------------
064000 3100-BUILD-RELATIONS.
064100     MOVE ALL 'N' TO DB-REL-MATRIX.
064200     MOVE ALL 'N' TO DB-COVER-MATRIX.
064300     PERFORM 3110-DIVIDE-ONE-SIZE THRU 3110-EXIT
064400         VARYING DB-J FROM 2 BY 1
064500         UNTIL DB-J IS GREATER THAN DB-WK-COUNT.
064600 3100-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------
065000* 3110-DIVIDE-ONE-SIZE
065100*----------------------------------------------------------------
065200 3110-DIVIDE-ONE-SIZE.
065300     MOVE DB-WK-SIZE (DB-J) TO DB-CALL-NUM.
065400     SET DIV-SRC-PACK-CHECK TO TRUE.
065500     CALL 'DIVISORS' USING DB-CALL-NUM DIV-RESULT.
065600     IF NOT DIV-RC-OK
065700         DISPLAY 'DIVBAT16 - DIVISORS RC = ' DIV-RC
065800             ' FOR PACK SIZE ' DB-WK-SIZE (DB-J)
065900         GO TO 3110-EXIT
066000     END-IF.
066100     PERFORM 3120-CHECK-ONE-SMALLER THRU 3120-EXIT
066200         VARYING DB-I FROM 1 BY 1
066300         UNTIL DB-I IS NOT LESS THAN DB-J.
066400 3110-EXIT.
066500     EXIT.
066600
066700*----------------------------------------------------------------
066800* 3120-CHECK-ONE-SMALLER
066900*----------------------------------------------------------------
067000 3120-CHECK-ONE-SMALLER.
067100     MOVE 'N' TO DB-FOUND-SWITCH.
067200     PERFORM 3130-SCAN-DIVISORS THRU 3130-EXIT
067300         VARYING DB-R FROM 1 BY 1
067400         UNTIL DB-R IS GREATER THAN DIV-RESLEN
067500             OR DB-FOUND.
067600     IF DB-FOUND
067700         MOVE 'Y' TO DB-REL (DB-I, DB-J)
067800         MOVE 'Y' TO DB-WK-HAS-SUCC (DB-I)
067900         MOVE 'Y' TO DB-WK-HAS-PRED (DB-J)
068000     END-IF.
068100 3120-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------------
068500* 3130-SCAN-DIVISORS
068600*----------------------------------------------------------------
068700 3130-SCAN-DIVISORS.
068800     IF DIV-RES (DB-R) IS EQUAL TO DB-WK-SIZE (DB-I)
068900         SET DB-FOUND TO TRUE
069000     END-IF.
069100 3130-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------------
069500* 3200-BUILD-COVERS
069600*   KEEPS ONLY THE DIRECT LINKS: I NESTS STRAIGHT INTO J WHEN NO
069700*   OTHER SIZE K OF THE GROUP SITS BETWEEN THEM (I DIVIDES K AND
069800*   K DIVIDES J). A CHAIN OF 6, 12, 24 IS THEN PRINTED AS SUCH
069900*   RATHER THAN ALSO AS 6, 24.
070000*----------------------------------------------------------------
070100 3200-BUILD-COVERS.
070200     PERFORM 3210-COVER-ROW THRU 3210-EXIT
070300         VARYING DB-I FROM 1 BY 1
070400         UNTIL DB-I IS GREATER THAN DB-WK-COUNT.
070500 3200-EXIT.
070600     EXIT.
070700
070800*----------------------------------------------------------------
070900* 3210-COVER-ROW
071000*----------------------------------------------------------------
071100 3210-COVER-ROW.
071200     IF DB-WK-HAS-SUCC (DB-I) IS EQUAL TO 'N'
071300         GO TO 3210-EXIT
071400     END-IF.
071500     PERFORM 3220-COVER-ONE THRU 3220-EXIT
071600         VARYING DB-J FROM 1 BY 1
071700         UNTIL DB-J IS GREATER THAN DB-WK-COUNT.
071800 3210-EXIT.
071900     EXIT.
072000
072100*----------------------------------------------------------------
072200* 3220-COVER-ONE
072300*----------------------------------------------------------------
072400 3220-COVER-ONE.
072500     IF DB-REL (DB-I, DB-J) IS NOT EQUAL TO 'Y'
072600         GO TO 3220-EXIT
072700     END-IF.
072800     MOVE 'N' TO DB-BLOCK-SWITCH.
072900     PERFORM 3230-CHECK-BETWEEN THRU 3230-EXIT
073000         VARYING DB-K FROM 1 BY 1
073100         UNTIL DB-K IS GREATER THAN DB-WK-COUNT
073200             OR DB-COVER-BLOCKED.
073300     IF NOT DB-COVER-BLOCKED
073400         MOVE 'Y' TO DB-COVER (DB-I, DB-J)
073500     END-IF.
073600 3220-EXIT.
073700     EXIT.
073800
073900*----------------------------------------------------------------
074000* 3230-CHECK-BETWEEN
074100*----------------------------------------------------------------
074200 3230-CHECK-BETWEEN.
074300     IF DB-REL (DB-I, DB-K) IS EQUAL TO 'Y'
074400         AND DB-REL (DB-K, DB-J) IS EQUAL TO 'Y'
074500         SET DB-COVER-BLOCKED TO TRUE
074600     END-IF.
074700 3230-EXIT.
074800     EXIT.
074900
075000*----------------------------------------------------------------
075100* 3300-PRINT-CHAINS
075200*   EVERY CHAIN STARTS AT A SIZE NOTHING ELSE DIVIDES AND IS
075300*   WALKED ALONG THE DIRECT LINKS, ONE BRANCH AT A TIME, TO A
075400*   SIZE THAT FITS INTO NOTHING LARGER.
075500*----------------------------------------------------------------
075600 3300-PRINT-CHAINS.
075700     MOVE 'NESTING CHAINS (EACH SIZE FITS THE NEXT EVENLY)'
075800         TO DB-RPT-SECTION.
075900     WRITE DB-REPORT-RECORD FROM DB-RPT-SECTION-LINE.
076000     MOVE ZERO TO DB-GRP-CHAINS.
076100     MOVE 'N'  TO DB-CAP-SWITCH.
076200     PERFORM 3310-WALK-FROM-START THRU 3310-EXIT
076300         VARYING DB-I FROM 1 BY 1
076400         UNTIL DB-I IS GREATER THAN DB-WK-COUNT
076500             OR DB-CHAINS-CAPPED.
076600     IF DB-GRP-CHAINS IS EQUAL TO ZERO
076700         MOVE 'NONE - NO TWO SIZES NEST' TO DB-RPT-NOTE
076800         WRITE DB-REPORT-RECORD FROM DB-RPT-NOTE-LINE
076900     END-IF.
077000     IF DB-CHAINS-CAPPED
077100         MOVE 'LISTING STOPPED AT 500 CHAINS' TO DB-RPT-NOTE
077200         WRITE DB-REPORT-RECORD FROM DB-RPT-NOTE-LINE
077300     END-IF.
077400     ADD DB-GRP-CHAINS TO DB-CHAINS-TOTAL.
077500 3300-EXIT.
077600     EXIT.
077700
077800*----------------------------------------------------------------
077900* 3310-WALK-FROM-START
078000*----------------------------------------------------------------
078100 3310-WALK-FROM-START.
078200     IF DB-WK-HAS-PRED (DB-I) IS EQUAL TO 'Y'
078300         OR DB-WK-HAS-SUCC (DB-I) IS EQUAL TO 'N'
078400         GO TO 3310-EXIT
078500     END-IF.
078600     MOVE 1    TO DB-DEPTH.
078700     MOVE DB-I TO DB-STK-NODE (1).
078800     COMPUTE DB-STK-NEXT (1) = DB-I + 1.
078900     PERFORM 3320-WALK-STEP THRU 3320-EXIT
079000         UNTIL DB-DEPTH IS EQUAL TO ZERO
079100             OR DB-CHAINS-CAPPED.
079200 3310-EXIT.
079300     EXIT.
079400
079500*----------------------------------------------------------------
079600* 3320-WALK-STEP
079700*   FROM THE SIZE AT THE TOP OF THE CHAIN, TAKES THE NEXT DIRECT
079800*   LINK NOT YET TRIED. A SIZE THAT FITS INTO NOTHING LARGER
079900*   ENDS A CHAIN, WHICH IS PRINTED; A SIZE WITH NO LINKS LEFT
080000*   TO TRY IS BACKED OFF THE CHAIN.
080100*----------------------------------------------------------------
080200 3320-WALK-STEP.
080300     MOVE DB-STK-NODE (DB-DEPTH) TO DB-X.
080400     MOVE 'N' TO DB-FOUND-SWITCH.
080500     PERFORM 3330-FIND-COVER THRU 3330-EXIT
080600         VARYING DB-Y FROM DB-STK-NEXT (DB-DEPTH) BY 1
080700         UNTIL DB-Y IS GREATER THAN DB-WK-COUNT
080800             OR DB-FOUND.
080900     IF NOT DB-FOUND
081000         SUBTRACT 1 FROM DB-DEPTH
081100         GO TO 3320-EXIT
081200     END-IF.
081300     COMPUTE DB-STK-NEXT (DB-DEPTH) = DB-NEXT-NODE + 1.
081400     ADD 1 TO DB-DEPTH.
081500     MOVE DB-NEXT-NODE TO DB-STK-NODE (DB-DEPTH).
081600     COMPUTE DB-STK-NEXT (DB-DEPTH) = DB-NEXT-NODE + 1.
081700     IF DB-WK-HAS-SUCC (DB-NEXT-NODE) IS EQUAL TO 'N'
081800         PERFORM 3340-PRINT-CHAIN THRU 3340-EXIT
081900         SUBTRACT 1 FROM DB-DEPTH
082000     END-IF.
082100 3320-EXIT.
082200     EXIT.
082300
082400*----------------------------------------------------------------
082500* 3330-FIND-COVER
082600*----------------------------------------------------------------
082700 3330-FIND-COVER.
082800     IF DB-COVER (DB-X, DB-Y) IS EQUAL TO 'Y'
082900         SET DB-FOUND TO TRUE
083000         MOVE DB-Y TO DB-NEXT-NODE
083100     END-IF.
083200 3330-EXIT.
083300     EXIT.
083400
083500*----------------------------------------------------------------
083600* 3340-PRINT-CHAIN
083700*   ONE CHAIN, SMALLEST SIZE FIRST, FOLDED ONTO A CONTINUATION
083800*   LINE IF IT RUNS PAST THE PRINT WIDTH.
083900*----------------------------------------------------------------
084000 3340-PRINT-CHAIN.
084100     IF DB-GRP-CHAINS IS NOT LESS THAN DB-CHAIN-MAX
084200         SET DB-CHAINS-CAPPED TO TRUE
084300         GO TO 3340-EXIT
084400     END-IF.
084500     ADD 1 TO DB-GRP-CHAINS.
084600     MOVE SPACES TO DB-RPT-CHAIN-TEXT.
084700     MOVE 1 TO DB-PTR.
084800     PERFORM 3350-ADD-CHAIN-LINK THRU 3350-EXIT
084900         VARYING DB-D FROM 1 BY 1
085000         UNTIL DB-D IS GREATER THAN DB-DEPTH.
085100     WRITE DB-REPORT-RECORD FROM DB-RPT-CHAIN-LINE.
085200 3340-EXIT.
085300     EXIT.
085400
085500*----------------------------------------------------------------
085600* 3350-ADD-CHAIN-LINK
085700*----------------------------------------------------------------
085800 3350-ADD-CHAIN-LINK.
085900     MOVE DB-STK-NODE (DB-D) TO DB-X.
086000     IF DB-PTR IS GREATER THAN 110
086100         WRITE DB-REPORT-RECORD FROM DB-RPT-CHAIN-LINE
086200         MOVE SPACES TO DB-RPT-CHAIN-TEXT
086300         MOVE 5 TO DB-PTR
086400     END-IF.
086500     IF DB-D IS GREATER THAN 1
086600         STRING ' > ' DELIMITED BY SIZE
086700             INTO DB-RPT-CHAIN-TEXT WITH POINTER DB-PTR
086800     END-IF.
086900     MOVE DB-WK-SIZE (DB-X) TO DB-EDIT-SIZE.
087000     MOVE ZERO TO DB-LEAD.
087100     INSPECT DB-EDIT-SIZE TALLYING DB-LEAD FOR LEADING SPACES.
087200     STRING DB-EDIT-SIZE (DB-LEAD + 1:6 - DB-LEAD)
087300            DB-WK-MARK (DB-X)
087400         DELIMITED BY SPACE
087500         INTO DB-RPT-CHAIN-TEXT WITH POINTER DB-PTR.
087600 3350-EXIT.
087700     EXIT.
087800
087900*----------------------------------------------------------------
088000* 3400-PRINT-ORPHANS
088100*   A SIZE THAT NEITHER DIVIDES NOR IS DIVIDED BY ANY OTHER SIZE
088200*   OF THE GROUP CANNOT BE PART OF ANY HIERARCHY.
088300*----------------------------------------------------------------
088400 3400-PRINT-ORPHANS.
088500     MOVE 'SIZES THAT NEST WITH NO OTHER SIZE' TO DB-RPT-SECTION.
088600     WRITE DB-REPORT-RECORD FROM DB-RPT-SECTION-LINE.
088700     MOVE ZERO TO DB-GRP-FINDINGS.
088800     PERFORM 3410-CHECK-ONE-ORPHAN THRU 3410-EXIT
088900         VARYING DB-I FROM 1 BY 1
089000         UNTIL DB-I IS GREATER THAN DB-WK-COUNT.
089100     IF DB-GRP-FINDINGS IS EQUAL TO ZERO
089200         MOVE 'NONE' TO DB-RPT-NOTE
089300         WRITE DB-REPORT-RECORD FROM DB-RPT-NOTE-LINE
089400     END-IF.
089500     ADD DB-GRP-FINDINGS TO DB-ORPHANS-TOTAL.
089600 3400-EXIT.
089700     EXIT.
089800
089900*----------------------------------------------------------------
090000* 3410-CHECK-ONE-ORPHAN
090100*----------------------------------------------------------------
090200 3410-CHECK-ONE-ORPHAN.
090300     IF DB-WK-HAS-PRED (DB-I) IS EQUAL TO 'Y'
090400         OR DB-WK-HAS-SUCC (DB-I) IS EQUAL TO 'Y'
090500         GO TO 3410-EXIT
090600     END-IF.
090700     ADD 1 TO DB-GRP-FINDINGS.
090800     MOVE DB-WK-SIZE (DB-I) TO DB-RPT-FIND-SIZE.
090900     MOVE DB-WK-MARK (DB-I) TO DB-RPT-FIND-MARK.
091000     MOVE 'FITS INTO NO OTHER SIZE AND NO OTHER SIZE FITS INTO IT'
091100         TO DB-RPT-FIND-TEXT.
091200     WRITE DB-REPORT-RECORD FROM DB-RPT-FINDING-LINE.
091300 3410-EXIT.
091400     EXIT.
091500
091600*----------------------------------------------------------------
091700* 3500-CHECK-GENERIC-NEST
091800*   EACH OF THE LINE'S OWN SIZES SHOULD NEST WITH AT LEAST ONE
091900*   GENERIC SIZE, SINCE THE TWO ARE PACKED SIDE BY SIDE. A LINE
092000*   ENTRY THAT REPEATS A GENERIC SIZE IS HARMLESS (DIVBAT02
092100*   LISTS THE SIZE ONCE) BUT IS CLUTTER, AND IS LISTED TOO.
092200*----------------------------------------------------------------
092300 3500-CHECK-GENERIC-NEST.
092400     MOVE 'CONSISTENCY WITH THE GENERIC SIZES' TO DB-RPT-SECTION.
092500     WRITE DB-REPORT-RECORD FROM DB-RPT-SECTION-LINE.
092600     MOVE ZERO TO DB-GRP-FINDINGS.
092700     PERFORM 3510-CHECK-ONE-OWN THRU 3510-EXIT
092800         VARYING DB-I FROM 1 BY 1
092900         UNTIL DB-I IS GREATER THAN DB-WK-COUNT.
093000     IF DB-GRP-FINDINGS IS EQUAL TO ZERO
093100         MOVE 'NONE' TO DB-RPT-NOTE
093200         WRITE DB-REPORT-RECORD FROM DB-RPT-NOTE-LINE
093300     END-IF.
093400 3500-EXIT.
093500     EXIT.
093600
093700*----------------------------------------------------------------
093800* 3510-CHECK-ONE-OWN
093900*----------------------------------------------------------------
094000 3510-CHECK-ONE-OWN.
094100     IF DB-WK-ORIGIN (DB-I) IS EQUAL TO 'G'
094200         GO TO 3510-EXIT
094300     END-IF.
094400     MOVE DB-WK-SIZE (DB-I) TO DB-RPT-FIND-SIZE.
094500     MOVE DB-WK-MARK (DB-I) TO DB-RPT-FIND-MARK.
094600     IF DB-WK-ORIGIN (DB-I) IS EQUAL TO 'B'
094700         ADD 1 TO DB-GRP-FINDINGS
094800         ADD 1 TO DB-REDUNDANT-TOTAL
094900         MOVE 'ALSO A GENERIC SIZE - THE LINE ENTRY IS REDUNDANT'
095000             TO DB-RPT-FIND-TEXT
095100         WRITE DB-REPORT-RECORD FROM DB-RPT-FINDING-LINE
095200         GO TO 3510-EXIT
095300     END-IF.
095400     MOVE 'N' TO DB-FOUND-SWITCH.
095500     PERFORM 3520-MATCH-GENERIC THRU 3520-EXIT
095600         VARYING DB-K FROM 1 BY 1
095700         UNTIL DB-K IS GREATER THAN DB-WK-COUNT
095800             OR DB-FOUND.
095900     IF NOT DB-FOUND
096000         ADD 1 TO DB-GRP-FINDINGS
096100         ADD 1 TO DB-NO-NEST-TOTAL
096200         MOVE 'NESTS WITH NONE OF THE GENERIC SIZES'
096300             TO DB-RPT-FIND-TEXT
096400         WRITE DB-REPORT-RECORD FROM DB-RPT-FINDING-LINE
096500     END-IF.
096600 3510-EXIT.
096700     EXIT.
096800
096900*----------------------------------------------------------------
097000* 3520-MATCH-GENERIC
097100*----------------------------------------------------------------
097200 3520-MATCH-GENERIC.
097300     IF DB-WK-ORIGIN (DB-K) IS EQUAL TO 'L'
097400         GO TO 3520-EXIT
097500     END-IF.
097600     IF DB-REL (DB-I, DB-K) IS EQUAL TO 'Y'
097700         OR DB-REL (DB-K, DB-I) IS EQUAL TO 'Y'
097800         SET DB-FOUND TO TRUE
097900     END-IF.
098000 3520-EXIT.
098100     EXIT.
098200
098300*----------------------------------------------------------------
098400* 3600-CHECK-GCD-PAIRS
098500*   EVERY PAIR OF SIZES THAT DO NOT NEST IS RUN THROUGH DIVCOMON.
098600*   A GCD BELOW THE MINIMUM MEANS ALMOST NO LOT TAKES BOTH SIZES
098700*   EVENLY -- THE LCM IS THE SMALLEST THAT DOES. ON A LINE, A
098800*   PAIR OF TWO GENERIC SIZES WAS ALREADY LISTED UNDER GENERIC
098900*   AND IS NOT REPEATED.
099000*----------------------------------------------------------------
099100 3600-CHECK-GCD-PAIRS.
099200     MOVE 'PAIRS WITH A GCD BELOW THE MINIMUM (REPACK RISK)'
099300         TO DB-RPT-SECTION.
099400     WRITE DB-REPORT-RECORD FROM DB-RPT-SECTION-LINE.
099500     MOVE ZERO TO DB-GRP-FINDINGS.
099600     PERFORM 3610-PAIR-ROW THRU 3610-EXIT
099700         VARYING DB-I FROM 1 BY 1
099800         UNTIL DB-I IS GREATER THAN DB-WK-COUNT.
099900     IF DB-GRP-FINDINGS IS EQUAL TO ZERO
100000         MOVE 'NONE' TO DB-RPT-NOTE
100100         WRITE DB-REPORT-RECORD FROM DB-RPT-NOTE-LINE
100200     END-IF.
100300     ADD DB-GRP-FINDINGS TO DB-PAIRS-TOTAL.
100400 3600-EXIT.
100500     EXIT.
100600
100700*----------------------------------------------------------------
100800* 3610-PAIR-ROW
100900*----------------------------------------------------------------
101000 3610-PAIR-ROW.
101100     PERFORM 3620-CHECK-ONE-PAIR THRU 3620-EXIT
101200         VARYING DB-J FROM 1 BY 1
101300         UNTIL DB-J IS GREATER THAN DB-WK-COUNT.
101400 3610-EXIT.
101500     EXIT.
101600
101700*----------------------------------------------------------------
101800* 3620-CHECK-ONE-PAIR
101900*----------------------------------------------------------------
102000 3620-CHECK-ONE-PAIR.
102100     IF DB-J IS NOT GREATER THAN DB-I
102200         OR DB-REL (DB-I, DB-J) IS EQUAL TO 'Y'
102300         GO TO 3620-EXIT
102400     END-IF.
102500     IF DB-GROUP-IS-LINE
102600         AND DB-WK-ORIGIN (DB-I) IS NOT EQUAL TO 'L'
102700         AND DB-WK-ORIGIN (DB-J) IS NOT EQUAL TO 'L'
102800         GO TO 3620-EXIT
102900     END-IF.
103000     MOVE DB-WK-SIZE (DB-I) TO DB-GCD-NUM-A.
103100     MOVE DB-WK-SIZE (DB-J) TO DB-GCD-NUM-B.
103200     CALL 'DIVCOMON' USING DB-GCD-NUM-A DB-GCD-NUM-B DIVC-RESULT.
103300     IF NOT DIVC-RC-OK
103400         OR DIVC-GCD IS NOT LESS THAN DB-MIN-GCD
103500         GO TO 3620-EXIT
103600     END-IF.
103700     ADD 1 TO DB-GRP-FINDINGS.
103800     MOVE DB-WK-SIZE (DB-I) TO DB-RPT-PAIR-A.
103900     MOVE DB-WK-MARK (DB-I) TO DB-RPT-PAIR-A-MARK.
104000     MOVE DB-WK-SIZE (DB-J) TO DB-RPT-PAIR-B.
104100     MOVE DB-WK-MARK (DB-J) TO DB-RPT-PAIR-B-MARK.
104200     MOVE DIVC-GCD          TO DB-RPT-PAIR-GCD.
104300     MOVE DIVC-LCM          TO DB-RPT-PAIR-LCM.
104400     WRITE DB-REPORT-RECORD FROM DB-RPT-PAIR-LINE.
104500 3620-EXIT.
104600     EXIT.
104700
104800*----------------------------------------------------------------
104900* 9000-TERMINATE
105000*   RC=4 WHEN ANY ORPHAN, GENERIC INCONSISTENCY OR REPACK PAIR
105100*   WAS FOUND, SO THE SCHEDULER CAN FLAG THE REPORT FOR REVIEW.
105200*----------------------------------------------------------------
105300 9000-TERMINATE.
105400     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
105500     MOVE 'GROUPS CHECKED          = ' TO DB-RPT-TOT-LABEL.
105600     MOVE DB-GROUPS-CHECKED TO DB-RPT-TOT-VALUE.
105700     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
105800     MOVE 'SIZES IN EFFECT         = ' TO DB-RPT-TOT-LABEL.
105900     MOVE DB-PACK-LOADED TO DB-RPT-TOT-VALUE.
106000     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
106100     MOVE 'UNIT-PICK SIZES SKIPPED = ' TO DB-RPT-TOT-LABEL.
106200     MOVE DB-UNIT-SKIPPED TO DB-RPT-TOT-VALUE.
106300     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
106400     MOVE 'NESTING CHAINS          = ' TO DB-RPT-TOT-LABEL.
106500     MOVE DB-CHAINS-TOTAL TO DB-RPT-TOT-VALUE.
106600     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
106700     MOVE 'SIZES NESTING WITH NONE = ' TO DB-RPT-TOT-LABEL.
106800     MOVE DB-ORPHANS-TOTAL TO DB-RPT-TOT-VALUE.
106900     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
107000     MOVE 'NO GENERIC NEST         = ' TO DB-RPT-TOT-LABEL.
107100     MOVE DB-NO-NEST-TOTAL TO DB-RPT-TOT-VALUE.
107200     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
107300     MOVE 'REDUNDANT LINE ENTRIES  = ' TO DB-RPT-TOT-LABEL.
107400     MOVE DB-REDUNDANT-TOTAL TO DB-RPT-TOT-VALUE.
107500     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
107600     MOVE 'REPACK-RISK PAIRS       = ' TO DB-RPT-TOT-LABEL.
107700     MOVE DB-PAIRS-TOTAL TO DB-RPT-TOT-VALUE.
107800     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
107900     CLOSE DIVNSRPT.
108000
108100     DISPLAY 'DIVBAT16 - GROUPS CHECKED    = ' DB-GROUPS-CHECKED.
108200     DISPLAY 'DIVBAT16 - NESTING CHAINS    = ' DB-CHAINS-TOTAL.
108300     DISPLAY 'DIVBAT16 - NESTS WITH NONE   = ' DB-ORPHANS-TOTAL.
108400     DISPLAY 'DIVBAT16 - NO GENERIC NEST   = ' DB-NO-NEST-TOTAL.
108500     DISPLAY 'DIVBAT16 - REDUNDANT ENTRIES = ' DB-REDUNDANT-TOTAL.
108600     DISPLAY 'DIVBAT16 - REPACK-RISK PAIRS = ' DB-PAIRS-TOTAL.
108700     IF DB-ORPHANS-TOTAL IS GREATER THAN ZERO
108800         OR DB-NO-NEST-TOTAL IS GREATER THAN ZERO
108900         OR DB-REDUNDANT-TOTAL IS GREATER THAN ZERO
109000         OR DB-PAIRS-TOTAL IS GREATER THAN ZERO
109100         OR DB-BAD-RECORDS IS GREATER THAN ZERO
109200         MOVE 4 TO RETURN-CODE
109300     END-IF.
109400 9000-EXIT.
109500     EXIT.
109600
109700 END PROGRAM DIVBAT16.
