000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVBAT14.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       INTEGRITY SWEEP OF THE DIVISOR MASTER. EVERY
000800*                CONSUMER OF DIVMSTR -- THE NIGHTLY'S CACHE HITS,
000900*                DIVI, DIVM, THE PACK-FIT PROGRAMS -- TRUSTS
001000*                WHATEVER A RECORD SAYS, AND A RECORD IS NEVER
001100*                RECOMPUTED ONCE IT IS CACHED, SO A RECORD DAMAGED
001200*                BY A BAD RELOAD, A FOLD-IN OF A GARBLED QUEUE
001300*                RECORD, OR AN OLD LOAD MODULE WOULD BE SERVED
001400*                FOREVER. THIS JOB WALKS THE MASTER IN KEY
001500*                ORDER, RECOMPUTES EACH NUM THROUGH DIVISORS, AND
001600*                COMPARES THE CACHED RESLEN, EVERY DIVISOR ENTRY,
001700*                THE PRIME FLAG, THE SUM OF PROPER DIVISORS AND
001800*                THE ALIQUOT FLAG AGAINST THE FRESH ANSWER. A
001900*                RECORD THAT DISAGREES ANYWHERE IS COPIED TO THE
002000*                QUARANTINE DATASET (DIVQUAR), LISTED FIELD BY
002100*                FIELD ON THE DISCREPANCY REPORT (DIVSWRPT), AND
002200*                DELETED FROM THE MASTER, SO THE NEXT NIGHTLY THAT
002300*                SEES THE NUM RECOMPUTES IT AND CACHES THE RIGHT
002400*                ANSWER. THE PARM PICKS HOW MUCH OF THE MASTER ONE
002500*                RUN COVERS:
002600*                  ALL             THE WHOLE MASTER (THE DEFAULT
002700*                                  WHEN NO PARM IS GIVEN).
002800*                  ROTATE,NNNNNN   ONE SLICE OF NNNNNN KEYS PER
002900*                                  RUN, STARTING WHERE THE LAST
003000*                                  ROTATING RUN STOPPED (HELD ON
003100*                                  THE ONE-RECORD DIVSWCTL FILE)
003200*                                  AND WRAPPING BACK TO NUM 2
003300*                                  AFTER 999999, SO A NIGHTLY
003400*                                  SCHEDULE COVERS THE WHOLE KEY
003500*                                  SPACE IN A FIXED NUMBER OF
003600*                                  NIGHTS.
003700*                  RANGE,LLLLLL,HHHHHH
003800*                                  ONE AD HOC KEY RANGE. DOES NOT
003900*                                  MOVE THE ROTATION.
004000*----------------------------------------------------------------
004100* MODIFICATION HISTORY
004200*  DATE      INIT  DESCRIPTION
004300*  10/15/26  RH    ORIGINAL PROGRAM.
004400*----------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT DIVMSTR ASSIGN TO DIVMSTR
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS DM-NUM
005500         FILE STATUS IS DB-DIVMSTR-STATUS.
005600
005700     SELECT DIVSWCTL ASSIGN TO DIVSWCTL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS DB-DIVSWCTL-STATUS.
006000
006100     SELECT DIVQUAR ASSIGN TO DIVQUAR
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS DB-DIVQUAR-STATUS.
006400
006500     SELECT DIVSWRPT ASSIGN TO DIVSWRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS DB-DIVSWRPT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  DIVMSTR
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY DIVMSTR.
007500
007600*    ONE-RECORD ROTATION CONTROL. REWRITTEN WHOLESALE AT THE END
007700*    OF EVERY CLEAN ROTATING RUN; NEVER TOUCHED BY ALL OR RANGE.
007800 FD  DIVSWCTL
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  DB-SWEEP-CONTROL.
008200     03  DB-SC-NEXT-LOW     PIC 9(6).
008300     03  DB-SC-LAST-DATE    PIC 9(8).
008400     03  DB-SC-LAST-LOW     PIC 9(6).
008500     03  DB-SC-LAST-HIGH    PIC 9(6).
008600     03  DB-SC-LAST-CHECKED PIC 9(7).
008700     03  DB-SC-LAST-BAD     PIC 9(7).
008800     03  FILLER             PIC X(40).
008900
009000*    A QUARANTINED MASTER RECORD: WHEN AND WHY, THEN THE MASTER
009100*    IMAGE EXACTLY AS IT STOOD (26 TO 1466 BYTES, THE SAME BYTES
009200*    THE DIVBAT03 UNLOAD WOULD HAVE WRITTEN) SO THE DAMAGE CAN BE
009300*    STUDIED AFTER THE RECORD ITSELF IS GONE.
009400 FD  DIVQUAR
009500     RECORDING MODE IS V
009600     RECORD IS VARYING IN SIZE FROM 70 TO 1510 CHARACTERS
009700         DEPENDING ON DB-QUAR-LEN
009800     LABEL RECORDS ARE STANDARD.
009900 01  DB-QUAR-RECORD.
010000     03  DB-QR-SWEEP-DATE   PIC 9(8).
010100     03  DB-QR-SWEEP-TIME   PIC 9(6).
010200     03  DB-QR-REASON       PIC X(30).
010300     03  DB-QR-IMAGE        PIC X(1466).
010400
010500 FD  DIVSWRPT
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  DB-REPORT-RECORD      PIC X(133).
010900
011000 WORKING-STORAGE SECTION.
011100 01  DB-SWITCHES.
011200     03  DB-MSTR-EOF-SWITCH PIC X(01)  VALUE 'N'.
011300         88  DB-END-OF-SLICE        VALUE 'Y'.
011400     03  DB-BAD-SWITCH      PIC X(01)  VALUE 'N'.
011500         88  DB-RECORD-IS-BAD       VALUE 'Y'.
011600         88  DB-RECORD-IS-CLEAN     VALUE 'N'.
011700     03  DB-SCOPE           PIC X(06)  VALUE 'ALL'.
011800         88  DB-SCOPE-ALL           VALUE 'ALL'.
011900         88  DB-SCOPE-ROTATE        VALUE 'ROTATE'.
012000         88  DB-SCOPE-RANGE         VALUE 'RANGE'.
012100
012200 01  DB-FILE-STATUSES.
012300     03  DB-DIVMSTR-STATUS  PIC X(02)  VALUE '00'.
012400     03  DB-DIVSWCTL-STATUS PIC X(02)  VALUE '00'.
012500     03  DB-DIVQUAR-STATUS  PIC X(02)  VALUE '00'.
012600     03  DB-DIVSWRPT-STATUS PIC X(02)  VALUE '00'.
012700
012800 01  DB-COUNTERS.
012900     03  DB-CHECKED-COUNT   PIC 9(7)  COMP  VALUE ZERO.
013000     03  DB-CLEAN-COUNT     PIC 9(7)  COMP  VALUE ZERO.
013100     03  DB-BAD-COUNT       PIC 9(7)  COMP  VALUE ZERO.
013200     03  DB-GARBLED-COUNT   PIC 9(7)  COMP  VALUE ZERO.
013300     03  DB-FIELD-DIFFS     PIC 9(7)  COMP  VALUE ZERO.
013400     03  DB-QUAR-LEN        PIC 9(4)  COMP  VALUE ZERO.
013500     03  DB-DIV-SUB         PIC 9(3)  COMP-5 VALUE ZERO.
013600
013700*    THE KEY RANGE THIS RUN COVERS, AND FOR A ROTATING RUN WHERE
013800*    THE NEXT ONE PICKS UP.
013900 01  DB-SLICE-FIELDS.
014000     03  DB-SLICE-LOW       PIC 9(6)        VALUE 2.
014100     03  DB-SLICE-HIGH      PIC 9(6)        VALUE 999999.
014200     03  DB-SLICE-WIDTH     PIC 9(6)        VALUE ZERO.
014300     03  DB-SLICE-END       PIC 9(7)        VALUE ZERO.
014400     03  DB-NEXT-LOW        PIC 9(6)        VALUE 2.
014500
014600 01  DB-RUN-FIELDS.
014700     03  DB-RUN-DATE        PIC 9(8)        VALUE ZERO.
014800     03  DB-TIME-WORK       PIC 9(8)        VALUE ZERO.
014900
015000 01  DB-PARM-WORK.
015100     03  DB-PARM-FUNC       PIC X(06)  VALUE SPACES.
015200     03  DB-PARM-ARG1       PIC X(06)  VALUE SPACES.
015300     03  DB-PARM-ARG2       PIC X(06)  VALUE SPACES.
015400     03  DB-PARM-ARG1-LEN   PIC 9(4)  COMP  VALUE ZERO.
015500     03  DB-PARM-ARG2-LEN   PIC 9(4)  COMP  VALUE ZERO.
015600     03  DB-PARM-TEXT       PIC X(06)  VALUE ZEROS.
015700     03  DB-PARM-NUMBER     REDEFINES DB-PARM-TEXT
015800                            PIC 9(6).
015900     03  DB-PARM-START      PIC 9(4)  COMP  VALUE ZERO.
016000
016100*    THE FRESH ANSWER FROM DIVISORS, COMPARED AGAINST THE CACHED
016200*    RECORD FIELD BY FIELD.
016300 01  DB-CALL-NUM            PIC 9(6) COMP-5.
016400     COPY DIVRSLT.
016500
016600*    ONE DISCREPANCY, STAGED FOR THE REPORT LINE.
016700 01  DB-DIFF-FIELDS.
016800     03  DB-DIFF-FIELD      PIC X(16)  VALUE SPACES.
016900     03  DB-DIFF-CACHED     PIC X(10)  VALUE SPACES.
017000     03  DB-DIFF-COMPUTED   PIC X(10)  VALUE SPACES.
017100     03  DB-DIFF-EDIT       PIC Z(6)9.
017200     03  DB-DIFF-SLOT       PIC 9(3)   VALUE ZERO.
017300     03  DB-FIRST-REASON    PIC X(30)  VALUE SPACES.
017400
017500 01  DB-RPT-HEADING1.
017600     03  FILLER             PIC X(01)  VALUE '1'.
017700     03  FILLER             PIC X(52)  VALUE
017800         'DIVBAT14 - DIVISOR MASTER INTEGRITY SWEEP'.
017900     03  FILLER             PIC X(80)  VALUE SPACES.
018000
018100 01  DB-RPT-SCOPE-LINE.
018200     03  FILLER             PIC X(01)  VALUE ' '.
018300     03  FILLER             PIC X(07)  VALUE 'SCOPE: '.
018400     03  DB-RPT-SCOPE       PIC X(06).
018500     03  FILLER             PIC X(08)  VALUE '   KEYS '.
018600     03  DB-RPT-LOW         PIC 9(6).
018700     03  FILLER             PIC X(04)  VALUE ' TO '.
018800     03  DB-RPT-HIGH        PIC 9(6).
018900     03  FILLER             PIC X(11)  VALUE '   SWEPT ON'.
019000     03  FILLER             PIC X(01)  VALUE SPACE.
019100     03  DB-RPT-RUN-DATE    PIC 9(8).
019200     03  FILLER             PIC X(75)  VALUE SPACES.
019300
019400 01  DB-RPT-HEADING2.
019500     03  FILLER             PIC X(01)  VALUE ' '.
019600     03  FILLER             PIC X(50)  VALUE
019700         'NUM     FIELD             CACHED      COMPUTED'.
019800     03  FILLER             PIC X(82)  VALUE SPACES.
019900
020000 01  DB-RPT-BLANK.
020100     03  FILLER             PIC X(01)  VALUE ' '.
020200     03  FILLER             PIC X(132) VALUE SPACES.
020300
020400 01  DB-RPT-DETAIL-LINE.
020500     03  FILLER             PIC X(01)  VALUE ' '.
020600     03  DB-RPT-NUM         PIC 9(6).
020700     03  FILLER             PIC X(02)  VALUE SPACES.
020800     03  DB-RPT-FIELD       PIC X(16).
020900     03  FILLER             PIC X(02)  VALUE SPACES.
021000     03  DB-RPT-CACHED      PIC X(10).
021100     03  FILLER             PIC X(02)  VALUE SPACES.
021200     03  DB-RPT-COMPUTED    PIC X(10).
021300     03  FILLER             PIC X(84)  VALUE SPACES.
021400
021500 01  DB-RPT-TOTAL-LINE.
021600     03  FILLER             PIC X(01)  VALUE ' '.
021700     03  DB-RPT-TOT-LABEL   PIC X(26).
021800     03  DB-RPT-TOT-VALUE   PIC Z(6)9.
021900     03  FILLER             PIC X(99)  VALUE SPACES.
022000
022100 LINKAGE SECTION.
022200 01  DB-PARM-PASSED.
022300     03  DB-PARM-LEN        PIC S9(4) COMP.
022400     03  DB-PARM-DATA       PIC X(20).
022500
022600 PROCEDURE DIVISION USING DB-PARM-PASSED.
022700*----------------------------------------------------------------
022800* 0000-MAIN-LOGIC
022900*----------------------------------------------------------------
023000 0000-MAIN-LOGIC.
023100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
023200     PERFORM 2000-CHECK-RECORD   THRU 2000-EXIT
023300         UNTIL DB-END-OF-SLICE.
023400     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
023500     GOBACK.
023600
023700*----------------------------------------------------------------
023800* 1000-INITIALIZE
023900*   PARSES THE PARM (SEE THE REMARKS), SETS THE KEY RANGE FOR
024000*   THIS RUN, OPENS THE FILES AND POSITIONS THE MASTER AT THE
024100*   LOW KEY. AN EMPTY MASTER, OR A SLICE WITH NOTHING CACHED IN
024200*   IT, IS A VALID ZERO-RECORD SWEEP.
024300*----------------------------------------------------------------
024400 1000-INITIALIZE.
024500     ACCEPT DB-RUN-DATE FROM DATE YYYYMMDD.
024600     IF DB-PARM-LEN IS GREATER THAN ZERO
024700         PERFORM 1100-PARSE-PARM THRU 1100-EXIT
024800     END-IF.
024900     IF DB-SCOPE-ROTATE
025000         PERFORM 1200-SET-ROTATION-SLICE THRU 1200-EXIT
025100     END-IF.
025200
025300     OPEN I-O DIVMSTR.
025400     IF DB-DIVMSTR-STATUS IS EQUAL TO '35'
025500         DISPLAY 'DIVBAT14 - DIVMSTR HAS NEVER BEEN LOADED - '
025600             'NOTHING TO SWEEP'
025700         GOBACK
025800     END-IF.
025900     IF DB-DIVMSTR-STATUS IS NOT EQUAL TO '00'
026000         DISPLAY 'DIVBAT14 - UNABLE TO OPEN DIVMSTR, STATUS = '
026100             DB-DIVMSTR-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         GOBACK
026400     END-IF.
026500
026600*    THE QUARANTINE DATASET KEEPS EVERY RECORD EVER PULLED, SO IT
026700*    IS OPENED EXTEND AND CREATED ON FIRST USE LIKE THE LOGS.
026800     OPEN EXTEND DIVQUAR.
026900     IF DB-DIVQUAR-STATUS IS EQUAL TO '35'
027000         OPEN OUTPUT DIVQUAR
027100     END-IF.
027200     IF DB-DIVQUAR-STATUS IS NOT EQUAL TO '00'
027300         DISPLAY 'DIVBAT14 - UNABLE TO OPEN DIVQUAR, STATUS = '
027400             DB-DIVQUAR-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         GOBACK
027700     END-IF.
027800
027900     OPEN OUTPUT DIVSWRPT.
028000     IF DB-DIVSWRPT-STATUS IS NOT EQUAL TO '00'
028100         DISPLAY 'DIVBAT14 - UNABLE TO OPEN DIVSWRPT, STATUS = '
028200             DB-DIVSWRPT-STATUS
028300         MOVE 16 TO RETURN-CODE
028400         GOBACK
028500     END-IF.
028600     MOVE DB-SCOPE      TO DB-RPT-SCOPE.
028700     MOVE DB-SLICE-LOW  TO DB-RPT-LOW.
028800     MOVE DB-SLICE-HIGH TO DB-RPT-HIGH.
028900     MOVE DB-RUN-DATE   TO DB-RPT-RUN-DATE.
029000     WRITE DB-REPORT-RECORD FROM DB-RPT-HEADING1.
029100     WRITE DB-REPORT-RECORD FROM DB-RPT-SCOPE-LINE.
029200     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
029300     WRITE DB-REPORT-RECORD FROM DB-RPT-HEADING2.
029400     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
029500
029600     MOVE DB-SLICE-LOW TO DM-NUM.
029700     START DIVMSTR KEY IS NOT LESS THAN DM-NUM.
029800     IF DB-DIVMSTR-STATUS IS NOT EQUAL TO '00'
029900         SET DB-END-OF-SLICE TO TRUE
030000     END-IF.
030100 1000-EXIT.
030200     EXIT.
030300
030400*----------------------------------------------------------------
030500* 1100-PARSE-PARM
030600*   ALL, ROTATE,NNNNNN OR RANGE,LLLLLL,HHHHHH. THE NUMBERS MAY
030700*   BE GIVEN WITHOUT LEADING ZEROS; EACH IS RIGHT-JUSTIFIED INTO
030800*   A ZERO-FILLED WORK FIELD BEFORE THE NUMERIC TEST, THE SAME
030900*   WAY DIVBAT01 TAKES ITS CHECKPOINT INTERVAL.
031000*----------------------------------------------------------------
031100 1100-PARSE-PARM.
031200     IF DB-PARM-LEN IS GREATER THAN 20
031300         DISPLAY 'DIVBAT14 - PARM TOO LONG - USE ALL, '
031400             'ROTATE,NNNNNN OR RANGE,LLLLLL,HHHHHH'
031500         MOVE 16 TO RETURN-CODE
031600         GOBACK
031700     END-IF.
031800     UNSTRING DB-PARM-DATA (1:DB-PARM-LEN)
031900         DELIMITED BY ','
032000         INTO DB-PARM-FUNC
032100              DB-PARM-ARG1 COUNT IN DB-PARM-ARG1-LEN
032200              DB-PARM-ARG2 COUNT IN DB-PARM-ARG2-LEN.
032300     MOVE DB-PARM-FUNC TO DB-SCOPE.
032400     IF NOT (DB-SCOPE-ALL OR DB-SCOPE-ROTATE OR DB-SCOPE-RANGE)
032500         DISPLAY 'DIVBAT14 - UNKNOWN SCOPE IN PARM: ' DB-PARM-FUNC
032600         MOVE 16 TO RETURN-CODE
032700         GOBACK
032800     END-IF.
032900     IF DB-SCOPE-ALL
033000         GO TO 1100-EXIT
033100     END-IF.
033200
033300     MOVE ZEROS TO DB-PARM-TEXT.
033400     IF DB-PARM-ARG1-LEN IS GREATER THAN ZERO
033500         AND DB-PARM-ARG1-LEN IS NOT GREATER THAN 6
033600         COMPUTE DB-PARM-START = 7 - DB-PARM-ARG1-LEN
033700         MOVE DB-PARM-ARG1 (1:DB-PARM-ARG1-LEN) TO
033800             DB-PARM-TEXT (DB-PARM-START:DB-PARM-ARG1-LEN)
033900     END-IF.
034000     IF DB-PARM-TEXT IS NOT NUMERIC
034100         OR DB-PARM-NUMBER IS EQUAL TO ZERO
034200         DISPLAY 'DIVBAT14 - PARM NEEDS A NUMERIC '
034300             'SLICE WIDTH OR LOW KEY: ' DB-PARM-ARG1
034400         MOVE 16 TO RETURN-CODE
034500         GOBACK
034600     END-IF.
034700     IF DB-SCOPE-ROTATE
034800         MOVE DB-PARM-NUMBER TO DB-SLICE-WIDTH
034900         GO TO 1100-EXIT
035000     END-IF.
035100     MOVE DB-PARM-NUMBER TO DB-SLICE-LOW.
035200
035300     MOVE ZEROS TO DB-PARM-TEXT.
035400     IF DB-PARM-ARG2-LEN IS GREATER THAN ZERO
035500         AND DB-PARM-ARG2-LEN IS NOT GREATER THAN 6
035600         COMPUTE DB-PARM-START = 7 - DB-PARM-ARG2-LEN
035700         MOVE DB-PARM-ARG2 (1:DB-PARM-ARG2-LEN) TO
035800             DB-PARM-TEXT (DB-PARM-START:DB-PARM-ARG2-LEN)
035900     END-IF.
036000     IF DB-PARM-TEXT IS NOT NUMERIC
036100         OR DB-PARM-NUMBER IS LESS THAN DB-SLICE-LOW
036200         DISPLAY 'DIVBAT14 - RANGE NEEDS A NUMERIC HIGH KEY '
036300             'NOT BELOW THE LOW KEY: ' DB-PARM-ARG2
036400         MOVE 16 TO RETURN-CODE
036500         GOBACK
036600     END-IF.
036700     MOVE DB-PARM-NUMBER TO DB-SLICE-HIGH.
036800 1100-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------------
037200* 1200-SET-ROTATION-SLICE
037300*   THE SLICE STARTS WHERE THE LAST ROTATING RUN LEFT OFF. A
037400*   CONTROL FILE THAT WAS NEVER WRITTEN (FIRST ROTATING RUN) OR
037500*   HOLDS A RESUME KEY OUTSIDE 2-999999 STARTS AT NUM 2. THE
037600*   SLICE NEVER RUNS PAST 999999; THE RUN AFTER THE ONE THAT
037700*   REACHES IT STARTS OVER AT 2.
037800*----------------------------------------------------------------
037900 1200-SET-ROTATION-SLICE.
038000     MOVE 2 TO DB-SLICE-LOW.
038100     OPEN INPUT DIVSWCTL.
038200     IF DB-DIVSWCTL-STATUS IS EQUAL TO '00'
038300         READ DIVSWCTL
038400             AT END
038500                 CONTINUE
038600         END-READ
038700         IF DB-DIVSWCTL-STATUS IS EQUAL TO '00'
038800             AND DB-SC-NEXT-LOW IS NUMERIC
038900             AND DB-SC-NEXT-LOW IS GREATER THAN 1
039000             MOVE DB-SC-NEXT-LOW TO DB-SLICE-LOW
039100         END-IF
039200         CLOSE DIVSWCTL
039300     END-IF.
039400     COMPUTE DB-SLICE-END = DB-SLICE-LOW + DB-SLICE-WIDTH - 1.
039500     IF DB-SLICE-END IS NOT LESS THAN 999999
039600         MOVE 999999 TO DB-SLICE-HIGH
039700         MOVE 2 TO DB-NEXT-LOW
039800     ELSE
039900         MOVE DB-SLICE-END TO DB-SLICE-HIGH
040000         COMPUTE DB-NEXT-LOW = DB-SLICE-END + 1
040100     END-IF.
040200 1200-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------
040600* 2000-CHECK-RECORD
040700*   ONE CACHED RECORD. A KEY PAST THE HIGH END OF THE SLICE ENDS
040800*   THE SWEEP. A RECORD WHOSE KEY OR RESLEN IS NOT EVEN NUMERIC
040900*   CANNOT BE RECOMPUTED AT ALL AND IS QUARANTINED AS GARBLED;
041000*   ANYTHING ELSE IS RECOMPUTED AND COMPARED.
041100*----------------------------------------------------------------
041200 2000-CHECK-RECORD.
041300     READ DIVMSTR NEXT
041400         AT END
041500             SET DB-END-OF-SLICE TO TRUE
041600     END-READ.
041700     IF DB-END-OF-SLICE
041800         GO TO 2000-EXIT
041900     END-IF.
042000     IF DB-DIVMSTR-STATUS IS NOT EQUAL TO '00'
042100         AND DB-DIVMSTR-STATUS IS NOT EQUAL TO '04'
042200         DISPLAY 'DIVBAT14 - READ ERROR ON DIVMSTR, STATUS = '
042300             DB-DIVMSTR-STATUS
042400         MOVE 16 TO RETURN-CODE
042500         GOBACK
042600     END-IF.
042700     IF DM-NUM IS GREATER THAN DB-SLICE-HIGH
042800         SET DB-END-OF-SLICE TO TRUE
042900         GO TO 2000-EXIT
043000     END-IF.
043100     ADD 1 TO DB-CHECKED-COUNT.
043200     SET DB-RECORD-IS-CLEAN TO TRUE.
043300     MOVE SPACES TO DB-FIRST-REASON.
043400
043500     IF DM-NUM IS NOT NUMERIC
043600         OR DM-RESLEN IS NOT NUMERIC
043700         OR DM-RESLEN IS GREATER THAN 240
043800         OR DM-NUM IS LESS THAN 2
043900         ADD 1 TO DB-GARBLED-COUNT
044000         MOVE 'RECORD'     TO DB-DIFF-FIELD
044100         MOVE 'GARBLED'    TO DB-DIFF-CACHED
044200         MOVE SPACES       TO DB-DIFF-COMPUTED
044300         MOVE 'CACHED RECORD GARBLED' TO DB-FIRST-REASON
044400         PERFORM 2400-REPORT-DIFF THRU 2400-EXIT
044500         PERFORM 2500-QUARANTINE-RECORD THRU 2500-EXIT
044600         GO TO 2000-EXIT
044700     END-IF.
044800
044900     MOVE DM-NUM TO DB-CALL-NUM.
045000     SET DIV-SRC-SWEEP TO TRUE.
045100     CALL 'DIVISORS' USING DB-CALL-NUM DIV-RESULT.
045200     IF NOT DIV-RC-OK
045300         MOVE 'DIVISORS RC'  TO DB-DIFF-FIELD
045400         MOVE 'CACHED'       TO DB-DIFF-CACHED
045500         MOVE DIV-RC         TO DB-DIFF-EDIT
045600         MOVE DB-DIFF-EDIT   TO DB-DIFF-COMPUTED
045700         MOVE 'NUM CANNOT BE RECOMPUTED' TO DB-FIRST-REASON
045800         PERFORM 2400-REPORT-DIFF THRU 2400-EXIT
045900         PERFORM 2500-QUARANTINE-RECORD THRU 2500-EXIT
046000         GO TO 2000-EXIT
046100     END-IF.
046200
046300     PERFORM 2100-COMPARE-RESULT THRU 2100-EXIT.
046400     IF DB-RECORD-IS-BAD
046500         PERFORM 2500-QUARANTINE-RECORD THRU 2500-EXIT
046600     ELSE
046700         ADD 1 TO DB-CLEAN-COUNT
046800     END-IF.
046900 2000-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300* 2100-COMPARE-RESULT
047400*   FIELD-BY-FIELD COMPARISON OF THE CACHED RECORD AGAINST THE
047500*   FRESH DIVISORS RESULT. EVERY FIELD THAT DIFFERS GETS ITS OWN
047600*   REPORT LINE. THE DIVISOR TABLES ARE ONLY COMPARED SLOT BY
047700*   SLOT WHEN THE LENGTHS AGREE -- WITH DIFFERENT LENGTHS EVERY
047800*   SLOT FROM THE FIRST MISSING ONE ON WOULD DIFFER, AND THE
047900*   RESLEN LINE ALREADY SAYS SO.
048000*----------------------------------------------------------------
048100 2100-COMPARE-RESULT.
048200     IF DM-RESLEN IS NOT EQUAL TO DIV-RESLEN
048300         MOVE 'RESLEN'      TO DB-DIFF-FIELD
048400         MOVE DM-RESLEN     TO DB-DIFF-EDIT
048500         MOVE DB-DIFF-EDIT  TO DB-DIFF-CACHED
048600         MOVE DIV-RESLEN    TO DB-DIFF-EDIT
048700         MOVE DB-DIFF-EDIT  TO DB-DIFF-COMPUTED
048800         PERFORM 2400-REPORT-DIFF THRU 2400-EXIT
048900     ELSE
049000         PERFORM 2200-COMPARE-ONE-DIVISOR THRU 2200-EXIT
049100             VARYING DB-DIV-SUB FROM 1 BY 1
049200             UNTIL DB-DIV-SUB IS GREATER THAN DM-RESLEN
049300     END-IF.
049400     IF DM-PRIME-FLAG IS NOT EQUAL TO DIV-PRIME-FLAG
049500         MOVE 'PRIME FLAG'    TO DB-DIFF-FIELD
049600         MOVE DM-PRIME-FLAG   TO DB-DIFF-CACHED
049700         MOVE DIV-PRIME-FLAG  TO DB-DIFF-COMPUTED
049800         PERFORM 2400-REPORT-DIFF THRU 2400-EXIT
049900     END-IF.
050000     IF DM-SUM-PROPER IS NOT NUMERIC
050100         OR DM-SUM-PROPER IS NOT EQUAL TO DIV-SUM-PROPER
050200         MOVE 'SUM PROPER'    TO DB-DIFF-FIELD
050300         IF DM-SUM-PROPER IS NUMERIC
050400             MOVE DM-SUM-PROPER TO DB-DIFF-EDIT
050500             MOVE DB-DIFF-EDIT  TO DB-DIFF-CACHED
050600         ELSE
050700             MOVE DM-SUM-PROPER TO DB-DIFF-CACHED
050800         END-IF
050900         MOVE DIV-SUM-PROPER  TO DB-DIFF-EDIT
051000         MOVE DB-DIFF-EDIT    TO DB-DIFF-COMPUTED
051100         PERFORM 2400-REPORT-DIFF THRU 2400-EXIT
051200     END-IF.
051300     IF DM-ALIQUOT-FLAG IS NOT EQUAL TO DIV-ALIQUOT-FLAG
051400         MOVE 'ALIQUOT FLAG'   TO DB-DIFF-FIELD
051500         MOVE DM-ALIQUOT-FLAG  TO DB-DIFF-CACHED
051600         MOVE DIV-ALIQUOT-FLAG TO DB-DIFF-COMPUTED
051700         PERFORM 2400-REPORT-DIFF THRU 2400-EXIT
051800     END-IF.
051900 2100-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------------
052300* 2200-COMPARE-ONE-DIVISOR
052400*   ONE SLOT OF THE DIVISOR TABLE. THE REPORT NAMES THE SLOT SO
052500*   A SHIFTED OR ZEROED ENTRY CAN BE FOUND IN THE QUARANTINED
052600*   IMAGE.
052700*----------------------------------------------------------------
052800 2200-COMPARE-ONE-DIVISOR.
052900     IF DM-DIVISORS (DB-DIV-SUB) IS NUMERIC
053000         AND DM-DIVISORS (DB-DIV-SUB) IS EQUAL TO
053100             DIV-RES (DB-DIV-SUB)
053200         GO TO 2200-EXIT
053300     END-IF.
053400     MOVE DB-DIV-SUB TO DB-DIFF-SLOT.
053500     MOVE SPACES TO DB-DIFF-FIELD.
053600     STRING 'DIVISOR ' DELIMITED BY SIZE
053700            DB-DIFF-SLOT DELIMITED BY SIZE
053800            INTO DB-DIFF-FIELD.
053900     MOVE DM-DIVISORS (DB-DIV-SUB) TO DB-DIFF-CACHED.
054000     MOVE DIV-RES (DB-DIV-SUB)     TO DB-DIFF-COMPUTED.
054100     PERFORM 2400-REPORT-DIFF THRU 2400-EXIT.
054200 2200-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------
054600* 2400-REPORT-DIFF
054700*   PRINTS ONE DISCREPANCY LINE AND MARKS THE RECORD BAD. THE
054800*   FIRST FIELD FOUND WRONG BECOMES THE QUARANTINE REASON.
054900*----------------------------------------------------------------
055000 2400-REPORT-DIFF.
055100     SET DB-RECORD-IS-BAD TO TRUE.
055200     ADD 1 TO DB-FIELD-DIFFS.
055300     IF DB-FIRST-REASON IS EQUAL TO SPACES
055400         STRING DB-DIFF-FIELD DELIMITED BY '  '
055500                ' MISMATCH' DELIMITED BY SIZE
055600                INTO DB-FIRST-REASON
055700     END-IF.
055800     MOVE DM-NUM           TO DB-RPT-NUM.
055900     MOVE DB-DIFF-FIELD    TO DB-RPT-FIELD.
056000     MOVE DB-DIFF-CACHED   TO DB-RPT-CACHED.
056100     MOVE DB-DIFF-COMPUTED TO DB-RPT-COMPUTED.
056200     WRITE DB-REPORT-RECORD FROM DB-RPT-DETAIL-LINE.
056300 2400-EXIT.
056400     EXIT.
056500
056600*----------------------------------------------------------------
056700* 2500-QUARANTINE-RECORD
056800*   COPIES THE BAD RECORD TO DIVQUAR AND DELETES IT FROM THE
056900*   MASTER. A GARBLED RESLEN CANNOT BE TRUSTED TO SIZE THE COPY,
057000*   SO ONLY THE 26-BYTE PREFIX IS KEPT FOR THOSE. THE QUARANTINE
057100*   WRITE COMES FIRST: IF IT FAILS THE RECORD STAYS IN THE
057200*   MASTER AND THE RUN STOPS, RATHER THAN LOSING THE EVIDENCE.
057300*   THE READ NEXT THAT FOLLOWS IS UNAFFECTED BY THE DELETE --
057400*   VSAM CARRIES THE POSITION PAST A DELETED RECORD, THE SAME AS
057500*   THE DIVBAT03 PURGE.
057600*----------------------------------------------------------------
057700 2500-QUARANTINE-RECORD.
057800     ACCEPT DB-TIME-WORK FROM TIME.
057900     MOVE DB-RUN-DATE          TO DB-QR-SWEEP-DATE.
058000     MOVE DB-TIME-WORK (1:6)   TO DB-QR-SWEEP-TIME.
058100     MOVE DB-FIRST-REASON      TO DB-QR-REASON.
058200     IF DM-RESLEN IS NUMERIC
058300         AND DM-RESLEN IS NOT GREATER THAN 240
058400         COMPUTE DB-QUAR-LEN = 70 + DM-RESLEN * 6
058500     ELSE
058600         MOVE 70 TO DB-QUAR-LEN
058700     END-IF.
058800     MOVE DM-MASTER-RECORD (1:DB-QUAR-LEN - 44)
058900         TO DB-QR-IMAGE (1:DB-QUAR-LEN - 44).
059000     WRITE DB-QUAR-RECORD.
059100     IF DB-DIVQUAR-STATUS IS NOT EQUAL TO '00'
059200         DISPLAY 'DIVBAT14 - WRITE ERROR ON DIVQUAR, STATUS = '
059300             DB-DIVQUAR-STATUS ' NUM = ' DM-NUM
059400         MOVE 16 TO RETURN-CODE
059500         GOBACK
059600     END-IF.
059700     DELETE DIVMSTR RECORD.
059800     IF DB-DIVMSTR-STATUS IS NOT EQUAL TO '00'
059900         DISPLAY 'DIVBAT14 - DELETE ERROR ON DIVMSTR, STATUS = '
060000             DB-DIVMSTR-STATUS ' NUM = ' DM-NUM
060100         MOVE 16 TO RETURN-CODE
060200         GOBACK
060300     END-IF.
060400     ADD 1 TO DB-BAD-COUNT.
060500 2500-EXIT.
060600     EXIT.
060700
060800*----------------------------------------------------------------
060900* 3000-TERMINATE
061000*   PRINTS THE TOTALS, MOVES THE ROTATION ON FOR A ROTATING RUN,
061100*   AND SETS THE RETURN CODE: 4 WHEN ANYTHING WAS QUARANTINED,
061200*   SO THE MORNING REVIEW LOOKS AT THE REPORT.
061300*----------------------------------------------------------------
061400 3000-TERMINATE.
061500     CLOSE DIVMSTR.
061600     CLOSE DIVQUAR.
061700     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
061800     MOVE 'RECORDS CHECKED          =' TO DB-RPT-TOT-LABEL.
061900     MOVE DB-CHECKED-COUNT TO DB-RPT-TOT-VALUE.
062000     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
062100     MOVE 'RECORDS CLEAN            =' TO DB-RPT-TOT-LABEL.
062200     MOVE DB-CLEAN-COUNT TO DB-RPT-TOT-VALUE.
062300     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
062400     MOVE 'QUARANTINED AND DELETED  =' TO DB-RPT-TOT-LABEL.
062500     MOVE DB-BAD-COUNT TO DB-RPT-TOT-VALUE.
062600     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
062700     MOVE '  OF WHICH GARBLED       =' TO DB-RPT-TOT-LABEL.
062800     MOVE DB-GARBLED-COUNT TO DB-RPT-TOT-VALUE.
062900     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
063000     MOVE 'FIELD DISCREPANCIES      =' TO DB-RPT-TOT-LABEL.
063100     MOVE DB-FIELD-DIFFS TO DB-RPT-TOT-VALUE.
063200     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
063300     CLOSE DIVSWRPT.
063400
063500     IF DB-SCOPE-ROTATE
063600         PERFORM 3100-ADVANCE-ROTATION THRU 3100-EXIT
063700     END-IF.
063800
063900     DISPLAY 'DIVBAT14 - SCOPE             = ' DB-SCOPE.
064000     DISPLAY 'DIVBAT14 - LOW KEY           = ' DB-SLICE-LOW.
064100     DISPLAY 'DIVBAT14 - HIGH KEY          = ' DB-SLICE-HIGH.
064200     DISPLAY 'DIVBAT14 - RECORDS CHECKED   = ' DB-CHECKED-COUNT.
064300     DISPLAY 'DIVBAT14 - RECORDS CLEAN     = ' DB-CLEAN-COUNT.
064400     DISPLAY 'DIVBAT14 - QUARANTINED       = ' DB-BAD-COUNT.
064500     DISPLAY 'DIVBAT14 - GARBLED           = ' DB-GARBLED-COUNT.
064600     IF DB-SCOPE-ROTATE
064700         DISPLAY 'DIVBAT14 - NEXT SLICE FROM   = ' DB-NEXT-LOW
064800     END-IF.
064900     IF DB-BAD-COUNT IS GREATER THAN ZERO
065000         AND RETURN-CODE IS LESS THAN 4
065100         MOVE 4 TO RETURN-CODE
065200     END-IF.
065300 3000-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------------
065700* 3100-ADVANCE-ROTATION
065800*   RECORDS WHERE THE NEXT ROTATING RUN STARTS. ONLY REACHED AT A
065900*   CLEAN END -- A RUN THAT DIES PARTWAY LEAVES THE CONTROL
066000*   RECORD ALONE, SO THE RERUN SWEEPS THE SAME SLICE AGAIN
066100*   (HARMLESS: WHAT WAS ALREADY QUARANTINED IS GONE, AND THE
066200*   REST IS SIMPLY RECHECKED). A FAILED REWRITE ENDS RC=8 SO
066300*   THE SCHEDULE DOES NOT SILENTLY SWEEP ONE SLICE FOREVER.
066400*----------------------------------------------------------------
066500 3100-ADVANCE-ROTATION.
066600     MOVE SPACES           TO DB-SWEEP-CONTROL.
066700     MOVE DB-NEXT-LOW      TO DB-SC-NEXT-LOW.
066800     MOVE DB-RUN-DATE      TO DB-SC-LAST-DATE.
066900     MOVE DB-SLICE-LOW     TO DB-SC-LAST-LOW.
067000     MOVE DB-SLICE-HIGH    TO DB-SC-LAST-HIGH.
067100     MOVE DB-CHECKED-COUNT TO DB-SC-LAST-CHECKED.
067200     MOVE DB-BAD-COUNT     TO DB-SC-LAST-BAD.
067300     OPEN OUTPUT DIVSWCTL.
067400     IF DB-DIVSWCTL-STATUS IS NOT EQUAL TO '00'
067500         DISPLAY 'DIVBAT14 - UNABLE TO OPEN DIVSWCTL, STATUS = '
067600             DB-DIVSWCTL-STATUS ' - ROTATION NOT ADVANCED'
067700         MOVE 8 TO RETURN-CODE
067800         GO TO 3100-EXIT
067900     END-IF.
068000     WRITE DB-SWEEP-CONTROL.
068100     IF DB-DIVSWCTL-STATUS IS NOT EQUAL TO '00'
068200         DISPLAY 'DIVBAT14 - WRITE ERROR ON DIVSWCTL, STATUS = '
068300             DB-DIVSWCTL-STATUS ' - ROTATION NOT ADVANCED'
068400         MOVE 8 TO RETURN-CODE
068500     END-IF.
068600     CLOSE DIVSWCTL.
068700 3100-EXIT.
068800     EXIT.
068900
069000 END PROGRAM DIVBAT14.
