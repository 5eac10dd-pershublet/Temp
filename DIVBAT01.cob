001774*                 SENT IT. THE FIXED PART OF THE OUTPUT RECORD
001775*                 GREW BY ONE BYTE TO 103 (RECORDS NOW 103 TO
001776*                 1543 DATA BYTES).
001777*  10/15/26  RH    ADDED THE PARTITIONED NIGHTLY: A SECOND PARM
001778*                 FIELD (PARM='INTERVAL,N') RUNS THIS AS PARTITION
001779*                 N OF A NUM-RANGE SPLIT OF THE NIGHTLY, IN ITS
001780*                 OWN JOB ALONGSIDE THE OTHER PARTITIONS' JOBS,
001781*                 WITH ITS OWN DIVIN, DIVOUT AND CHECKPOINT. A
001782*                 PARTITION ONLY READS DIVMSTR -- ITS FRESH
001783*                 RESULTS GO TO ITS OWN DIVMNEW FILE FOR DIVBAT11
001784*                 TO FOLD IN AFTER THE MERGE, SO NO TWO JOBS EVER
001785*                 UPDATE THE MASTER AT ONCE -- AND IT STAMPS ITS
001786*                 NUMBER INTO THE CHECKPOINT AND ITS DIVHIST
001787*                 RECORD. DIVBAT20 MERGES THE PARTITION DIVOUTS.
001788*  10/15/26  RH    EVERY ADD TO DIVMSTR IN 2210 IS NOW JOURNALED
001789*                 ON DIVMJRN WITH THE DIVRCTL RUN ID AND BUSINESS
001790*                 DATE, FOR THE DIVBAT23 RUN BACKOUT. A SEED RUN
001791*                 NOW READS DIVRCTL TOO AND JOURNALS UNDER
001792*                 WHATEVER RUN IS ON IT (ZEROS IF NONE); IT
001793*                 REFUSES TO RUN UNDER A RUN ALREADY BACKED OUT.
001794*                 THE RUN ID ALSO GOES INTO THE DIVHIST RECORD.
001795*                 A JOURNAL FAILURE STOPS THE JOB RC=16. A
001796*                 PARTITION, WHICH NEVER WRITES THE MASTER, DOES
001797*                 NOT OPEN THE JOURNAL.
001798*----------------------------------------------------------------
001799 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.   IBM-370.
002000 OBJECT-COMPUTER.   IBM-370.
003026         ORGANIZATION IS SEQUENTIAL
003028         FILE STATUS IS DB-DIVRCTL-STATUS.
003030
003032     SELECT DIVMNEW ASSIGN TO DIVMNEW
003034         ORGANIZATION IS SEQUENTIAL
003036         FILE STATUS IS DB-DIVMNEW-STATUS.
003038
003050     SELECT DIVMJRN ASSIGN TO DIVMJRN
003062         ORGANIZATION IS SEQUENTIAL
003075         FILE STATUS IS DB-DIVMJRN-STATUS.
003087
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  DIVIN
004931     LABEL RECORDS ARE STANDARD.
004932     COPY DIVRCTL.
004933
004934*    A PARTITION'S FRESH RESULTS, AS MASTER RECORD IMAGES IN
004935*    THE FORMAT THE DIVBAT11 FOLD-IN READS (THE SAME IMAGE THE
004936*    DIVR ONLINE RESULT QUEUE CARRIES). NOT OPENED OTHERWISE.
004937 FD  DIVMNEW
004938     RECORDING MODE IS V
004939     RECORD IS VARYING IN SIZE FROM 26 TO 1466 CHARACTERS
004940         DEPENDING ON DB-DIVMNEW-RECLEN
004941     LABEL RECORDS ARE STANDARD.
004942 01  DB-MNEW-RECORD        PIC X(1466).
004943
004944*    THE MASTER JOURNAL -- ONE RECORD PER ADD TO DIVMSTR, FOR THE
004946*    DIVBAT23 RUN BACKOUT. NOT OPENED BY A PARTITION.
004948 FD  DIVMJRN
004949     RECORDING MODE IS V
004951     RECORD IS VARYING IN SIZE FROM 55 TO 1521 CHARACTERS
004953         DEPENDING ON DB-DIVMJRN-RECLEN
004954     LABEL RECORDS ARE STANDARD.
004956     COPY DIVMJRN.
004958
004960 WORKING-STORAGE SECTION.
005000 01  DB-SWITCHES.
005100     03  DB-EOF-SWITCH      PIC X(01)  VALUE 'N'.
005200         88  DB-END-OF-INPUT        VALUE 'Y'.
005680     03  DB-DIVGEN-STATUS   PIC X(02)  VALUE '00'.
005690     03  DB-DIVHIST-STATUS  PIC X(02)  VALUE '00'.
005695     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
005697     03  DB-DIVMNEW-STATUS  PIC X(02)  VALUE '00'.
005698     03  DB-DIVMJRN-STATUS  PIC X(02)  VALUE '00'.
005700
005800 01  DB-COUNTERS.
005900     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
006105     03  DB-COPY-COUNT      PIC 9(7)  COMP  VALUE ZERO.
006110
006150 01  DB-PARM-TEXT           PIC X(05)  VALUE SPACES.
006152
006153*    THE PARM SPLIT AT THE COMMA: CHECKPOINT INTERVAL, THEN THE
006154*    PARTITION NUMBER ON A PARTITIONED NIGHTLY.
006155 01  DB-PARM-FIELDS.
006156     03  DB-PARM-INTERVAL   PIC X(05)  VALUE SPACES.
006157     03  DB-PARM-PART       PIC X(02)  VALUE SPACES.
006158     03  DB-PARM-PART-TEXT  PIC X(02)  VALUE ZEROS.
006159     03  DB-PARM-INT-LEN    PIC 9(2)  COMP-5 VALUE ZERO.
006160     03  DB-PARM-PART-LEN   PIC 9(2)  COMP-5 VALUE ZERO.
006161
006162*    ACTUAL LENGTHS OF THE VARIABLE DIVOUT/DIVOUTW RECORDS --
006164*    SET BY EVERY READ, AND SET BEFORE EVERY WRITE (103 BYTES OF
006166*    FIXED FIELDS PLUS SIX PER DIVISOR CARRIED).
006168 01  DB-RECLEN-FIELDS.
006170     03  DB-DIVOUT-RECLEN   PIC 9(4)  COMP  VALUE ZERO.
006172     03  DB-DIVOUTW-RECLEN  PIC 9(4)  COMP  VALUE ZERO.
006174     03  DB-DIVMNEW-RECLEN  PIC 9(4)  COMP  VALUE ZERO.
006177     03  DB-DIVMJRN-RECLEN  PIC 9(4)  COMP  VALUE ZERO.
006180
006200 01  DB-CALL-NUM            PIC 9(6) COMP-5.
006210
006258 01  DB-WORK-SOURCE         PIC X(1)   VALUE SPACE.
006260
006262*    TONIGHT'S RUN IDENTITY, PICKED UP FROM DIVRCTL ON A NIGHTLY
006263*    RUN AND STAMPED INTO THE TRAILER AND THE CHECKPOINT. A SEED
006264*    RUN TAKES WHATEVER RUN IS ON DIVRCTL (ZEROS IF NONE) FOR THE
006265*    MASTER JOURNAL. THE PARTITION NUMBER COMES FROM THE PARM
006267*    -- ZERO ON A SINGLE-STREAM OR SEED RUN.
006268 01  DB-RUN-FIELDS.
006269     03  DB-RUN-DATE        PIC 9(8)        VALUE ZERO.
006271     03  DB-RUN-ID          PIC 9(14)       VALUE ZERO.
006273     03  DB-PARTITION       PIC 9(2)        VALUE ZERO.
006274         88  DB-IS-PARTITIONED     VALUE 1 THRU 99.
006275
006276 01  DB-SEED-FIELDS.
006280     03  DB-SEED-NUM        PIC 9(7)  COMP  VALUE ZERO.
006290     03  DB-SEED-START      PIC 9(7)  COMP  VALUE ZERO.
006600 LINKAGE SECTION.
006700 01  DB-PARM-PASSED.
006800     03  DB-PARM-LEN        PIC S9(4) COMP.
006900     03  DB-PARM-DATA       PIC X(20).
007000
007100 PROCEDURE DIVISION USING DB-PARM-PASSED.
007200*----------------------------------------------------------------
008702     ACCEPT DB-TIME-NOW FROM TIME.
008704     COMPUTE DB-START-SECS = DB-TIME-HH * 3600
008706         + DB-TIME-MM * 60 + DB-TIME-SS.
008707*    PARM='INTERVAL' OR 'INTERVAL,PARTITION'. EITHER FIELD MAY
008708*    BE LEFT EMPTY (',3' IS PARTITION 3 AT THE DEFAULT INTERVAL).
008710     IF DB-PARM-LEN IS GREATER THAN ZERO
008711         AND DB-PARM-LEN IS NOT GREATER THAN 20
008712         UNSTRING DB-PARM-DATA (1:DB-PARM-LEN) DELIMITED BY ','
008713             INTO DB-PARM-INTERVAL COUNT IN DB-PARM-INT-LEN
008714                  DB-PARM-PART     COUNT IN DB-PARM-PART-LEN
008715         END-UNSTRING
008716     END-IF.
008717     IF DB-PARM-INT-LEN IS GREATER THAN ZERO
008718         AND DB-PARM-INT-LEN IS NOT GREATER THAN 5
008719         MOVE ZEROS TO DB-PARM-TEXT
008720         COMPUTE DB-PARM-START = 6 - DB-PARM-INT-LEN
008721         MOVE DB-PARM-INTERVAL (1:DB-PARM-INT-LEN) TO
008722             DB-PARM-TEXT (DB-PARM-START:DB-PARM-INT-LEN)
008723         IF DB-PARM-TEXT IS NUMERIC AND DB-PARM-TEXT IS GREATER
008724             THAN ZERO
008725             MOVE DB-PARM-TEXT TO DB-CKPT-INTERVAL
008726         END-IF
008727     END-IF.
008728     IF DB-PARM-PART-LEN IS GREATER THAN ZERO
008729         PERFORM 1015-SET-PARTITION THRU 1015-EXIT
008730     END-IF.
008750
008752     PERFORM 1025-CHECK-SEED-CARD THRU 1025-EXIT.
008754     IF DB-IS-NIGHTLY-RUN
008755         PERFORM 1040-READ-RUN-CONTROL THRU 1040-EXIT
008756     ELSE
008757         PERFORM 1045-READ-SEED-RUN-CONTROL THRU 1045-EXIT
008758     END-IF.
008760     PERFORM 1050-READ-CHECKPOINT THRU 1050-EXIT.
008770     IF DB-IS-SEED-RUN
010200     END-IF.
010210
010212 1000-OPEN-MASTER.
010214     IF DB-IS-PARTITIONED
010216         PERFORM 1035-OPEN-PARTITION-FILES THRU 1035-EXIT
010217         GO TO 1000-CHECK-MASTER-OPEN
010218     END-IF.
010219     PERFORM 1037-OPEN-JOURNAL THRU 1037-EXIT.
010220     OPEN I-O DIVMSTR.
010230     IF DB-DIVMSTR-STATUS IS EQUAL TO '35'
010240         OPEN OUTPUT DIVMSTR
010250         CLOSE DIVMSTR
010260         OPEN I-O DIVMSTR
010270     END-IF.
010275 1000-CHECK-MASTER-OPEN.
010280     IF DB-DIVMSTR-STATUS IS NOT EQUAL TO '00'
010290         DISPLAY 'DIVBAT01 - UNABLE TO OPEN DIVMSTR, STATUS = '
010291             DB-DIVMSTR-STATUS
010600     EXIT.
010601
010602*----------------------------------------------------------------
010603* 1015-SET-PARTITION
010604*   THE SECOND PARM FIELD MAKES THIS RUN ONE PARTITION OF THE
010605*   PARTITIONED NIGHTLY. IT MUST BE A PARTITION NUMBER FROM 1
010606*   UP: A PARTITION JOB THAT QUIETLY RAN AS A WHOLE-FILE RUN
010607*   WOULD UPDATE THE MASTER WHILE THE OTHER PARTITIONS READ IT,
010608*   SO A BAD VALUE STOPS THE JOB INSTEAD OF BEING IGNORED THE WAY
010609*   A BAD INTERVAL IS.
010610*----------------------------------------------------------------
010611 1015-SET-PARTITION.
010612     IF DB-PARM-PART-LEN IS GREATER THAN 2
010613         GO TO 1015-BAD-PARTITION
010614     END-IF.
010615     MOVE ZEROS TO DB-PARM-PART-TEXT.
010616     COMPUTE DB-PARM-START = 3 - DB-PARM-PART-LEN.
010617     MOVE DB-PARM-PART (1:DB-PARM-PART-LEN) TO
010618         DB-PARM-PART-TEXT (DB-PARM-START:DB-PARM-PART-LEN).
010619     IF DB-PARM-PART-TEXT IS NOT NUMERIC
010620         OR DB-PARM-PART-TEXT IS EQUAL TO '00'
010621         GO TO 1015-BAD-PARTITION
010622     END-IF.
010623     MOVE DB-PARM-PART-TEXT TO DB-PARTITION.
010624     DISPLAY 'DIVBAT01 - PARTITION         = ' DB-PARTITION.
010625     GO TO 1015-EXIT.
010626 1015-BAD-PARTITION.
010627     DISPLAY 'DIVBAT01 - BAD PARTITION NUMBER IN PARM: '
010628         DB-PARM-DATA (1:DB-PARM-LEN).
010629     MOVE 16 TO RETURN-CODE.
010630     GOBACK.
010631 1015-EXIT.
010632     EXIT.
010633
010634*----------------------------------------------------------------
010635* 1025-CHECK-SEED-CARD
010636*   LOOKS FOR A RANGE CARD ON DIVGEN. THE NIGHTLY JOB POINTS
010637*   DIVGEN AT DD DUMMY, SO AN UNOPENABLE OR EMPTY FILE SIMPLY
010638*   MEANS A NORMAL NIGHTLY RUN. A PRESENT BUT UNUSABLE CARD IS
010639*   AN ERROR -- GUESSING AT A SEEDING RANGE HELPS NOBODY.
010640*----------------------------------------------------------------
010641 1025-CHECK-SEED-CARD.
010642     OPEN INPUT DIVGEN.
010643     IF DB-DIVGEN-STATUS IS NOT EQUAL TO '00'
010644         GO TO 1025-EXIT
010645     END-IF.
010646     READ DIVGEN
010647         AT END
010648             CLOSE DIVGEN
010649             GO TO 1025-EXIT
010650     END-READ.
010651     IF DB-GEN-LOW IS NOT NUMERIC
010652         OR DB-GEN-HIGH IS NOT NUMERIC
010653         OR DB-GEN-LOW IS LESS THAN 2
010654         OR DB-GEN-HIGH IS GREATER THAN 999999
010655         OR DB-GEN-LOW IS GREATER THAN DB-GEN-HIGH
010656         DISPLAY 'DIVBAT01 - BAD DIVGEN RANGE CARD: '
010657             DB-GEN-RECORD (1:13)
010658         MOVE 16 TO RETURN-CODE
010659         GOBACK
010660     END-IF.
010661     SET DB-IS-SEED-RUN TO TRUE.
010662     MOVE DB-GEN-LOW  TO DB-SEED-START.
010663     MOVE DB-GEN-HIGH TO DB-SEED-HIGH.
010664     DISPLAY 'DIVBAT01 - MASTER SEED RUN, RANGE = '
010665         DB-GEN-LOW ' THRU ' DB-GEN-HIGH.
010666     CLOSE DIVGEN.
010667 1025-EXIT.
010668     EXIT.
010669
010670*----------------------------------------------------------------
010671* 1030-SET-SEED-START
010672*   ON A SEED RESTART, PICK UP ONE PAST THE LAST NUM THE
010673*   CHECKPOINT SAW INSTEAD OF RECOMPUTING THE WHOLE RANGE --
010674*   THIS IS WHAT LETS ONE BIG RANGE BE SPREAD ACROSS SEVERAL
010675*   NIGHTS' SPARE WINDOW (CANCEL THE JOB AT THE END OF THE
010676*   WINDOW, RESUBMIT IT TOMORROW). A CHECKPOINT KEY BELOW THE
010677*   CARD'S RANGE MEANS A NEW CARD; THE RANGE STARTS CLEAN.
010678*----------------------------------------------------------------
010679 1030-SET-SEED-START.
010680     IF DB-IS-RESTART
010681         IF DB-CKPT-LAST-KEY IS NOT LESS THAN DB-SEED-START
010682             COMPUTE DB-SEED-START = DB-CKPT-LAST-KEY + 1
010683         END-IF
010684         DISPLAY 'DIVBAT01 - SEED RESTART, RESUMING AT '
010685             DB-SEED-START
010686     END-IF.
010687 1030-EXIT.
010688     EXIT.
010689
010690*----------------------------------------------------------------
010691* 1035-OPEN-PARTITION-FILES
010692*   A PARTITION SHARES DIVMSTR WITH THE OTHER PARTITIONS' JOBS,
010693*   RUNNING AT THE SAME TIME, SO IT OPENS THE MASTER FOR INPUT
010694*   ONLY (THE STATUS IS CHECKED BACK IN 1000 LIKE ANY MASTER
010695*   OPEN). ITS FRESH RESULTS GO TO ITS OWN DIVMNEW FILE INSTEAD,
010696*   AND DIVBAT11 FOLDS THEM IN ONCE EVERY PARTITION HAS FINISHED.
010697*   A RESTART EXTENDS DIVMNEW RATHER THAN TRIMMING IT THE WAY
010698*   DIVOUT IS TRIMMED -- A RESULT WRITTEN TWICE ONLY COMES BACK
010699*   FROM THE FOLD-IN AS ALREADY ON FILE. A SEED RUN EXISTS TO
010700*   WRITE THE MASTER, SO IT CANNOT RUN AS A PARTITION.
010701*----------------------------------------------------------------
010702 1035-OPEN-PARTITION-FILES.
010703     IF DB-IS-SEED-RUN
010704         DISPLAY 'DIVBAT01 - A SEED RUN CANNOT RUN AS A PARTITION'
010705         MOVE 16 TO RETURN-CODE
010706         GOBACK
010707     END-IF.
010708     OPEN INPUT DIVMSTR.
010709     IF DB-IS-RESTART
010710         OPEN EXTEND DIVMNEW
010711     ELSE
010712         OPEN OUTPUT DIVMNEW
010713     END-IF.
010714     IF DB-DIVMNEW-STATUS IS NOT EQUAL TO '00'
010715         DISPLAY 'DIVBAT01 - UNABLE TO OPEN DIVMNEW, STATUS = '
010716             DB-DIVMNEW-STATUS
010717         MOVE 16 TO RETURN-CODE
010718         GOBACK
010719     END-IF.
010720 1035-EXIT.
010721     EXIT.
010722
010723*----------------------------------------------------------------
010724* 1037-OPEN-JOURNAL
010725*   THE MASTER JOURNAL TAKES ONE RECORD FOR EVERY ADD 2210 MAKES
010726*   TO DIVMSTR, SO THAT DIVBAT23 CAN BACK THE RUN OUT. OPENED
010727*   EXTEND AND CREATED ON FIRST USE, LIKE DIVHIST. A RUN THAT
010728*   CANNOT JOURNAL ITS ADDS MUST NOT MAKE THEM, SO AN OPEN
010729*   FAILURE STOPS THE JOB BEFORE THE MASTER IS OPENED.
010730*----------------------------------------------------------------
010731 1037-OPEN-JOURNAL.
010732     OPEN EXTEND DIVMJRN.
010733     IF DB-DIVMJRN-STATUS IS EQUAL TO '35'
010734         OPEN OUTPUT DIVMJRN
010735     END-IF.
010736     IF DB-DIVMJRN-STATUS IS NOT EQUAL TO '00'
010737         DISPLAY 'DIVBAT01 - UNABLE TO OPEN DIVMJRN, STATUS = '
010738             DB-DIVMJRN-STATUS
010739         MOVE 16 TO RETURN-CODE
010740         GOBACK
010741     END-IF.
010742 1037-EXIT.
010743     EXIT.
010744
010745*----------------------------------------------------------------
010746* 1040-READ-RUN-CONTROL
010747*   PICKS UP THE BUSINESS DATE AND RUN ID DIVBAT05 OPENED AT THE
010748*   TOP OF THE NIGHT. NO FILE, NO RECORD, OR A RECORD NOT IN
010749*   STATUS O ALL MEAN THE SAME THING -- THE EDIT STEP DID NOT
010750*   OPEN TONIGHT'S RUN -- AND THE DRIVER MUST NOT PRODUCE A
010751*   DIVOUT NOBODY CAN CERTIFY.
010752*----------------------------------------------------------------
010753 1040-READ-RUN-CONTROL.
010754     OPEN INPUT DIVRCTL.
010755     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
010756         DISPLAY 'DIVBAT01 - UNABLE TO OPEN DIVRCTL, STATUS = '
010757             DB-DIVRCTL-STATUS
010758         MOVE 16 TO RETURN-CODE
010759         GOBACK
010760     END-IF.
010761     READ DIVRCTL
010762         AT END
010763             CONTINUE
010764     END-READ.
010765     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
010766         OR NOT DR-RUN-OPEN
010767         DISPLAY 'DIVBAT01 - NO OPEN RUN ON DIVRCTL - RUN THE '
010768             'DIVBAT05 EDIT STEP FIRST'
010769         MOVE 16 TO RETURN-CODE
010770         GOBACK
010771     END-IF.
010772     MOVE DR-BUSINESS-DATE TO DB-RUN-DATE.
010773     MOVE DR-RUN-ID        TO DB-RUN-ID.
010774     CLOSE DIVRCTL.
010775     DISPLAY 'DIVBAT01 - BUSINESS DATE     = ' DB-RUN-DATE.
010776     DISPLAY 'DIVBAT01 - RUN ID            = ' DB-RUN-ID.
010777 1040-EXIT.
010778     EXIT.
010779
010780*----------------------------------------------------------------
010781* 1045-READ-SEED-RUN-CONTROL
010782*   A SEED RUN IS NO PART OF THE NIGHTLY, BUT ITS MASTER ADDS
010783*   STILL HAVE TO BE JOURNALED UNDER SOME RUN FOR DIVBAT23 TO
010784*   REACH THEM. IT TAKES WHATEVER RUN IS ON DIVRCTL, OPEN OR
010785*   CERTIFIED, SO BACKING THAT RUN OUT TAKES THE SEEDED NUMS OUT
010786*   WITH IT (THEY ARE SIMPLY RECOMPUTED WHEN NEXT NEEDED). NO
010787*   RUN-CONTROL RECORD YET -- A NEW INSTALL SEEDING BEFORE ITS
010788*   FIRST NIGHTLY -- JOURNALS UNDER RUN ZERO. A RUN ALREADY
010789*   BACKED OUT STOPS THE JOB: NOTHING ADDED UNDER IT COULD EVER
010790*   BE BACKED OUT IN TURN.
010791*----------------------------------------------------------------
010792 1045-READ-SEED-RUN-CONTROL.
010793     OPEN INPUT DIVRCTL.
010794     IF DB-DIVRCTL-STATUS IS EQUAL TO '35'
010795         DISPLAY 'DIVBAT01 - NO RUN ON DIVRCTL - SEED JOURNALED '
010796             'UNDER RUN ZERO'
010797         GO TO 1045-EXIT
010798     END-IF.
010799     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
010800         DISPLAY 'DIVBAT01 - UNABLE TO OPEN DIVRCTL, STATUS = '
010801             DB-DIVRCTL-STATUS
010802         MOVE 16 TO RETURN-CODE
010803         GOBACK
010804     END-IF.
010805     READ DIVRCTL
010806         AT END
010807             CONTINUE
010808     END-READ.
010809     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
010810         CLOSE DIVRCTL
010811         DISPLAY 'DIVBAT01 - NO RUN ON DIVRCTL - SEED JOURNALED '
010812             'UNDER RUN ZERO'
010813         GO TO 1045-EXIT
010814     END-IF.
010815     IF DR-RUN-BACKED-OUT
010816         DISPLAY 'DIVBAT01 - RUN ' DR-RUN-ID ' ON DIVRCTL WAS '
010817             'BACKED OUT - NO SEEDING UNTIL DIVBAT05 OPENS THE '
010818             'NEXT RUN'
010819         MOVE 16 TO RETURN-CODE
010820         GOBACK
010821     END-IF.
010822     MOVE DR-BUSINESS-DATE TO DB-RUN-DATE.
010823     MOVE DR-RUN-ID        TO DB-RUN-ID.
010824     CLOSE DIVRCTL.
010825     DISPLAY 'DIVBAT01 - SEED JOURNALED UNDER RUN ' DB-RUN-ID.
010826 1045-EXIT.
010827     EXIT.
010828
010829*----------------------------------------------------------------
010830* 1050-READ-CHECKPOINT
010831*   LOOKS FOR A CHECKPOINT LEFT BY AN EARLIER, INCOMPLETE RUN. A
010832*   CHECKPOINT RECORD WITH A NON-ZERO RECORDS-READ COUNT MEANS
010833*   THAT MANY INPUT RECORDS WERE ALREADY PROCESSED AND MUST BE
010834*   SKIPPED RATHER THAN REPROCESSED; THE SAVED COUNTERS ARE
010835*   RESTORED SO THE END-OF-RUN SUMMARY COVERS THE WHOLE LOGICAL
010836*   RUN, NOT JUST THE RESTARTED TAIL.
010837*----------------------------------------------------------------
010838 1050-READ-CHECKPOINT.
010839     OPEN INPUT DIVCKPT.
010840     IF DB-DIVCKPT-STATUS IS EQUAL TO '00'
010841         READ DIVCKPT
010842             AT END
010843                 CONTINUE
010844         END-READ
010845         IF DB-DIVCKPT-STATUS IS EQUAL TO '00'
010846             AND DK-RECORDS-READ IS GREATER THAN ZERO
010847             PERFORM 1060-CHECK-CKPT-MODE THRU 1060-EXIT
010848             SET DB-IS-RESTART       TO TRUE
010849             MOVE DK-LAST-KEY-NUM    TO DB-CKPT-LAST-KEY
010850             MOVE DK-RECORDS-READ    TO DB-SKIP-COUNT
010851             MOVE DK-RECORDS-READ    TO DB-RECORDS-READ
010852             MOVE DK-RECORDS-WRITTEN TO DB-RECORDS-WRITTEN
010853             MOVE DK-PRIME-COUNT     TO DB-PRIME-COUNT
010854             MOVE DK-COMPOSITE-COUNT TO DB-COMPOSITE-COUNT
010855             MOVE DK-REJECTED-COUNT  TO DB-REJECTED-COUNT
010856             MOVE DK-PERFECT-COUNT   TO DB-PERFECT-COUNT
010857             MOVE DK-ABUNDANT-COUNT  TO DB-ABUNDANT-COUNT
010858             MOVE DK-DEFICIENT-COUNT TO DB-DEFICIENT-COUNT
010860             MOVE DK-MASTER-HITS     TO DB-MASTER-HITS
010870             MOVE DK-MAX-RESLEN      TO DB-MAX-RESLEN
010880         END-IF
010952         MOVE 16 TO RETURN-CODE
010953         GOBACK
010954     END-IF.
010955*    AND OF THIS PARTITION -- ANOTHER PARTITION'S PROGRESS IS A
010956*    COUNT OF RECORDS IN ANOTHER PARTITION'S INPUT FILE.
010957     IF DB-IS-NIGHTLY-RUN
010958         AND DK-PARTITION IS NUMERIC
010959         AND DK-PARTITION IS NOT EQUAL TO DB-PARTITION
010960         DISPLAY 'DIVBAT01 - CHECKPOINT BELONGS TO PARTITION '
010961             DK-PARTITION ' NOT ' DB-PARTITION
010962             ' - FINISH OR CLEAR IT FIRST'
010963         MOVE 16 TO RETURN-CODE
010964         GOBACK
010965     END-IF.
010967 1060-EXIT.
010970     EXIT.
010973
010980*----------------------------------------------------------------
010987* 1075-REBUILD-DIVOUT
014140         PERFORM 2220-MOVE-TO-MASTER THRU 2220-EXIT
014150             VARYING DB-I FROM 1 BY 1
014160             UNTIL DB-I IS GREATER THAN DIV-RESLEN
014162*        A PARTITION NEVER WRITES THE SHARED MASTER ITSELF.
014164         IF DB-IS-PARTITIONED
014165             PERFORM 2215-WRITE-NEW-RESULT THRU 2215-EXIT
014166             GO TO 2210-EXIT
014167         END-IF
014170         WRITE DM-MASTER-RECORD
014172         IF DB-DIVMSTR-STATUS IS EQUAL TO '00'
014175             PERFORM 2212-JOURNAL-ADD THRU 2212-EXIT
014177         END-IF
014180         IF DB-DIVMSTR-STATUS IS NOT EQUAL TO '00'
014190             DISPLAY 'DIVBAT01 - DIVMSTR WRITE ERROR, STATUS = '
014191                 DB-DIVMSTR-STATUS ' NUM = ' DB-WORK-NUM
014198     EXIT.

014199*----------------------------------------------------------------
014200* 2212-JOURNAL-ADD
014201*   RECORDS THE ADD 2210 JUST MADE ON THE MASTER JOURNAL, UNDER
014202*   THE RUN FROM DIVRCTL, SO DIVBAT23 CAN DELETE IT AGAIN IF THE
014203*   RUN PROVES BAD. UNLIKE A MASTER WRITE ERROR THIS STOPS THE
014204*   JOB: AN ADD THAT WAS NOT JOURNALED COULD NEVER BE BACKED
014205*   OUT, AND A RESTART WOULD FIND THE NUM ALREADY ON FILE AND NOT
014206*   JOURNAL IT AGAIN -- SO THE NUM IS NAMED FOR A HAND DELETE IF
014207*   THE RUN IS LATER BACKED OUT.
014208*----------------------------------------------------------------
014209 2212-JOURNAL-ADD.
014210     MOVE DB-RUN-ID          TO DJ-RUN-ID.
014211     MOVE DB-RUN-DATE        TO DJ-BUSINESS-DATE.
014212     SET DJ-ACTION-ADD       TO TRUE.
014213     MOVE 'DIVBAT01'         TO DJ-PROGRAM.
014214     ACCEPT DJ-DATE-WRITTEN FROM DATE YYYYMMDD.
014215     ACCEPT DB-TIME-NOW FROM TIME.
014216     MOVE DB-TIME-NOW (1:6)  TO DJ-TIME-WRITTEN.
014217     MOVE DB-WORK-NUM        TO DJ-NUM.
014218     MOVE ZERO               TO DJ-BEFORE-LEN.
014219     MOVE 55                 TO DB-DIVMJRN-RECLEN.
014220     WRITE DJ-JOURNAL-RECORD.
014221     IF DB-DIVMJRN-STATUS IS NOT EQUAL TO '00'
014222         DISPLAY 'DIVBAT01 - DIVMJRN WRITE ERROR, STATUS = '
014223             DB-DIVMJRN-STATUS ' NUM = ' DB-WORK-NUM
014224             ' ADDED BUT NOT JOURNALED'
014225         MOVE 16 TO RETURN-CODE
014226         GOBACK
014227     END-IF.
014228 2212-EXIT.
014229     EXIT.
014230
014231*----------------------------------------------------------------
014232* 2215-WRITE-NEW-RESULT
014233*   A PARTITION'S STAND-IN FOR THE MASTER WRITE IN 2210: THE
014234*   RECORD BUILT IN THE MASTER RECORD AREA GOES TO DIVMNEW AT ITS
014235*   ACTUAL LENGTH (26 BYTES OF FIXED FIELDS PLUS SIX PER
014236*   DIVISOR). SAME RC=8 RULE AS A MASTER WRITE ERROR -- THE
014237*   OUTPUT RECORD IS STILL GOOD, ONLY THE CACHE IS SHORT.
014238*----------------------------------------------------------------
014239 2215-WRITE-NEW-RESULT.
014240     COMPUTE DB-DIVMNEW-RECLEN = 26 + DM-RESLEN * 6.
014241     WRITE DB-MNEW-RECORD FROM DM-MASTER-RECORD.
014242     IF DB-DIVMNEW-STATUS IS NOT EQUAL TO '00'
014243         DISPLAY 'DIVBAT01 - DIVMNEW WRITE ERROR, STATUS = '
014244             DB-DIVMNEW-STATUS ' NUM = ' DB-WORK-NUM
014245         MOVE 8 TO RETURN-CODE
014246     END-IF.
014247 2215-EXIT.
014248     EXIT.
014249
014250*----------------------------------------------------------------
014251* 2220-MOVE-TO-MASTER
014252*   ONLY THE RESLEN ENTRIES ACTUALLY COMPUTED ARE CARRIED --
014253*   THE MASTER RECORD IS VARIABLE LENGTH AND HAS NO SLOTS TO
014254*   ZERO-FILL. DM-RESLEN IS ALREADY SET ABOVE, SO THE TABLE IS
014255*   AT ITS PROPER SIZE BEFORE THE FIRST STORE.
014256*----------------------------------------------------------------
014257 2220-MOVE-TO-MASTER.
014258     MOVE DIV-RES (DB-I) TO DM-DIVISORS (DB-I).
014259 2220-EXIT.
014260     EXIT.

014261*----------------------------------------------------------------
014262* 2240-CALL-FACTORS
014263*   GETS THE PRIME FACTORIZATION FOR THE OUTPUT RECORD. RUN FOR
014264*   EVERY NUM, MASTER HIT OR NOT -- THE MASTER RECORD DOES NOT
014265*   CARRY THE FACTORIZATION, AND DIVFACTS' TRIAL DIVISION IS
014266*   CHEAP ENOUGH THAT CACHING IT WOULD COST MORE THAN IT SAVES.
014267*----------------------------------------------------------------
014268 2240-CALL-FACTORS.
014269     MOVE DB-WORK-NUM TO DB-CALL-NUM.
014270     CALL 'DIVFACTS' USING DB-CALL-NUM DIVF-RESULT.
014271 2240-EXIT.
014272     EXIT.

014273*----------------------------------------------------------------
014300* 2300-WRITE-DIVOUT
014400*----------------------------------------------------------------
014500 2300-WRITE-DIVOUT.
016500     MOVE DB-MAX-RESLEN      TO DK-MAX-RESLEN.
016502     MOVE DB-RUN-DATE        TO DK-RUN-DATE.
016504     MOVE DB-RUN-ID          TO DK-RUN-ID.
016506     MOVE DB-PARTITION       TO DK-PARTITION.
016510     OPEN OUTPUT DIVCKPT.
016515     IF DB-DIVCKPT-STATUS IS NOT EQUAL TO '00'
016516         DISPLAY 'DIVBAT01 - UNABLE TO OPEN DIVCKPT, STATUS = '
017038         DB-DEFICIENT-COUNT.
017040     DISPLAY 'DIVBAT01 - MASTER FILE HITS  = ' DB-MASTER-HITS.
017050     DISPLAY 'DIVBAT01 - LARGEST RESLEN    = ' DB-MAX-RESLEN.
017052     IF DB-IS-PARTITIONED
017054         DISPLAY 'DIVBAT01 - PARTITION         = ' DB-PARTITION
017055         CLOSE DIVMNEW
017056     ELSE
017057         CLOSE DIVMJRN
017058     END-IF.
017060 3000-EXIT.
017070     EXIT.
017080
017240     MOVE ZERO TO DK-MAX-RESLEN.
017242     MOVE ZERO TO DK-RUN-DATE.
017244     MOVE ZERO TO DK-RUN-ID.
017246     MOVE ZERO TO DK-PARTITION.
017250     OPEN OUTPUT DIVCKPT.
017260     IF DB-DIVCKPT-STATUS IS NOT EQUAL TO '00'
017270         DISPLAY 'DIVBAT01 - UNABLE TO OPEN DIVCKPT, STATUS = '
017720     END-IF.
017730     COMPUTE DB-ELAPSED-SECS = DB-END-SECS - DB-START-SECS.
017740     MOVE DB-ELAPSED-SECS    TO DH-ELAPSED-SECS.
017745     MOVE DB-PARTITION       TO DH-PARTITION.
017750     IF DB-IS-SEED-RUN
017760         MOVE 'S' TO DH-RUN-MODE
017770     ELSE
017870     MOVE DB-DEFICIENT-COUNT TO DH-DEFICIENT-COUNT.
017880     MOVE DB-MASTER-HITS     TO DH-MASTER-HITS.
017890     MOVE DB-MAX-RESLEN      TO DH-MAX-RESLEN.
017895     MOVE DB-RUN-ID          TO DH-RUN-ID.
017900     WRITE DH-HISTORY-RECORD.
017910     IF DB-DIVHIST-STATUS IS NOT EQUAL TO '00'
017920         DISPLAY 'DIVBAT01 - WRITE ERROR ON DIVHIST, STATUS = '
