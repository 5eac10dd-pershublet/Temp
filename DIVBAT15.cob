000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVBAT15.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       NIGHTLY SWEEP OF THE PACK-CATALOG CHANGE QUEUE.
000800*                EVERY ADD, CHANGE AND RETIRE ON THE DIVP
000900*                TRANSACTION GOES TO THE DIVC EXTRAPARTITION TD
001000*                QUEUE (WHICH LANDS IN THE PACK CHANGE LOG READ
001100*                HERE AS DIVKLOG) BEFORE THE CATALOG IS UPDATED.
001200*                THIS STEP APPENDS EACH EVENT TO THE PERMANENT
001300*                PACK-AUDIT DATASET (DIVKAUD), PRINTS THE DAILY
001400*                LISTING OF CATALOG CHANGES WITH THE OLD AND NEW
001500*                EFFECTIVE AND RETIRE DATES, AND TRUNCATES THE
001600*                ONLINE LOG FOR THE NEXT DAY -- THE SAME
001700*                DRAIN-AND-TRUNCATE SHAPE AS DIVBAT12. WITH THIS
001800*                TRAIL A CHANGE IN LOT-FIT RESULTS CAN BE TIED TO
001900*                THE CATALOG CHANGE BEHIND IT, BY NAME AND TIME.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*  DATE      INIT  DESCRIPTION
002300*  10/15/26  RH    ORIGINAL PROGRAM.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT DIVKLOG ASSIGN TO DIVKLOG
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS DB-DIVKLOG-STATUS.
003400
003500     SELECT DIVKAUD ASSIGN TO DIVKAUD
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS DB-DIVKAUD-STATUS.
003800
003900     SELECT DIVKRPT ASSIGN TO DIVKRPT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS DB-DIVKRPT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DIVKLOG
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  DB-PACKLOG-RECORD.
004900     03  DB-KL-ACTION       PIC X(1).
005000     03  DB-KL-PROD-LINE    PIC X(4).
005100     03  DB-KL-PACK-SIZE    PIC 9(6).
005200     03  DB-KL-OLD-EFF      PIC 9(8).
005300     03  DB-KL-OLD-RETIRE   PIC 9(8).
005400     03  DB-KL-NEW-EFF      PIC 9(8).
005500     03  DB-KL-NEW-RETIRE   PIC 9(8).
005600     03  DB-KL-OPERATOR     PIC X(8).
005700     03  DB-KL-TERMINAL     PIC X(4).
005800     03  DB-KL-DATE         PIC 9(8).
005900     03  DB-KL-TIME         PIC 9(6).
006000     03  FILLER             PIC X(11).
006100
006200 FD  DIVKAUD
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  DB-KAUD-RECORD        PIC X(80).
006600
006700 FD  DIVKRPT
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  DB-REPORT-RECORD      PIC X(133).
007100
007200 WORKING-STORAGE SECTION.
007300 01  DB-SWITCHES.
007400     03  DB-EOF-SWITCH      PIC X(01)  VALUE 'N'.
007500         88  DB-END-OF-PACKLOG      VALUE 'Y'.
007600
007700 01  DB-FILE-STATUSES.
007800     03  DB-DIVKLOG-STATUS  PIC X(02)  VALUE '00'.
007900     03  DB-DIVKAUD-STATUS  PIC X(02)  VALUE '00'.
008000     03  DB-DIVKRPT-STATUS  PIC X(02)  VALUE '00'.
008100
008200 01  DB-COUNTERS.
008300     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
008400     03  DB-RECORDS-SWEPT   PIC 9(7)  COMP  VALUE ZERO.
008500
008600 01  DB-RPT-HEADING1.
008700     03  FILLER             PIC X(01)  VALUE '1'.
008800     03  FILLER             PIC X(52)  VALUE
008900         'DIVBAT15 - ONLINE PACK CATALOG CHANGES (DIVP)'.
009000     03  FILLER             PIC X(80)  VALUE SPACES.
009100
009200 01  DB-RPT-HEADING2.
009300     03  FILLER             PIC X(01)  VALUE ' '.
009400     03  FILLER             PIC X(48)  VALUE
009500         'DATE      TIME    OPERATOR  TERM  ACT  LINE  SIZ'.
009600     03  FILLER             PIC X(48)  VALUE
009700         'E    OLD EFF   NEW EFF   OLD RET   NEW RET'.
009800     03  FILLER             PIC X(36)  VALUE SPACES.
009900
010000 01  DB-RPT-BLANK.
010100     03  FILLER             PIC X(01)  VALUE ' '.
010200     03  FILLER             PIC X(132) VALUE SPACES.
010300
010400 01  DB-RPT-DETAIL-LINE.
010500     03  FILLER             PIC X(01)  VALUE ' '.
010600     03  DB-RPT-DATE        PIC 9(8).
010700     03  FILLER             PIC X(02)  VALUE SPACES.
010800     03  DB-RPT-TIME        PIC 9(6).
010900     03  FILLER             PIC X(02)  VALUE SPACES.
011000     03  DB-RPT-OPERATOR    PIC X(8).
011100     03  FILLER             PIC X(02)  VALUE SPACES.
011200     03  DB-RPT-TERMINAL    PIC X(4).
011300     03  FILLER             PIC X(03)  VALUE SPACES.
011400     03  DB-RPT-ACTION      PIC X(1).
011500     03  FILLER             PIC X(03)  VALUE SPACES.
011600     03  DB-RPT-PROD-LINE   PIC X(4).
011700     03  FILLER             PIC X(02)  VALUE SPACES.
011800     03  DB-RPT-PACK-SIZE   PIC 9(6).
011900     03  FILLER             PIC X(02)  VALUE SPACES.
012000     03  DB-RPT-OLD-EFF     PIC 9(8).
012100     03  FILLER             PIC X(02)  VALUE SPACES.
012200     03  DB-RPT-NEW-EFF     PIC 9(8).
012300     03  FILLER             PIC X(02)  VALUE SPACES.
012400     03  DB-RPT-OLD-RETIRE  PIC 9(8).
012500     03  FILLER             PIC X(02)  VALUE SPACES.
012600     03  DB-RPT-NEW-RETIRE  PIC 9(8).
012700     03  FILLER             PIC X(41)  VALUE SPACES.
012800
012900 01  DB-RPT-TOTAL-LINE.
013000     03  FILLER             PIC X(01)  VALUE ' '.
013100     03  FILLER             PIC X(22)  VALUE
013200         'CATALOG CHANGES TODAY='.
013300     03  DB-RPT-TOT-VALUE   PIC Z(6)9.
013400     03  FILLER             PIC X(103) VALUE SPACES.
013500
013600 PROCEDURE DIVISION.
013700*----------------------------------------------------------------
013800* 0000-MAIN-LOGIC
013900*----------------------------------------------------------------
014000 0000-MAIN-LOGIC.
014100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
014200     PERFORM 2000-SWEEP-RECORD   THRU 2000-EXIT
014300         UNTIL DB-END-OF-PACKLOG.
014400     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
014500     GOBACK.
014600
014700*----------------------------------------------------------------
014800* 1000-INITIALIZE
014900*   A PACK CHANGE LOG THAT WAS NEVER CREATED (NO CATALOG CHANGES
015000*   SINCE THE DATASET WAS LAST SCRATCHED) IS A NORMAL EMPTY
015100*   SWEEP, NOT AN ERROR. THE PERMANENT AUDIT DATASET IS OPENED
015200*   EXTEND, CREATED ON FIRST USE, THE SAME AS THE OTHER LOGS.
015300*----------------------------------------------------------------
015400 1000-INITIALIZE.
015500     OPEN INPUT DIVKLOG.
015600     IF DB-DIVKLOG-STATUS IS EQUAL TO '35'
015700         DISPLAY 'DIVBAT15 - NO CATALOG CHANGES TO SWEEP'
015800         GOBACK
015900     END-IF.
016000     IF DB-DIVKLOG-STATUS IS NOT EQUAL TO '00'
016100         DISPLAY 'DIVBAT15 - UNABLE TO OPEN DIVKLOG, '
016200             'STATUS = ' DB-DIVKLOG-STATUS
016300         MOVE 16 TO RETURN-CODE
016400         GOBACK
016500     END-IF.
016600
016700     OPEN EXTEND DIVKAUD.
016800     IF DB-DIVKAUD-STATUS IS EQUAL TO '35'
016900         OPEN OUTPUT DIVKAUD
017000     END-IF.
017100     IF DB-DIVKAUD-STATUS IS NOT EQUAL TO '00'
017200         DISPLAY 'DIVBAT15 - UNABLE TO OPEN DIVKAUD, STATUS = '
017300             DB-DIVKAUD-STATUS
017400         MOVE 16 TO RETURN-CODE
017500         GOBACK
017600     END-IF.
017700
017800     OPEN OUTPUT DIVKRPT.
017900     IF DB-DIVKRPT-STATUS IS NOT EQUAL TO '00'
018000         DISPLAY 'DIVBAT15 - UNABLE TO OPEN DIVKRPT, STATUS = '
018100             DB-DIVKRPT-STATUS
018200         MOVE 16 TO RETURN-CODE
018300         GOBACK
018400     END-IF.
018500     WRITE DB-REPORT-RECORD FROM DB-RPT-HEADING1.
018600     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
018700     WRITE DB-REPORT-RECORD FROM DB-RPT-HEADING2.
018800     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
018900
019000     PERFORM 2100-READ-PACKLOG THRU 2100-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300
019400*----------------------------------------------------------------
019500* 2000-SWEEP-RECORD
019600*   ONE QUEUED CATALOG CHANGE: APPEND IT TO THE PERMANENT AUDIT
019700*   DATASET AND ECHO IT ON THE DAILY LISTING.
019800*----------------------------------------------------------------
019900 2000-SWEEP-RECORD.
020000     WRITE DB-KAUD-RECORD FROM DB-PACKLOG-RECORD.
020100     IF DB-DIVKAUD-STATUS IS NOT EQUAL TO '00'
020200         DISPLAY 'DIVBAT15 - WRITE ERROR ON DIVKAUD, STATUS = '
020300             DB-DIVKAUD-STATUS
020400         MOVE 16 TO RETURN-CODE
020500         GOBACK
020600     END-IF.
020700     ADD 1 TO DB-RECORDS-SWEPT.
020800     MOVE DB-KL-DATE       TO DB-RPT-DATE.
020900     MOVE DB-KL-TIME       TO DB-RPT-TIME.
021000     MOVE DB-KL-OPERATOR   TO DB-RPT-OPERATOR.
021100     MOVE DB-KL-TERMINAL   TO DB-RPT-TERMINAL.
021200     MOVE DB-KL-ACTION     TO DB-RPT-ACTION.
021300     MOVE DB-KL-PROD-LINE  TO DB-RPT-PROD-LINE.
021400     MOVE DB-KL-PACK-SIZE  TO DB-RPT-PACK-SIZE.
021500     MOVE DB-KL-OLD-EFF    TO DB-RPT-OLD-EFF.
021600     MOVE DB-KL-NEW-EFF    TO DB-RPT-NEW-EFF.
021700     MOVE DB-KL-OLD-RETIRE TO DB-RPT-OLD-RETIRE.
021800     MOVE DB-KL-NEW-RETIRE TO DB-RPT-NEW-RETIRE.
021900     WRITE DB-REPORT-RECORD FROM DB-RPT-DETAIL-LINE.
022000     PERFORM 2100-READ-PACKLOG THRU 2100-EXIT.
022100 2000-EXIT.
022200     EXIT.
022300
022400*----------------------------------------------------------------
022500* 2100-READ-PACKLOG
022600*----------------------------------------------------------------
022700 2100-READ-PACKLOG.
022800     READ DIVKLOG
022900         AT END
023000             SET DB-END-OF-PACKLOG TO TRUE
023100     END-READ.
023200     IF NOT DB-END-OF-PACKLOG
023300         ADD 1 TO DB-RECORDS-READ
023400     END-IF.
023500 2100-EXIT.
023600     EXIT.
023700
023800*----------------------------------------------------------------
023900* 3000-TERMINATE
024000*   AFTER A CLEAN DRAIN THE PACK CHANGE LOG IS TRUNCATED SO
024100*   NOTHING IS SWEPT TWICE. A TRUNCATION THAT FAILS MUST NOT
024200*   END RC=0 -- THE NEXT SWEEP WOULD APPEND TODAY'S CHANGES TO
024300*   THE PERMANENT AUDIT A SECOND TIME. THE DIVC QUEUE MUST BE
024400*   CLOSED IN CICS WHILE THIS STEP RUNS -- SEE THE JOB COMMENTS.
024500*----------------------------------------------------------------
024600 3000-TERMINATE.
024700     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
024800     MOVE DB-RECORDS-SWEPT TO DB-RPT-TOT-VALUE.
024900     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
025000     CLOSE DIVKLOG.
025100     OPEN OUTPUT DIVKLOG.
025200     IF DB-DIVKLOG-STATUS IS NOT EQUAL TO '00'
025300         DISPLAY 'DIVBAT15 - UNABLE TO TRUNCATE DIVKLOG, '
025400             'STATUS = ' DB-DIVKLOG-STATUS
025500             ' - NEXT SWEEP WOULD DUPLICATE TODAY'
025600         MOVE 8 TO RETURN-CODE
025700     ELSE
025800         CLOSE DIVKLOG
025900     END-IF.
026000     CLOSE DIVKAUD.
026100     CLOSE DIVKRPT.
026200     DISPLAY 'DIVBAT15 - CHANGES SWEPT     = ' DB-RECORDS-SWEPT.
026300 3000-EXIT.
026400     EXIT.
026500
026600 END PROGRAM DIVBAT15.
