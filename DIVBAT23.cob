000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVBAT23.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       DIVMSTR BACKOUT OF ONE RUN. EVERY BATCH PROGRAM
000800*                THAT ADDS TO OR REPLACES A DIVMSTR RECORD
000900*                JOURNALS THE UPDATE ON DIVMJRN UNDER THE DIVRCTL
001000*                RUN ID (SEE DIVMJRN.CPY). GIVEN THAT RUN ID IN
001100*                THE PARM, THIS PROGRAM PUTS THE MASTER BACK THE
001200*                WAY IT WAS BEFORE THE RUN: EACH NUM THE RUN ADDED
001300*                IS DELETED AND EACH RECORD IT REPLACED IS PUT
001400*                BACK FROM ITS BEFORE-IMAGE. ONLY THE FIRST
001500*                JOURNAL ENTRY OF THE RUN FOR A NUM IS APPLIED --
001600*                IT HOLDS THE NUM AS IT STOOD BEFORE THE RUN;
001700*                LATER ENTRIES FOR THE SAME NUM ARE COUNTED AND
001800*                PASSED OVER. EVERY RECORD TOUCHED IS LISTED ON
001900*                DIVBRPT. THE RUN'S DIVHIST RECORDS ARE THEN
002000*                FLAGGED BACKED OUT SO DIVBAT09 LEAVES THEM OUT OF
002100*                THE TRENDS, AND ITS COPY ON THE DIVOUT ARCHIVE
002200*                (DIVARCH) IS DROPPED, SO DIVBAT22 NEVER COMPARES
002300*                A LATER NIGHT AGAINST A RUN THAT WAS BACKED OUT.
002400*                LAST OF ALL THE RUN IS SET TO STATUS B ON
002500*                DIVRCTL, SO NOTHING CAN CERTIFY, EXTRACT OR
002600*                RESUME IT AND THE NEXT DIVBAT05 OPENS A FRESH
002700*                RUN. ONLY THE RUN NOW ON DIVRCTL CAN BE BACKED
002800*                OUT. EVERY STEP CAN BE DONE TWICE WITHOUT HARM,
002900*                SO A FAILED BACKOUT IS SIMPLY RERUN ONCE THE
003000*                CAUSE IS FIXED; A RUN ALREADY AT STATUS B ENDS
003100*                RC=4 WITH NOTHING DONE. RC=16 MEANS A FILE OR
003200*                CONTROL ERROR, OR A JOURNAL ENTRY OF THE RUN THAT
003300*                CAN NOT BE APPLIED; THE RUN IS NOT MARKED BACKED
003400*                OUT THEN.
003500*----------------------------------------------------------------
003600* MODIFICATION HISTORY
003700*  DATE      INIT  DESCRIPTION
003800*  10/15/26  RH    ORIGINAL PROGRAM.
003900*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT DIVRCTL ASSIGN TO DIVRCTL
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS DB-DIVRCTL-STATUS.
004900
005000     SELECT DIVMJRN ASSIGN TO DIVMJRN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS DB-DIVMJRN-STATUS.
005300
005400     SELECT DIVMSTR ASSIGN TO DIVMSTR
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS DM-NUM
005800         FILE STATUS IS DB-DIVMSTR-STATUS.
005900
006000     SELECT DIVHIST ASSIGN TO DIVHIST
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS DB-DIVHIST-STATUS.
006300
006400     SELECT DIVHISTW ASSIGN TO DIVHISTW
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS DB-DIVHISTW-STATUS.
006700
006800     SELECT DIVARCH ASSIGN TO DIVARCH
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS DB-DIVARCH-STATUS.
007100
007200     SELECT DIVARCW ASSIGN TO DIVARCW
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS DB-DIVARCW-STATUS.
007500
007600     SELECT DIVBRPT ASSIGN TO DIVBRPT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS DB-DIVBRPT-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  DIVRCTL
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY DIVRCTL.
008600
008700 FD  DIVMJRN
008800     RECORDING MODE IS V
008900     RECORD IS VARYING IN SIZE FROM 55 TO 1521 CHARACTERS
009000         DEPENDING ON DB-DIVMJRN-RECLEN
009100     LABEL RECORDS ARE STANDARD.
009200     COPY DIVMJRN.
009300
009400 FD  DIVMSTR
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY DIVMSTR.
009800
009900 FD  DIVHIST
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY DIVHIST.
010300
010400*    THE MARKED HISTORY IS BUILT HERE AND THEN COPIED BACK OVER
010500*    DIVHIST, THE SAME WAY DIVBAT22 REWRITES THE DIVOUT ARCHIVE.
010600 FD  DIVHISTW
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  DB-HISTW-RECORD       PIC X(100).
011000
011100*    THE DIVBAT22 DIVOUT ARCHIVE: ONE DIVOUT DATA RECORD PER
011200*    ARCHIVE RECORD, STAMPED WITH THE BUSINESS DATE AND RUN ID
011300*    IT WAS CERTIFIED UNDER. THE RUNS KEPT ARE COPIED TO DIVARCW
011400*    AND BACK, THE SAME WAY AS THE HISTORY.
011500 FD  DIVARCH
011600     RECORDING MODE IS V
011700     RECORD IS VARYING IN SIZE FROM 125 TO 1565 CHARACTERS
011800         DEPENDING ON DB-DIVARCH-RECLEN
011900     LABEL RECORDS ARE STANDARD.
012000 01  DB-ARCH-RECORD.
012100     03  DB-AR-BUSINESS-DATE PIC 9(8).
012200     03  DB-AR-RUN-ID       PIC 9(14).
012300     03  DB-AR-IMAGE        PIC X(1543).
012400
012500 FD  DIVARCW
012600     RECORDING MODE IS V
012700     RECORD IS VARYING IN SIZE FROM 125 TO 1565 CHARACTERS
012800         DEPENDING ON DB-DIVARCW-RECLEN
012900     LABEL RECORDS ARE STANDARD.
013000 01  DB-ARCW-RECORD        PIC X(1565).
013100
013200 FD  DIVBRPT
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 01  DB-REPORT-RECORD      PIC X(133).
013600
013700 WORKING-STORAGE SECTION.
013800 01  DB-SWITCHES.
013900     03  DB-JRN-EOF-SWITCH  PIC X(01)  VALUE 'N'.
014000         88  DB-END-OF-JOURNAL      VALUE 'Y'.
014100     03  DB-HIST-EOF-SWITCH PIC X(01)  VALUE 'N'.
014200         88  DB-END-OF-HISTORY      VALUE 'Y'.
014300     03  DB-HISTW-EOF-SWITCH PIC X(01) VALUE 'N'.
014400         88  DB-END-OF-HISTW        VALUE 'Y'.
014500     03  DB-ARCH-EOF-SWITCH PIC X(01)  VALUE 'N'.
014600         88  DB-END-OF-ARCHIVE      VALUE 'Y'.
014700     03  DB-ARCW-EOF-SWITCH PIC X(01)  VALUE 'N'.
014800         88  DB-END-OF-ARCW         VALUE 'Y'.
014900
015000 01  DB-FILE-STATUSES.
015100     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
015200     03  DB-DIVMJRN-STATUS  PIC X(02)  VALUE '00'.
015300     03  DB-DIVMSTR-STATUS  PIC X(02)  VALUE '00'.
015400     03  DB-DIVHIST-STATUS  PIC X(02)  VALUE '00'.
015500     03  DB-DIVHISTW-STATUS PIC X(02)  VALUE '00'.
015600     03  DB-DIVARCH-STATUS  PIC X(02)  VALUE '00'.
015700     03  DB-DIVARCW-STATUS  PIC X(02)  VALUE '00'.
015800     03  DB-DIVBRPT-STATUS  PIC X(02)  VALUE '00'.
015900
016000 01  DB-COUNTERS.
016100     03  DB-JRN-READ        PIC 9(7)  COMP  VALUE ZERO.
016200     03  DB-JRN-UNREADABLE  PIC 9(7)  COMP  VALUE ZERO.
016300     03  DB-JRN-FOR-RUN     PIC 9(7)  COMP  VALUE ZERO.
016400     03  DB-JRN-LATER       PIC 9(7)  COMP  VALUE ZERO.
016500     03  DB-DELETED-COUNT   PIC 9(7)  COMP  VALUE ZERO.
016600     03  DB-GONE-COUNT      PIC 9(7)  COMP  VALUE ZERO.
016700     03  DB-RESTORED-COUNT  PIC 9(7)  COMP  VALUE ZERO.
016800     03  DB-READDED-COUNT   PIC 9(7)  COMP  VALUE ZERO.
016900     03  DB-HIST-READ       PIC 9(7)  COMP  VALUE ZERO.
017000     03  DB-HIST-MARKED     PIC 9(7)  COMP  VALUE ZERO.
017100     03  DB-HISTW-WRITTEN   PIC 9(7)  COMP  VALUE ZERO.
017200     03  DB-HIST-REWRITTEN  PIC 9(7)  COMP  VALUE ZERO.
017300     03  DB-ARCH-READ       PIC 9(7)  COMP  VALUE ZERO.
017400     03  DB-ARCH-DROPPED    PIC 9(7)  COMP  VALUE ZERO.
017500     03  DB-ARCW-WRITTEN    PIC 9(7)  COMP  VALUE ZERO.
017600     03  DB-ARCH-REWRITTEN  PIC 9(7)  COMP  VALUE ZERO.
017700     03  DB-DIVMJRN-RECLEN  PIC 9(4)  COMP  VALUE ZERO.
017800     03  DB-DIVARCH-RECLEN  PIC 9(4)  COMP  VALUE ZERO.
017900     03  DB-DIVARCW-RECLEN  PIC 9(4)  COMP  VALUE ZERO.
018000     03  DB-IMAGE-LEN       PIC 9(4)  COMP  VALUE ZERO.
018100     03  DB-NUM-SUB         PIC 9(7)  COMP  VALUE ZERO.
018200
018300*    THE RUN ON DIVRCTL, SAVED FOR THE REWRITE AT THE END.
018400 01  DB-CONTROL-SAVED.
018500     03  DB-CTL-DATE        PIC 9(8)        VALUE ZERO.
018600     03  DB-CTL-RUN-ID      PIC 9(14)       VALUE ZERO.
018700     03  DB-CTL-STATUS      PIC X(1)        VALUE SPACE.
018800
018900*    THE RUN TO BACK OUT, FROM THE PARM.
019000 01  DB-PARM-WORK.
019100     03  DB-PARM-TEXT       PIC X(14)  VALUE SPACES.
019200     03  DB-PARM-RUN-ID     REDEFINES DB-PARM-TEXT
019300                            PIC 9(14).
019400
019500*    ONE FLAG PER POSSIBLE NUM VALUE (THE FIELD IS PIC 9(6), SO
019600*    0-999999 COVERS EVERYTHING NUMERIC), SET WHEN THE FIRST
019700*    JOURNAL ENTRY OF THE RUN FOR THAT NUM HAS BEEN APPLIED.
019800 01  DB-APPLIED-TABLE.
019900     03  DB-APPLIED-FLAG    OCCURS 1000000 TIMES
020000                            PIC X(01) VALUE 'N'.
020100
020200 01  DB-RPT-HEADING1.
020300     03  FILLER             PIC X(01)  VALUE '1'.
020400     03  FILLER             PIC X(52)  VALUE
020500         'DIVBAT23 - DIVMSTR BACKOUT OF ONE RUN'.
020600     03  FILLER             PIC X(80)  VALUE SPACES.
020700
020800 01  DB-RPT-RUN-LINE.
020900     03  FILLER             PIC X(01)  VALUE ' '.
021000     03  FILLER             PIC X(14)  VALUE 'RUN BACKED OUT'.
021100     03  FILLER             PIC X(15)  VALUE ' BUSINESS DATE '.
021200     03  DB-RPT-RUN-DATE    PIC 9(8).
021300     03  FILLER             PIC X(10)  VALUE '   RUN ID '.
021400     03  DB-RPT-RUN-ID      PIC 9(14).
021500     03  FILLER             PIC X(16)  VALUE '   WAS STATUS '.
021600     03  DB-RPT-RUN-STATUS  PIC X(1).
021700     03  FILLER             PIC X(54)  VALUE SPACES.
021800
021900 01  DB-RPT-BLANK.
022000     03  FILLER             PIC X(01)  VALUE ' '.
022100     03  FILLER             PIC X(132) VALUE SPACES.
022200
022300 01  DB-RPT-COLUMN-LINE.
022400     03  FILLER             PIC X(01)  VALUE ' '.
022500     03  FILLER             PIC X(09)  VALUE '   NUM'.
022600     03  FILLER             PIC X(10)  VALUE 'RUN DID'.
022700     03  FILLER             PIC X(11)  VALUE 'PROGRAM'.
022800     03  FILLER             PIC X(20)  VALUE 'JOURNALED'.
022900     03  FILLER             PIC X(16)  VALUE 'BACKOUT DID'.
023000     03  FILLER             PIC X(66)  VALUE SPACES.
023100
023200 01  DB-RPT-DETAIL-LINE.
023300     03  FILLER             PIC X(01)  VALUE ' '.
023400     03  DB-RPT-DTL-NUM     PIC Z(5)9.
023500     03  FILLER             PIC X(03)  VALUE SPACES.
023600     03  DB-RPT-DTL-ACTION  PIC X(07).
023700     03  FILLER             PIC X(03)  VALUE SPACES.
023800     03  DB-RPT-DTL-PROGRAM PIC X(08).
023900     03  FILLER             PIC X(03)  VALUE SPACES.
024000     03  DB-RPT-DTL-DATE    PIC 9(8).
024100     03  FILLER             PIC X(01)  VALUE SPACE.
024200     03  DB-RPT-DTL-TIME    PIC 9(6).
024300     03  FILLER             PIC X(05)  VALUE SPACES.
024400     03  DB-RPT-DTL-RESULT  PIC X(12).
024500     03  FILLER             PIC X(70)  VALUE SPACES.
024600
024700 01  DB-RPT-TOTAL-LINE.
024800     03  FILLER             PIC X(01)  VALUE ' '.
024900     03  DB-RPT-TOT-LABEL   PIC X(30).
025000     03  DB-RPT-TOT-VALUE   PIC Z(6)9.
025100     03  FILLER             PIC X(95)  VALUE SPACES.
025200
025300 LINKAGE SECTION.
025400 01  DB-PARM-PASSED.
025500     03  DB-PARM-LEN        PIC S9(4) COMP.
025600     03  DB-PARM-DATA       PIC X(20).
025700
025800 PROCEDURE DIVISION USING DB-PARM-PASSED.
025900*----------------------------------------------------------------
026000* 0000-MAIN-LOGIC
026100*----------------------------------------------------------------
026200 0000-MAIN-LOGIC.
026300     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
026400     PERFORM 2000-BACK-OUT-MASTER  THRU 2000-EXIT.
026500     PERFORM 3000-MARK-HISTORY     THRU 3000-EXIT.
026600     PERFORM 3500-DROP-ARCHIVED-RUN THRU 3500-EXIT.
026700     PERFORM 4000-MARK-RUN-CONTROL THRU 4000-EXIT.
026800     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
026900     GOBACK.
027000
027100*----------------------------------------------------------------
027200* 1000-INITIALIZE
027300*   TAKES THE RUN ID FROM THE PARM, CHECKS IT IS THE RUN ON
027400*   DIVRCTL, OPENS THE MASTER AND STARTS THE REPORT.
027500*----------------------------------------------------------------
027600 1000-INITIALIZE.
027700     IF DB-PARM-LEN IS NOT EQUAL TO 14
027800         DISPLAY 'DIVBAT23 - PARM MUST BE THE 14-DIGIT RUN ID TO '
027900             'BACK OUT'
028000         MOVE 16 TO RETURN-CODE
028100         GOBACK
028200     END-IF.
028300     MOVE DB-PARM-DATA (1:14) TO DB-PARM-TEXT.
028400     IF DB-PARM-TEXT IS NOT NUMERIC
028500         DISPLAY 'DIVBAT23 - PARM MUST BE THE 14-DIGIT RUN ID TO '
028600             'BACK OUT'
028700         MOVE 16 TO RETURN-CODE
028800         GOBACK
028900     END-IF.
029000     DISPLAY 'DIVBAT23 - RUN ID TO BACK OUT = ' DB-PARM-RUN-ID.
029100     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
029200
029300     OPEN I-O DIVMSTR.
029400     IF DB-DIVMSTR-STATUS IS NOT EQUAL TO '00'
029500         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVMSTR, STATUS = '
029600             DB-DIVMSTR-STATUS
029700         MOVE 16 TO RETURN-CODE
029800         GOBACK
029900     END-IF.
030000
030100     OPEN OUTPUT DIVBRPT.
030200     IF DB-DIVBRPT-STATUS IS NOT EQUAL TO '00'
030300         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVBRPT, STATUS = '
030400             DB-DIVBRPT-STATUS
030500         MOVE 16 TO RETURN-CODE
030600         GOBACK
030700     END-IF.
030800     WRITE DB-REPORT-RECORD FROM DB-RPT-HEADING1.
030900     MOVE DB-CTL-DATE       TO DB-RPT-RUN-DATE.
031000     MOVE DB-CTL-RUN-ID     TO DB-RPT-RUN-ID.
031100     MOVE DB-CTL-STATUS     TO DB-RPT-RUN-STATUS.
031200     WRITE DB-REPORT-RECORD FROM DB-RPT-RUN-LINE.
031300     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
031400     WRITE DB-REPORT-RECORD FROM DB-RPT-COLUMN-LINE.
031500 1000-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------------
031900* 1050-READ-RUN-CONTROL
032000*   ONLY THE RUN NOW ON DIVRCTL CAN BE BACKED OUT -- AN OLDER
032100*   RUN'S UPDATES MAY SINCE HAVE BEEN BUILT ON BY A LATER ONE.
032200*   IT MAY BE OPEN (A NIGHT THAT FAILED PART WAY) OR CERTIFIED.
032300*   ONE ALREADY BACKED OUT IS LEFT ALONE.
032400*----------------------------------------------------------------
032500 1050-READ-RUN-CONTROL.
032600     OPEN INPUT DIVRCTL.
032700     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
032800         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVRCTL, STATUS = '
032900             DB-DIVRCTL-STATUS
033000         MOVE 16 TO RETURN-CODE
033100         GOBACK
033200     END-IF.
033300     READ DIVRCTL
033400         AT END
033500             CONTINUE
033600     END-READ.
033700     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
033800         OR DR-BUSINESS-DATE IS NOT NUMERIC
033900         OR DR-RUN-ID IS NOT NUMERIC
034000         DISPLAY 'DIVBAT23 - NO RUN ON DIVRCTL, STATUS = '
034100             DB-DIVRCTL-STATUS
034200         MOVE 16 TO RETURN-CODE
034300         GOBACK
034400     END-IF.
034500     MOVE DR-BUSINESS-DATE TO DB-CTL-DATE.
034600     MOVE DR-RUN-ID        TO DB-CTL-RUN-ID.
034700     MOVE DR-RUN-STATUS    TO DB-CTL-STATUS.
034800     CLOSE DIVRCTL.
034900     DISPLAY 'DIVBAT23 - RUN ON DIVRCTL     = ' DB-CTL-RUN-ID
035000         ' STATUS ' DB-CTL-STATUS.
035100     IF DB-CTL-RUN-ID IS NOT EQUAL TO DB-PARM-RUN-ID
035200         DISPLAY 'DIVBAT23 - RUN ' DB-PARM-RUN-ID
035300             ' IS NOT THE LATEST RUN - NOTHING BACKED OUT'
035400         MOVE 16 TO RETURN-CODE
035500         GOBACK
035600     END-IF.
035700     IF DR-RUN-BACKED-OUT
035800         DISPLAY 'DIVBAT23 - RUN ' DB-PARM-RUN-ID
035900             ' IS ALREADY BACKED OUT - NOTHING DONE'
036000         MOVE 4 TO RETURN-CODE
036100         GOBACK
036200     END-IF.
036300     IF NOT DR-RUN-OPEN
036400         AND NOT DR-RUN-CERTIFIED
036500         DISPLAY 'DIVBAT23 - RUN ' DB-PARM-RUN-ID
036600             ' HAS AN UNKNOWN STATUS = ' DB-CTL-STATUS
036700         MOVE 16 TO RETURN-CODE
036800         GOBACK
036900     END-IF.
037000 1050-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------------
037400* 2000-BACK-OUT-MASTER
037500*   ONE PASS OF THE JOURNAL, APPLYING THE RUN'S ENTRIES AS THEY
037600*   COME. A JOURNAL NEVER YET WRITTEN (STATUS 35) HOLDS NOTHING
037700*   FOR ANY RUN.
037800*----------------------------------------------------------------
037900 2000-BACK-OUT-MASTER.
038000     OPEN INPUT DIVMJRN.
038100     IF DB-DIVMJRN-STATUS IS EQUAL TO '35'
038200         DISPLAY 'DIVBAT23 - DIVMJRN IS EMPTY - NO MASTER UPDATES'
038300         GO TO 2000-EXIT
038400     END-IF.
038500     IF DB-DIVMJRN-STATUS IS NOT EQUAL TO '00'
038600         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVMJRN, STATUS = '
038700             DB-DIVMJRN-STATUS
038800         MOVE 16 TO RETURN-CODE
038900         GOBACK
039000     END-IF.
039100     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
039200     PERFORM 2200-APPLY-ONE-ENTRY THRU 2200-EXIT
039300         UNTIL DB-END-OF-JOURNAL.
039400     CLOSE DIVMJRN.
039500 2000-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------------
039900* 2100-READ-JOURNAL
040000*----------------------------------------------------------------
040100 2100-READ-JOURNAL.
040200     READ DIVMJRN
040300         AT END
040400             SET DB-END-OF-JOURNAL TO TRUE
040500             GO TO 2100-EXIT
040600     END-READ.
040700     IF DB-DIVMJRN-STATUS IS NOT EQUAL TO '00'
040800         DISPLAY 'DIVBAT23 - READ ERROR ON DIVMJRN, STATUS = '
040900             DB-DIVMJRN-STATUS
041000         MOVE 16 TO RETURN-CODE
041100         GOBACK
041200     END-IF.
041300     ADD 1 TO DB-JRN-READ.
041400 2100-EXIT.
041500     EXIT.
041600
041700*----------------------------------------------------------------
041800* 2200-APPLY-ONE-ENTRY
041900*   AN ENTRY WHOSE RUN ID CAN NOT BE READ BELONGS TO NO RUN WE
042000*   KNOW OF AND IS ONLY COUNTED. AN ENTRY OF THIS RUN THAT CAN
042100*   NOT BE APPLIED STOPS THE JOB -- THE MASTER WOULD NOT BE
042200*   WHAT IT WAS BEFORE THE RUN, SO THE RUN MUST NOT BE MARKED.
042300*----------------------------------------------------------------
042400 2200-APPLY-ONE-ENTRY.
042500     IF DJ-RUN-ID IS NOT NUMERIC
042600         ADD 1 TO DB-JRN-UNREADABLE
042700         GO TO 2200-NEXT
042800     END-IF.
042900     IF DJ-RUN-ID IS NOT EQUAL TO DB-PARM-RUN-ID
043000         GO TO 2200-NEXT
043100     END-IF.
043200     ADD 1 TO DB-JRN-FOR-RUN.
043300     IF DJ-NUM IS NOT NUMERIC
043400         OR (NOT DJ-ACTION-ADD AND NOT DJ-ACTION-REPLACE)
043500         DISPLAY 'DIVBAT23 - JOURNAL RECORD ' DB-JRN-READ
043600             ' CAN NOT BE APPLIED - RUN NOT MARKED BACKED OUT'
043700         MOVE 16 TO RETURN-CODE
043800         GOBACK
043900     END-IF.
044000     COMPUTE DB-NUM-SUB = DJ-NUM + 1.
044100     IF DB-APPLIED-FLAG (DB-NUM-SUB) IS EQUAL TO 'Y'
044200         ADD 1 TO DB-JRN-LATER
044300         GO TO 2200-NEXT
044400     END-IF.
044500     MOVE 'Y' TO DB-APPLIED-FLAG (DB-NUM-SUB).
044600     MOVE DJ-NUM             TO DB-RPT-DTL-NUM.
044700     MOVE DJ-PROGRAM         TO DB-RPT-DTL-PROGRAM.
044800     MOVE DJ-DATE-WRITTEN    TO DB-RPT-DTL-DATE.
044900     MOVE DJ-TIME-WRITTEN    TO DB-RPT-DTL-TIME.
045000     IF DJ-ACTION-ADD
045100         MOVE 'ADD'          TO DB-RPT-DTL-ACTION
045200         PERFORM 2300-DELETE-ADDED THRU 2300-EXIT
045300     ELSE
045400         MOVE 'REPLACE'      TO DB-RPT-DTL-ACTION
045500         PERFORM 2400-RESTORE-REPLACED THRU 2400-EXIT
045600     END-IF.
045700     WRITE DB-REPORT-RECORD FROM DB-RPT-DETAIL-LINE.
045800 2200-NEXT.
045900     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
046000 2200-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------------
046400* 2300-DELETE-ADDED
046500*   THE RUN ADDED THE NUM, SO BEFORE THE RUN IT WAS NOT ON FILE.
046600*   A NUM ALREADY GONE (A DIVM DELETE SINCE, OR AN EARLIER TRY
046700*   AT THIS BACKOUT) IS LISTED BUT IS NOT AN ERROR.
046800*----------------------------------------------------------------
046900 2300-DELETE-ADDED.
047000     MOVE DJ-NUM TO DM-NUM.
047100     DELETE DIVMSTR RECORD.
047200     EVALUATE DB-DIVMSTR-STATUS
047300         WHEN '00'
047400             ADD 1 TO DB-DELETED-COUNT
047500             MOVE 'DELETED'      TO DB-RPT-DTL-RESULT
047600         WHEN '23'
047700             ADD 1 TO DB-GONE-COUNT
047800             MOVE 'ALREADY GONE' TO DB-RPT-DTL-RESULT
047900         WHEN OTHER
048000             DISPLAY 'DIVBAT23 - DIVMSTR DELETE ERROR, STATUS = '
048100                 DB-DIVMSTR-STATUS ' NUM = ' DJ-NUM
048200             MOVE 16 TO RETURN-CODE
048300             GOBACK
048400     END-EVALUATE.
048500 2300-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------------
048900* 2400-RESTORE-REPLACED
049000*   THE RUN REPLACED THE NUM, SO THE BEFORE-IMAGE GOES BACK OVER
049100*   WHATEVER IS ON FILE NOW -- OR IS WRITTEN AGAIN IF THE NUM HAS
049200*   SINCE BEEN DELETED. THE IMAGE MUST BE THE SAME NUM AND AS
049300*   LONG AS ITS OWN RESLEN SAYS. THE RECORD IS BUILT FIELD BY
049400*   FIELD, RESLEN FIRST, THE SAME WAY DIVBAT11 BUILDS ONE.
049500*----------------------------------------------------------------
049600 2400-RESTORE-REPLACED.
049700     IF DJ-BEFORE-LEN IS NOT NUMERIC
049800         OR DJ-BEFORE-LEN IS LESS THAN 26
049900         OR DB-DIVMJRN-RECLEN IS NOT EQUAL TO DJ-BEFORE-LEN + 55
050000         GO TO 2400-BAD-IMAGE
050100     END-IF.
050200     IF DJ-BEFORE-IMAGE (1:6) IS NOT EQUAL TO DJ-NUM
050300         OR DJ-BEFORE-IMAGE (7:3) IS NOT NUMERIC
050400         GO TO 2400-BAD-IMAGE
050500     END-IF.
050600     MOVE DJ-BEFORE-IMAGE (7:3) TO DB-IMAGE-LEN.
050700     IF DB-IMAGE-LEN IS GREATER THAN 240
050800         GO TO 2400-BAD-IMAGE
050900     END-IF.
051000     COMPUTE DB-IMAGE-LEN = 26 + DB-IMAGE-LEN * 6.
051100     IF DB-IMAGE-LEN IS NOT EQUAL TO DJ-BEFORE-LEN
051200         GO TO 2400-BAD-IMAGE
051300     END-IF.
051400
051500     MOVE DJ-NUM TO DM-NUM.
051600     READ DIVMSTR.
051700     IF DB-DIVMSTR-STATUS IS NOT EQUAL TO '00'
051800         AND DB-DIVMSTR-STATUS IS NOT EQUAL TO '23'
051900         DISPLAY 'DIVBAT23 - DIVMSTR READ ERROR, STATUS = '
052000             DB-DIVMSTR-STATUS ' NUM = ' DJ-NUM
052100         MOVE 16 TO RETURN-CODE
052200         GOBACK
052300     END-IF.
052400     MOVE DJ-BEFORE-IMAGE (7:3)  TO DM-RESLEN.
052500     MOVE DJ-BEFORE-IMAGE (1:6)  TO DM-NUM.
052600     MOVE DJ-BEFORE-IMAGE (10:1) TO DM-PRIME-FLAG.
052700     MOVE DJ-BEFORE-IMAGE (11:7) TO DM-SUM-PROPER.
052800     MOVE DJ-BEFORE-IMAGE (18:1) TO DM-ALIQUOT-FLAG.
052900     MOVE DJ-BEFORE-IMAGE (19:8) TO DM-DATE-COMPUTED.
053000     IF DM-RESLEN IS GREATER THAN ZERO
053100         MOVE DJ-BEFORE-IMAGE (27:DM-RESLEN * 6)
053200             TO DM-MASTER-RECORD (27:DM-RESLEN * 6)
053300     END-IF.
053400     IF DB-DIVMSTR-STATUS IS EQUAL TO '00'
053500         REWRITE DM-MASTER-RECORD
053600         MOVE 'RESTORED'     TO DB-RPT-DTL-RESULT
053700     ELSE
053800         WRITE DM-MASTER-RECORD
053900         MOVE 'RE-ADDED'     TO DB-RPT-DTL-RESULT
054000     END-IF.
054100     IF DB-DIVMSTR-STATUS IS NOT EQUAL TO '00'
054200         DISPLAY 'DIVBAT23 - DIVMSTR UPDATE ERROR, STATUS = '
054300             DB-DIVMSTR-STATUS ' NUM = ' DJ-NUM
054400         MOVE 16 TO RETURN-CODE
054500         GOBACK
054600     END-IF.
054700     IF DB-RPT-DTL-RESULT IS EQUAL TO 'RESTORED'
054800         ADD 1 TO DB-RESTORED-COUNT
054900     ELSE
055000         ADD 1 TO DB-READDED-COUNT
055100     END-IF.
055200     GO TO 2400-EXIT.
055300 2400-BAD-IMAGE.
055400     DISPLAY 'DIVBAT23 - BAD BEFORE-IMAGE ON JOURNAL RECORD '
055500         DB-JRN-READ ' NUM = ' DJ-NUM
055600         ' - RUN NOT MARKED BACKED OUT'.
055700     MOVE 16 TO RETURN-CODE.
055800     GOBACK.
055900 2400-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------------
056300* 3000-MARK-HISTORY
056400*   FLAGS THE RUN'S DIVHIST RECORDS (ONE PER PARTITION ON A
056500*   PARTITIONED NIGHT) BACKED OUT. RECORDS WRITTEN BEFORE
056600*   DH-RUN-ID WAS CARRIED HOLD SPACES THERE AND NEVER MATCH. THE
056700*   MARKED COPY GOES TO DIVHISTW FIRST AND IS COPIED BACK ONLY
056800*   IF SOMETHING WAS MARKED.
056900*----------------------------------------------------------------
057000 3000-MARK-HISTORY.
057100     OPEN INPUT DIVHIST.
057200     IF DB-DIVHIST-STATUS IS EQUAL TO '35'
057300         DISPLAY 'DIVBAT23 - DIVHIST IS EMPTY - NOTHING TO MARK'
057400         GO TO 3000-EXIT
057500     END-IF.
057600     IF DB-DIVHIST-STATUS IS NOT EQUAL TO '00'
057700         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVHIST, STATUS = '
057800             DB-DIVHIST-STATUS
057900         MOVE 16 TO RETURN-CODE
058000         GOBACK
058100     END-IF.
058200     OPEN OUTPUT DIVHISTW.
058300     IF DB-DIVHISTW-STATUS IS NOT EQUAL TO '00'
058400         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVHISTW, STATUS = '
058500             DB-DIVHISTW-STATUS
058600         MOVE 16 TO RETURN-CODE
058700         GOBACK
058800     END-IF.
058900     PERFORM 3100-MARK-ONE-RECORD THRU 3100-EXIT
059000         UNTIL DB-END-OF-HISTORY.
059100     CLOSE DIVHIST.
059200     CLOSE DIVHISTW.
059300     IF DB-HIST-MARKED IS EQUAL TO ZERO
059400         DISPLAY 'DIVBAT23 - NO DIVHIST RECORD FOR THE RUN'
059500         GO TO 3000-EXIT
059600     END-IF.
059700     PERFORM 3200-REPLACE-HISTORY THRU 3200-EXIT.
059800 3000-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------------
060200* 3100-MARK-ONE-RECORD
060300*----------------------------------------------------------------
060400 3100-MARK-ONE-RECORD.
060500     READ DIVHIST
060600         AT END
060700             SET DB-END-OF-HISTORY TO TRUE
060800             GO TO 3100-EXIT
060900     END-READ.
061000     IF DB-DIVHIST-STATUS IS NOT EQUAL TO '00'
061100         DISPLAY 'DIVBAT23 - READ ERROR ON DIVHIST, STATUS = '
061200             DB-DIVHIST-STATUS
061300         MOVE 16 TO RETURN-CODE
061400         GOBACK
061500     END-IF.
061600     ADD 1 TO DB-HIST-READ.
061700     IF DH-RUN-ID IS NUMERIC
061800         IF DH-RUN-ID IS EQUAL TO DB-PARM-RUN-ID
061900             MOVE 'B' TO DH-RUN-STATUS
062000             ADD 1 TO DB-HIST-MARKED
062100         END-IF
062200     END-IF.
062300     WRITE DB-HISTW-RECORD FROM DH-HISTORY-RECORD.
062400     IF DB-DIVHISTW-STATUS IS NOT EQUAL TO '00'
062500         DISPLAY 'DIVBAT23 - WRITE ERROR ON DIVHISTW, STATUS = '
062600             DB-DIVHISTW-STATUS
062700         MOVE 16 TO RETURN-CODE
062800         GOBACK
062900     END-IF.
063000     ADD 1 TO DB-HISTW-WRITTEN.
063100 3100-EXIT.
063200     EXIT.
063300
063400*----------------------------------------------------------------
063500* 3200-REPLACE-HISTORY
063600*   COPIES THE MARKED HISTORY BACK OVER DIVHIST. THE COUNTS ARE
063700*   PROVED AGAIN SO A SHORT COPY IS NEVER TAKEN FOR A GOOD ONE.
063800*----------------------------------------------------------------
063900 3200-REPLACE-HISTORY.
064000     OPEN INPUT DIVHISTW.
064100     IF DB-DIVHISTW-STATUS IS NOT EQUAL TO '00'
064200         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVHISTW, STATUS = '
064300             DB-DIVHISTW-STATUS
064400         MOVE 16 TO RETURN-CODE
064500         GOBACK
064600     END-IF.
064700     OPEN OUTPUT DIVHIST.
064800     IF DB-DIVHIST-STATUS IS NOT EQUAL TO '00'
064900         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVHIST, STATUS = '
065000             DB-DIVHIST-STATUS
065100         MOVE 16 TO RETURN-CODE
065200         GOBACK
065300     END-IF.
065400     PERFORM 3250-REPLACE-ONE-RECORD THRU 3250-EXIT
065500         UNTIL DB-END-OF-HISTW.
065600     CLOSE DIVHISTW.
065700     CLOSE DIVHIST.
065800     IF DB-HIST-REWRITTEN IS NOT EQUAL TO DB-HISTW-WRITTEN
065900         DISPLAY 'DIVBAT23 - DIVHIST REWRITTEN WITH '
066000             DB-HIST-REWRITTEN ' OF ' DB-HISTW-WRITTEN ' RECORDS'
066100         MOVE 16 TO RETURN-CODE
066200         GOBACK
066300     END-IF.
066400 3200-EXIT.
066500     EXIT.
066600
066700*----------------------------------------------------------------
066800* 3250-REPLACE-ONE-RECORD
066900*----------------------------------------------------------------
067000 3250-REPLACE-ONE-RECORD.
067100     READ DIVHISTW
067200         AT END
067300             SET DB-END-OF-HISTW TO TRUE
067400             GO TO 3250-EXIT
067500     END-READ.
067600     IF DB-DIVHISTW-STATUS IS NOT EQUAL TO '00'
067700         DISPLAY 'DIVBAT23 - READ ERROR ON DIVHISTW, STATUS = '
067800             DB-DIVHISTW-STATUS
067900         MOVE 16 TO RETURN-CODE
068000         GOBACK
068100     END-IF.
068200     WRITE DH-HISTORY-RECORD FROM DB-HISTW-RECORD.
068300     IF DB-DIVHIST-STATUS IS NOT EQUAL TO '00'
068400         DISPLAY 'DIVBAT23 - WRITE ERROR ON DIVHIST, STATUS = '
068500             DB-DIVHIST-STATUS
068600         MOVE 16 TO RETURN-CODE
068700         GOBACK
068800     END-IF.
068900     ADD 1 TO DB-HIST-REWRITTEN.
069000 3250-EXIT.
069100     EXIT.
069200
069300*----------------------------------------------------------------
069400* 3500-DROP-ARCHIVED-RUN
069500*   TAKES THE RUN'S COPY OFF THE DIVOUT ARCHIVE. THE ARCHIVE
069600*   HOLDS CERTIFIED RUNS ONLY, AND DIVBAT22 COMPARES EACH NIGHT
069700*   AGAINST THE NEWEST RUN ON IT THAT IS NOT TONIGHT'S -- LEFT
069800*   THERE, THE BACKED-OUT RUN WOULD BE THE NEXT NIGHT'S
069900*   YARDSTICK AND EVERY NUM THE GOOD RUN PUT RIGHT WOULD SHOW AS
070000*   CHANGED. A RUN NEVER CERTIFIED WAS NEVER ARCHIVED. THE KEPT
070100*   RECORDS GO TO DIVARCW FIRST AND ARE COPIED BACK ONLY IF
070200*   SOMETHING WAS DROPPED; AN ARCHIVE NEVER YET WRITTEN (STATUS
070300*   35) HOLDS NOTHING TO DROP.
070400*----------------------------------------------------------------
070500 3500-DROP-ARCHIVED-RUN.
070600     OPEN INPUT DIVARCH.
070700     IF DB-DIVARCH-STATUS IS EQUAL TO '35'
070800         DISPLAY 'DIVBAT23 - DIVARCH IS EMPTY - NOTHING TO DROP'
070900         GO TO 3500-EXIT
071000     END-IF.
071100     IF DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
071200         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVARCH, STATUS = '
071300             DB-DIVARCH-STATUS
071400         MOVE 16 TO RETURN-CODE
071500         GOBACK
071600     END-IF.
071700     OPEN OUTPUT DIVARCW.
071800     IF DB-DIVARCW-STATUS IS NOT EQUAL TO '00'
071900         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVARCW, STATUS = '
072000             DB-DIVARCW-STATUS
072100         MOVE 16 TO RETURN-CODE
072200         GOBACK
072300     END-IF.
072400     PERFORM 3550-COPY-ONE-ARCHIVED THRU 3550-EXIT
072500         UNTIL DB-END-OF-ARCHIVE.
072600     CLOSE DIVARCH.
072700     CLOSE DIVARCW.
072800     IF DB-ARCH-DROPPED IS EQUAL TO ZERO
072900         DISPLAY 'DIVBAT23 - RUN NOT ON DIVARCH - NOTHING DROPPED'
073000         GO TO 3500-EXIT
073100     END-IF.
073200     PERFORM 3600-REPLACE-ARCHIVE THRU 3600-EXIT.
073300 3500-EXIT.
073400     EXIT.
073500
073600*----------------------------------------------------------------
073700* 3550-COPY-ONE-ARCHIVED
073800*----------------------------------------------------------------
073900 3550-COPY-ONE-ARCHIVED.
074000     READ DIVARCH
074100         AT END
074200             SET DB-END-OF-ARCHIVE TO TRUE
074300             GO TO 3550-EXIT
074400     END-READ.
074500     IF DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
074600         DISPLAY 'DIVBAT23 - READ ERROR ON DIVARCH, STATUS = '
074700             DB-DIVARCH-STATUS
074800         MOVE 16 TO RETURN-CODE
074900         GOBACK
075000     END-IF.
075100     ADD 1 TO DB-ARCH-READ.
075200     IF DB-AR-RUN-ID IS EQUAL TO DB-PARM-RUN-ID
075300         ADD 1 TO DB-ARCH-DROPPED
075400         GO TO 3550-EXIT
075500     END-IF.
075600     MOVE DB-DIVARCH-RECLEN TO DB-DIVARCW-RECLEN.
075700     MOVE DB-ARCH-RECORD    TO DB-ARCW-RECORD.
075800     WRITE DB-ARCW-RECORD.
075900     IF DB-DIVARCW-STATUS IS NOT EQUAL TO '00'
076000         DISPLAY 'DIVBAT23 - WRITE ERROR ON DIVARCW, STATUS = '
076100             DB-DIVARCW-STATUS
076200         MOVE 16 TO RETURN-CODE
076300         GOBACK
076400     END-IF.
076500     ADD 1 TO DB-ARCW-WRITTEN.
076600 3550-EXIT.
076700     EXIT.
076800
076900*----------------------------------------------------------------
077000* 3600-REPLACE-ARCHIVE
077100*   COPIES THE KEPT RUNS BACK OVER DIVARCH, PROVING THE COUNT
077200*   AGAIN AS 3200 DOES FOR THE HISTORY.
077300*----------------------------------------------------------------
077400 3600-REPLACE-ARCHIVE.
077500     OPEN INPUT DIVARCW.
077600     IF DB-DIVARCW-STATUS IS NOT EQUAL TO '00'
077700         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVARCW, STATUS = '
077800             DB-DIVARCW-STATUS
077900         MOVE 16 TO RETURN-CODE
078000         GOBACK
078100     END-IF.
078200     OPEN OUTPUT DIVARCH.
078300     IF DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
078400         DISPLAY 'DIVBAT23 - UNABLE TO OPEN DIVARCH, STATUS = '
078500             DB-DIVARCH-STATUS
078600         MOVE 16 TO RETURN-CODE
078700         GOBACK
078800     END-IF.
078900     PERFORM 3650-REPLACE-ONE-ARCHIVED THRU 3650-EXIT
079000         UNTIL DB-END-OF-ARCW.
079100     CLOSE DIVARCW.
079200     CLOSE DIVARCH.
079300     IF DB-ARCH-REWRITTEN IS NOT EQUAL TO DB-ARCW-WRITTEN
079400         DISPLAY 'DIVBAT23 - DIVARCH REWRITTEN WITH '
079500             DB-ARCH-REWRITTEN ' OF ' DB-ARCW-WRITTEN ' RECORDS'
079600         MOVE 16 TO RETURN-CODE
079700         GOBACK
079800     END-IF.
079900 3600-EXIT.
080000     EXIT.
080100
080200*----------------------------------------------------------------
080300* 3650-REPLACE-ONE-ARCHIVED
080400*----------------------------------------------------------------
080500 3650-REPLACE-ONE-ARCHIVED.
080600     READ DIVARCW
080700         AT END
080800             SET DB-END-OF-ARCW TO TRUE
080900             GO TO 3650-EXIT
081000     END-READ.
081100     IF DB-DIVARCW-STATUS IS NOT EQUAL TO '00'
081200         DISPLAY 'DIVBAT23 - READ ERROR ON DIVARCW, STATUS = '
081300             DB-DIVARCW-STATUS
081400         MOVE 16 TO RETURN-CODE
081500         GOBACK
081600     END-IF.
081700     MOVE DB-DIVARCW-RECLEN TO DB-DIVARCH-RECLEN.
081800     MOVE DB-ARCW-RECORD    TO DB-ARCH-RECORD.
081900     WRITE DB-ARCH-RECORD.
082000     IF DB-DIVARCH-STATUS IS NOT EQUAL TO '00'
082100         DISPLAY 'DIVBAT23 - WRITE ERROR ON DIVARCH, STATUS = '
082200             DB-DIVARCH-STATUS
082300         MOVE 16 TO RETURN-CODE
082400         GOBACK
082500     END-IF.
082600     ADD 1 TO DB-ARCH-REWRITTEN.
082700 3650-EXIT.
082800     EXIT.
082900
083000*----------------------------------------------------------------
083100* 4000-MARK-RUN-CONTROL
083200*   DONE LAST, ONCE THE MASTER, THE HISTORY AND THE ARCHIVE ARE
083300*   ALL PUT RIGHT, SO A BACKOUT THAT FAILS PART WAY LEAVES THE
083400*   RUN AS IT WAS AND CAN SIMPLY BE RERUN.
083500*----------------------------------------------------------------
083600 4000-MARK-RUN-CONTROL.
083700     OPEN OUTPUT DIVRCTL.
083800     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
083900         DISPLAY 'DIVBAT23 - UNABLE TO MARK RUN, DIVRCTL '
084000             'STATUS = ' DB-DIVRCTL-STATUS
084100         MOVE 16 TO RETURN-CODE
084200         GOBACK
084300     END-IF.
084400     MOVE SPACES        TO DR-RUN-CONTROL-RECORD.
084500     MOVE DB-CTL-DATE   TO DR-BUSINESS-DATE.
084600     MOVE DB-CTL-RUN-ID TO DR-RUN-ID.
084700     SET DR-RUN-BACKED-OUT TO TRUE.
084800     WRITE DR-RUN-CONTROL-RECORD.
084900     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
085000         DISPLAY 'DIVBAT23 - WRITE ERROR ON DIVRCTL, STATUS = '
085100             DB-DIVRCTL-STATUS
085200         MOVE 16 TO RETURN-CODE
085300         GOBACK
085400     END-IF.
085500     CLOSE DIVRCTL.
085600     DISPLAY 'DIVBAT23 - RUN ' DB-CTL-RUN-ID ' MARKED BACKED OUT'.
085700 4000-EXIT.
085800     EXIT.
085900
086000*----------------------------------------------------------------
086100* 9000-TERMINATE
086200*   JOURNAL RECORDS THAT BELONG TO NO RUN WE KNOW OF DID NOT STOP
086300*   THE BACKOUT, BUT END THE STEP RC=4 SO SOMEONE LOOKS AT THEM.
086400*----------------------------------------------------------------
086500 9000-TERMINATE.
086600     CLOSE DIVMSTR.
086700     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
086800     MOVE 'JOURNAL RECORDS READ        = ' TO DB-RPT-TOT-LABEL.
086900     MOVE DB-JRN-READ                       TO DB-RPT-TOT-VALUE.
087000     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
087100     MOVE 'JOURNAL RECORDS FOR THE RUN = ' TO DB-RPT-TOT-LABEL.
087200     MOVE DB-JRN-FOR-RUN                    TO DB-RPT-TOT-VALUE.
087300     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
087400     MOVE 'LATER ENTRIES, SAME NUM     = ' TO DB-RPT-TOT-LABEL.
087500     MOVE DB-JRN-LATER                      TO DB-RPT-TOT-VALUE.
087600     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
087700     MOVE 'RECORDS DELETED             = ' TO DB-RPT-TOT-LABEL.
087800     MOVE DB-DELETED-COUNT                  TO DB-RPT-TOT-VALUE.
087900     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
088000     MOVE 'RECORDS ALREADY GONE        = ' TO DB-RPT-TOT-LABEL.
088100     MOVE DB-GONE-COUNT                     TO DB-RPT-TOT-VALUE.
088200     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
088300     MOVE 'RECORDS RESTORED            = ' TO DB-RPT-TOT-LABEL.
088400     MOVE DB-RESTORED-COUNT                 TO DB-RPT-TOT-VALUE.
088500     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
088600     MOVE 'RECORDS RE-ADDED            = ' TO DB-RPT-TOT-LABEL.
088700     MOVE DB-READDED-COUNT                  TO DB-RPT-TOT-VALUE.
088800     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
088900     MOVE 'UNREADABLE JOURNAL RECORDS  = ' TO DB-RPT-TOT-LABEL.
089000     MOVE DB-JRN-UNREADABLE                 TO DB-RPT-TOT-VALUE.
089100     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
089200     MOVE 'HISTORY RECORDS MARKED      = ' TO DB-RPT-TOT-LABEL.
089300     MOVE DB-HIST-MARKED                    TO DB-RPT-TOT-VALUE.
089400     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
089500     MOVE 'ARCHIVE RECORDS DROPPED     = ' TO DB-RPT-TOT-LABEL.
089600     MOVE DB-ARCH-DROPPED                   TO DB-RPT-TOT-VALUE.
089700     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
089800     CLOSE DIVBRPT.
089900     DISPLAY 'DIVBAT23 - JOURNAL RECORDS   = ' DB-JRN-READ.
090000     DISPLAY 'DIVBAT23 - FOR THE RUN       = ' DB-JRN-FOR-RUN.
090100     DISPLAY 'DIVBAT23 - DELETED           = ' DB-DELETED-COUNT.
090200     DISPLAY 'DIVBAT23 - ALREADY GONE      = ' DB-GONE-COUNT.
090300     DISPLAY 'DIVBAT23 - RESTORED          = ' DB-RESTORED-COUNT.
090400     DISPLAY 'DIVBAT23 - RE-ADDED          = ' DB-READDED-COUNT.
090500     DISPLAY 'DIVBAT23 - HISTORY MARKED    = ' DB-HIST-MARKED.
090600     DISPLAY 'DIVBAT23 - ARCHIVE DROPPED   = ' DB-ARCH-DROPPED.
090700     IF DB-JRN-UNREADABLE IS GREATER THAN ZERO
090800         DISPLAY 'DIVBAT23 - ' DB-JRN-UNREADABLE
090900             ' JOURNAL RECORDS WITH NO READABLE RUN ID'
091000         MOVE 4 TO RETURN-CODE
091100     END-IF.
091200 9000-EXIT.
091300     EXIT.
091400
091500 END PROGRAM DIVBAT23.
