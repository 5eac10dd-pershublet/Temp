000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVBAT18.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       NIGHTLY SUSPENSE AGING REPORT. DIVBAT05 HOLDS
000800*                EVERY RECORD IT REJECTS ON THE DIVSUSP KSDS UNTIL
000900*                OPERATIONS CORRECTS IT (AND THE NEXT NIGHTLY
001000*                FEEDS IT BACK IN) OR CANCELS IT THROUGH DIVS.
001100*                THIS REPORT LISTS THE ITEMS STILL OUTSTANDING --
001200*                OPEN, OR CORRECTED AND NOT YET RESUBMITTED --
001300*                GROUPED BY SOURCE (O = ORDERS, I = INVENTORY,
001400*                P = PLANNING, THEN ANY UNRECOGNISED CODE), EACH
001500*                WITH THE NUMBER OF DAYS SINCE THE BUSINESS DATE
001600*                IT WAS REJECTED ON. AN OPEN ITEM OLDER THAN THE
001700*                ESCALATION AGE IS FLAGGED FOR ESCALATION TO THE
001800*                SYSTEM THAT SENT IT. THE REPORT ENDS WITH THE
001900*                RECONCILIATION OVER THE WHOLE FILE: EVERY ITEM
002000*                EVER HELD IS RESUBMITTED, CANCELLED, OR STILL
002100*                OUTSTANDING -- NOTHING AN UPSTREAM SYSTEM SENT
002200*                CAN FALL OUT OF THE BOTTOM.
002300*                PARM='NNN' IS THE ESCALATION AGE IN DAYS; WITH NO
002400*                PARM IT IS 5. RC=4 MEANS SOMETHING WAS ESCALATED;
002500*                RC=8 MEANS AN ITEM CARRIES A STATUS THIS PROGRAM
002600*                DOES NOT KNOW AND THE FILE DOES NOT RECONCILE.
002700*----------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*  DATE      INIT  DESCRIPTION
003000*  10/15/26  RH    ORIGINAL PROGRAM.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DIVSUSP ASSIGN TO DIVSUSP
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS DS-KEY
004200         FILE STATUS IS DB-DIVSUSP-STATUS.
004300
004400     SELECT DIVRCTL ASSIGN TO DIVRCTL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS DB-DIVRCTL-STATUS.
004700
004800     SELECT DIVARPT ASSIGN TO DIVARPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS DB-DIVARPT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  DIVSUSP
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700     COPY DIVSUSP.
005800
005900 FD  DIVRCTL
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DIVRCTL.
006300
006400 FD  DIVARPT
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  DB-REPORT-RECORD      PIC X(133).
006800
006900 WORKING-STORAGE SECTION.
007000 01  DB-SWITCHES.
007100     03  DB-SUSP-EOF-SWITCH PIC X(01)  VALUE 'N'.
007200         88  DB-END-OF-SUSPENSE     VALUE 'Y'.
007300
007400 01  DB-FILE-STATUSES.
007500     03  DB-DIVSUSP-STATUS  PIC X(02)  VALUE '00'.
007600     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
007700     03  DB-DIVARPT-STATUS  PIC X(02)  VALUE '00'.
007800
007900 01  DB-SUBSCRIPTS.
008000     03  DB-SRC-SUB         PIC 9(3)  COMP-5 VALUE ZERO.
008100     03  DB-ITEM-SUB        PIC 9(3)  COMP-5 VALUE ZERO.
008200
008300*    ONE ENTRY PER SOURCE, IN THE ORDER THE REPORT LISTS THEM --
008400*    THE SAME FOUR GROUPS DIVBAT05 COUNTS ITS REJECTS IN. THE
008500*    COUNTS ARE OVER EVERY ITEM ON FILE FOR THE SOURCE, WHATEVER
008600*    ITS STATUS; ESCALATED IS THE OPEN ITEMS PAST THE AGE LIMIT.
008700 01  DB-SOURCE-TABLE.
008800     03  DB-SRC-ENTRY       OCCURS 4 TIMES.
008900         05  DB-SRC-CODE       PIC X(1).
009000         05  DB-SRC-SYSTEM     PIC X(24).
009100         05  DB-SRC-HELD       PIC 9(7) COMP.
009200         05  DB-SRC-OPEN       PIC 9(7) COMP.
009300         05  DB-SRC-CORRECTED  PIC 9(7) COMP.
009400         05  DB-SRC-RESUBMITTED PIC 9(7) COMP.
009500         05  DB-SRC-CANCELLED  PIC 9(7) COMP.
009600         05  DB-SRC-UNKNOWN    PIC 9(7) COMP.
009700         05  DB-SRC-ESCALATED  PIC 9(7) COMP.
009800         05  DB-SRC-LISTED     PIC 9(7) COMP.
009900
010000 01  DB-TOTALS.
010100     03  DB-TOT-HELD        PIC 9(7)  COMP  VALUE ZERO.
010200     03  DB-TOT-OPEN        PIC 9(7)  COMP  VALUE ZERO.
010300     03  DB-TOT-CORRECTED   PIC 9(7)  COMP  VALUE ZERO.
010400     03  DB-TOT-RESUBMITTED PIC 9(7)  COMP  VALUE ZERO.
010500     03  DB-TOT-CANCELLED   PIC 9(7)  COMP  VALUE ZERO.
010600     03  DB-TOT-UNKNOWN     PIC 9(7)  COMP  VALUE ZERO.
010700     03  DB-TOT-ESCALATED   PIC 9(7)  COMP  VALUE ZERO.
010800     03  DB-TOT-ACCOUNTED   PIC 9(7)  COMP  VALUE ZERO.
010900
011000*    THE BUSINESS DATE THE AGES ARE TAKEN FROM -- THE DATE OF THE
011100*    MOST RECENT NIGHTLY RUN OPENED ON DIVRCTL -- AND ITS DAY
011200*    NUMBER, SO EACH ITEM'S AGE IS ONE SUBTRACTION.
011300 01  DB-BUSINESS-DATE       PIC 9(8)  VALUE ZERO.
011400 01  DB-BUSINESS-DAY        PIC 9(7)  COMP  VALUE ZERO.
011500 01  DB-DAYS-OUT            PIC S9(7) COMP  VALUE ZERO.
011600
011700*    AN OPEN ITEM MORE THAN THIS MANY DAYS OLD IS ESCALATED TO
011800*    THE SENDING SYSTEM. SET FROM THE PARM.
011900 01  DB-ESCALATE-DAYS       PIC 9(3)  VALUE 5.
012000
012100 01  DB-PARM-WORK.
012200     03  DB-PARM-TEXT       PIC X(03)  VALUE ZEROS.
012300     03  DB-PARM-NUMBER     REDEFINES DB-PARM-TEXT
012400                            PIC 9(3).
012500     03  DB-PARM-START      PIC 9(4)  COMP  VALUE ZERO.
012600
012700 01  DB-RPT-HEADING1.
012800     03  FILLER             PIC X(01)  VALUE '1'.
012900     03  FILLER             PIC X(52)  VALUE
013000         'DIVBAT18 - INPUT SUSPENSE AGING REPORT'.
013100     03  FILLER             PIC X(80)  VALUE SPACES.
013200
013300 01  DB-RPT-DATE-LINE.
013400     03  FILLER             PIC X(01)  VALUE ' '.
013500     03  FILLER             PIC X(19)  VALUE
013600         'AGED AS OF BUSINESS'.
013700     03  FILLER             PIC X(06)  VALUE ' DATE '.
013800     03  DB-RPT-BUS-DATE    PIC 9(8).
013900     03  FILLER             PIC X(27)  VALUE
014000         '   ESCALATE OPEN ITEMS OVER'.
014100     03  FILLER             PIC X(01)  VALUE ' '.
014200     03  DB-RPT-ESC-DAYS    PIC ZZ9.
014300     03  FILLER             PIC X(05)  VALUE ' DAYS'.
014400     03  FILLER             PIC X(63)  VALUE SPACES.
014500
014600 01  DB-RPT-BLANK.
014700     03  FILLER             PIC X(01)  VALUE ' '.
014800     03  FILLER             PIC X(132) VALUE SPACES.
014900
015000 01  DB-RPT-SOURCE-LINE.
015100     03  FILLER             PIC X(01)  VALUE ' '.
015200     03  FILLER             PIC X(07)  VALUE 'SOURCE '.
015300     03  DB-RPT-SRC-CODE    PIC X(01).
015400     03  FILLER             PIC X(03)  VALUE ' - '.
015500     03  DB-RPT-SRC-SYSTEM  PIC X(24).
015600     03  FILLER             PIC X(97)  VALUE SPACES.
015700
015800 01  DB-RPT-COLUMN-LINE.
015900     03  FILLER             PIC X(01)  VALUE ' '.
016000     03  FILLER             PIC X(10)  VALUE 'HELD ON'.
016100     03  FILLER             PIC X(15)  VALUE 'RUN ID'.
016200     03  FILLER             PIC X(09)  VALUE '    SEQ'.
016300     03  FILLER             PIC X(11)  VALUE 'STATUS'.
016400     03  FILLER             PIC X(07)  VALUE ' DAYS'.
016500     03  FILLER             PIC X(08)  VALUE 'CORR'.
016600     03  FILLER             PIC X(32)  VALUE 'REASON'.
016700     03  FILLER             PIC X(10)  VALUE 'ESCALATION'.
016800     03  FILLER             PIC X(30)  VALUE SPACES.
016900
017000 01  DB-RPT-DETAIL-LINE.
017100     03  FILLER             PIC X(01)  VALUE ' '.
017200     03  DB-RPT-DTL-DATE    PIC 9(8).
017300     03  FILLER             PIC X(02)  VALUE SPACES.
017400     03  DB-RPT-DTL-RUN-ID  PIC 9(14).
017500     03  FILLER             PIC X(01)  VALUE SPACE.
017600     03  DB-RPT-DTL-SEQ     PIC Z(6)9.
017700     03  FILLER             PIC X(02)  VALUE SPACES.
017800     03  DB-RPT-DTL-STATUS  PIC X(09).
017900     03  FILLER             PIC X(02)  VALUE SPACES.
018000     03  DB-RPT-DTL-DAYS    PIC Z(4)9.
018100     03  FILLER             PIC X(02)  VALUE SPACES.
018200     03  DB-RPT-DTL-CORR    PIC X(06).
018300     03  FILLER             PIC X(02)  VALUE SPACES.
018400     03  DB-RPT-DTL-REASON  PIC X(30).
018500     03  FILLER             PIC X(02)  VALUE SPACES.
018600     03  DB-RPT-DTL-FLAG    PIC X(30).
018700     03  FILLER             PIC X(10)  VALUE SPACES.
018800
018900 01  DB-RPT-NONE-LINE.
019000     03  FILLER             PIC X(01)  VALUE ' '.
019100     03  FILLER             PIC X(30)  VALUE
019200         'NO ITEMS OUTSTANDING'.
019300     03  FILLER             PIC X(102) VALUE SPACES.
019400
019500 01  DB-RPT-SUBTOTAL-LINE.
019600     03  FILLER             PIC X(01)  VALUE ' '.
019700     03  FILLER             PIC X(09)  VALUE '    HELD '.
019800     03  DB-RPT-SUB-HELD    PIC Z(6)9.
019900     03  FILLER             PIC X(08)  VALUE '   OPEN '.
020000     03  DB-RPT-SUB-OPEN    PIC Z(6)9.
020100     03  FILLER             PIC X(13)  VALUE '   CORRECTED '.
020200     03  DB-RPT-SUB-CORR    PIC Z(6)9.
020300     03  FILLER             PIC X(15)  VALUE '   RESUBMITTED '.
020400     03  DB-RPT-SUB-RESUB   PIC Z(6)9.
020500     03  FILLER             PIC X(13)  VALUE '   CANCELLED '.
020600     03  DB-RPT-SUB-CANC    PIC Z(6)9.
020700     03  FILLER             PIC X(13)  VALUE '   ESCALATED '.
020800     03  DB-RPT-SUB-ESC     PIC Z(6)9.
020900     03  FILLER             PIC X(19)  VALUE SPACES.
021000
021100 01  DB-RPT-TOTAL-LINE.
021200     03  FILLER             PIC X(01)  VALUE ' '.
021300     03  DB-RPT-TOT-LABEL   PIC X(22).
021400     03  DB-RPT-TOT-VALUE   PIC Z(6)9.
021500     03  FILLER             PIC X(103) VALUE SPACES.
021600
021700 01  DB-RPT-RECON-LINE.
021800     03  FILLER             PIC X(01)  VALUE ' '.
021900     03  DB-RPT-RECON-TEXT  PIC X(80).
022000     03  FILLER             PIC X(52)  VALUE SPACES.
022100
022200 LINKAGE SECTION.
022300 01  DB-PARM-PASSED.
022400     03  DB-PARM-LEN        PIC S9(4) COMP.
022500     03  DB-PARM-DATA       PIC X(20).
022600
022700 PROCEDURE DIVISION USING DB-PARM-PASSED.
022800*----------------------------------------------------------------
022900* 0000-MAIN-LOGIC
023000*----------------------------------------------------------------
023100 0000-MAIN-LOGIC.
023200     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
023300     PERFORM 2000-REPORT-ONE-SOURCE THRU 2000-EXIT
023400         VARYING DB-SRC-SUB FROM 1 BY 1
023500         UNTIL DB-SRC-SUB IS GREATER THAN 4.
023600     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
023700     GOBACK.
023800
023900*----------------------------------------------------------------
024000* 1000-INITIALIZE
024100*   TAKES THE ESCALATION AGE FROM THE PARM AND THE BUSINESS DATE
024200*   FROM DIVRCTL, SETS UP THE SOURCE TABLE AND STARTS THE REPORT.
024300*----------------------------------------------------------------
024400 1000-INITIALIZE.
024500     IF DB-PARM-LEN IS GREATER THAN ZERO
024600         PERFORM 1100-PARSE-PARM THRU 1100-EXIT
024700     END-IF.
024800     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
024900     COMPUTE DB-BUSINESS-DAY =
025000         FUNCTION INTEGER-OF-DATE (DB-BUSINESS-DATE).
025100
025200     MOVE 'O' TO DB-SRC-CODE (1).
025300     MOVE 'ORDER SYSTEM'     TO DB-SRC-SYSTEM (1).
025400     MOVE 'I' TO DB-SRC-CODE (2).
025500     MOVE 'INVENTORY SYSTEM' TO DB-SRC-SYSTEM (2).
025600     MOVE 'P' TO DB-SRC-CODE (3).
025700     MOVE 'PLANNING SYSTEM'  TO DB-SRC-SYSTEM (3).
025800     MOVE '?' TO DB-SRC-CODE (4).
025900     MOVE 'SENDER NOT KNOWN' TO  DB-SRC-SYSTEM (4).
026000     PERFORM 1200-CLEAR-ONE-SOURCE THRU 1200-EXIT
026100         VARYING DB-SRC-SUB FROM 1 BY 1
026200         UNTIL DB-SRC-SUB IS GREATER THAN 4.
026300
026400     OPEN OUTPUT DIVARPT.
026500     IF DB-DIVARPT-STATUS IS NOT EQUAL TO '00'
026600         DISPLAY 'DIVBAT18 - UNABLE TO OPEN DIVARPT, STATUS = '
026700             DB-DIVARPT-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         GOBACK
027000     END-IF.
027100     MOVE DB-BUSINESS-DATE TO DB-RPT-BUS-DATE.
027200     MOVE DB-ESCALATE-DAYS TO DB-RPT-ESC-DAYS.
027300     WRITE DB-REPORT-RECORD FROM DB-RPT-HEADING1.
027400     WRITE DB-REPORT-RECORD FROM DB-RPT-DATE-LINE.
027500 1000-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------------
027900* 1050-READ-RUN-CONTROL
028000*   PICKS UP THE BUSINESS DATE FROM DIVRCTL, OPEN OR ALREADY
028100*   CERTIFIED, THE SAME AS DIVBAT02. NO FILE OR NO RECORD STOPS
028200*   THE RUN -- WITHOUT A DATE THERE IS NOTHING TO AGE AGAINST.
028300*----------------------------------------------------------------
028400 1050-READ-RUN-CONTROL.
028500     OPEN INPUT DIVRCTL.
028600     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
028700         DISPLAY 'DIVBAT18 - UNABLE TO OPEN DIVRCTL, STATUS = '
028800             DB-DIVRCTL-STATUS
028900         MOVE 16 TO RETURN-CODE
029000         GOBACK
029100     END-IF.
029200     READ DIVRCTL
029300         AT END
029400             CONTINUE
029500     END-READ.
029600     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
029700         OR DR-BUSINESS-DATE IS NOT NUMERIC
029800         DISPLAY 'DIVBAT18 - NO BUSINESS DATE ON DIVRCTL, '
029900             'STATUS = ' DB-DIVRCTL-STATUS
030000         MOVE 16 TO RETURN-CODE
030100         GOBACK
030200     END-IF.
030300     MOVE DR-BUSINESS-DATE TO DB-BUSINESS-DATE.
030400     CLOSE DIVRCTL.
030500     DISPLAY 'DIVBAT18 - BUSINESS DATE     = ' DB-BUSINESS-DATE.
030600 1050-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------------
031000* 1100-PARSE-PARM
031100*   THE ESCALATION AGE, ONE TO THREE DIGITS. IT IS RIGHT-JUSTIFIED
031200*   INTO A ZERO-FILLED WORK FIELD BEFORE THE NUMERIC TEST, THE
031300*   SAME WAY DIVBAT16 TAKES ITS MINIMUM GCD. ZERO IS ALLOWED --
031400*   IT ESCALATES EVERY OPEN ITEM FROM BEFORE THE BUSINESS DATE.
031500*----------------------------------------------------------------
031600 1100-PARSE-PARM.
031700     MOVE ZEROS TO DB-PARM-TEXT.
031800     IF DB-PARM-LEN IS NOT GREATER THAN 3
031900         COMPUTE DB-PARM-START = 4 - DB-PARM-LEN
032000         MOVE DB-PARM-DATA (1:DB-PARM-LEN) TO
032100             DB-PARM-TEXT (DB-PARM-START:DB-PARM-LEN)
032200     END-IF.
032300     IF DB-PARM-LEN IS GREATER THAN 3
032400         OR DB-PARM-TEXT IS NOT NUMERIC
032500         DISPLAY 'DIVBAT18 - PARM MUST BE THE ESCALATION AGE IN '
032600             'DAYS, 1 TO 3 DIGITS'
032700         MOVE 16 TO RETURN-CODE
032800         GOBACK
032900     END-IF.
033000     MOVE DB-PARM-NUMBER TO DB-ESCALATE-DAYS.
033100 1100-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------------
033500* 1200-CLEAR-ONE-SOURCE
033600*----------------------------------------------------------------
033700 1200-CLEAR-ONE-SOURCE.
033800     MOVE ZERO TO DB-SRC-HELD        (DB-SRC-SUB).
033900     MOVE ZERO TO DB-SRC-OPEN        (DB-SRC-SUB).
034000     MOVE ZERO TO DB-SRC-CORRECTED   (DB-SRC-SUB).
034100     MOVE ZERO TO DB-SRC-RESUBMITTED (DB-SRC-SUB).
034200     MOVE ZERO TO DB-SRC-CANCELLED   (DB-SRC-SUB).
034300     MOVE ZERO TO DB-SRC-UNKNOWN     (DB-SRC-SUB).
034400     MOVE ZERO TO DB-SRC-ESCALATED   (DB-SRC-SUB).
034500     MOVE ZERO TO DB-SRC-LISTED      (DB-SRC-SUB).
034600 1200-EXIT.
034700     EXIT.
034800
034900*----------------------------------------------------------------
035000* 2000-REPORT-ONE-SOURCE
035100*   ONE PASS OF THE SUSPENSE FILE FOR ONE SOURCE. THE FILE IS
035200*   KEYED BY RUN ID, NOT SOURCE, SO EACH SOURCE IS A FULL READ;
035300*   THE FILE ONLY EVER HOLDS REJECTS, SO THE PASSES ARE CHEAP.
035400*   EVERY ITEM IS COUNTED ON ITS OWN SOURCE'S PASS AND NO OTHER.
035500*----------------------------------------------------------------
035600 2000-REPORT-ONE-SOURCE.
035700     OPEN INPUT DIVSUSP.
035800     IF DB-DIVSUSP-STATUS IS NOT EQUAL TO '00'
035900         DISPLAY 'DIVBAT18 - UNABLE TO OPEN DIVSUSP, STATUS = '
036000             DB-DIVSUSP-STATUS
036100         MOVE 16 TO RETURN-CODE
036200         GOBACK
036300     END-IF.
036400     MOVE 'N' TO DB-SUSP-EOF-SWITCH.
036500
036600     MOVE DB-SRC-CODE (DB-SRC-SUB)   TO DB-RPT-SRC-CODE.
036700     MOVE DB-SRC-SYSTEM (DB-SRC-SUB) TO DB-RPT-SRC-SYSTEM.
036800     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
036900     WRITE DB-REPORT-RECORD FROM DB-RPT-SOURCE-LINE.
037000     WRITE DB-REPORT-RECORD FROM DB-RPT-COLUMN-LINE.
037100
037200     PERFORM 2050-READ-SUSPENSE THRU 2050-EXIT.
037300     PERFORM 2100-CHECK-ONE-ITEM THRU 2100-EXIT
037400         UNTIL DB-END-OF-SUSPENSE.
037500     CLOSE DIVSUSP.
037600
037700     IF DB-SRC-LISTED (DB-SRC-SUB) IS EQUAL TO ZERO
037800         WRITE DB-REPORT-RECORD FROM DB-RPT-NONE-LINE
037900     END-IF.
038000     MOVE DB-SRC-HELD (DB-SRC-SUB)        TO DB-RPT-SUB-HELD.
038100     MOVE DB-SRC-OPEN (DB-SRC-SUB)        TO DB-RPT-SUB-OPEN.
038200     MOVE DB-SRC-CORRECTED (DB-SRC-SUB)   TO DB-RPT-SUB-CORR.
038300     MOVE DB-SRC-RESUBMITTED (DB-SRC-SUB) TO DB-RPT-SUB-RESUB.
038400     MOVE DB-SRC-CANCELLED (DB-SRC-SUB)   TO DB-RPT-SUB-CANC.
038500     MOVE DB-SRC-ESCALATED (DB-SRC-SUB)   TO DB-RPT-SUB-ESC.
038600     WRITE DB-REPORT-RECORD FROM DB-RPT-SUBTOTAL-LINE.
038700
038800     ADD DB-SRC-HELD (DB-SRC-SUB)        TO DB-TOT-HELD.
038900     ADD DB-SRC-OPEN (DB-SRC-SUB)        TO DB-TOT-OPEN.
039000     ADD DB-SRC-CORRECTED (DB-SRC-SUB)   TO DB-TOT-CORRECTED.
039100     ADD DB-SRC-RESUBMITTED (DB-SRC-SUB) TO DB-TOT-RESUBMITTED.
039200     ADD DB-SRC-CANCELLED (DB-SRC-SUB)   TO DB-TOT-CANCELLED.
039300     ADD DB-SRC-UNKNOWN (DB-SRC-SUB)     TO DB-TOT-UNKNOWN.
039400     ADD DB-SRC-ESCALATED (DB-SRC-SUB)   TO DB-TOT-ESCALATED.
039500 2000-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------------
039900* 2050-READ-SUSPENSE
040000*----------------------------------------------------------------
040100 2050-READ-SUSPENSE.
040200     READ DIVSUSP
040300         AT END
040400             SET DB-END-OF-SUSPENSE TO TRUE
040500     END-READ.
040600     IF NOT DB-END-OF-SUSPENSE
040700         AND DB-DIVSUSP-STATUS IS NOT EQUAL TO '00'
040800         DISPLAY 'DIVBAT18 - READ ERROR ON DIVSUSP, STATUS = '
040900             DB-DIVSUSP-STATUS
041000         MOVE 16 TO RETURN-CODE
041100         GOBACK
041200     END-IF.
041300 2050-EXIT.
041400     EXIT.
041500
041600*----------------------------------------------------------------
041700* 2100-CHECK-ONE-ITEM
041800*   COUNTS AN ITEM OF THIS PASS'S SOURCE BY STATUS AND, IF IT IS
041900*   STILL OUTSTANDING, LISTS IT WITH ITS AGE. ONLY OPEN ITEMS ARE
042000*   ESCALATED -- A CORRECTED ITEM IS WAITING ON THE NEXT NIGHTLY,
042100*   NOT ON THE SENDER. AN ITEM WITH A STATUS THIS PROGRAM DOES NOT
042200*   KNOW IS LISTED TOO, SO SOMEONE LOOKS AT IT.
042300*----------------------------------------------------------------
042400 2100-CHECK-ONE-ITEM.
042500     EVALUATE DS-SOURCE
042600         WHEN 'O'
042700             MOVE 1 TO DB-ITEM-SUB
042800         WHEN 'I'
042900             MOVE 2 TO DB-ITEM-SUB
043000         WHEN 'P'
043100             MOVE 3 TO DB-ITEM-SUB
043200         WHEN OTHER
043300             MOVE 4 TO DB-ITEM-SUB
043400     END-EVALUATE.
043500     IF DB-ITEM-SUB IS NOT EQUAL TO DB-SRC-SUB
043600         GO TO 2100-NEXT
043700     END-IF.
043800
043900     ADD 1 TO DB-SRC-HELD (DB-SRC-SUB).
044000     MOVE SPACES TO DB-RPT-DTL-CORR.
044100     MOVE SPACES TO DB-RPT-DTL-FLAG.
044200     EVALUATE TRUE
044300         WHEN DS-RESUBMITTED
044400             ADD 1 TO DB-SRC-RESUBMITTED (DB-SRC-SUB)
044500             GO TO 2100-NEXT
044600         WHEN DS-CANCELLED
044700             ADD 1 TO DB-SRC-CANCELLED (DB-SRC-SUB)
044800             GO TO 2100-NEXT
044900         WHEN DS-OPEN
045000             ADD 1 TO DB-SRC-OPEN (DB-SRC-SUB)
045100             MOVE 'OPEN'      TO DB-RPT-DTL-STATUS
045200         WHEN DS-CORRECTED
045300             ADD 1 TO DB-SRC-CORRECTED (DB-SRC-SUB)
045400             MOVE 'CORRECTED' TO DB-RPT-DTL-STATUS
045500             MOVE DS-CORR-NUM TO DB-RPT-DTL-CORR
045600         WHEN OTHER
045700             ADD 1 TO DB-SRC-UNKNOWN (DB-SRC-SUB)
045800             MOVE 'STATUS'    TO DB-RPT-DTL-STATUS
045900             MOVE DS-STATUS   TO DB-RPT-DTL-STATUS (8:1)
046000     END-EVALUATE.
046100
046200     MOVE ZERO TO DB-DAYS-OUT.
046300     IF DS-BUSINESS-DATE IS NUMERIC
046400         AND DS-BUSINESS-DATE IS NOT GREATER THAN DB-BUSINESS-DATE
046500         COMPUTE DB-DAYS-OUT = DB-BUSINESS-DAY -
046600             FUNCTION INTEGER-OF-DATE (DS-BUSINESS-DATE)
046700     END-IF.
046800     IF DS-OPEN
046900         AND DB-DAYS-OUT IS GREATER THAN DB-ESCALATE-DAYS
047000         ADD 1 TO DB-SRC-ESCALATED (DB-SRC-SUB)
047100         MOVE 'ESCALATE TO' TO DB-RPT-DTL-FLAG
047200         MOVE DB-SRC-SYSTEM (DB-SRC-SUB)
047300             TO DB-RPT-DTL-FLAG (13:18)
047400     END-IF.
047500     MOVE DS-BUSINESS-DATE  TO DB-RPT-DTL-DATE.
047600     MOVE DS-RUN-ID         TO DB-RPT-DTL-RUN-ID.
047700     MOVE DS-INPUT-SEQ      TO DB-RPT-DTL-SEQ.
047800     MOVE DB-DAYS-OUT       TO DB-RPT-DTL-DAYS.
047900     MOVE DS-REASON         TO DB-RPT-DTL-REASON.
048000     WRITE DB-REPORT-RECORD FROM DB-RPT-DETAIL-LINE.
048100     ADD 1 TO DB-SRC-LISTED (DB-SRC-SUB).
048200 2100-NEXT.
048300     PERFORM 2050-READ-SUSPENSE THRU 2050-EXIT.
048400 2100-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------------
048800* 9000-TERMINATE
048900*   THE RECONCILIATION OVER THE WHOLE FILE: EVERY ITEM HELD MUST
049000*   BE RESUBMITTED, CANCELLED, OR STILL OPEN OR CORRECTED. THE
049100*   FIRST TWO ARE THE PROOF THE RECORD WAS DEALT WITH; THE OTHER
049200*   TWO ARE THE LISTING ABOVE.
049300*----------------------------------------------------------------
049400 9000-TERMINATE.
049500     COMPUTE DB-TOT-ACCOUNTED = DB-TOT-RESUBMITTED
049600         + DB-TOT-CANCELLED + DB-TOT-OPEN + DB-TOT-CORRECTED.
049700     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
049800     MOVE 'ITEMS EVER HELD     = ' TO DB-RPT-TOT-LABEL.
049900     MOVE DB-TOT-HELD              TO DB-RPT-TOT-VALUE.
050000     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
050100     MOVE 'RESUBMITTED         = ' TO DB-RPT-TOT-LABEL.
050200     MOVE DB-TOT-RESUBMITTED       TO DB-RPT-TOT-VALUE.
050300     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
050400     MOVE 'CANCELLED           = ' TO DB-RPT-TOT-LABEL.
050500     MOVE DB-TOT-CANCELLED         TO DB-RPT-TOT-VALUE.
050600     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
050700     MOVE 'STILL OPEN          = ' TO DB-RPT-TOT-LABEL.
050800     MOVE DB-TOT-OPEN              TO DB-RPT-TOT-VALUE.
050900     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
051000     MOVE 'CORRECTED, WAITING  = ' TO DB-RPT-TOT-LABEL.
051100     MOVE DB-TOT-CORRECTED         TO DB-RPT-TOT-VALUE.
051200     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
051300     MOVE 'UNKNOWN STATUS      = ' TO DB-RPT-TOT-LABEL.
051400     MOVE DB-TOT-UNKNOWN           TO DB-RPT-TOT-VALUE.
051500     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
051600     MOVE 'ESCALATED           = ' TO DB-RPT-TOT-LABEL.
051700     MOVE DB-TOT-ESCALATED         TO DB-RPT-TOT-VALUE.
051800     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
051900     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
052000     IF DB-TOT-ACCOUNTED IS EQUAL TO DB-TOT-HELD
052100         MOVE 'SUSPENSE RECONCILES - ALL HELD ITEMS ACCOUNTED FOR'
052200             TO DB-RPT-RECON-TEXT
052300     ELSE
052400         MOVE '*** SUSPENSE DOES NOT RECONCILE - SEE UNKNOWN'
052500             TO DB-RPT-RECON-TEXT
052600     END-IF.
052700     WRITE DB-REPORT-RECORD FROM DB-RPT-RECON-LINE.
052800     CLOSE DIVARPT.
052900
053000     DISPLAY 'DIVBAT18 - ITEMS EVER HELD   = ' DB-TOT-HELD.
053100     DISPLAY 'DIVBAT18 - RESUBMITTED       = ' DB-TOT-RESUBMITTED.
053200     DISPLAY 'DIVBAT18 - CANCELLED         = ' DB-TOT-CANCELLED.
053300     DISPLAY 'DIVBAT18 - STILL OPEN        = ' DB-TOT-OPEN.
053400     DISPLAY 'DIVBAT18 - CORRECTED         = ' DB-TOT-CORRECTED.
053500     DISPLAY 'DIVBAT18 - ESCALATED         = ' DB-TOT-ESCALATED.
053600     IF DB-TOT-ACCOUNTED IS NOT EQUAL TO DB-TOT-HELD
053700         DISPLAY 'DIVBAT18 - UNKNOWN STATUS    = ' DB-TOT-UNKNOWN
053800         MOVE 8 TO RETURN-CODE
053900     ELSE
054000         IF DB-TOT-ESCALATED IS GREATER THAN ZERO
054100             MOVE 4 TO RETURN-CODE
054200         END-IF
054300     END-IF.
054400 9000-EXIT.
054500     EXIT.
054600
054700 END PROGRAM DIVBAT18.
