000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVONL6.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       PACK-FIT SERVICE FOR THE ORDER-ENTRY APPLICATION.
000800*                NO TERMINAL AND NO MAP -- ANOTHER TRANSACTION
000900*                LINKS HERE WITH THE DIVPFIT COMMAREA HOLDING AN
001000*                ORDER-LINE QUANTITY (PACKED) AND PRODUCT LINE,
001100*                AND GETS BACK WHETHER ANY CATALOG PACK FOR THAT
001200*                LINE DIVIDES THE QUANTITY, THE FITTING PACK
001300*                SIZES, AND, WHEN NOTHING FITS, THE NEAREST
001400*                QUANTITIES BELOW AND ABOVE THAT A PACK DOES FIT,
001500*                SO ORDER ENTRY CAN OFFER THE ADJUSTMENT WHILE THE
001600*                CUSTOMER IS STILL ON THE LINE INSTEAD OF THE LOT
001700*                TURNING UP ON THE NEXT MORNING'S NO-FIT REPORT.
001800*
001900*                THE ANSWER IS THE ONE THE NIGHTLY WOULD GIVE: THE
002000*                CATALOG ENTRIES IN EFFECT TODAY FOR THE LINE PLUS
002100*                THE GENERIC (BLANK LINE) ENTRIES, MATCHED BY THE
002200*                DIVBAT02 RULES, AND THE NEAREST FITS PROBED BY
002300*                THE DIVBAT08 RULES (ONE UNIT AT A TIME OUT TO THE
002400*                TOLERANCE, FIRST FITTING SIZE WINS). EACH
002500*                QUANTITY'S DIVISORS COME FROM THE DIVMSTR KSDS
002600*                AND ARE ONLY COMPUTED (DIVSORC1, SOURCE F) ON A
002700*                MISS; A COMPUTED RESULT IS QUEUED TO DIVR FOR THE
002800*                NIGHTLY FOLD-IN AND ANY LOG EVENT TO DIVL, AS
002900*                DIVI DOES.
003000*
003100*                A REQUEST IS REFUSED WITH RETURN CODE 8 WHEN THE
003200*                QUANTITY IS NOT VALID PACKED DATA OR IS OUTSIDE
003300*                2-999999, THE PRODUCT LINE IS BLANK OR HAS NO
003400*                ENTRIES OF ITS OWN IN THE CATALOG (RETIRED OR NOT
003500*                -- MOST LIKELY A MISKEYED LINE CODE), OR THE
003600*                TOLERANCE IS NOT NUMERIC. THE REFUSAL IS LOGGED
003700*                TO DIVL AS AN EXCEPTION WITH SOURCE F, SO IT
003800*                REACHES THE EXCEPTION LOG AND THE DIVBAT10
003900*                REPEAT-OFFENDER SUMMARY UNDER THE QUANTITY SENT
004000*                (ZERO WHEN IT WAS NOT A NUMBER). A COMMAREA TOO
004100*                SHORT TO ANSWER IN IS LOGGED THE SAME WAY AND
004200*                RETURNED UNTOUCHED.
004300*----------------------------------------------------------------
004400* MODIFICATION HISTORY
004500*  DATE      INIT  DESCRIPTION
004600*  10/15/26  RH    ORIGINAL PROGRAM.
004700*----------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 DATA DIVISION.
005300 WORKING-STORAGE SECTION.
005400 01  DO6-SWITCHES.
005500     03  DO6-EDIT-SWITCH    PIC X(01)  VALUE 'N'.
005600         88  DO6-EDIT-FAILED        VALUE 'Y'.
005700     03  DO6-DONE-SWITCH    PIC X(01)  VALUE 'N'.
005800         88  DO6-BROWSE-DONE        VALUE 'Y'.
005900     03  DO6-FEAS-SWITCH    PIC X(01)  VALUE 'N'.
006000         88  DO6-PACK-FEASIBLE      VALUE 'Y'.
006100     03  DO6-DUP-SWITCH     PIC X(01)  VALUE 'N'.
006200         88  DO6-PACK-ALREADY-LISTED VALUE 'Y'.
006300     03  DO6-CAND-SWITCH    PIC X(01)  VALUE 'N'.
006400         88  DO6-CANDIDATE-FOUND    VALUE 'Y'.
006500
006600 01  DO6-WORK-FIELDS.
006700     03  DO6-QTY            PIC 9(6).
006800     03  DO6-NUM            PIC 9(6) COMP-5.
006900     03  DO6-TOLERANCE      PIC 9(2).
007000     03  DO6-DELTA          PIC 9(3).
007100     03  DO6-CANDIDATE      PIC S9(7).
007200     03  DO6-FIT-SIZE       PIC 9(6).
007300     03  DO6-OWN-COUNT      PIC 9(5) COMP-5.
007400     03  DO6-I              PIC 9(3) COMP-5.
007500     03  DO6-P              PIC 9(3) COMP-5.
007600     03  DO6-S              PIC 9(3) COMP-5.
007700     03  DO6-PACK-RESP      PIC S9(8) COMP.
007800     03  DO6-LOG-RESP       PIC S9(8) COMP.
007900     03  DO6-ABSTIME        PIC S9(15) COMP-3.
008000     03  DO6-DATE-X         PIC X(8).
008100     03  DO6-TODAY          REDEFINES DO6-DATE-X
008200                            PIC 9(8).
008300     03  DO6-TIME-X         PIC X(6).
008400     03  DO6-PACK-KEY.
008500         05  DO6-KEY-LINE   PIC X(4).
008600         05  DO6-KEY-SIZE   PIC 9(6).
008700     03  DO6-BROWSE-LINE    PIC X(4).
008800     03  DO6-MSTR-RID       PIC 9(6).
008900     03  DO6-MSTR-RESP      PIC S9(8) COMP.
009000     03  DO6-MSTR-LEN       PIC S9(4) COMP.
009100     03  DO6-RSLT-RESP      PIC S9(8) COMP.
009200
009300*    THE CATALOG SIZES IN EFFECT TODAY FOR THE REQUESTED LINE AND
009400*    THE GENERIC ENTRIES, LOADED ONCE PER REQUEST AND TESTED
009500*    AGAINST THE QUANTITY AND EVERY PROBE CANDIDATE. SAME BOUND AS
009600*    THE DIVBAT08 PACK TABLE.
009700 01  DO6-PACK-TABLE.
009800     03  DO6-PACK-MAX       PIC 9(3) COMP-5 VALUE 200.
009900     03  DO6-PACK-LOADED    PIC 9(3) COMP-5 VALUE 0.
010000     03  DO6-PACK-SIZE      OCCURS 200 TIMES
010100                            PIC 9(6).
010200
010300     COPY DIVRSLT.
010400
010500*    THE MASTER RECORD AS READ (OR BUILT FOR THE DIVR QUEUE)
010600*    UNDER CICS. SAME COPYBOOK THE BATCH PROGRAMS PUT UNDER
010700*    THEIR FD, SAME CONVENTION AS DIVONL1.
010800     COPY DIVMSTR.
010900
011000*    THE CATALOG RECORD AS READ UNDER CICS. SAME COPYBOOK THE
011100*    BATCH PROGRAMS PUT UNDER THEIR FD.
011200     COPY DIVPACK.
011300
011400*    ONE EVENT FOR THE DIVL TD QUEUE, 80 BYTES, THE LAYOUT THE
011500*    NIGHTLY SWEEP (DIVBAT04) EXPECTS -- THE SAME RECORD DIVONL1
011600*    QUEUES. DATE, TIME, AND SOURCE ARE STAMPED AT QUEUE TIME.
011700 01  DO6-LOG-RECORD.
011800     03  DO6-LOG-TYPE       PIC X(01).
011900     03  DO6-LOG-NUM        PIC 9(6).
012000     03  DO6-LOG-FACTOR-1   PIC 9(6).
012100     03  DO6-LOG-FACTOR-2   PIC 9(6).
012200     03  DO6-LOG-PRODUCT    PIC 9(12).
012300     03  DO6-LOG-REASON     PIC X(30).
012400     03  DO6-LOG-DATE       PIC 9(8).
012500     03  DO6-LOG-TIME       PIC 9(6).
012600     03  DO6-LOG-SOURCE     PIC X(1).
012700     03  FILLER             PIC X(4).
012800
012900*    THE REQUEST AND ANSWER. WORKED ON HERE AND MOVED BACK TO THE
013000*    CALLER'S COMMAREA WHOLE BEFORE THE RETURN.
013100     COPY DIVPFIT.
013200
013300 LINKAGE SECTION.
013400 01  DFHCOMMAREA.
013500     03  LK6-CA-DATA        PIC X(400).
013600
013700 PROCEDURE DIVISION USING DFHCOMMAREA.
013800*----------------------------------------------------------------
013900* 0000-MAIN-LOGIC
014000*   ENTRY POINT FOR EXEC CICS LINK PROGRAM('DIVONL6'). THE
014100*   COMMAREA IS COPIED IN, ANSWERED IN WORKING STORAGE AND COPIED
014200*   BACK, SO A CALLER THAT PASSED TOO LITTLE STORAGE IS NEVER
014300*   WRITTEN PAST ITS END. RETURN GOES BACK TO THE LINKING PROGRAM.
014400*----------------------------------------------------------------
014500 0000-MAIN-LOGIC.
014600     PERFORM 1100-GET-TIMESTAMP THRU 1100-EXIT.
014700     IF EIBCALEN IS LESS THAN LENGTH OF PF-COMMAREA
014800         PERFORM 1900-REJECT-COMMAREA THRU 1900-EXIT
014900         EXEC CICS RETURN
015000         END-EXEC
015100     END-IF.
015200     MOVE LK6-CA-DATA TO PF-COMMAREA.
015300     PERFORM 1000-CLEAR-RESPONSE THRU 1000-EXIT.
015400     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT.
015500     MOVE PF-COMMAREA TO LK6-CA-DATA.
015600
015700     EXEC CICS RETURN
015800     END-EXEC.
015900
016000*----------------------------------------------------------------
016100* 1000-CLEAR-RESPONSE
016200*   NOTHING THE CALLER LEFT IN THE ANSWER FIELDS SURVIVES.
016300*----------------------------------------------------------------
016400 1000-CLEAR-RESPONSE.
016500     MOVE ZERO   TO PF-RETURN-CODE.
016600     MOVE SPACES TO PF-REASON.
016700     SET PF-NO-FIT TO TRUE.
016800     MOVE ZERO   TO PF-FIT-COUNT.
016900     PERFORM 1010-ZERO-ONE-SLOT THRU 1010-EXIT
017000         VARYING DO6-S FROM 1 BY 1
017100         UNTIL DO6-S IS GREATER THAN 50.
017200     MOVE ZERO TO PF-DOWN-QTY PF-DOWN-SIZE PF-DOWN-DELTA.
017300     MOVE ZERO TO PF-UP-QTY   PF-UP-SIZE   PF-UP-DELTA.
017400 1000-EXIT.
017500     EXIT.
017600
017700*----------------------------------------------------------------
017800* 1010-ZERO-ONE-SLOT
017900*----------------------------------------------------------------
018000 1010-ZERO-ONE-SLOT.
018100     MOVE ZERO TO PF-FIT-SIZES (DO6-S).
018200 1010-EXIT.
018300     EXIT.
018400
018500*----------------------------------------------------------------
018600* 1100-GET-TIMESTAMP
018700*   TODAY'S DATE AND TIME, TAKEN ONCE PER REQUEST. THE DATE
018800*   DECIDES WHICH CATALOG ENTRIES ARE IN EFFECT; BOTH STAMP ANY
018900*   LOG EVENT AND THE DATE COMPUTED ON A FRESH MASTER RESULT.
019000*----------------------------------------------------------------
019100 1100-GET-TIMESTAMP.
019200     EXEC CICS ASKTIME ABSTIME(DO6-ABSTIME)
019300     END-EXEC.
019400     EXEC CICS FORMATTIME ABSTIME(DO6-ABSTIME)
019500         YYYYMMDD(DO6-DATE-X)
019600         TIME(DO6-TIME-X)
019700     END-EXEC.
019800 1100-EXIT.
019900     EXIT.
020000
020100*----------------------------------------------------------------
020200* 1900-REJECT-COMMAREA
020300*   NO COMMAREA, OR ONE SHORTER THAN DIVPFIT -- A CALLER BUILT
020400*   AGAINST THE WRONG LAYOUT, OR THE PROGRAM STARTED FROM A
020500*   TERMINAL. THERE IS NOWHERE SAFE TO PUT AN ANSWER, SO THE
020600*   EVENT IS ONLY LOGGED, UNDER QUANTITY ZERO.
020700*----------------------------------------------------------------
020800 1900-REJECT-COMMAREA.
020900     MOVE ZERO TO DO6-QTY.
021000     MOVE 'COMMAREA SHORT OR MISSING' TO PF-REASON.
021100     PERFORM 6200-LOG-INVALID-REQUEST THRU 6200-EXIT.
021200 1900-EXIT.
021300     EXIT.
021400
021500*----------------------------------------------------------------
021600* 2000-PROCESS-REQUEST
021700*   EDIT, LOAD THE LINE'S CATALOG, TEST THE QUANTITY AND, ONLY
021800*   WHEN NOTHING FITS, PROBE ITS NEIGHBORS -- THE SAME SPLIT AS
021900*   DIVBAT02 FOLLOWED BY DIVBAT08.
022000*----------------------------------------------------------------
022100 2000-PROCESS-REQUEST.
022200     PERFORM 2100-EDIT-REQUEST THRU 2100-EXIT.
022300     IF DO6-EDIT-FAILED
022400         SET PF-RC-INVALID TO TRUE
022500         PERFORM 6200-LOG-INVALID-REQUEST THRU 6200-EXIT
022600         GO TO 2000-EXIT
022700     END-IF.
022800     PERFORM 3000-LOAD-CATALOG THRU 3000-EXIT.
022900     IF PF-RC-UNAVAILABLE
023000         GO TO 2000-EXIT
023100     END-IF.
023200     IF DO6-OWN-COUNT IS EQUAL TO ZERO
023300         SET PF-RC-INVALID TO TRUE
023400         MOVE 'PRODUCT LINE NOT IN CATALOG' TO PF-REASON
023500         PERFORM 6200-LOG-INVALID-REQUEST THRU 6200-EXIT
023600         GO TO 2000-EXIT
023700     END-IF.
023800     PERFORM 4000-CHECK-QUANTITY THRU 4000-EXIT.
023900     IF PF-FIT-COUNT IS GREATER THAN ZERO
024000         SET PF-RC-FITS TO TRUE
024100         SET PF-FITS    TO TRUE
024200         GO TO 2000-EXIT
024300     END-IF.
024400     SET PF-RC-NO-FIT TO TRUE.
024500     SET PF-NO-FIT    TO TRUE.
024600     PERFORM 5000-PROBE-NEIGHBORS THRU 5000-EXIT.
024700 2000-EXIT.
024800     EXIT.
024900
025000*----------------------------------------------------------------
025100* 2100-EDIT-REQUEST
025200*   THE QUANTITY MUST BE VALID PACKED DATA IN THE RANGE DIVISORS
025300*   ACCEPTS (2-999999), THE PRODUCT LINE PRESENT, AND THE
025400*   TOLERANCE NUMERIC (ZERO TAKES THE DIVBAT08 DEFAULT OF 10).
025500*   THE FIRST FAULT FOUND IS THE ONE REPORTED.
025600*----------------------------------------------------------------
025700 2100-EDIT-REQUEST.
025800     MOVE 'N' TO DO6-EDIT-SWITCH.
025900     MOVE ZERO TO DO6-QTY.
026000     IF PF-QTY-PACKED IS NOT NUMERIC
026100         MOVE 'QUANTITY NOT VALID PACKED DATA' TO PF-REASON
026200         GO TO 2100-FAILED
026300     END-IF.
026400     MOVE PF-QTY-PACKED TO DO6-QTY.
026500     IF DO6-QTY IS LESS THAN 2
026600         MOVE 'QUANTITY MUST BE 2 THRU 999999' TO PF-REASON
026700         GO TO 2100-FAILED
026800     END-IF.
026900     IF PF-PROD-LINE IS EQUAL TO SPACES
027000         OR PF-PROD-LINE IS EQUAL TO LOW-VALUES
027100         MOVE 'PRODUCT LINE MISSING' TO PF-REASON
027200         GO TO 2100-FAILED
027300     END-IF.
027400     IF PF-TOLERANCE IS NOT NUMERIC
027500         MOVE 'TOLERANCE NOT NUMERIC' TO PF-REASON
027600         GO TO 2100-FAILED
027700     END-IF.
027800     IF PF-TOLERANCE IS EQUAL TO ZERO
027900         MOVE 10 TO DO6-TOLERANCE
028000     ELSE
028100         MOVE PF-TOLERANCE TO DO6-TOLERANCE
028200     END-IF.
028300     GO TO 2100-EXIT.
028400 2100-FAILED.
028500     SET DO6-EDIT-FAILED TO TRUE.
028600 2100-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------------
029000* 3000-LOAD-CATALOG
029100*   THE REQUESTED LINE'S ENTRIES, THEN THE GENERIC ONES. EVERY
029200*   ENTRY OF THE LINE ITSELF IS COUNTED WHETHER IN EFFECT OR NOT,
029300*   TO TELL A LINE WHOSE SIZES ARE ALL RETIRED (A NO-FIT) FROM A
029400*   LINE CODE THE CATALOG HAS NEVER HEARD OF (AN INVALID REQUEST).
029500*----------------------------------------------------------------
029600 3000-LOAD-CATALOG.
029700     MOVE ZERO TO DO6-PACK-LOADED.
029800     MOVE ZERO TO DO6-OWN-COUNT.
029900     MOVE PF-PROD-LINE TO DO6-BROWSE-LINE.
030000     PERFORM 3100-BROWSE-ONE-LINE THRU 3100-EXIT.
030100     IF PF-RC-UNAVAILABLE
030200         GO TO 3000-EXIT
030300     END-IF.
030400     MOVE SPACES TO DO6-BROWSE-LINE.
030500     PERFORM 3100-BROWSE-ONE-LINE THRU 3100-EXIT.
030600 3000-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------------
031000* 3100-BROWSE-ONE-LINE
031100*   ONE PRODUCT LINE'S ENTRIES FROM DIVPACK, THE SAME STARTBR AND
031200*   READNEXT WALK AS THE DIVP LIST. NOTFND ON THE START JUST
031300*   MEANS NOTHING AT OR AFTER THE KEY; ANY OTHER BAD RESPONSE
031400*   (THE FILE CLOSED OR DISABLED) FAILS THE REQUEST WITH RC 12.
031500*----------------------------------------------------------------
031600 3100-BROWSE-ONE-LINE.
031700     MOVE DO6-BROWSE-LINE TO DO6-KEY-LINE.
031800     MOVE ZERO            TO DO6-KEY-SIZE.
031900     MOVE 'N'             TO DO6-DONE-SWITCH.
032000     EXEC CICS STARTBR FILE('DIVPACK')
032100         RIDFLD(DO6-PACK-KEY) GTEQ
032200         RESP(DO6-PACK-RESP)
032300     END-EXEC.
032400     IF DO6-PACK-RESP = DFHRESP(NOTFND)
032500         GO TO 3100-EXIT
032600     END-IF.
032700     IF DO6-PACK-RESP NOT = DFHRESP(NORMAL)
032800         SET PF-RC-UNAVAILABLE TO TRUE
032900         MOVE 'PACK CATALOG NOT AVAILABLE' TO PF-REASON
033000         GO TO 3100-EXIT
033100     END-IF.
033200     PERFORM 3200-LOAD-ONE-ENTRY THRU 3200-EXIT
033300         UNTIL DO6-BROWSE-DONE.
033400     EXEC CICS ENDBR FILE('DIVPACK')
033500     END-EXEC.
033600 3100-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------------
034000* 3200-LOAD-ONE-ENTRY
034100*   ONE READNEXT. THE IN-EFFECT TEST IS DIVBAT02'S AGAINST
034200*   TODAY'S DATE: EFFECTIVE ON OR BEFORE IT, AND NEVER RETIRED OR
034300*   RETIRED AFTER IT. A CATALOG BIGGER THAN THE TABLE FAILS THE
034400*   REQUEST RATHER THAN ANSWER FROM PART OF IT.
034500*----------------------------------------------------------------
034600 3200-LOAD-ONE-ENTRY.
034700     EXEC CICS READNEXT FILE('DIVPACK')
034800         INTO(DP-PACK-RECORD)
034900         RIDFLD(DO6-PACK-KEY)
035000         RESP(DO6-PACK-RESP)
035100     END-EXEC.
035200     IF DO6-PACK-RESP NOT = DFHRESP(NORMAL)
035300         OR DP-PROD-LINE IS NOT EQUAL TO DO6-BROWSE-LINE
035400         SET DO6-BROWSE-DONE TO TRUE
035500         GO TO 3200-EXIT
035600     END-IF.
035700     IF DO6-BROWSE-LINE IS NOT EQUAL TO SPACES
035800         ADD 1 TO DO6-OWN-COUNT
035900     END-IF.
036000     IF DP-PACK-SIZE IS NOT NUMERIC
036100         OR DP-PACK-SIZE IS EQUAL TO ZERO
036200         OR DP-EFFECTIVE-DATE IS NOT NUMERIC
036300         OR DP-RETIRE-DATE IS NOT NUMERIC
036400         GO TO 3200-EXIT
036500     END-IF.
036600     IF DP-EFFECTIVE-DATE IS GREATER THAN DO6-TODAY
036700         OR (DP-RETIRE-DATE IS NOT EQUAL TO ZERO
036800             AND DP-RETIRE-DATE IS NOT GREATER THAN DO6-TODAY)
036900         GO TO 3200-EXIT
037000     END-IF.
037100     IF DO6-PACK-LOADED IS EQUAL TO DO6-PACK-MAX
037200         SET PF-RC-UNAVAILABLE TO TRUE
037300         MOVE 'PACK CATALOG EXCEEDS TABLE' TO PF-REASON
037400         SET DO6-BROWSE-DONE TO TRUE
037500         GO TO 3200-EXIT
037600     END-IF.
037700     ADD 1 TO DO6-PACK-LOADED.
037800     MOVE DP-PACK-SIZE TO DO6-PACK-SIZE (DO6-PACK-LOADED).
037900 3200-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------------
038300* 4000-CHECK-QUANTITY
038400*   THE DIVBAT02 CROSS-REFERENCE FOR ONE QUANTITY: EVERY SIZE IN
038500*   THE TABLE THAT DIVIDES IT, EACH LISTED ONCE, THE FIRST 50.
038600*   A QUANTITY DIVISORS REJECTED MATCHES NOTHING.
038700*----------------------------------------------------------------
038800 4000-CHECK-QUANTITY.
038900     MOVE DO6-QTY TO DO6-NUM.
039000     PERFORM 4100-FETCH-RESULT THRU 4100-EXIT.
039100     IF NOT DIV-RC-OK
039200         GO TO 4000-EXIT
039300     END-IF.
039400     PERFORM 4200-CHECK-ONE-PACK THRU 4200-EXIT
039500         VARYING DO6-P FROM 1 BY 1
039600         UNTIL DO6-P IS GREATER THAN DO6-PACK-LOADED.
039700 4000-EXIT.
039800     EXIT.
039900
040000*----------------------------------------------------------------
040100* 4100-FETCH-RESULT
040200*   FILLS DIV-RESULT FOR DO6-NUM THE SAME WAY DIVONL1 DOES: THE
040300*   DIVMSTR CACHE FIRST, THE DIVSORC1 COMPUTE ONLY ON A MISS, AND
040400*   A FRESH RESULT QUEUED TO DIVR. THE FIT TEST NEEDS THE DIVISORS
040500*   THEMSELVES, SO A MASTER HIT COPIES THEM TOO.
040600*----------------------------------------------------------------
040700 4100-FETCH-RESULT.
040800     MOVE DO6-NUM TO DO6-MSTR-RID.
040900     MOVE 240     TO DM-RESLEN.
041000     EXEC CICS READ FILE('DIVMSTR')
041100         INTO(DM-MASTER-RECORD)
041200         RIDFLD(DO6-MSTR-RID)
041300         RESP(DO6-MSTR-RESP)
041400     END-EXEC.
041500     IF DO6-MSTR-RESP = DFHRESP(NORMAL)
041600         PERFORM 4110-LOAD-FROM-MASTER THRU 4110-EXIT
041700         GO TO 4100-EXIT
041800     END-IF.
041900     SET DIV-SRC-PACK-FIT TO TRUE.
042000     CALL 'DIVSORC1' USING DO6-NUM DIV-RESULT.
042100     PERFORM 6000-QUEUE-LOG-EVENT THRU 6000-EXIT.
042200     IF DIV-RC-OK
042300         PERFORM 6100-QUEUE-FRESH-RESULT THRU 6100-EXIT
042400     END-IF.
042500 4100-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------------
042900* 4110-LOAD-FROM-MASTER
043000*----------------------------------------------------------------
043100 4110-LOAD-FROM-MASTER.
043200     MOVE DM-RESLEN       TO DIV-RESLEN.
043300     SET DIV-RC-OK        TO TRUE.
043400     MOVE DM-PRIME-FLAG   TO DIV-PRIME-FLAG.
043500     MOVE DM-SUM-PROPER   TO DIV-SUM-PROPER.
043600     MOVE DM-ALIQUOT-FLAG TO DIV-ALIQUOT-FLAG.
043700     SET DIV-LOG-NONE     TO TRUE.
043800     PERFORM 4120-COPY-ONE-FROM-MASTER THRU 4120-EXIT
043900         VARYING DO6-I FROM 1 BY 1
044000         UNTIL DO6-I IS GREATER THAN DIV-RESLEN.
044100 4110-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------------
044500* 4120-COPY-ONE-FROM-MASTER
044600*----------------------------------------------------------------
044700 4120-COPY-ONE-FROM-MASTER.
044800     MOVE DM-DIVISORS (DO6-I) TO DIV-RES (DO6-I).
044900 4120-EXIT.
045000     EXIT.
045100
045200*----------------------------------------------------------------
045300* 4200-CHECK-ONE-PACK
045400*   DIVBAT02'S TEST FOR ONE CATALOG SIZE. DIV-RES OMITS THE
045500*   TRIVIAL DIVISORS, SO A SIZE EQUAL TO THE WHOLE QUANTITY (ONE
045600*   PACK) OR TO 1 (UNIT PICK) FITS DIRECTLY. THE SAME SIZE UNDER
045700*   THE LINE AND AS A GENERIC ENTRY IS LISTED ONCE.
045800*----------------------------------------------------------------
045900 4200-CHECK-ONE-PACK.
046000     MOVE 'N' TO DO6-FEAS-SWITCH.
046100     IF DO6-PACK-SIZE (DO6-P) IS EQUAL TO DO6-NUM
046200         OR DO6-PACK-SIZE (DO6-P) IS EQUAL TO 1
046300         SET DO6-PACK-FEASIBLE TO TRUE
046400     ELSE
046500         PERFORM 4210-SCAN-DIVISORS THRU 4210-EXIT
046600             VARYING DO6-I FROM 1 BY 1
046700             UNTIL DO6-I IS GREATER THAN DIV-RESLEN
046800                 OR DO6-PACK-FEASIBLE
046900     END-IF.
047000     IF NOT DO6-PACK-FEASIBLE
047100         GO TO 4200-EXIT
047200     END-IF.
047300     MOVE 'N' TO DO6-DUP-SWITCH.
047400     PERFORM 4220-CHECK-DUPLICATE THRU 4220-EXIT
047500         VARYING DO6-S FROM 1 BY 1
047600         UNTIL DO6-S IS GREATER THAN PF-FIT-COUNT
047700             OR DO6-PACK-ALREADY-LISTED.
047800     IF DO6-PACK-ALREADY-LISTED
047900         GO TO 4200-EXIT
048000     END-IF.
048100     IF PF-FIT-COUNT IS LESS THAN 50
048200         ADD 1 TO PF-FIT-COUNT
048300         MOVE DO6-PACK-SIZE (DO6-P) TO PF-FIT-SIZES (PF-FIT-COUNT)
048400     END-IF.
048500 4200-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------------
048900* 4210-SCAN-DIVISORS
049000*----------------------------------------------------------------
049100 4210-SCAN-DIVISORS.
049200     IF DIV-RES (DO6-I) IS EQUAL TO DO6-PACK-SIZE (DO6-P)
049300         SET DO6-PACK-FEASIBLE TO TRUE
049400     END-IF.
049500 4210-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------------
049900* 4220-CHECK-DUPLICATE
050000*----------------------------------------------------------------
050100 4220-CHECK-DUPLICATE.
050200     IF PF-FIT-SIZES (DO6-S) IS EQUAL TO DO6-PACK-SIZE (DO6-P)
050300         SET DO6-PACK-ALREADY-LISTED TO TRUE
050400     END-IF.
050500 4220-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------
050900* 5000-PROBE-NEIGHBORS
051000*   DIVBAT08'S PROBE: OUT FROM THE QUANTITY ONE UNIT AT A TIME IN
051100*   EACH DIRECTION, STOPPING AT THE FIRST QUANTITY A CATALOG SIZE
051200*   DIVIDES, SO EACH SUGGESTION IS THE CLOSEST IN ITS DIRECTION.
051300*   AT MOST TWICE THE TOLERANCE MASTER READS PER REQUEST.
051400*----------------------------------------------------------------
051500 5000-PROBE-NEIGHBORS.
051600     MOVE 'N' TO DO6-CAND-SWITCH.
051700     PERFORM 5100-PROBE-ONE-DOWN THRU 5100-EXIT
051800         VARYING DO6-DELTA FROM 1 BY 1
051900         UNTIL DO6-DELTA IS GREATER THAN DO6-TOLERANCE
052000             OR DO6-CANDIDATE-FOUND.
052100
052200     MOVE 'N' TO DO6-CAND-SWITCH.
052300     PERFORM 5200-PROBE-ONE-UP THRU 5200-EXIT
052400         VARYING DO6-DELTA FROM 1 BY 1
052500         UNTIL DO6-DELTA IS GREATER THAN DO6-TOLERANCE
052600             OR DO6-CANDIDATE-FOUND.
052700 5000-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------
053100* 5100-PROBE-ONE-DOWN
053200*----------------------------------------------------------------
053300 5100-PROBE-ONE-DOWN.
053400     COMPUTE DO6-CANDIDATE = DO6-QTY - DO6-DELTA.
053500     IF DO6-CANDIDATE IS LESS THAN 2
053600         SET DO6-CANDIDATE-FOUND TO TRUE
053700         GO TO 5100-EXIT
053800     END-IF.
053900     PERFORM 5300-TEST-CANDIDATE THRU 5300-EXIT.
054000     IF DO6-PACK-FEASIBLE
054100         SET DO6-CANDIDATE-FOUND TO TRUE
054200         MOVE DO6-CANDIDATE TO PF-DOWN-QTY
054300         MOVE DO6-FIT-SIZE  TO PF-DOWN-SIZE
054400         MOVE DO6-DELTA     TO PF-DOWN-DELTA
054500     END-IF.
054600 5100-EXIT.
054700     EXIT.
054800
054900*----------------------------------------------------------------
055000* 5200-PROBE-ONE-UP
055100*----------------------------------------------------------------
055200 5200-PROBE-ONE-UP.
055300     COMPUTE DO6-CANDIDATE = DO6-QTY + DO6-DELTA.
055400     IF DO6-CANDIDATE IS GREATER THAN 999999
055500         SET DO6-CANDIDATE-FOUND TO TRUE
055600         GO TO 5200-EXIT
055700     END-IF.
055800     PERFORM 5300-TEST-CANDIDATE THRU 5300-EXIT.
055900     IF DO6-PACK-FEASIBLE
056000         SET DO6-CANDIDATE-FOUND TO TRUE
056100         MOVE DO6-CANDIDATE TO PF-UP-QTY
056200         MOVE DO6-FIT-SIZE  TO PF-UP-SIZE
056300         MOVE DO6-DELTA     TO PF-UP-DELTA
056400     END-IF.
056500 5200-EXIT.
056600     EXIT.
056700
056800*----------------------------------------------------------------
056900* 5300-TEST-CANDIDATE
057000*   WHETHER ANY SIZE IN THE TABLE PACKS THE CANDIDATE EVENLY, BY
057100*   THE SAME RULES AS 4200. THE FIRST FITTING SIZE WINS -- THE
057200*   CALLER WANTS PROOF A FIT EXISTS, NOT THE WHOLE LIST.
057300*----------------------------------------------------------------
057400 5300-TEST-CANDIDATE.
057500     MOVE 'N' TO DO6-FEAS-SWITCH.
057600     MOVE ZERO TO DO6-FIT-SIZE.
057700     MOVE DO6-CANDIDATE TO DO6-NUM.
057800     PERFORM 4100-FETCH-RESULT THRU 4100-EXIT.
057900     IF NOT DIV-RC-OK
058000         GO TO 5300-EXIT
058100     END-IF.
058200     PERFORM 5310-TEST-ONE-PACK THRU 5310-EXIT
058300         VARYING DO6-P FROM 1 BY 1
058400         UNTIL DO6-P IS GREATER THAN DO6-PACK-LOADED
058500             OR DO6-PACK-FEASIBLE.
058600 5300-EXIT.
058700     EXIT.
058800
058900*----------------------------------------------------------------
059000* 5310-TEST-ONE-PACK
059100*----------------------------------------------------------------
059200 5310-TEST-ONE-PACK.
059300     IF DO6-PACK-SIZE (DO6-P) IS EQUAL TO DO6-NUM
059400         OR DO6-PACK-SIZE (DO6-P) IS EQUAL TO 1
059500         SET DO6-PACK-FEASIBLE TO TRUE
059600         MOVE DO6-PACK-SIZE (DO6-P) TO DO6-FIT-SIZE
059700         GO TO 5310-EXIT
059800     END-IF.
059900     PERFORM 5320-SCAN-DIVISORS THRU 5320-EXIT
060000         VARYING DO6-I FROM 1 BY 1
060100         UNTIL DO6-I IS GREATER THAN DIV-RESLEN
060200             OR DO6-PACK-FEASIBLE.
060300 5310-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------
060700* 5320-SCAN-DIVISORS
060800*----------------------------------------------------------------
060900 5320-SCAN-DIVISORS.
061000     IF DIV-RES (DO6-I) IS EQUAL TO DO6-PACK-SIZE (DO6-P)
061100         SET DO6-PACK-FEASIBLE TO TRUE
061200         MOVE DO6-PACK-SIZE (DO6-P) TO DO6-FIT-SIZE
061300     END-IF.
061400 5320-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------------
061800* 6000-QUEUE-LOG-EVENT
061900*   PUTS THE EVENT IN THE DIV-LOG GROUP ON THE DIVL TD QUEUE, AS
062000*   DIVONL1 DOES. A BAD RESPONSE IS TOLERATED FOR THE SAME
062100*   REASON: THE ORDER-ENTRY CALLER'S ANSWER COMES FIRST.
062200*----------------------------------------------------------------
062300 6000-QUEUE-LOG-EVENT.
062400     IF NOT DIV-LOG-PENDING
062500         GO TO 6000-EXIT
062600     END-IF.
062700     MOVE SPACES              TO DO6-LOG-RECORD.
062800     MOVE DIV-LOG-TYPE        TO DO6-LOG-TYPE.
062900     MOVE DIV-LOG-NUM         TO DO6-LOG-NUM.
063000     MOVE DIV-LOG-FACTOR-1    TO DO6-LOG-FACTOR-1.
063100     MOVE DIV-LOG-FACTOR-2    TO DO6-LOG-FACTOR-2.
063200     MOVE DIV-LOG-PRODUCT     TO DO6-LOG-PRODUCT.
063300     MOVE DIV-LOG-REASON      TO DO6-LOG-REASON.
063400     MOVE DO6-DATE-X          TO DO6-LOG-DATE.
063500     MOVE DO6-TIME-X          TO DO6-LOG-TIME.
063600     MOVE DIV-LOG-SOURCE      TO DO6-LOG-SOURCE.
063700     EXEC CICS WRITEQ TD QUEUE('DIVL')
063800         FROM(DO6-LOG-RECORD)
063900         LENGTH(LENGTH OF DO6-LOG-RECORD)
064000         RESP(DO6-LOG-RESP)
064100     END-EXEC.
064200 6000-EXIT.
064300     EXIT.
064400
064500*----------------------------------------------------------------
064600* 6100-QUEUE-FRESH-RESULT
064700*   QUEUES A RESULT THE MASTER DID NOT HAVE TO DIVR AS A MASTER
064800*   RECORD IMAGE, 26 FIXED BYTES PLUS SIX PER DIVISOR, FOR THE
064900*   NIGHTLY FOLD-IN (DIVBAT11) -- SAME AS DIVONL1. A BAD RESPONSE
065000*   IS TOLERATED.
065100*----------------------------------------------------------------
065200 6100-QUEUE-FRESH-RESULT.
065300     MOVE DIV-RESLEN       TO DM-RESLEN.
065400     MOVE DO6-NUM          TO DM-NUM.
065500     MOVE DIV-PRIME-FLAG   TO DM-PRIME-FLAG.
065600     MOVE DIV-SUM-PROPER   TO DM-SUM-PROPER.
065700     MOVE DIV-ALIQUOT-FLAG TO DM-ALIQUOT-FLAG.
065800     MOVE DO6-DATE-X       TO DM-DATE-COMPUTED.
065900     PERFORM 6110-COPY-ONE-TO-MASTER THRU 6110-EXIT
066000         VARYING DO6-I FROM 1 BY 1
066100         UNTIL DO6-I IS GREATER THAN DIV-RESLEN.
066200     COMPUTE DO6-MSTR-LEN = 26 + DIV-RESLEN * 6.
066300     EXEC CICS WRITEQ TD QUEUE('DIVR')
066400         FROM(DM-MASTER-RECORD)
066500         LENGTH(DO6-MSTR-LEN)
066600         RESP(DO6-RSLT-RESP)
066700     END-EXEC.
066800 6100-EXIT.
066900     EXIT.
067000
067100*----------------------------------------------------------------
067200* 6110-COPY-ONE-TO-MASTER
067300*----------------------------------------------------------------
067400 6110-COPY-ONE-TO-MASTER.
067500     MOVE DIV-RES (DO6-I) TO DM-DIVISORS (DO6-I).
067600 6110-EXIT.
067700     EXIT.
067800
067900*----------------------------------------------------------------
068000* 6200-LOG-INVALID-REQUEST
068100*   A REFUSED REQUEST AS AN EXCEPTION EVENT FROM SOURCE F, WITH
068200*   THE QUANTITY SENT (ZERO IF IT WAS NOT A NUMBER) AS THE NUM
068300*   AND PF-REASON AS THE REASON, QUEUED THROUGH 6000 EXACTLY AS A
068400*   DIVSORC1 EVENT WOULD BE.
068500*----------------------------------------------------------------
068600 6200-LOG-INVALID-REQUEST.
068700     SET DIV-LOG-PENDING   TO TRUE.
068800     SET DIV-LOG-EXCEPTION TO TRUE.
068900     MOVE 1                TO DIV-LOG-COUNT.
069000     MOVE DO6-QTY          TO DIV-LOG-NUM.
069100     MOVE ZERO             TO DIV-LOG-FACTOR-1.
069200     MOVE ZERO             TO DIV-LOG-FACTOR-2.
069300     MOVE ZERO             TO DIV-LOG-PRODUCT.
069400     MOVE PF-REASON        TO DIV-LOG-REASON.
069500     SET DIV-SRC-PACK-FIT  TO TRUE.
069600     PERFORM 6000-QUEUE-LOG-EVENT THRU 6000-EXIT.
069700 6200-EXIT.
069800     EXIT.
069900
070000 END PROGRAM DIVONL6.
