000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVONL4.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       PSEUDO-CONVERSATIONAL CICS TRANSACTION DIVQ.
000800*                REVERSE PACK LOOKUP -- THE OPPOSITE QUESTION TO
000900*                DIVI. THE PLANNER KEYS A PACK SIZE, A LOT
001000*                QUANTITY RANGE AND OPTIONALLY A MINIMUM DIVISOR
001100*                COUNT, AND GETS BACK EVERY QUANTITY IN THE RANGE
001200*                THAT THE PACK DIVIDES EVENLY, WITH ITS DIVISOR
001300*                COUNT (RESLEN), PRIME AND ALIQUOT CLASSIFICATION
001400*                AND SUM OF PROPER DIVISORS, RANKED MOST DIVISORS
001500*                FIRST (TIES IN QUANTITY ORDER) AND PAGED TWELVE
001600*                AT A TIME WITH PF8/PF7. A QUANTITY WITH MANY
001700*                DIVISORS ALSO TAKES MANY OTHER PACK SIZES, SO THE
001800*                TOP OF THE LIST IS THE MOST FLEXIBLE LOT SIZE.
001900*
002000*                EACH QUANTITY IS READ FROM THE DIVMSTR KSDS AND
002100*                ONLY COMPUTED (DIVSORC1, SOURCE R) ON A MISS,
002200*                EXACTLY AS DIVI DOES. ON THE ENTER THAT STARTS A
002300*                SEARCH, A COMPUTED RESULT IS QUEUED TO DIVR FOR
002400*                THE NIGHTLY FOLD-IN AND ANY LOG EVENT TO DIVL;
002500*                THE PF7/PF8 TURNS REBUILD THE SAME RANKING FROM
002600*                THE SEARCH CARRIED IN THE COMMAREA BUT NEVER
002700*                QUEUE. A SEARCH MAY COVER AT MOST 500 MULTIPLES
002800*                OF THE PACK SIZE, WHICH BOUNDS THE FILE READS ONE
002900*                TURN CAN COST.
003000*----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*  DATE      INIT  DESCRIPTION
003300*  10/15/26  RH    ORIGINAL PROGRAM.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100 01  DO4-SWITCHES.
004200     03  DO4-EDIT-SWITCH    PIC X(01)  VALUE 'N'.
004300         88  DO4-EDIT-FAILED        VALUE 'Y'.
004400     03  DO4-MASTER-SWITCH  PIC X(01)  VALUE 'N'.
004500         88  DO4-MASTER-FOUND       VALUE 'Y'.
004600         88  DO4-MASTER-NOT-FOUND   VALUE 'N'.
004700     03  DO4-QUEUE-SWITCH   PIC X(01)  VALUE 'N'.
004800         88  DO4-QUEUE-FRESH        VALUE 'Y'.
004900         88  DO4-QUEUE-NOTHING      VALUE 'N'.
005000     03  DO4-SHIFT-SWITCH   PIC X(01)  VALUE 'N'.
005100         88  DO4-SHIFT-DONE         VALUE 'Y'.
005200
005300 01  DO4-WORK-FIELDS.
005400     03  DO4-NUM            PIC 9(6) COMP-5.
005500     03  DO4-PACKS          PIC 9(6) COMP-5.
005600     03  DO4-FIRST-PACKS    PIC 9(6) COMP-5.
005700     03  DO4-LAST-PACKS     PIC 9(6) COMP-5.
005800     03  DO4-MULT-COUNT     PIC 9(6) COMP-5.
005900     03  DO4-MATCH-COUNT    PIC 9(3) COMP-5.
006000     03  DO4-MASTER-COUNT   PIC 9(3) COMP-5.
006100     03  DO4-COMPUTED-COUNT PIC 9(3) COMP-5.
006200     03  DO4-FAILED-COUNT   PIC 9(3) COMP-5.
006300     03  DO4-I              PIC 9(3) COMP-5.
006400     03  DO4-J              PIC 9(3) COMP-5.
006500     03  DO4-ENTRY          PIC 9(3) COMP-5.
006600     03  DO4-LOG-RESP       PIC S9(8) COMP.
006700     03  DO4-ABSTIME        PIC S9(15) COMP-3.
006800     03  DO4-DATE-X         PIC X(8).
006900     03  DO4-TIME-X         PIC X(6).
007000     03  DO4-MSTR-RID       PIC 9(6).
007100     03  DO4-MSTR-RESP      PIC S9(8) COMP.
007200     03  DO4-MSTR-LEN       PIC S9(4) COMP.
007300     03  DO4-RSLT-RESP      PIC S9(8) COMP.
007400     03  DO4-KEY-SIZE       PIC 9(6).
007500     03  DO4-KEY-LOW        PIC 9(6).
007600     03  DO4-KEY-HIGH       PIC 9(6).
007700     03  DO4-KEY-MIN        PIC 9(3).
007800
007900     COPY DIVRSLT.
008000
008100*    THE MASTER RECORD AS READ (OR BUILT FOR THE DIVR QUEUE)
008200*    UNDER CICS. SAME COPYBOOK THE BATCH PROGRAMS PUT UNDER
008300*    THEIR FD, SAME CONVENTION AS DIVONL1.
008400     COPY DIVMSTR.
008500
008600*    ONE EVENT FOR THE DIVL TD QUEUE, 80 BYTES, THE LAYOUT THE
008700*    NIGHTLY SWEEP (DIVBAT04) EXPECTS -- THE SAME RECORD DIVONL1
008800*    QUEUES. DATE, TIME, AND SOURCE ARE STAMPED AT QUEUE TIME.
008900 01  DO4-LOG-RECORD.
009000     03  DO4-LOG-TYPE       PIC X(01).
009100     03  DO4-LOG-NUM        PIC 9(6).
009200     03  DO4-LOG-FACTOR-1   PIC 9(6).
009300     03  DO4-LOG-FACTOR-2   PIC 9(6).
009400     03  DO4-LOG-PRODUCT    PIC 9(12).
009500     03  DO4-LOG-REASON     PIC X(30).
009600     03  DO4-LOG-DATE       PIC 9(8).
009700     03  DO4-LOG-TIME       PIC 9(6).
009800     03  DO4-LOG-SOURCE     PIC X(1).
009900     03  FILLER             PIC X(4).
010000
010100*    THE RANKING. EVERY QUALIFYING QUANTITY IS INSERTED IN
010200*    PLACE AS IT IS FOUND: MOST DIVISORS FIRST, AND SINCE THE
010300*    QUANTITIES ARE VISITED IN ASCENDING ORDER AND AN ENTRY IS
010400*    NEVER MOVED AHEAD OF ONE WITH AS MANY DIVISORS, TIES STAY
010500*    IN QUANTITY ORDER. 500 IS THE MOST MULTIPLES A SEARCH MAY
010600*    COVER, SO THE TABLE CANNOT OVERFLOW.
010700 01  DO4-NEW-ENTRY.
010800     03  DO4-NEW-NUM        PIC 9(6).
010900     03  DO4-NEW-RESLEN     PIC 9(3).
011000     03  DO4-NEW-PRIME      PIC X(1).
011100     03  DO4-NEW-ALIQUOT    PIC X(1).
011200     03  DO4-NEW-SUM        PIC 9(7).
011300     03  DO4-NEW-FROM       PIC X(1).
011400
011500 01  DO4-RANK-TABLE.
011600     03  DO4-RANK-ENTRY     OCCURS 500 TIMES.
011700         05  DO4-RK-NUM     PIC 9(6).
011800         05  DO4-RK-RESLEN  PIC 9(3).
011900         05  DO4-RK-PRIME   PIC X(1).
012000             88  DO4-RK-IS-PRIME    VALUE 'Y'.
012100         05  DO4-RK-ALIQUOT PIC X(1).
012200             88  DO4-RK-IS-PERFECT  VALUE 'P'.
012300             88  DO4-RK-IS-ABUNDANT VALUE 'A'.
012400             88  DO4-RK-IS-DEFICIENT VALUE 'D'.
012500         05  DO4-RK-SUM     PIC 9(7).
012600         05  DO4-RK-FROM    PIC X(1).
012700             88  DO4-RK-FROM-MASTER VALUE 'M'.
012800
012900*    ONE PAGE OF THE RANKED LIST AS BUILT, AND THE LAYOUT OF ONE
013000*    LIST LINE (MATCHES THE COLUMN HEADINGS ON DIVMAP4).
013100 01  DO4-LIST-TABLE.
013200     03  DO4-LIST-LINE      OCCURS 12 TIMES
013300                            PIC X(79).
013400
013500 01  DO4-LIST-DETAIL.
013600     03  DO4-LL-RANK        PIC ZZ9.
013700     03  FILLER             PIC X(02)  VALUE SPACES.
013800     03  DO4-LL-NUM         PIC Z(5)9.
013900     03  FILLER             PIC X(03)  VALUE SPACES.
014000     03  DO4-LL-DIVS        PIC ZZZ9.
014100     03  FILLER             PIC X(02)  VALUE SPACES.
014200     03  DO4-LL-PACKS       PIC Z(5)9.
014300     03  FILLER             PIC X(02)  VALUE SPACES.
014400     03  DO4-LL-CLASS       PIC X(9).
014500     03  FILLER             PIC X(02)  VALUE SPACES.
014600     03  DO4-LL-ALIQUOT     PIC X(9).
014700     03  FILLER             PIC X(02)  VALUE SPACES.
014800     03  DO4-LL-SUM         PIC Z(9)9.
014900     03  FILLER             PIC X(02)  VALUE SPACES.
015000     03  DO4-LL-FROM        PIC X(8).
015100     03  FILLER             PIC X(09)  VALUE SPACES.
015200
015300*    THE SEARCH SUMMARY LINE UNDER THE INPUT FIELDS.
015400 01  DO4-SUMMARY-LINE.
015500     03  FILLER             PIC X(10)  VALUE 'MULTIPLES '.
015600     03  DO4-SM-MULTIPLES   PIC ZZ9.
015700     03  FILLER             PIC X(10)  VALUE '  MATCHES '.
015800     03  DO4-SM-MATCHES     PIC ZZ9.
015900     03  FILLER             PIC X(14)  VALUE '  FROM MASTER '.
016000     03  DO4-SM-MASTER      PIC ZZ9.
016100     03  FILLER             PIC X(11)  VALUE '  COMPUTED '.
016200     03  DO4-SM-COMPUTED    PIC ZZ9.
016300     03  FILLER             PIC X(22)  VALUE SPACES.
016400
016500     COPY DIVMAP4.
016600
016700     COPY DFHAID.
016800
016900 01  DIVONL4-COMMAREA.
017000     03  CA4-PACK-SIZE      PIC 9(6).
017100     03  CA4-LOW            PIC 9(6).
017200     03  CA4-HIGH           PIC 9(6).
017300     03  CA4-MIN-COUNT      PIC 9(3).
017400     03  CA4-PAGE-START     PIC 9(3) COMP-5.
017500     03  CA4-LIST-SWITCH    PIC X(1).
017600         88  CA4-LIST-ACTIVE        VALUE 'Y'.
017700
017800 LINKAGE SECTION.
017900 01  DFHCOMMAREA.
018000     03  LK4-CA-PACK-SIZE   PIC 9(6).
018100     03  LK4-CA-LOW         PIC 9(6).
018200     03  LK4-CA-HIGH        PIC 9(6).
018300     03  LK4-CA-MIN-COUNT   PIC 9(3).
018400     03  LK4-CA-PAGE-START  PIC 9(3) COMP-5.
018500     03  LK4-CA-LIST-SWITCH PIC X(1).
018600
018700 PROCEDURE DIVISION USING DFHCOMMAREA.
018800*----------------------------------------------------------------
018900* 0000-MAIN-LOGIC
019000*   PSEUDO-CONVERSATIONAL ENTRY POINT FOR TRANSID DIVQ, BUILT ON
019100*   THE SAME PATTERN AS DIVONL3: FIRST ENTRY SENDS THE BLANK
019200*   SCREEN, EVERY LATER ENTRY CARRIES THE SEARCH (SIZE, RANGE,
019300*   MINIMUM) AND THE FIRST RANK ON THE PAGE FORWARD IN THE
019400*   COMMAREA. THE COMMAREA IS RETURNED FROM WORKING STORAGE SO
019500*   THE FIRST ENTRY NEVER TOUCHES AN UNADDRESSED DFHCOMMAREA.
019600*----------------------------------------------------------------
019700 0000-MAIN-LOGIC.
019800     IF EIBCALEN = 0
019900         PERFORM 1200-CLEAR-COMMAREA THRU 1200-EXIT
020000         PERFORM 1000-SEND-INITIAL-SCREEN THRU 1000-EXIT
020100     ELSE
020200         MOVE LK4-CA-PACK-SIZE   TO CA4-PACK-SIZE
020300         MOVE LK4-CA-LOW         TO CA4-LOW
020400         MOVE LK4-CA-HIGH        TO CA4-HIGH
020500         MOVE LK4-CA-MIN-COUNT   TO CA4-MIN-COUNT
020600         MOVE LK4-CA-PAGE-START  TO CA4-PAGE-START
020700         MOVE LK4-CA-LIST-SWITCH TO CA4-LIST-SWITCH
020800         EVALUATE TRUE
020900             WHEN EIBAID = DFHCLEAR
021000                 PERFORM 1200-CLEAR-COMMAREA THRU 1200-EXIT
021100                 PERFORM 1000-SEND-INITIAL-SCREEN THRU 1000-EXIT
021200             WHEN EIBAID = DFHPF3
021300                 PERFORM 8000-SEND-GOODBYE THRU 8000-EXIT
021400                 EXEC CICS RETURN
021500                 END-EXEC
021600             WHEN EIBAID = DFHENTER
021700                 PERFORM 2000-PROCESS-ENTER THRU 2000-EXIT
021800             WHEN EIBAID = DFHPF7
021900                 PERFORM 3000-PAGE-BACKWARD THRU 3000-EXIT
022000             WHEN EIBAID = DFHPF8
022100                 PERFORM 3100-PAGE-FORWARD THRU 3100-EXIT
022200             WHEN OTHER
022300                 PERFORM 9000-INVALID-KEY THRU 9000-EXIT
022400         END-EVALUATE
022500     END-IF.
022600
022700     EXEC CICS RETURN TRANSID('DIVQ')
022800         COMMAREA(DIVONL4-COMMAREA)
022900         LENGTH(LENGTH OF DIVONL4-COMMAREA)
023000     END-EXEC.
023100
023200*----------------------------------------------------------------
023300* 1000-SEND-INITIAL-SCREEN
023400*----------------------------------------------------------------
023500 1000-SEND-INITIAL-SCREEN.
023600     MOVE LOW-VALUE TO DIVMAP4O.
023700     MOVE 'KEY A PACK SIZE AND QUANTITY RANGE AND PRESS ENTER.'
023800         TO QMSGO.
023900     EXEC CICS SEND MAP('DIVMAP4') MAPSET('DIVMSP4')
024000         FROM(DIVMAP4O) ERASE
024100     END-EXEC.
024200 1000-EXIT.
024300     EXIT.
024400
024500*----------------------------------------------------------------
024600* 1200-CLEAR-COMMAREA
024700*----------------------------------------------------------------
024800 1200-CLEAR-COMMAREA.
024900     MOVE ZERO   TO CA4-PACK-SIZE.
025000     MOVE ZERO   TO CA4-LOW.
025100     MOVE ZERO   TO CA4-HIGH.
025200     MOVE ZERO   TO CA4-MIN-COUNT.
025300     MOVE 1      TO CA4-PAGE-START.
025400     MOVE 'N'    TO CA4-LIST-SWITCH.
025500 1200-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------
025900* 2000-PROCESS-ENTER
026000*   ENTER STARTS A NEW SEARCH FROM WHATEVER IS ON THE SCREEN.
026100*   ONCE THE FIELDS PASS THE EDITS THE SEARCH REPLACES THE ONE
026200*   IN THE COMMAREA, THE RANKING IS BUILT (QUEUEING ANY FRESH
026300*   RESULTS) AND THE FIRST PAGE IS SHOWN.
026400*----------------------------------------------------------------
026500 2000-PROCESS-ENTER.
026600     EXEC CICS RECEIVE MAP('DIVMAP4') MAPSET('DIVMSP4')
026700         INTO(DIVMAP4I)
026800     END-EXEC.
026900
027000     PERFORM 2100-EDIT-SEARCH THRU 2100-EXIT.
027100     IF DO4-EDIT-FAILED
027200         GO TO 2000-EXIT
027300     END-IF.
027400
027500     MOVE 1 TO CA4-PAGE-START.
027600     SET DO4-QUEUE-FRESH TO TRUE.
027700     PERFORM 5000-BUILD-RANKING THRU 5000-EXIT.
027800     PERFORM 5200-SHOW-PAGE THRU 5200-EXIT.
027900     MOVE SPACES TO QMSGO.
028000     IF DO4-MATCH-COUNT IS EQUAL TO ZERO
028100         MOVE 'NO QUANTITY IN THE RANGE HAS THAT MANY DIVISORS.'
028200             TO QMSGO
028300     END-IF.
028400     IF DO4-FAILED-COUNT IS GREATER THAN ZERO
028500         MOVE 'SOME QUANTITIES COULD NOT BE COMPUTED - SEE DIVL.'
028600             TO QMSGO
028700     END-IF.
028800     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
028900 2000-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------------
029300* 2100-EDIT-SEARCH
029400*   EDITS THE KEYED SEARCH INTO THE COMMAREA FIELDS. THE PACK
029500*   SIZE AND BOTH ENDS OF THE RANGE ARE REQUIRED; THE RANGE MUST
029600*   LIE IN 2-999999 (THE DOMAIN DIVISORS ACCEPTS) WITH FROM NOT
029700*   ABOVE TO. A BLANK MINIMUM DIVISOR COUNT MEANS ZERO, I.E.
029800*   EVERY MULTIPLE IS LISTED. THE RANGE MAY NOT HOLD MORE THAN
029900*   500 MULTIPLES OF THE SIZE, OR NONE AT ALL. SENDS ITS OWN
030000*   MESSAGE ON FAILURE; THE COMMAREA SEARCH IS ONLY REPLACED
030100*   WHEN EVERY EDIT PASSES.
030200*----------------------------------------------------------------
030300 2100-EDIT-SEARCH.
030400     MOVE 'N' TO DO4-EDIT-SWITCH.
030500     IF QSIZEL IS EQUAL TO ZERO
030600         OR QSIZEI IS EQUAL TO SPACES
030700         OR QSIZEI IS EQUAL TO LOW-VALUES
030800         OR QSIZEI IS NOT NUMERIC
030900         MOVE 'PACK SIZE MUST BE NUMERIC, 1-999999. RE-ENTER.'
031000             TO QMSGO
031100         GO TO 2100-FAILED
031200     END-IF.
031300     MOVE QSIZEI TO DO4-KEY-SIZE.
031400     IF DO4-KEY-SIZE IS EQUAL TO ZERO
031500         MOVE 'PACK SIZE MUST BE NUMERIC, 1-999999. RE-ENTER.'
031600             TO QMSGO
031700         GO TO 2100-FAILED
031800     END-IF.
031900
032000     IF QLOWL IS EQUAL TO ZERO
032100         OR QLOWI IS EQUAL TO SPACES
032200         OR QLOWI IS EQUAL TO LOW-VALUES
032300         OR QLOWI IS NOT NUMERIC
032400         OR QHIGHL IS EQUAL TO ZERO
032500         OR QHIGHI IS EQUAL TO SPACES
032600         OR QHIGHI IS EQUAL TO LOW-VALUES
032700         OR QHIGHI IS NOT NUMERIC
032800         MOVE 'QUANTITY RANGE MUST BE NUMERIC, 2-999999.'
032900             TO QMSGO
033000         GO TO 2100-FAILED
033100     END-IF.
033200     MOVE QLOWI  TO DO4-KEY-LOW.
033300     MOVE QHIGHI TO DO4-KEY-HIGH.
033400     IF DO4-KEY-LOW IS LESS THAN 2
033500         MOVE 'QUANTITY RANGE MUST BE NUMERIC, 2-999999.'
033600             TO QMSGO
033700         GO TO 2100-FAILED
033800     END-IF.
033900     IF DO4-KEY-LOW IS GREATER THAN DO4-KEY-HIGH
034000         MOVE 'QTY FROM CANNOT BE ABOVE QTY TO. RE-ENTER.'
034100             TO QMSGO
034200         GO TO 2100-FAILED
034300     END-IF.
034400
034500     MOVE ZERO TO DO4-KEY-MIN.
034600     IF QMINL IS GREATER THAN ZERO
034700         AND QMINI IS NOT EQUAL TO SPACES
034800         AND QMINI IS NOT EQUAL TO LOW-VALUES
034900         IF QMINI IS NOT NUMERIC
035000             MOVE 'MIN DIVISORS MUST BE NUMERIC, 0-240, OR BLANK.'
035100                 TO QMSGO
035200             GO TO 2100-FAILED
035300         END-IF
035400         MOVE QMINI TO DO4-KEY-MIN
035500         IF DO4-KEY-MIN IS GREATER THAN 240
035600             MOVE 'MIN DIVISORS MUST BE NUMERIC, 0-240, OR BLANK.'
035700                 TO QMSGO
035800             GO TO 2100-FAILED
035900         END-IF
036000     END-IF.
036100
036200     MOVE DO4-KEY-SIZE TO CA4-PACK-SIZE.
036300     MOVE DO4-KEY-LOW  TO CA4-LOW.
036400     MOVE DO4-KEY-HIGH TO CA4-HIGH.
036500     PERFORM 4000-FIND-MULTIPLES THRU 4000-EXIT.
036600     IF DO4-MULT-COUNT IS EQUAL TO ZERO
036700         MOVE 'NO MULTIPLE OF THE PACK SIZE LIES IN THAT RANGE.'
036800             TO QMSGO
036900         GO TO 2100-FAILED
037000     END-IF.
037100     IF DO4-MULT-COUNT IS GREATER THAN 500
037200         MOVE 'OVER 500 MULTIPLES OF THE SIZE IN RANGE - NARROW.'
037300             TO QMSGO
037400         GO TO 2100-FAILED
037500     END-IF.
037600     MOVE DO4-KEY-MIN TO CA4-MIN-COUNT.
037700     SET CA4-LIST-ACTIVE TO TRUE.
037800     GO TO 2100-EXIT.
037900
038000 2100-FAILED.
038100*    THE SEARCH ON SCREEN IS REFUSED. THE LAST GOOD SEARCH IS
038200*    PUT BACK IN THE COMMAREA SO PF7/PF8 STILL PAGE THE LIST
038300*    THAT IS SHOWING.
038400     SET DO4-EDIT-FAILED TO TRUE.
038500     MOVE LK4-CA-PACK-SIZE TO CA4-PACK-SIZE.
038600     MOVE LK4-CA-LOW       TO CA4-LOW.
038700     MOVE LK4-CA-HIGH      TO CA4-HIGH.
038800     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
038900 2100-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------------
039300* 2700-FETCH-RESULT
039400*   FILLS DIV-RESULT FOR DO4-NUM THE SAME WAY DIVONL1 DOES: THE
039500*   DIVMSTR CACHE FIRST, THE DIVSORC1 COMPUTE ONLY ON A MISS. A
039600*   FRESH RESULT AND ANY LOG EVENT ARE QUEUED ONLY ON THE ENTER
039700*   THAT STARTED THE SEARCH -- THE PF7/PF8 REBUILDS OF THE SAME
039800*   RANGE WOULD ONLY DUPLICATE THEM.
039900*----------------------------------------------------------------
040000 2700-FETCH-RESULT.
040100     MOVE DO4-NUM TO DO4-MSTR-RID.
040200     MOVE 240     TO DM-RESLEN.
040300     EXEC CICS READ FILE('DIVMSTR')
040400         INTO(DM-MASTER-RECORD)
040500         RIDFLD(DO4-MSTR-RID)
040600         RESP(DO4-MSTR-RESP)
040700     END-EXEC.
040800     IF DO4-MSTR-RESP = DFHRESP(NORMAL)
040900         SET DO4-MASTER-FOUND TO TRUE
041000         PERFORM 2710-LOAD-FROM-MASTER THRU 2710-EXIT
041100         GO TO 2700-EXIT
041200     END-IF.
041300     SET DO4-MASTER-NOT-FOUND TO TRUE.
041400     SET DIV-SRC-REVERSE-LOOKUP TO TRUE.
041500     CALL 'DIVSORC1' USING DO4-NUM DIV-RESULT.
041600     IF DO4-QUEUE-FRESH
041700         PERFORM 6000-QUEUE-LOG-EVENT THRU 6000-EXIT
041800         IF DIV-RC-OK
041900             PERFORM 6100-QUEUE-FRESH-RESULT THRU 6100-EXIT
042000         END-IF
042100     END-IF.
042200 2700-EXIT.
042300     EXIT.
042400
042500*----------------------------------------------------------------
042600* 2710-LOAD-FROM-MASTER
042700*   ONLY THE SUMMARY FIELDS -- THE RANKING NEVER SHOWS THE
042800*   DIVISORS THEMSELVES, SO THEY ARE NOT COPIED.
042900*----------------------------------------------------------------
043000 2710-LOAD-FROM-MASTER.
043100     MOVE DM-RESLEN       TO DIV-RESLEN.
043200     SET DIV-RC-OK        TO TRUE.
043300     MOVE DM-PRIME-FLAG   TO DIV-PRIME-FLAG.
043400     MOVE DM-SUM-PROPER   TO DIV-SUM-PROPER.
043500     MOVE DM-ALIQUOT-FLAG TO DIV-ALIQUOT-FLAG.
043600     SET DIV-LOG-NONE     TO TRUE.
043700 2710-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------------
044100* 3000-PAGE-BACKWARD
044200*   PF7: THE PREVIOUS TWELVE RANKS. THE RANKING IS REBUILT FROM
044300*   THE SEARCH IN THE COMMAREA RATHER THAN CARRIED, THE SAME WAY
044400*   DIVI RECOMPUTES ITS LIST ON EVERY PAGING TURN.
044500*----------------------------------------------------------------
044600 3000-PAGE-BACKWARD.
044700     MOVE LOW-VALUE TO DIVMAP4O.
044800     IF NOT CA4-LIST-ACTIVE
044900         MOVE 'NOTHING LISTED - KEY A SEARCH AND PRESS ENTER.'
045000             TO QMSGO
045100         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
045200         GO TO 3000-EXIT
045300     END-IF.
045400     IF CA4-PAGE-START IS NOT GREATER THAN 1
045500         MOVE 'TOP OF LIST - NO HIGHER RANKS.' TO QMSGO
045600         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
045700         GO TO 3000-EXIT
045800     END-IF.
045900     IF CA4-PAGE-START IS GREATER THAN 12
046000         SUBTRACT 12 FROM CA4-PAGE-START
046100     ELSE
046200         MOVE 1 TO CA4-PAGE-START
046300     END-IF.
046400     SET DO4-QUEUE-NOTHING TO TRUE.
046500     PERFORM 5000-BUILD-RANKING THRU 5000-EXIT.
046600     PERFORM 5200-SHOW-PAGE THRU 5200-EXIT.
046700     MOVE SPACES TO QMSGO.
046800     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
046900 3000-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300* 3100-PAGE-FORWARD
047400*   PF8: THE NEXT TWELVE RANKS. AT THE END OF THE LIST THE PAGE
047500*   START IS LEFT WHERE IT WAS.
047600*----------------------------------------------------------------
047700 3100-PAGE-FORWARD.
047800     MOVE LOW-VALUE TO DIVMAP4O.
047900     IF NOT CA4-LIST-ACTIVE
048000         MOVE 'NOTHING LISTED - KEY A SEARCH AND PRESS ENTER.'
048100             TO QMSGO
048200         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
048300         GO TO 3100-EXIT
048400     END-IF.
048500     SET DO4-QUEUE-NOTHING TO TRUE.
048600     PERFORM 5000-BUILD-RANKING THRU 5000-EXIT.
048700     IF CA4-PAGE-START + 12 IS GREATER THAN DO4-MATCH-COUNT
048800         MOVE 'END OF LIST - NO LOWER RANKS.' TO QMSGO
048900         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
049000         GO TO 3100-EXIT
049100     END-IF.
049200     ADD 12 TO CA4-PAGE-START.
049300     PERFORM 5200-SHOW-PAGE THRU 5200-EXIT.
049400     MOVE SPACES TO QMSGO.
049500     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
049600 3100-EXIT.
049700     EXIT.
049800
049900*----------------------------------------------------------------
050000* 4000-FIND-MULTIPLES
050100*   THE MULTIPLES OF THE PACK SIZE IN THE RANGE, AS PACK COUNTS:
050200*   THE FIRST IS THE LOW END ROUNDED UP TO A WHOLE NUMBER OF
050300*   PACKS, THE LAST IS THE HIGH END ROUNDED DOWN. THE DIVIDES
050400*   TRUNCATE INTO THE INTEGER RECEIVING FIELDS.
050500*----------------------------------------------------------------
050600 4000-FIND-MULTIPLES.
050700     COMPUTE DO4-FIRST-PACKS =
050800         (CA4-LOW + CA4-PACK-SIZE - 1) / CA4-PACK-SIZE.
050900     COMPUTE DO4-LAST-PACKS = CA4-HIGH / CA4-PACK-SIZE.
051000     IF DO4-LAST-PACKS IS LESS THAN DO4-FIRST-PACKS
051100         MOVE ZERO TO DO4-MULT-COUNT
051200     ELSE
051300         COMPUTE DO4-MULT-COUNT =
051400             DO4-LAST-PACKS - DO4-FIRST-PACKS + 1
051500     END-IF.
051600 4000-EXIT.
051700     EXIT.
051800
051900*----------------------------------------------------------------
052000* 5000-BUILD-RANKING
052100*   VISITS EVERY MULTIPLE OF THE PACK SIZE IN THE RANGE AND
052200*   RANKS THE ONES WITH AT LEAST THE MINIMUM DIVISOR COUNT.
052300*   ALSO COUNTS WHERE EACH RESULT CAME FROM FOR THE SUMMARY.
052400*----------------------------------------------------------------
052500 5000-BUILD-RANKING.
052600     MOVE ZERO TO DO4-MATCH-COUNT.
052700     MOVE ZERO TO DO4-MASTER-COUNT.
052800     MOVE ZERO TO DO4-COMPUTED-COUNT.
052900     MOVE ZERO TO DO4-FAILED-COUNT.
053000     PERFORM 4000-FIND-MULTIPLES THRU 4000-EXIT.
053100     PERFORM 5100-RANK-ONE-NUM THRU 5100-EXIT
053200         VARYING DO4-PACKS FROM DO4-FIRST-PACKS BY 1
053300         UNTIL DO4-PACKS IS GREATER THAN DO4-LAST-PACKS.
053400     MOVE DO4-MULT-COUNT     TO DO4-SM-MULTIPLES.
053500     MOVE DO4-MATCH-COUNT    TO DO4-SM-MATCHES.
053600     MOVE DO4-MASTER-COUNT   TO DO4-SM-MASTER.
053700     MOVE DO4-COMPUTED-COUNT TO DO4-SM-COMPUTED.
053800     MOVE DO4-SUMMARY-LINE   TO QSUMMO.
053900 5000-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------------
054300* 5100-RANK-ONE-NUM
054400*   ONE MULTIPLE: FETCH ITS RESULT, DROP IT IF IT COULD NOT BE
054500*   COMPUTED OR HAS TOO FEW DIVISORS, OTHERWISE INSERT IT BEHIND
054600*   EVERY ENTRY WITH AT LEAST AS MANY DIVISORS.
054700*----------------------------------------------------------------
054800 5100-RANK-ONE-NUM.
054900     COMPUTE DO4-NUM = DO4-PACKS * CA4-PACK-SIZE.
055000     PERFORM 2700-FETCH-RESULT THRU 2700-EXIT.
055100     IF DO4-MASTER-FOUND
055200         ADD 1 TO DO4-MASTER-COUNT
055300         MOVE 'M' TO DO4-NEW-FROM
055400     ELSE
055500         ADD 1 TO DO4-COMPUTED-COUNT
055600         MOVE 'C' TO DO4-NEW-FROM
055700     END-IF.
055800     IF NOT DIV-RC-OK
055900         ADD 1 TO DO4-FAILED-COUNT
056000         GO TO 5100-EXIT
056100     END-IF.
056200     IF DIV-RESLEN IS LESS THAN CA4-MIN-COUNT
056300         GO TO 5100-EXIT
056400     END-IF.
056500     MOVE DO4-NUM          TO DO4-NEW-NUM.
056600     MOVE DIV-RESLEN       TO DO4-NEW-RESLEN.
056700     MOVE DIV-PRIME-FLAG   TO DO4-NEW-PRIME.
056800     MOVE DIV-ALIQUOT-FLAG TO DO4-NEW-ALIQUOT.
056900     MOVE DIV-SUM-PROPER   TO DO4-NEW-SUM.
057000     ADD 1 TO DO4-MATCH-COUNT.
057100     MOVE DO4-MATCH-COUNT  TO DO4-J.
057200     MOVE 'N'              TO DO4-SHIFT-SWITCH.
057300     PERFORM 5150-SHIFT-ONE-DOWN THRU 5150-EXIT
057400         UNTIL DO4-SHIFT-DONE.
057500     MOVE DO4-NEW-ENTRY    TO DO4-RANK-ENTRY (DO4-J).
057600 5100-EXIT.
057700     EXIT.
057800
057900*----------------------------------------------------------------
058000* 5150-SHIFT-ONE-DOWN
058100*   DO4-J IS THE OPEN SLOT. IF THE ENTRY ABOVE IT HAS FEWER
058200*   DIVISORS THAN THE NEW ONE, IT MOVES DOWN INTO THE SLOT AND
058300*   THE SLOT MOVES UP; OTHERWISE (OR AT THE TOP) THE NEW ENTRY
058400*   BELONGS IN THE SLOT. THE TOP IS TESTED SEPARATELY SO THE
058500*   ENTRY ABOVE SLOT 1 IS NEVER REFERENCED.
058600*----------------------------------------------------------------
058700 5150-SHIFT-ONE-DOWN.
058800     IF DO4-J IS EQUAL TO 1
058900         SET DO4-SHIFT-DONE TO TRUE
059000         GO TO 5150-EXIT
059100     END-IF.
059200     COMPUTE DO4-I = DO4-J - 1.
059300     IF DO4-RK-RESLEN (DO4-I) IS NOT LESS THAN DO4-NEW-RESLEN
059400         SET DO4-SHIFT-DONE TO TRUE
059500         GO TO 5150-EXIT
059600     END-IF.
059700     MOVE DO4-RANK-ENTRY (DO4-I) TO DO4-RANK-ENTRY (DO4-J).
059800     MOVE DO4-I TO DO4-J.
059900 5150-EXIT.
060000     EXIT.
060100
060200*----------------------------------------------------------------
060300* 5200-SHOW-PAGE
060400*   FORMATS THE TWELVE RANKS FROM CA4-PAGE-START ONTO THE LIST
060500*   LINES (SPACES CLEAR ANY LINES PAST THE END OF THE LIST).
060600*----------------------------------------------------------------
060700 5200-SHOW-PAGE.
060800     MOVE SPACES TO DO4-LIST-TABLE.
060900     PERFORM 5210-FORMAT-ONE-LINE THRU 5210-EXIT
061000         VARYING DO4-I FROM 1 BY 1
061100         UNTIL DO4-I IS GREATER THAN 12.
061200     MOVE DO4-LIST-LINE (1)  TO QL01O.
061300     MOVE DO4-LIST-LINE (2)  TO QL02O.
061400     MOVE DO4-LIST-LINE (3)  TO QL03O.
061500     MOVE DO4-LIST-LINE (4)  TO QL04O.
061600     MOVE DO4-LIST-LINE (5)  TO QL05O.
061700     MOVE DO4-LIST-LINE (6)  TO QL06O.
061800     MOVE DO4-LIST-LINE (7)  TO QL07O.
061900     MOVE DO4-LIST-LINE (8)  TO QL08O.
062000     MOVE DO4-LIST-LINE (9)  TO QL09O.
062100     MOVE DO4-LIST-LINE (10) TO QL10O.
062200     MOVE DO4-LIST-LINE (11) TO QL11O.
062300     MOVE DO4-LIST-LINE (12) TO QL12O.
062400     IF CA4-PAGE-START + 11 IS LESS THAN DO4-MATCH-COUNT
062500         MOVE 'MORE MATCHES - PF8 FOR THE NEXT PAGE' TO QMOREO
062600     ELSE
062700         MOVE 'END OF LIST' TO QMOREO
062800     END-IF.
062900 5200-EXIT.
063000     EXIT.
063100
063200*----------------------------------------------------------------
063300* 5210-FORMAT-ONE-LINE
063400*   LIST LINE DO4-I OF THE PAGE, FROM RANK CA4-PAGE-START + I - 1.
063500*   PACKS IS HOW MANY PACKS OF THE KEYED SIZE MAKE THE QUANTITY.
063600*----------------------------------------------------------------
063700 5210-FORMAT-ONE-LINE.
063800     COMPUTE DO4-ENTRY = CA4-PAGE-START + DO4-I - 1.
063900     IF DO4-ENTRY IS GREATER THAN DO4-MATCH-COUNT
064000         GO TO 5210-EXIT
064100     END-IF.
064200     MOVE DO4-ENTRY                 TO DO4-LL-RANK.
064300     MOVE DO4-RK-NUM (DO4-ENTRY)    TO DO4-LL-NUM.
064400     MOVE DO4-RK-RESLEN (DO4-ENTRY) TO DO4-LL-DIVS.
064500     COMPUTE DO4-LL-PACKS =
064600         DO4-RK-NUM (DO4-ENTRY) / CA4-PACK-SIZE.
064700     IF DO4-RK-IS-PRIME (DO4-ENTRY)
064800         MOVE 'PRIME'     TO DO4-LL-CLASS
064900     ELSE
065000         MOVE 'COMPOSITE' TO DO4-LL-CLASS
065100     END-IF.
065200     EVALUATE TRUE
065300         WHEN DO4-RK-IS-PERFECT (DO4-ENTRY)
065400             MOVE 'PERFECT'   TO DO4-LL-ALIQUOT
065500         WHEN DO4-RK-IS-ABUNDANT (DO4-ENTRY)
065600             MOVE 'ABUNDANT'  TO DO4-LL-ALIQUOT
065700         WHEN DO4-RK-IS-DEFICIENT (DO4-ENTRY)
065800             MOVE 'DEFICIENT' TO DO4-LL-ALIQUOT
065900         WHEN OTHER
066000             MOVE SPACES      TO DO4-LL-ALIQUOT
066100     END-EVALUATE.
066200     MOVE DO4-RK-SUM (DO4-ENTRY)    TO DO4-LL-SUM.
066300     IF DO4-RK-FROM-MASTER (DO4-ENTRY)
066400         MOVE 'MASTER'   TO DO4-LL-FROM
066500     ELSE
066600         MOVE 'COMPUTED' TO DO4-LL-FROM
066700     END-IF.
066800     MOVE DO4-LIST-DETAIL TO DO4-LIST-LINE (DO4-I).
066900 5210-EXIT.
067000     EXIT.
067100
067200*----------------------------------------------------------------
067300* 6000-QUEUE-LOG-EVENT
067400*   PUTS THE EVENT DIVSORC1 LEFT IN THE DIV-LOG GROUP ON THE
067500*   DIVL TD QUEUE, AS DIVONL1 DOES. A BAD RESPONSE IS TOLERATED
067600*   FOR THE SAME REASON: THE PLANNER'S SCREEN COMES FIRST.
067700*----------------------------------------------------------------
067800 6000-QUEUE-LOG-EVENT.
067900     IF NOT DIV-LOG-PENDING
068000         GO TO 6000-EXIT
068100     END-IF.
068200     MOVE SPACES              TO DO4-LOG-RECORD.
068300     MOVE DIV-LOG-TYPE        TO DO4-LOG-TYPE.
068400     MOVE DIV-LOG-NUM         TO DO4-LOG-NUM.
068500     MOVE DIV-LOG-FACTOR-1    TO DO4-LOG-FACTOR-1.
068600     MOVE DIV-LOG-FACTOR-2    TO DO4-LOG-FACTOR-2.
068700     MOVE DIV-LOG-PRODUCT     TO DO4-LOG-PRODUCT.
068800     MOVE DIV-LOG-REASON      TO DO4-LOG-REASON.
068900     EXEC CICS ASKTIME ABSTIME(DO4-ABSTIME)
069000     END-EXEC.
069100     EXEC CICS FORMATTIME ABSTIME(DO4-ABSTIME)
069200         YYYYMMDD(DO4-DATE-X)
069300         TIME(DO4-TIME-X)
069400     END-EXEC.
069500     MOVE DO4-DATE-X          TO DO4-LOG-DATE.
069600     MOVE DO4-TIME-X          TO DO4-LOG-TIME.
069700     MOVE DIV-LOG-SOURCE      TO DO4-LOG-SOURCE.
069800     EXEC CICS WRITEQ TD QUEUE('DIVL')
069900         FROM(DO4-LOG-RECORD)
070000         LENGTH(LENGTH OF DO4-LOG-RECORD)
070100         RESP(DO4-LOG-RESP)
070200     END-EXEC.
070300 6000-EXIT.
070400     EXIT.
070500
070600*----------------------------------------------------------------
070700* 6100-QUEUE-FRESH-RESULT
070800*   QUEUES A RESULT THE MASTER DID NOT HAVE TO DIVR AS A MASTER
070900*   RECORD IMAGE, 26 FIXED BYTES PLUS SIX PER DIVISOR, FOR THE
071000*   NIGHTLY FOLD-IN (DIVBAT11) -- SAME AS DIVONL1. A WIDE SEARCH
071100*   OVER QUANTITIES NOBODY HAS ASKED ABOUT BEFORE WARMS THE
071200*   CACHE FOR THE NEXT ONE. A BAD RESPONSE IS TOLERATED.
071300*----------------------------------------------------------------
071400 6100-QUEUE-FRESH-RESULT.
071500     MOVE DIV-RESLEN       TO DM-RESLEN.
071600     MOVE DO4-NUM          TO DM-NUM.
071700     MOVE DIV-PRIME-FLAG   TO DM-PRIME-FLAG.
071800     MOVE DIV-SUM-PROPER   TO DM-SUM-PROPER.
071900     MOVE DIV-ALIQUOT-FLAG TO DM-ALIQUOT-FLAG.
072000     EXEC CICS ASKTIME ABSTIME(DO4-ABSTIME)
072100     END-EXEC.
072200     EXEC CICS FORMATTIME ABSTIME(DO4-ABSTIME)
072300         YYYYMMDD(DO4-DATE-X)
072400     END-EXEC.
072500     MOVE DO4-DATE-X       TO DM-DATE-COMPUTED.
072600     PERFORM 6110-COPY-ONE-TO-MASTER THRU 6110-EXIT
072700         VARYING DO4-I FROM 1 BY 1
072800         UNTIL DO4-I IS GREATER THAN DIV-RESLEN.
072900     COMPUTE DO4-MSTR-LEN = 26 + DIV-RESLEN * 6.
073000     EXEC CICS WRITEQ TD QUEUE('DIVR')
073100         FROM(DM-MASTER-RECORD)
073200         LENGTH(DO4-MSTR-LEN)
073300         RESP(DO4-RSLT-RESP)
073400     END-EXEC.
073500 6100-EXIT.
073600     EXIT.
073700
073800*----------------------------------------------------------------
073900* 6110-COPY-ONE-TO-MASTER
074000*----------------------------------------------------------------
074100 6110-COPY-ONE-TO-MASTER.
074200     MOVE DIV-RES (DO4-I) TO DM-DIVISORS (DO4-I).
074300 6110-EXIT.
074400     EXIT.
074500
074600*----------------------------------------------------------------
074700* 7000-SEND-DATAONLY
074800*----------------------------------------------------------------
074900 7000-SEND-DATAONLY.
075000     EXEC CICS SEND MAP('DIVMAP4') MAPSET('DIVMSP4')
075100         FROM(DIVMAP4O) DATAONLY CURSOR(0)
075200     END-EXEC.
075300 7000-EXIT.
075400     EXIT.
075500
075600*----------------------------------------------------------------
075700* 8000-SEND-GOODBYE
075800*----------------------------------------------------------------
075900 8000-SEND-GOODBYE.
076000     EXEC CICS SEND TEXT
076100         FROM('DIVQ - REVERSE PACK LOOKUP COMPLETE')
076200         LENGTH(35) ERASE FREEKB
076300     END-EXEC.
076400 8000-EXIT.
076500     EXIT.
076600
076700*----------------------------------------------------------------
076800* 9000-INVALID-KEY
076900*----------------------------------------------------------------
077000 9000-INVALID-KEY.
077100     MOVE 'INVALID KEY - USE ENTER, PF3, PF7, PF8.' TO QMSGO.
077200     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
077300 9000-EXIT.
077400     EXIT.
077500
077600 END PROGRAM DIVONL4.
