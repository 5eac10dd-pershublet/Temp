000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVONL3.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       PSEUDO-CONVERSATIONAL CICS TRANSACTION DIVP.
000800*                MAINTENANCE FOR THE PACK-SIZE CATALOG MASTER
000900*                (DIVPACK KSDS, KEYED BY PRODUCT LINE PLUS PACK
001000*                SIZE). ENTER WITH NO ACTION LISTS A PRODUCT
001100*                LINE'S ENTRIES (BLANK LINE = THE GENERIC SIZES)
001200*                TWELVE AT A TIME, PAGED WITH PF8/PF7, AND SHOWS
001300*                THE KEYED SIZE IN THE DETAIL FIELDS. ACTION A
001400*                ADDS AN ENTRY, C CHANGES THE DISPLAYED ENTRY'S
001500*                EFFECTIVE DATE, RETIRE DATE OR DESCRIPTION, AND R
001600*                RETIRES THE DISPLAYED ENTRY (AS OF TODAY UNLESS A
001700*                RETIRE DATE IS KEYED). ENTRIES ARE NEVER DELETED
001800*                -- A RETIRED SIZE STAYS ON FILE SO THE CATALOG
001900*                STILL SHOWS WHAT WAS IN FORCE FOR AN OLD RUN.
002000*
002100*                EVERY ADD, CHANGE AND RETIRE IS AUDITED THE SAME
002200*                WAY DIVM DELETES ARE: AN EVENT CARRYING THE
002300*                OPERATOR, TERMINAL, TIMESTAMP, THE KEY AND THE
002400*                DATES BEFORE AND AFTER GOES TO THE DIVC
002500*                EXTRAPARTITION TD QUEUE (SWEPT TO THE PERMANENT
002600*                PACK-AUDIT DATASET BY DIVBAT15 ON THE NIGHTLY)
002700*                BEFORE THE FILE IS TOUCHED. A FAILED AUDIT WRITE
002800*                REFUSES THE CHANGE. C AND R, LIKE A DIVM DELETE,
002900*                ARE ONLY HONORED FOR THE ENTRY CURRENTLY
003000*                DISPLAYED, SO THEY ALWAYS TAKE TWO DELIBERATE
003100*                STEPS.
003200*----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*  DATE      INIT  DESCRIPTION
003500*  10/15/26  RH    ORIGINAL PROGRAM.
003600*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 DATA DIVISION.
004200 WORKING-STORAGE SECTION.
004300 01  DO3-SWITCHES.
004400     03  DO3-DONE-SWITCH    PIC X(01)  VALUE 'N'.
004500         88  DO3-BROWSE-DONE        VALUE 'Y'.
004600     03  DO3-MORE-SWITCH    PIC X(01)  VALUE 'N'.
004700         88  DO3-MORE-ENTRIES       VALUE 'Y'.
004800     03  DO3-DATE-SWITCH    PIC X(01)  VALUE 'N'.
004900         88  DO3-DATE-BLANK         VALUE 'B'.
005000         88  DO3-DATE-BAD           VALUE 'X'.
005100         88  DO3-DATE-GOOD          VALUE 'G'.
005200     03  DO3-EDIT-SWITCH    PIC X(01)  VALUE 'N'.
005300         88  DO3-EDIT-FAILED        VALUE 'Y'.
005400
005500 01  DO3-WORK-FIELDS.
005600     03  DO3-KEY.
005700         05  DO3-KEY-LINE   PIC X(4).
005800         05  DO3-KEY-SIZE   PIC 9(6).
005900     03  DO3-START-KEY.
006000         05  DO3-START-LINE PIC X(4).
006100         05  DO3-START-SIZE PIC 9(6).
006200     03  DO3-RESP           PIC S9(8) COMP.
006300     03  DO3-AUD-RESP       PIC S9(8) COMP.
006400     03  DO3-ABSTIME        PIC S9(15) COMP-3.
006500     03  DO3-DATE-X         PIC X(8).
006600     03  DO3-TODAY          REDEFINES DO3-DATE-X
006700                            PIC 9(8).
006800     03  DO3-TIME-X         PIC X(6).
006900     03  DO3-USERID         PIC X(8).
007000     03  DO3-NEW-EFF        PIC 9(8).
007100     03  DO3-NEW-RETIRE     PIC 9(8).
007200     03  DO3-NEW-DESC       PIC X(20).
007300     03  DO3-LIST-COUNT     PIC 9(3) COMP-5.
007400     03  DO3-BACK-COUNT     PIC 9(3) COMP-5.
007500     03  DO3-NEW-FIRST      PIC 9(6).
007600     03  DO3-ACTION-WORD    PIC X(7).
007700
007800*    ONE KEYED DATE FROM THE SCREEN, EDITED AS CCYYMMDD. THE DAY
007900*    IS ONLY CHECKED AS 01-31 -- A 31ST OF A SHORT MONTH IS A
008000*    HARMLESS DATE THAT NEVER MATCHES A BUSINESS DATE EXACTLY.
008100 01  DO3-DATE-EDIT.
008200     03  DO3-DATE-IN        PIC X(8).
008300     03  DO3-DATE-PARTS     REDEFINES DO3-DATE-IN.
008400         05  DO3-DATE-CCYY  PIC 9(4).
008500         05  DO3-DATE-MM    PIC 9(2).
008600         05  DO3-DATE-DD    PIC 9(2).
008700     03  DO3-DATE-OUT       PIC 9(8).
008800
008900*    ONE PAGE OF THE PRODUCT-LINE LIST AS BUILT, AND THE LAYOUT
009000*    OF ONE LIST LINE (MATCHES THE COLUMN HEADINGS ON DIVMAP3).
009100 01  DO3-LIST-TABLE.
009200     03  DO3-LIST-LINE      OCCURS 12 TIMES
009300                            PIC X(79).
009400
009500 01  DO3-LIST-DETAIL.
009600     03  DO3-LL-SIZE        PIC Z(5)9.
009700     03  FILLER             PIC X(02)  VALUE SPACES.
009800     03  DO3-LL-EFF         PIC 9(8).
009900     03  FILLER             PIC X(02)  VALUE SPACES.
010000     03  DO3-LL-RETIRE      PIC X(8).
010100     03  DO3-LL-RETIRE-N    REDEFINES DO3-LL-RETIRE
010200                            PIC 9(8).
010300     03  FILLER             PIC X(02)  VALUE SPACES.
010400     03  DO3-LL-STATUS      PIC X(9).
010500     03  FILLER             PIC X(02)  VALUE SPACES.
010600     03  DO3-LL-DESC        PIC X(20).
010700     03  FILLER             PIC X(20)  VALUE SPACES.
010800
010900*    ONE CATALOG-CHANGE EVENT FOR THE DIVC TD QUEUE, 80 BYTES,
011000*    THE LAYOUT THE NIGHTLY SWEEP (DIVBAT15) EXPECTS. BUILT AND
011100*    QUEUED BEFORE THE FILE IS UPDATED -- NO AUDIT RECORD, NO
011200*    CHANGE. AN ADD CARRIES ZERO OLD DATES.
011300 01  DO3-AUD-RECORD.
011400     03  DO3-AUD-ACTION     PIC X(1).
011500     03  DO3-AUD-PROD-LINE  PIC X(4).
011600     03  DO3-AUD-PACK-SIZE  PIC 9(6).
011700     03  DO3-AUD-OLD-EFF    PIC 9(8).
011800     03  DO3-AUD-OLD-RETIRE PIC 9(8).
011900     03  DO3-AUD-NEW-EFF    PIC 9(8).
012000     03  DO3-AUD-NEW-RETIRE PIC 9(8).
012100     03  DO3-AUD-OPERATOR   PIC X(8).
012200     03  DO3-AUD-TERMINAL   PIC X(4).
012300     03  DO3-AUD-DATE       PIC 9(8).
012400     03  DO3-AUD-TIME       PIC 9(6).
012500     03  FILLER             PIC X(11).
012600
012700*    THE CATALOG RECORD AS READ UNDER CICS. SAME COPYBOOK THE
012800*    BATCH PROGRAMS PUT UNDER THEIR FD.
012900     COPY DIVPACK.
013000
013100     COPY DIVMAP3.
013200
013300     COPY DFHAID.
013400
013500 01  DIVONL3-COMMAREA.
013600     03  CA3-PROD-LINE      PIC X(4).
013700     03  CA3-FIRST-SIZE     PIC 9(6).
013800     03  CA3-LAST-SIZE      PIC 9(6).
013900     03  CA3-LIST-SWITCH    PIC X(1).
014000         88  CA3-LIST-ACTIVE        VALUE 'Y'.
014100     03  CA3-SHOWN-KEY      PIC X(10).
014200     03  CA3-SHOWN-SWITCH   PIC X(1).
014300         88  CA3-ENTRY-SHOWN        VALUE 'Y'.
014400
014500 LINKAGE SECTION.
014600 01  DFHCOMMAREA.
014700     03  LK3-CA-PROD-LINE   PIC X(4).
014800     03  LK3-CA-FIRST-SIZE  PIC 9(6).
014900     03  LK3-CA-LAST-SIZE   PIC 9(6).
015000     03  LK3-CA-LIST-SWITCH PIC X(1).
015100     03  LK3-CA-SHOWN-KEY   PIC X(10).
015200     03  LK3-CA-SHOWN-SWITCH PIC X(1).
015300
015400 PROCEDURE DIVISION USING DFHCOMMAREA.
015500*----------------------------------------------------------------
015600* 0000-MAIN-LOGIC
015700*   PSEUDO-CONVERSATIONAL ENTRY POINT FOR TRANSID DIVP, BUILT ON
015800*   THE SAME PATTERN AS DIVONL2: FIRST ENTRY SENDS THE BLANK
015900*   SCREEN, EVERY LATER ENTRY CARRIES THE LISTED PRODUCT LINE, THE
016000*   LIST PAGE BOUNDS AND THE DISPLAYED ENTRY'S KEY FORWARD IN THE
016100*   COMMAREA. THE COMMAREA IS RETURNED FROM WORKING STORAGE SO
016200*   THE FIRST ENTRY NEVER TOUCHES AN UNADDRESSED DFHCOMMAREA.
016300*----------------------------------------------------------------
016400 0000-MAIN-LOGIC.
016500     PERFORM 1100-GET-TIMESTAMP THRU 1100-EXIT.
016600     IF EIBCALEN = 0
016700         PERFORM 1200-CLEAR-COMMAREA THRU 1200-EXIT
016800         PERFORM 1000-SEND-INITIAL-SCREEN THRU 1000-EXIT
016900     ELSE
017000         MOVE LK3-CA-PROD-LINE    TO CA3-PROD-LINE
017100         MOVE LK3-CA-FIRST-SIZE   TO CA3-FIRST-SIZE
017200         MOVE LK3-CA-LAST-SIZE    TO CA3-LAST-SIZE
017300         MOVE LK3-CA-LIST-SWITCH  TO CA3-LIST-SWITCH
017400         MOVE LK3-CA-SHOWN-KEY    TO CA3-SHOWN-KEY
017500         MOVE LK3-CA-SHOWN-SWITCH TO CA3-SHOWN-SWITCH
017600         EVALUATE TRUE
017700             WHEN EIBAID = DFHCLEAR
017800                 PERFORM 1200-CLEAR-COMMAREA THRU 1200-EXIT
017900                 PERFORM 1000-SEND-INITIAL-SCREEN THRU 1000-EXIT
018000             WHEN EIBAID = DFHPF3
018100                 PERFORM 8000-SEND-GOODBYE THRU 8000-EXIT
018200                 EXEC CICS RETURN
018300                 END-EXEC
018400             WHEN EIBAID = DFHENTER
018500                 PERFORM 2000-PROCESS-ENTER THRU 2000-EXIT
018600             WHEN EIBAID = DFHPF7
018700                 PERFORM 3000-PAGE-BACKWARD THRU 3000-EXIT
018800             WHEN EIBAID = DFHPF8
018900                 PERFORM 3100-PAGE-FORWARD THRU 3100-EXIT
019000             WHEN OTHER
019100                 PERFORM 9000-INVALID-KEY THRU 9000-EXIT
019200         END-EVALUATE
019300     END-IF.
019400
019500     EXEC CICS RETURN TRANSID('DIVP')
019600         COMMAREA(DIVONL3-COMMAREA)
019700         LENGTH(LENGTH OF DIVONL3-COMMAREA)
019800     END-EXEC.
019900
020000*----------------------------------------------------------------
020100* 1000-SEND-INITIAL-SCREEN
020200*----------------------------------------------------------------
020300 1000-SEND-INITIAL-SCREEN.
020400     MOVE LOW-VALUE TO DIVMAP3O.
020500     MOVE 'KEY A PRODUCT LINE (BLANK = GENERIC) AND PRESS ENTER.'
020600         TO PMSGO.
020700     EXEC CICS SEND MAP('DIVMAP3') MAPSET('DIVMSP3')
020800         FROM(DIVMAP3O) ERASE
020900     END-EXEC.
021000 1000-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------------
021400* 1100-GET-TIMESTAMP
021500*   TODAY'S DATE AND TIME, TAKEN ONCE PER TURN. THE DATE DRIVES
021600*   THE IN-EFFECT STATUS ON THE LIST AND THE DEFAULT EFFECTIVE
021700*   AND RETIRE DATES; BOTH GO INTO THE AUDIT EVENT AND THE
021800*   LAST-CHANGE STAMP ON THE RECORD.
021900*----------------------------------------------------------------
022000 1100-GET-TIMESTAMP.
022100     EXEC CICS ASKTIME ABSTIME(DO3-ABSTIME)
022200     END-EXEC.
022300     EXEC CICS FORMATTIME ABSTIME(DO3-ABSTIME)
022400         YYYYMMDD(DO3-DATE-X)
022500         TIME(DO3-TIME-X)
022600     END-EXEC.
022700 1100-EXIT.
022800     EXIT.
022900
023000*----------------------------------------------------------------
023100* 1200-CLEAR-COMMAREA
023200*----------------------------------------------------------------
023300 1200-CLEAR-COMMAREA.
023400     MOVE SPACES TO CA3-PROD-LINE.
023500     MOVE ZERO   TO CA3-FIRST-SIZE.
023600     MOVE ZERO   TO CA3-LAST-SIZE.
023700     MOVE 'N'    TO CA3-LIST-SWITCH.
023800     MOVE SPACES TO CA3-SHOWN-KEY.
023900     MOVE 'N'    TO CA3-SHOWN-SWITCH.
024000 1200-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------------
024400* 2000-PROCESS-ENTER
024500*   ENTER PICKS UP THE KEY (PRODUCT LINE, BLANK FOR THE GENERIC
024600*   SIZES, AND AN OPTIONAL PACK SIZE) AND DISPATCHES ON THE
024700*   ACTION: BLANK LISTS/SHOWS, A ADDS, C CHANGES, R RETIRES.
024800*   ANYTHING ELSE IN THE ACTION FIELD IS REJECTED.
024900*----------------------------------------------------------------
025000 2000-PROCESS-ENTER.
025100     EXEC CICS RECEIVE MAP('DIVMAP3') MAPSET('DIVMSP3')
025200         INTO(DIVMAP3I)
025300     END-EXEC.
025400
025500     MOVE SPACES TO DO3-KEY-LINE.
025600     IF PLINEL IS GREATER THAN ZERO
025700         MOVE PLINEI TO DO3-KEY-LINE
025800         INSPECT DO3-KEY-LINE REPLACING ALL LOW-VALUE BY SPACE
025900     END-IF.
026000     MOVE ZERO TO DO3-KEY-SIZE.
026100     IF PSIZEL IS GREATER THAN ZERO
026200         AND PSIZEI IS NOT EQUAL TO SPACES
026300         AND PSIZEI IS NOT EQUAL TO LOW-VALUES
026400         IF PSIZEI IS NOT NUMERIC
026500             MOVE 'PACK SIZE MUST BE NUMERIC, 1-999999. RE-ENTER.'
026600                 TO PMSGO
026700             PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
026800             GO TO 2000-EXIT
026900         END-IF
027000         MOVE PSIZEI TO DO3-KEY-SIZE
027100     END-IF.
027200
027300     EVALUATE PACTI
027400         WHEN 'A'
027500             PERFORM 2400-ADD-ENTRY THRU 2400-EXIT
027600         WHEN 'C'
027700             PERFORM 2500-CHANGE-ENTRY THRU 2500-EXIT
027800         WHEN 'R'
027900             PERFORM 2600-RETIRE-ENTRY THRU 2600-EXIT
028000         WHEN ' '
028100             PERFORM 2100-INQUIRE THRU 2100-EXIT
028200         WHEN LOW-VALUE
028300             PERFORM 2100-INQUIRE THRU 2100-EXIT
028400         WHEN OTHER
028500             MOVE 'ACTION MUST BE BLANK (LIST), A, C OR R.'
028600                 TO PMSGO
028700             PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
028800     END-EVALUATE.
028900 2000-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------------
029300* 2100-INQUIRE
029400*   NO ACTION. WITH A PACK SIZE KEYED, THE ENTRY IS READ AND
029500*   SHOWN IN THE DETAIL FIELDS AND THE LIST STARTS AT THAT SIZE;
029600*   WITHOUT ONE, THE DETAIL FIELDS ARE CLEARED AND THE LIST
029700*   STARTS AT THE TOP OF THE PRODUCT LINE.
029800*----------------------------------------------------------------
029900 2100-INQUIRE.
030000     MOVE 'N' TO CA3-SHOWN-SWITCH.
030100     MOVE SPACES TO CA3-SHOWN-KEY.
030200     PERFORM 4100-CLEAR-DETAIL THRU 4100-EXIT.
030300     MOVE SPACE TO PMSGO.
030400     IF DO3-KEY-SIZE IS GREATER THAN ZERO
030500         EXEC CICS READ FILE('DIVPACK')
030600             INTO(DP-PACK-RECORD)
030700             RIDFLD(DO3-KEY)
030800             RESP(DO3-RESP)
030900         END-EXEC
031000         EVALUATE DO3-RESP
031100             WHEN DFHRESP(NORMAL)
031200                 PERFORM 4000-FORMAT-DETAIL THRU 4000-EXIT
031300                 MOVE 'SHOWN - C TO CHANGE IT, R TO RETIRE IT.'
031400                     TO PMSGO
031500             WHEN DFHRESP(NOTFND)
031600                 MOVE 'SIZE NOT IN CATALOG - A ADDS IT.'
031700                     TO PMSGO
031800             WHEN OTHER
031900                 MOVE 'CATALOG READ FAILED - SEE CICS LOG.'
032000                     TO PMSGO
032100                 PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
032200                 GO TO 2100-EXIT
032300         END-EVALUATE
032400     END-IF.
032500     MOVE DO3-KEY-LINE TO CA3-PROD-LINE.
032600     PERFORM 5000-BUILD-LIST-PAGE THRU 5000-EXIT.
032700     PERFORM 5200-SHOW-LIST THRU 5200-EXIT.
032800     IF DO3-LIST-COUNT IS EQUAL TO ZERO
032900         AND PMSGO IS EQUAL TO SPACES
033000         MOVE 'NO CATALOG ENTRIES FOR THIS LINE FROM THERE ON.'
033100             TO PMSGO
033200     END-IF.
033300     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
033400 2100-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------------
033800* 2400-ADD-ENTRY
033900*   ACTION A. A NEW PRODUCT LINE/PACK SIZE, EFFECTIVE TODAY
034000*   UNLESS A DATE IS KEYED, OPTIONALLY WITH A RETIRE DATE. THE
034100*   KEY IS CHECKED FIRST SO AN AUDIT EVENT IS NEVER QUEUED FOR AN
034200*   ADD THAT WOULD BE REFUSED AS A DUPLICATE.
034300*----------------------------------------------------------------
034400 2400-ADD-ENTRY.
034500     IF DO3-KEY-SIZE IS EQUAL TO ZERO
034600         MOVE 'KEY THE PACK SIZE TO ADD (1-999999).' TO PMSGO
034700         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
034800         GO TO 2400-EXIT
034900     END-IF.
035000     PERFORM 2800-EDIT-ENTRY-FIELDS THRU 2800-EXIT.
035100     IF DO3-EDIT-FAILED
035200         GO TO 2400-EXIT
035300     END-IF.
035400     EXEC CICS READ FILE('DIVPACK')
035500         INTO(DP-PACK-RECORD)
035600         RIDFLD(DO3-KEY)
035700         RESP(DO3-RESP)
035800     END-EXEC.
035900     IF DO3-RESP = DFHRESP(NORMAL)
036000         MOVE 'ALREADY IN CATALOG - SHOW IT AND USE ACTION C.'
036100             TO PMSGO
036200         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
036300         GO TO 2400-EXIT
036400     END-IF.
036500     IF DO3-RESP NOT = DFHRESP(NOTFND)
036600         MOVE 'CATALOG READ FAILED - SEE CICS LOG.' TO PMSGO
036700         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
036800         GO TO 2400-EXIT
036900     END-IF.
037000
037100     MOVE 'A'            TO DO3-AUD-ACTION.
037200     MOVE ZERO           TO DO3-AUD-OLD-EFF.
037300     MOVE ZERO           TO DO3-AUD-OLD-RETIRE.
037400     PERFORM 2900-QUEUE-CHANGE-AUDIT THRU 2900-EXIT.
037500     IF DO3-AUD-RESP NOT = DFHRESP(NORMAL)
037600         MOVE 'ADD NOT DONE - AUDIT QUEUE UNAVAILABLE.' TO PMSGO
037700         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
037800         GO TO 2400-EXIT
037900     END-IF.
038000
038100     MOVE SPACES         TO DP-PACK-RECORD.
038200     MOVE DO3-KEY-LINE   TO DP-PROD-LINE.
038300     MOVE DO3-KEY-SIZE   TO DP-PACK-SIZE.
038400     MOVE DO3-NEW-EFF    TO DP-EFFECTIVE-DATE.
038500     MOVE DO3-NEW-RETIRE TO DP-RETIRE-DATE.
038600     MOVE DO3-NEW-DESC   TO DP-DESCRIPTION.
038700     SET DP-LAST-ADDED   TO TRUE.
038800     PERFORM 2950-STAMP-RECORD THRU 2950-EXIT.
038900     EXEC CICS WRITE FILE('DIVPACK')
039000         FROM(DP-PACK-RECORD)
039100         RIDFLD(DO3-KEY)
039200         RESP(DO3-RESP)
039300     END-EXEC.
039400     EVALUATE DO3-RESP
039500         WHEN DFHRESP(NORMAL)
039600             PERFORM 2700-SHOW-AFTER-UPDATE THRU 2700-EXIT
039700             MOVE 'ADDED.' TO PMSGO
039800             PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
039900         WHEN DFHRESP(DUPREC)
040000             MOVE 'ALREADY IN CATALOG - SHOW IT AND USE ACTION C.'
040100                 TO PMSGO
040200             PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
040300         WHEN OTHER
040400             MOVE 'CATALOG WRITE FAILED - SEE CICS LOG.' TO PMSGO
040500             PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
040600     END-EVALUATE.
040700 2400-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------
041100* 2500-CHANGE-ENTRY
041200*   ACTION C. ONLY THE ENTRY CURRENTLY DISPLAYED MAY BE CHANGED.
041300*   THE EFFECTIVE DATE, RETIRE DATE AND DESCRIPTION ON THE
041400*   SCREEN REPLACE THE ONES ON FILE -- BLANKING THE RETIRE DATE
041500*   PUTS A RETIRED SIZE BACK IN SERVICE. THE PACK SIZE ITSELF IS
041600*   THE KEY AND CANNOT BE CHANGED; RETIRE IT AND ADD THE RIGHT
041700*   ONE INSTEAD.
041800*----------------------------------------------------------------
041900 2500-CHANGE-ENTRY.
042000     IF NOT CA3-ENTRY-SHOWN
042100         OR DO3-KEY IS NOT EQUAL TO CA3-SHOWN-KEY
042200         MOVE 'SHOW THE ENTRY FIRST, THEN ACTION C.' TO PMSGO
042300         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
042400         GO TO 2500-EXIT
042500     END-IF.
042600     PERFORM 2800-EDIT-ENTRY-FIELDS THRU 2800-EXIT.
042700     IF DO3-EDIT-FAILED
042800         GO TO 2500-EXIT
042900     END-IF.
043000     EXEC CICS READ FILE('DIVPACK')
043100         INTO(DP-PACK-RECORD)
043200         RIDFLD(DO3-KEY)
043300         UPDATE
043400         RESP(DO3-RESP)
043500     END-EXEC.
043600     IF DO3-RESP = DFHRESP(NOTFND)
043700         MOVE 'ENTRY GONE FROM CATALOG SINCE IT WAS SHOWN.'
043800             TO PMSGO
043900         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
044000         GO TO 2500-EXIT
044100     END-IF.
044200     IF DO3-RESP NOT = DFHRESP(NORMAL)
044300         MOVE 'CATALOG READ FAILED - SEE CICS LOG.' TO PMSGO
044400         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
044500         GO TO 2500-EXIT
044600     END-IF.
044700     IF DO3-NEW-EFF IS EQUAL TO DP-EFFECTIVE-DATE
044800         AND DO3-NEW-RETIRE IS EQUAL TO DP-RETIRE-DATE
044900         AND DO3-NEW-DESC IS EQUAL TO DP-DESCRIPTION
045000         EXEC CICS UNLOCK FILE('DIVPACK')
045100         END-EXEC
045200         MOVE 'NOTHING CHANGED.' TO PMSGO
045300         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
045400         GO TO 2500-EXIT
045500     END-IF.
045600
045700     MOVE 'C'               TO DO3-AUD-ACTION.
045800     MOVE DP-EFFECTIVE-DATE TO DO3-AUD-OLD-EFF.
045900     MOVE DP-RETIRE-DATE    TO DO3-AUD-OLD-RETIRE.
046000     PERFORM 2900-QUEUE-CHANGE-AUDIT THRU 2900-EXIT.
046100     IF DO3-AUD-RESP NOT = DFHRESP(NORMAL)
046200         EXEC CICS UNLOCK FILE('DIVPACK')
046300         END-EXEC
046400         MOVE 'CHANGE NOT DONE - AUDIT QUEUE UNAVAILABLE.'
046500             TO PMSGO
046600         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
046700         GO TO 2500-EXIT
046800     END-IF.
046900
047000     MOVE DO3-NEW-EFF       TO DP-EFFECTIVE-DATE.
047100     MOVE DO3-NEW-RETIRE    TO DP-RETIRE-DATE.
047200     MOVE DO3-NEW-DESC      TO DP-DESCRIPTION.
047300     SET DP-LAST-CHANGED    TO TRUE.
047400     PERFORM 2950-STAMP-RECORD THRU 2950-EXIT.
047500     EXEC CICS REWRITE FILE('DIVPACK')
047600         FROM(DP-PACK-RECORD)
047700         RESP(DO3-RESP)
047800     END-EXEC.
047900     IF DO3-RESP = DFHRESP(NORMAL)
048000         PERFORM 2700-SHOW-AFTER-UPDATE THRU 2700-EXIT
048100         MOVE 'CHANGED.' TO PMSGO
048200     ELSE
048300         MOVE 'CATALOG REWRITE FAILED - SEE CICS LOG.' TO PMSGO
048400     END-IF.
048500     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
048600 2500-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------------
049000* 2600-RETIRE-ENTRY
049100*   ACTION R. ONLY THE ENTRY CURRENTLY DISPLAYED MAY BE RETIRED,
049200*   AS OF THE RETIRE DATE KEYED OR TODAY IF NONE. THE RETIRE DATE
049300*   IS THE FIRST DAY THE SIZE IS OUT OF USE. AN ENTRY ALREADY
049400*   RETIRED IS LEFT ALONE -- MOVING ITS RETIRE DATE IS A CHANGE.
049500*----------------------------------------------------------------
049600 2600-RETIRE-ENTRY.
049700     IF NOT CA3-ENTRY-SHOWN
049800         OR DO3-KEY IS NOT EQUAL TO CA3-SHOWN-KEY
049900         MOVE 'SHOW THE ENTRY FIRST, THEN ACTION R.' TO PMSGO
050000         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
050100         GO TO 2600-EXIT
050200     END-IF.
050300     MOVE SPACES TO DO3-DATE-IN.
050400     IF PRETL IS GREATER THAN ZERO
050500         MOVE PRETI TO DO3-DATE-IN
050600     END-IF.
050700     PERFORM 2850-EDIT-ONE-DATE THRU 2850-EXIT.
050800     IF DO3-DATE-BAD
050900         MOVE 'RETIRE DATE MUST BE CCYYMMDD OR BLANK FOR TODAY.'
051000             TO PMSGO
051100         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
051200         GO TO 2600-EXIT
051300     END-IF.
051400     IF DO3-DATE-BLANK
051500         MOVE DO3-TODAY TO DO3-NEW-RETIRE
051600     ELSE
051700         MOVE DO3-DATE-OUT TO DO3-NEW-RETIRE
051800     END-IF.
051900     EXEC CICS READ FILE('DIVPACK')
052000         INTO(DP-PACK-RECORD)
052100         RIDFLD(DO3-KEY)
052200         UPDATE
052300         RESP(DO3-RESP)
052400     END-EXEC.
052500     IF DO3-RESP = DFHRESP(NOTFND)
052600         MOVE 'ENTRY GONE FROM CATALOG SINCE IT WAS SHOWN.'
052700             TO PMSGO
052800         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
052900         GO TO 2600-EXIT
053000     END-IF.
053100     IF DO3-RESP NOT = DFHRESP(NORMAL)
053200         MOVE 'CATALOG READ FAILED - SEE CICS LOG.' TO PMSGO
053300         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
053400         GO TO 2600-EXIT
053500     END-IF.
053600     IF DP-RETIRE-DATE IS NOT EQUAL TO ZERO
053700         EXEC CICS UNLOCK FILE('DIVPACK')
053800         END-EXEC
053900         MOVE 'ALREADY RETIRED - USE C TO MOVE THE RETIRE DATE.'
054000             TO PMSGO
054100         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
054200         GO TO 2600-EXIT
054300     END-IF.
054400     IF DO3-NEW-RETIRE IS LESS THAN DP-EFFECTIVE-DATE
054500         EXEC CICS UNLOCK FILE('DIVPACK')
054600         END-EXEC
054700         MOVE 'RETIRE DATE CANNOT BE BEFORE THE EFFECTIVE DATE.'
054800             TO PMSGO
054900         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
055000         GO TO 2600-EXIT
055100     END-IF.
055200
055300     MOVE 'R'               TO DO3-AUD-ACTION.
055400     MOVE DP-EFFECTIVE-DATE TO DO3-AUD-OLD-EFF.
055500     MOVE DP-RETIRE-DATE    TO DO3-AUD-OLD-RETIRE.
055600     MOVE DP-EFFECTIVE-DATE TO DO3-NEW-EFF.
055700     PERFORM 2900-QUEUE-CHANGE-AUDIT THRU 2900-EXIT.
055800     IF DO3-AUD-RESP NOT = DFHRESP(NORMAL)
055900         EXEC CICS UNLOCK FILE('DIVPACK')
056000         END-EXEC
056100         MOVE 'RETIRE NOT DONE - AUDIT QUEUE UNAVAILABLE.'
056200             TO PMSGO
056300         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
056400         GO TO 2600-EXIT
056500     END-IF.
056600
056700     MOVE DO3-NEW-RETIRE    TO DP-RETIRE-DATE.
056800     SET DP-LAST-RETIRED    TO TRUE.
056900     PERFORM 2950-STAMP-RECORD THRU 2950-EXIT.
057000     EXEC CICS REWRITE FILE('DIVPACK')
057100         FROM(DP-PACK-RECORD)
057200         RESP(DO3-RESP)
057300     END-EXEC.
057400     IF DO3-RESP = DFHRESP(NORMAL)
057500         PERFORM 2700-SHOW-AFTER-UPDATE THRU 2700-EXIT
057600         MOVE 'RETIRED.' TO PMSGO
057700     ELSE
057800         MOVE 'CATALOG REWRITE FAILED - SEE CICS LOG.' TO PMSGO
057900     END-IF.
058000     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
058100 2600-EXIT.
058200     EXIT.
058300
058400*----------------------------------------------------------------
058500* 2700-SHOW-AFTER-UPDATE
058600*   AFTER A SUCCESSFUL ADD, CHANGE OR RETIRE: THE UPDATED ENTRY
058700*   BECOMES THE DISPLAYED ONE, AND THE LIST IS REBUILT -- FROM
058800*   THE SAME PAGE IF THIS LINE WAS ALREADY LISTED, OTHERWISE FROM
058900*   THE TOP OF THE LINE -- SO THE OPERATOR SEES THE CHANGE IN
059000*   PLACE.
059100*----------------------------------------------------------------
059200 2700-SHOW-AFTER-UPDATE.
059300     PERFORM 4000-FORMAT-DETAIL THRU 4000-EXIT.
059400     MOVE SPACE TO PACTO.
059500     IF CA3-LIST-ACTIVE
059600         AND CA3-PROD-LINE IS EQUAL TO DO3-KEY-LINE
059700         AND CA3-FIRST-SIZE IS LESS THAN DO3-KEY-SIZE
059800         MOVE CA3-FIRST-SIZE TO DO3-KEY-SIZE
059900     ELSE
060000         MOVE ZERO TO DO3-KEY-SIZE
060100     END-IF.
060200     MOVE DO3-KEY-LINE TO CA3-PROD-LINE.
060300     PERFORM 5000-BUILD-LIST-PAGE THRU 5000-EXIT.
060400     PERFORM 5200-SHOW-LIST THRU 5200-EXIT.
060500 2700-EXIT.
060600     EXIT.
060700
060800*----------------------------------------------------------------
060900* 2800-EDIT-ENTRY-FIELDS
061000*   EDITS THE DETAIL FIELDS FOR AN ADD OR CHANGE INTO
061100*   DO3-NEW-EFF/DO3-NEW-RETIRE/DO3-NEW-DESC. THE EFFECTIVE DATE
061200*   DEFAULTS TO TODAY ONLY ON AN ADD; A CHANGE MUST CARRY ONE
061300*   (THE DISPLAYED ENTRY ALWAYS DOES). A BLANK RETIRE DATE MEANS
061400*   NOT RETIRED; ONE THAT IS KEYED MAY NOT BE BEFORE THE
061500*   EFFECTIVE DATE (EQUAL IS ALLOWED -- IT CANCELS AN ENTRY THAT
061600*   NEVER CAME INTO EFFECT). SENDS ITS OWN MESSAGE ON FAILURE.
061700*----------------------------------------------------------------
061800 2800-EDIT-ENTRY-FIELDS.
061900     MOVE 'N' TO DO3-EDIT-SWITCH.
062000     MOVE SPACES TO DO3-DATE-IN.
062100     IF PEFFL IS GREATER THAN ZERO
062200         MOVE PEFFI TO DO3-DATE-IN
062300     END-IF.
062400     PERFORM 2850-EDIT-ONE-DATE THRU 2850-EXIT.
062500     IF DO3-DATE-BAD
062600         OR (DO3-DATE-BLANK AND PACTI IS NOT EQUAL TO 'A')
062700         MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD.' TO PMSGO
062800         SET DO3-EDIT-FAILED TO TRUE
062900         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
063000         GO TO 2800-EXIT
063100     END-IF.
063200     IF DO3-DATE-BLANK
063300         MOVE DO3-TODAY TO DO3-NEW-EFF
063400     ELSE
063500         MOVE DO3-DATE-OUT TO DO3-NEW-EFF
063600     END-IF.
063700
063800     MOVE SPACES TO DO3-DATE-IN.
063900     IF PRETL IS GREATER THAN ZERO
064000         MOVE PRETI TO DO3-DATE-IN
064100     END-IF.
064200     PERFORM 2850-EDIT-ONE-DATE THRU 2850-EXIT.
064300     IF DO3-DATE-BAD
064400         MOVE 'RETIRE DATE MUST BE CCYYMMDD OR BLANK.' TO PMSGO
064500         SET DO3-EDIT-FAILED TO TRUE
064600         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
064700         GO TO 2800-EXIT
064800     END-IF.
064900     IF DO3-DATE-BLANK
065000         MOVE ZERO TO DO3-NEW-RETIRE
065100     ELSE
065200         MOVE DO3-DATE-OUT TO DO3-NEW-RETIRE
065300     END-IF.
065400     IF DO3-NEW-RETIRE IS NOT EQUAL TO ZERO
065500         AND DO3-NEW-RETIRE IS LESS THAN DO3-NEW-EFF
065600         MOVE 'RETIRE DATE CANNOT BE BEFORE THE EFFECTIVE DATE.'
065700             TO PMSGO
065800         SET DO3-EDIT-FAILED TO TRUE
065900         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
066000         GO TO 2800-EXIT
066100     END-IF.
066200
066300     MOVE SPACES TO DO3-NEW-DESC.
066400     IF PDESCL IS GREATER THAN ZERO
066500         MOVE PDESCI TO DO3-NEW-DESC
066600         INSPECT DO3-NEW-DESC REPLACING ALL LOW-VALUE BY SPACE
066700     END-IF.
066800 2800-EXIT.
066900     EXIT.
067000
067100*----------------------------------------------------------------
067200* 2850-EDIT-ONE-DATE
067300*   EDITS DO3-DATE-IN AS CCYYMMDD: BLANK, BAD, OR GOOD WITH THE
067400*   VALUE IN DO3-DATE-OUT.
067500*----------------------------------------------------------------
067600 2850-EDIT-ONE-DATE.
067700     INSPECT DO3-DATE-IN REPLACING ALL LOW-VALUE BY SPACE.
067800     IF DO3-DATE-IN IS EQUAL TO SPACES
067900         SET DO3-DATE-BLANK TO TRUE
068000         GO TO 2850-EXIT
068100     END-IF.
068200     SET DO3-DATE-BAD TO TRUE.
068300     IF DO3-DATE-IN IS NOT NUMERIC
068400         GO TO 2850-EXIT
068500     END-IF.
068600     IF DO3-DATE-CCYY IS LESS THAN 1900
068700         OR DO3-DATE-MM IS LESS THAN 1
068800         OR DO3-DATE-MM IS GREATER THAN 12
068900         OR DO3-DATE-DD IS LESS THAN 1
069000         OR DO3-DATE-DD IS GREATER THAN 31
069100         GO TO 2850-EXIT
069200     END-IF.
069300     MOVE DO3-DATE-IN TO DO3-DATE-OUT.
069400     SET DO3-DATE-GOOD TO TRUE.
069500 2850-EXIT.
069600     EXIT.
069700
069800*----------------------------------------------------------------
069900* 2900-QUEUE-CHANGE-AUDIT
070000*   BUILDS AND QUEUES THE CATALOG-CHANGE EVENT: WHO (OPERATOR AND
070100*   TERMINAL), WHEN, WHICH ENTRY, AND ITS DATES BEFORE AND AFTER.
070200*   THE CALLER HAS ALREADY SET THE ACTION AND THE OLD DATES, AND
070300*   CHECKS DO3-AUD-RESP -- IF THE QUEUE DID NOT TAKE THE EVENT,
070400*   THE CHANGE IS REFUSED.
070500*----------------------------------------------------------------
070600 2900-QUEUE-CHANGE-AUDIT.
070700     MOVE SPACES TO DO3-USERID.
070800     EXEC CICS ASSIGN USERID(DO3-USERID)
070900     END-EXEC.
071000     MOVE DO3-KEY-LINE      TO DO3-AUD-PROD-LINE.
071100     MOVE DO3-KEY-SIZE      TO DO3-AUD-PACK-SIZE.
071200     MOVE DO3-NEW-EFF       TO DO3-AUD-NEW-EFF.
071300     MOVE DO3-NEW-RETIRE    TO DO3-AUD-NEW-RETIRE.
071400     MOVE DO3-USERID        TO DO3-AUD-OPERATOR.
071500     MOVE EIBTRMID          TO DO3-AUD-TERMINAL.
071600     MOVE DO3-DATE-X        TO DO3-AUD-DATE.
071700     MOVE DO3-TIME-X        TO DO3-AUD-TIME.
071800     EXEC CICS WRITEQ TD QUEUE('DIVC')
071900         FROM(DO3-AUD-RECORD)
072000         LENGTH(LENGTH OF DO3-AUD-RECORD)
072100         RESP(DO3-AUD-RESP)
072200     END-EXEC.
072300 2900-EXIT.
072400     EXIT.
072500
072600*----------------------------------------------------------------
072700* 2950-STAMP-RECORD
072800*   THE LAST-CHANGE STAMP ON THE CATALOG RECORD ITSELF, FROM THE
072900*   SAME OPERATOR AND TIMESTAMP THE AUDIT EVENT CARRIED.
073000*----------------------------------------------------------------
073100 2950-STAMP-RECORD.
073200     MOVE DO3-USERID        TO DP-LAST-OPERATOR.
073300     MOVE EIBTRMID          TO DP-LAST-TERMINAL.
073400     MOVE DO3-DATE-X        TO DP-LAST-DATE.
073500     MOVE DO3-TIME-X        TO DP-LAST-TIME.
073600 2950-EXIT.
073700     EXIT.
073800
073900*----------------------------------------------------------------
074000* 3000-PAGE-BACKWARD
074100*   PF7: THE PREVIOUS TWELVE ENTRIES OF THE LISTED LINE. BROWSES
074200*   BACKWARD FROM THE FIRST SIZE ON THE CURRENT PAGE. THE FIRST
074300*   READPREV AFTER THE STARTBR RETURNS THE ENTRY AT THE START KEY
074400*   (OR THE NEXT KEY UP, WHICH MAY BELONG TO ANOTHER LINE), SO
074500*   ANY KEY AT OR ABOVE THE START IS STEPPED OVER. IF NOTHING IS
074600*   AT OR ABOVE THE START, THE BROWSE STARTS FROM THE END OF THE
074700*   FILE, THE SAME WAY DIVONL2 DOES.
074800*----------------------------------------------------------------
074900 3000-PAGE-BACKWARD.
075000     IF NOT CA3-LIST-ACTIVE
075100         MOVE 'NOTHING LISTED - KEY A PRODUCT LINE, PRESS ENTER.'
075200             TO PMSGO
075300         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
075400         GO TO 3000-EXIT
075500     END-IF.
075600     MOVE CA3-PROD-LINE  TO DO3-START-LINE.
075700     MOVE CA3-FIRST-SIZE TO DO3-START-SIZE.
075800     MOVE DO3-START-KEY  TO DO3-KEY.
075900     EXEC CICS STARTBR FILE('DIVPACK')
076000         RIDFLD(DO3-KEY) GTEQ
076100         RESP(DO3-RESP)
076200     END-EXEC.
076300     IF DO3-RESP NOT = DFHRESP(NORMAL)
076400         MOVE HIGH-VALUES TO DO3-KEY
076500         EXEC CICS STARTBR FILE('DIVPACK')
076600             RIDFLD(DO3-KEY) GTEQ
076700             RESP(DO3-RESP)
076800         END-EXEC
076900     END-IF.
077000     IF DO3-RESP NOT = DFHRESP(NORMAL)
077100         MOVE 'CATALOG IS EMPTY.' TO PMSGO
077200         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
077300         GO TO 3000-EXIT
077400     END-IF.
077500     MOVE ZERO TO DO3-BACK-COUNT.
077600     MOVE 'N'  TO DO3-DONE-SWITCH.
077700     PERFORM 3050-STEP-BACK THRU 3050-EXIT
077800         UNTIL DO3-BACK-COUNT IS EQUAL TO 12
077900             OR DO3-BROWSE-DONE.
078000     EXEC CICS ENDBR FILE('DIVPACK')
078100     END-EXEC.
078200     IF DO3-BACK-COUNT IS EQUAL TO ZERO
078300         MOVE 'TOP OF LINE - NO EARLIER ENTRIES.' TO PMSGO
078400         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
078500         GO TO 3000-EXIT
078600     END-IF.
078700     MOVE CA3-PROD-LINE TO DO3-KEY-LINE.
078800     MOVE DO3-NEW-FIRST TO DO3-KEY-SIZE.
078900     PERFORM 5000-BUILD-LIST-PAGE THRU 5000-EXIT.
079000     PERFORM 5200-SHOW-LIST THRU 5200-EXIT.
079100     MOVE SPACE TO PMSGO.
079200     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
079300 3000-EXIT.
079400     EXIT.
079500
079600*----------------------------------------------------------------
079700* 3050-STEP-BACK
079800*   ONE READPREV. KEYS AT OR ABOVE THE START ARE STEPPED OVER;
079900*   A KEY FROM AN EARLIER PRODUCT LINE ENDS THE WALK.
080000*----------------------------------------------------------------
080100 3050-STEP-BACK.
080200     EXEC CICS READPREV FILE('DIVPACK')
080300         INTO(DP-PACK-RECORD)
080400         RIDFLD(DO3-KEY)
080500         RESP(DO3-RESP)
080600     END-EXEC.
080700     IF DO3-RESP NOT = DFHRESP(NORMAL)
080800         SET DO3-BROWSE-DONE TO TRUE
080900         GO TO 3050-EXIT
081000     END-IF.
081100     IF DP-KEY IS NOT LESS THAN DO3-START-KEY
081200         GO TO 3050-EXIT
081300     END-IF.
081400     IF DP-PROD-LINE IS NOT EQUAL TO CA3-PROD-LINE
081500         SET DO3-BROWSE-DONE TO TRUE
081600         GO TO 3050-EXIT
081700     END-IF.
081800     ADD 1 TO DO3-BACK-COUNT.
081900     MOVE DP-PACK-SIZE TO DO3-NEW-FIRST.
082000 3050-EXIT.
082100     EXIT.
082200
082300*----------------------------------------------------------------
082400* 3100-PAGE-FORWARD
082500*   PF8: THE NEXT TWELVE ENTRIES OF THE LISTED LINE, STARTING ONE
082600*   PAST THE LAST SIZE ON THE CURRENT PAGE. AT THE END OF THE
082700*   LINE THE CURRENT PAGE IS LEFT AS IT IS.
082800*----------------------------------------------------------------
082900 3100-PAGE-FORWARD.
083000     IF NOT CA3-LIST-ACTIVE
083100         MOVE 'NOTHING LISTED - KEY A PRODUCT LINE, PRESS ENTER.'
083200             TO PMSGO
083300         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
083400         GO TO 3100-EXIT
083500     END-IF.
083600     IF CA3-LAST-SIZE IS EQUAL TO 999999
083700         MOVE 'END OF LINE - NO LATER ENTRIES.' TO PMSGO
083800         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
083900         GO TO 3100-EXIT
084000     END-IF.
084100     MOVE CA3-PROD-LINE TO DO3-KEY-LINE.
084200     COMPUTE DO3-KEY-SIZE = CA3-LAST-SIZE + 1.
084300     PERFORM 5000-BUILD-LIST-PAGE THRU 5000-EXIT.
084400     IF DO3-LIST-COUNT IS EQUAL TO ZERO
084500         MOVE 'END OF LINE - NO LATER ENTRIES.' TO PMSGO
084600         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
084700         GO TO 3100-EXIT
084800     END-IF.
084900     PERFORM 5200-SHOW-LIST THRU 5200-EXIT.
085000     MOVE SPACE TO PMSGO.
085100     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
085200 3100-EXIT.
085300     EXIT.
085400
085500*----------------------------------------------------------------
085600* 4000-FORMAT-DETAIL
085700*   DRESSES THE DETAIL FIELDS FROM THE CATALOG RECORD IN STORAGE
085800*   AND MAKES IT THE DISPLAYED ENTRY.
085900*----------------------------------------------------------------
086000 4000-FORMAT-DETAIL.
086100     MOVE DP-KEY            TO CA3-SHOWN-KEY.
086200     SET CA3-ENTRY-SHOWN    TO TRUE.
086300     MOVE DP-PROD-LINE      TO PLINEO.
086400     MOVE DP-PACK-SIZE      TO PSIZEO.
086500     MOVE DP-EFFECTIVE-DATE TO PEFFO.
086600     IF DP-RETIRE-DATE IS EQUAL TO ZERO
086700         MOVE SPACES         TO PRETO
086800     ELSE
086900         MOVE DP-RETIRE-DATE TO PRETO
087000     END-IF.
087100     MOVE DP-DESCRIPTION    TO PDESCO.
087200     EVALUATE TRUE
087300         WHEN DP-LAST-ADDED
087400             MOVE 'ADDED'   TO DO3-ACTION-WORD
087500         WHEN DP-LAST-CHANGED
087600             MOVE 'CHANGED' TO DO3-ACTION-WORD
087700         WHEN DP-LAST-RETIRED
087800             MOVE 'RETIRED' TO DO3-ACTION-WORD
087900         WHEN OTHER
088000             MOVE 'LOADED'  TO DO3-ACTION-WORD
088100     END-EVALUATE.
088200     MOVE SPACES TO PLASTO.
088300     STRING DO3-ACTION-WORD  DELIMITED BY SPACE
088400         ' BY '              DELIMITED BY SIZE
088500         DP-LAST-OPERATOR    DELIMITED BY SPACE
088600         ' AT '              DELIMITED BY SIZE
088700         DP-LAST-TERMINAL    DELIMITED BY SPACE
088800         ' ON '              DELIMITED BY SIZE
088900         DP-LAST-DATE        DELIMITED BY SIZE
089000         ' '                 DELIMITED BY SIZE
089100         DP-LAST-TIME        DELIMITED BY SIZE
089200         INTO PLASTO
089300     END-STRING.
089400 4000-EXIT.
089500     EXIT.
089600
089700*----------------------------------------------------------------
089800* 4100-CLEAR-DETAIL
089900*   BLANKS THE DETAIL FIELDS (EXCEPT THE KEY, WHICH STAYS AS THE
090000*   OPERATOR KEYED IT) BEFORE A LOOK-UP THAT MAY FIND NOTHING.
090100*----------------------------------------------------------------
090200 4100-CLEAR-DETAIL.
090300     MOVE SPACES TO PEFFO.
090400     MOVE SPACES TO PRETO.
090500     MOVE SPACES TO PDESCO.
090600     MOVE SPACES TO PLASTO.
090700     MOVE SPACE  TO PACTO.
090800 4100-EXIT.
090900     EXIT.
091000
091100*----------------------------------------------------------------
091200* 5000-BUILD-LIST-PAGE
091300*   BUILDS UP TO TWELVE LIST LINES FOR THE PRODUCT LINE IN
091400*   CA3-PROD-LINE, STARTING AT THE KEY IN DO3-KEY, AND NOTES
091500*   WHETHER THE LINE HAS MORE ENTRIES BEYOND THE PAGE. THE TABLE
091600*   IS ONLY MOVED TO THE SCREEN BY 5200-SHOW-LIST, SO A CALLER
091700*   CAN KEEP THE CURRENT PAGE WHEN THIS FINDS NOTHING.
091800*----------------------------------------------------------------
091900 5000-BUILD-LIST-PAGE.
092000     MOVE SPACES TO DO3-LIST-TABLE.
092100     MOVE ZERO   TO DO3-LIST-COUNT.
092200     MOVE 'N'    TO DO3-MORE-SWITCH.
092300     MOVE 'N'    TO DO3-DONE-SWITCH.
092400     EXEC CICS STARTBR FILE('DIVPACK')
092500         RIDFLD(DO3-KEY) GTEQ
092600         RESP(DO3-RESP)
092700     END-EXEC.
092800     IF DO3-RESP NOT = DFHRESP(NORMAL)
092900         GO TO 5000-EXIT
093000     END-IF.
093100     PERFORM 5100-LIST-ONE-ENTRY THRU 5100-EXIT
093200         UNTIL DO3-LIST-COUNT IS EQUAL TO 12
093300             OR DO3-BROWSE-DONE.
093400     IF NOT DO3-BROWSE-DONE
093500         EXEC CICS READNEXT FILE('DIVPACK')
093600             INTO(DP-PACK-RECORD)
093700             RIDFLD(DO3-KEY)
093800             RESP(DO3-RESP)
093900         END-EXEC
094000         IF DO3-RESP = DFHRESP(NORMAL)
094100             AND DP-PROD-LINE IS EQUAL TO CA3-PROD-LINE
094200             SET DO3-MORE-ENTRIES TO TRUE
094300         END-IF
094400     END-IF.
094500     EXEC CICS ENDBR FILE('DIVPACK')
094600     END-EXEC.
094700 5000-EXIT.
094800     EXIT.
094900
095000*----------------------------------------------------------------
095100* 5100-LIST-ONE-ENTRY
095200*   ONE READNEXT INTO ONE LIST LINE. THE STATUS IS AS OF TODAY;
095300*   THE NIGHTLY JOBS JUDGE IT AGAINST THEIR OWN BUSINESS DATE.
095400*----------------------------------------------------------------
095500 5100-LIST-ONE-ENTRY.
095600     EXEC CICS READNEXT FILE('DIVPACK')
095700         INTO(DP-PACK-RECORD)
095800         RIDFLD(DO3-KEY)
095900         RESP(DO3-RESP)
096000     END-EXEC.
096100     IF DO3-RESP NOT = DFHRESP(NORMAL)
096200         OR DP-PROD-LINE IS NOT EQUAL TO CA3-PROD-LINE
096300         SET DO3-BROWSE-DONE TO TRUE
096400         GO TO 5100-EXIT
096500     END-IF.
096600     ADD 1 TO DO3-LIST-COUNT.
096700     IF DO3-LIST-COUNT IS EQUAL TO 1
096800         MOVE DP-PACK-SIZE TO CA3-FIRST-SIZE
096900     END-IF.
097000     MOVE DP-PACK-SIZE      TO CA3-LAST-SIZE.
097100     MOVE DP-PACK-SIZE      TO DO3-LL-SIZE.
097200     MOVE DP-EFFECTIVE-DATE TO DO3-LL-EFF.
097300     IF DP-RETIRE-DATE IS EQUAL TO ZERO
097400         MOVE SPACES         TO DO3-LL-RETIRE
097500     ELSE
097600         MOVE DP-RETIRE-DATE TO DO3-LL-RETIRE-N
097700     END-IF.
097800     EVALUATE TRUE
097900         WHEN DP-EFFECTIVE-DATE IS GREATER THAN DO3-TODAY
098000             MOVE 'FUTURE'    TO DO3-LL-STATUS
098100         WHEN DP-RETIRE-DATE IS NOT EQUAL TO ZERO
098200             AND DP-RETIRE-DATE IS NOT GREATER THAN DO3-TODAY
098300             MOVE 'RETIRED'   TO DO3-LL-STATUS
098400         WHEN OTHER
098500             MOVE 'IN EFFECT' TO DO3-LL-STATUS
098600     END-EVALUATE.
098700     MOVE DP-DESCRIPTION    TO DO3-LL-DESC.
098800     MOVE DO3-LIST-DETAIL   TO DO3-LIST-LINE (DO3-LIST-COUNT).
098900 5100-EXIT.
099000     EXIT.
099100
099200*----------------------------------------------------------------
099300* 5200-SHOW-LIST
099400*   MOVES THE PAGE JUST BUILT TO THE TWELVE LIST LINES ON THE MAP
099500*   (SPACES CLEAR ANY LINES LEFT OVER FROM A LONGER PAGE) AND
099600*   RECORDS THE LIST AS ACTIVE FOR PF7/PF8.
099700*----------------------------------------------------------------
099800 5200-SHOW-LIST.
099900     SET CA3-LIST-ACTIVE TO TRUE.
100000     IF DO3-LIST-COUNT IS EQUAL TO ZERO
100100         MOVE ZERO TO CA3-FIRST-SIZE
100200         MOVE ZERO TO CA3-LAST-SIZE
100300     END-IF.
100400     MOVE DO3-LIST-LINE (1)  TO PL01O.
100500     MOVE DO3-LIST-LINE (2)  TO PL02O.
100600     MOVE DO3-LIST-LINE (3)  TO PL03O.
100700     MOVE DO3-LIST-LINE (4)  TO PL04O.
100800     MOVE DO3-LIST-LINE (5)  TO PL05O.
100900     MOVE DO3-LIST-LINE (6)  TO PL06O.
101000     MOVE DO3-LIST-LINE (7)  TO PL07O.
101100     MOVE DO3-LIST-LINE (8)  TO PL08O.
101200     MOVE DO3-LIST-LINE (9)  TO PL09O.
101300     MOVE DO3-LIST-LINE (10) TO PL10O.
101400     MOVE DO3-LIST-LINE (11) TO PL11O.
101500     MOVE DO3-LIST-LINE (12) TO PL12O.
101600     IF DO3-MORE-ENTRIES
101700         MOVE 'MORE ENTRIES - PF8 FOR THE NEXT PAGE' TO PMOREO
101800     ELSE
101900         MOVE 'END OF LINE' TO PMOREO
102000     END-IF.
102100 5200-EXIT.
102200     EXIT.
102300
102400*----------------------------------------------------------------
102500* 7000-SEND-DATAONLY
102600*----------------------------------------------------------------
102700 7000-SEND-DATAONLY.
102800     EXEC CICS SEND MAP('DIVMAP3') MAPSET('DIVMSP3')
102900         FROM(DIVMAP3O) DATAONLY CURSOR(0)
103000     END-EXEC.
103100 7000-EXIT.
103200     EXIT.
103300
103400*----------------------------------------------------------------
103500* 8000-SEND-GOODBYE
103600*----------------------------------------------------------------
103700 8000-SEND-GOODBYE.
103800     EXEC CICS SEND TEXT
103900         FROM('DIVP - PACK CATALOG MAINTENANCE COMPLETE')
104000         LENGTH(40) ERASE FREEKB
104100     END-EXEC.
104200 8000-EXIT.
104300     EXIT.
104400
104500*----------------------------------------------------------------
104600* 9000-INVALID-KEY
104700*----------------------------------------------------------------
104800 9000-INVALID-KEY.
104900     MOVE 'INVALID KEY - USE ENTER, PF3, PF7, PF8.' TO PMSGO.
105000     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
105100 9000-EXIT.
105200     EXIT.
105300
105400 END PROGRAM DIVONL3.
