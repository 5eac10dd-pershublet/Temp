000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVONL5.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       PSEUDO-CONVERSATIONAL CICS TRANSACTION DIVS.
000800*                MAINTENANCE FOR THE INPUT SUSPENSE FILE (DIVSUSP
000900*                KSDS, KEYED BY THE RUN ID OF THE NIGHT THAT
001000*                REJECTED THE RECORD PLUS ITS POSITION IN THAT
001100*                NIGHT'S EDIT INPUT). ENTER WITH NO ACTION LISTS
001200*                THE ITEMS STILL OUTSTANDING -- OPEN, OR CORRECTED
001300*                AND WAITING FOR THE NEXT NIGHTLY -- TEN AT A TIME
001400*                FROM THE KEYED RUN ID AND SEQUENCE, PAGED WITH
001500*                PF8/PF7, AND SHOWS THE KEYED ITEM IN THE DETAIL
001600*                FIELDS WITH ITS REASON AND ORIGINAL IMAGE. ACTION
001700*                C CORRECTS THE DISPLAYED ITEM: THE NEW NUM IS
001800*                LAID OVER THE ORIGINAL IMAGE BY DIVBAT05 ON THE
001900*                NEXT NIGHTLY AND THE RECORD GOES BACK THROUGH THE
002000*                EDIT WITH ITS ORIGINAL SOURCE CODE. A CORRECTED
002100*                ITEM MAY BE CORRECTED AGAIN UNTIL IT IS
002200*                RESUBMITTED. ACTION X CANCELS THE DISPLAYED ITEM
002300*                FOR GOOD AND MUST CARRY A NOTE SAYING WHY. ITEMS
002400*                ALREADY RESUBMITTED OR CANCELLED CAN BE SHOWN BUT
002500*                NOT CHANGED, AND ARE NEVER DELETED -- THEY ARE
002600*                THE RECORD THAT EVERY REJECT WAS DEALT WITH.
002700*                LIKE THE DIVP CHANGE AND RETIRE, C AND X ARE ONLY
002800*                HONORED FOR THE ITEM CURRENTLY DISPLAYED, AND THE
002900*                ITEM CARRIES THE OPERATOR, TERMINAL AND TIME OF
003000*                THE LAST ACTION.
003100*----------------------------------------------------------------
003200* MODIFICATION HISTORY
003300*  DATE      INIT  DESCRIPTION
003400*  10/15/26  RH    ORIGINAL PROGRAM.
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
004200 01  DO5-SWITCHES.
004300     03  DO5-DONE-SWITCH    PIC X(01)  VALUE 'N'.
004400         88  DO5-BROWSE-DONE        VALUE 'Y'.
004500     03  DO5-MORE-SWITCH    PIC X(01)  VALUE 'N'.
004600         88  DO5-MORE-ITEMS         VALUE 'Y'.
004700     03  DO5-EDIT-SWITCH    PIC X(01)  VALUE 'N'.
004800         88  DO5-EDIT-FAILED        VALUE 'Y'.
004900
005000 01  DO5-WORK-FIELDS.
005100     03  DO5-KEY.
005200         05  DO5-KEY-RUN    PIC 9(14).
005300         05  DO5-KEY-SEQ    PIC 9(7).
005400     03  DO5-START-KEY.
005500         05  DO5-START-RUN  PIC 9(14).
005600         05  DO5-START-SEQ  PIC 9(7).
005700     03  DO5-NEW-FIRST      PIC X(21).
005800     03  DO5-RESP           PIC S9(8) COMP.
005900     03  DO5-ABSTIME        PIC S9(15) COMP-3.
006000     03  DO5-DATE-X         PIC X(8).
006100     03  DO5-TODAY          REDEFINES DO5-DATE-X
006200                            PIC 9(8).
006300     03  DO5-TIME-X         PIC X(6).
006400     03  DO5-TODAY-DAY      PIC 9(7) COMP.
006500     03  DO5-AGE            PIC S9(7) COMP.
006600     03  DO5-USERID         PIC X(8).
006700     03  DO5-NEW-NUM        PIC 9(6).
006800     03  DO5-NEW-NOTE       PIC X(30).
006900     03  DO5-LIST-COUNT     PIC 9(3) COMP-5.
007000     03  DO5-BACK-COUNT     PIC 9(3) COMP-5.
007100     03  DO5-STATUS-WORD    PIC X(11).
007200
007300*    ONE PAGE OF THE OUTSTANDING-ITEM LIST AS BUILT, AND THE
007400*    LAYOUT OF ONE LIST LINE (MATCHES THE COLUMN HEADINGS ON
007500*    DIVMAP5). AGE IS DAYS SINCE THE BUSINESS DATE THE ITEM WAS
007600*    REJECTED ON, AS OF TODAY.
007700 01  DO5-LIST-TABLE.
007800     03  DO5-LIST-LINE      OCCURS 10 TIMES
007900                            PIC X(79).
008000
008100 01  DO5-LIST-DETAIL.
008200     03  DO5-LL-RUN-ID      PIC 9(14).
008300     03  FILLER             PIC X(01)  VALUE SPACE.
008400     03  DO5-LL-SEQ         PIC Z(6)9.
008500     03  FILLER             PIC X(02)  VALUE SPACES.
008600     03  DO5-LL-SOURCE      PIC X(1).
008700     03  FILLER             PIC X(03)  VALUE SPACES.
008800     03  DO5-LL-STATUS      PIC X(9).
008900     03  FILLER             PIC X(02)  VALUE SPACES.
009000     03  DO5-LL-CORR        PIC X(6).
009100     03  FILLER             PIC X(02)  VALUE SPACES.
009200     03  DO5-LL-AGE         PIC ZZZ9.
009300     03  FILLER             PIC X(02)  VALUE SPACES.
009400     03  DO5-LL-REASON      PIC X(25).
009500     03  FILLER             PIC X(01)  VALUE SPACE.
009600
009700*    THE SUSPENSE RECORD AS READ UNDER CICS. SAME COPYBOOK THE
009800*    BATCH PROGRAMS PUT UNDER THEIR FD.
009900     COPY DIVSUSP.
010000
010100     COPY DIVMAP5.
010200
010300     COPY DFHAID.
010400
010500 01  DIVONL5-COMMAREA.
010600     03  CA5-FIRST-KEY      PIC X(21).
010700     03  CA5-LAST-KEY       PIC X(21).
010800     03  CA5-LIST-SWITCH    PIC X(1).
010900         88  CA5-LIST-ACTIVE        VALUE 'Y'.
011000     03  CA5-SHOWN-KEY      PIC X(21).
011100     03  CA5-SHOWN-SWITCH   PIC X(1).
011200         88  CA5-ITEM-SHOWN         VALUE 'Y'.
011300
011400 LINKAGE SECTION.
011500 01  DFHCOMMAREA.
011600     03  LK5-CA-FIRST-KEY   PIC X(21).
011700     03  LK5-CA-LAST-KEY    PIC X(21).
011800     03  LK5-CA-LIST-SWITCH PIC X(1).
011900     03  LK5-CA-SHOWN-KEY   PIC X(21).
012000     03  LK5-CA-SHOWN-SWITCH PIC X(1).
012100
012200 PROCEDURE DIVISION USING DFHCOMMAREA.
012300*----------------------------------------------------------------
012400* 0000-MAIN-LOGIC
012500*   PSEUDO-CONVERSATIONAL ENTRY POINT FOR TRANSID DIVS, BUILT ON
012600*   THE SAME PATTERN AS DIVONL3: FIRST ENTRY SENDS THE BLANK
012700*   SCREEN, EVERY LATER ENTRY CARRIES THE LIST PAGE BOUNDS AND
012800*   THE DISPLAYED ITEM'S KEY FORWARD IN THE COMMAREA, WHICH IS
012900*   RETURNED FROM WORKING STORAGE.
013000*----------------------------------------------------------------
013100 0000-MAIN-LOGIC.
013200     PERFORM 1100-GET-TIMESTAMP THRU 1100-EXIT.
013300     IF EIBCALEN = 0
013400         PERFORM 1200-CLEAR-COMMAREA THRU 1200-EXIT
013500         PERFORM 1000-SEND-INITIAL-SCREEN THRU 1000-EXIT
013600     ELSE
013700         MOVE LK5-CA-FIRST-KEY    TO CA5-FIRST-KEY
013800         MOVE LK5-CA-LAST-KEY     TO CA5-LAST-KEY
013900         MOVE LK5-CA-LIST-SWITCH  TO CA5-LIST-SWITCH
014000         MOVE LK5-CA-SHOWN-KEY    TO CA5-SHOWN-KEY
014100         MOVE LK5-CA-SHOWN-SWITCH TO CA5-SHOWN-SWITCH
014200         EVALUATE TRUE
014300             WHEN EIBAID = DFHCLEAR
014400                 PERFORM 1200-CLEAR-COMMAREA THRU 1200-EXIT
014500                 PERFORM 1000-SEND-INITIAL-SCREEN THRU 1000-EXIT
014600             WHEN EIBAID = DFHPF3
014700                 PERFORM 8000-SEND-GOODBYE THRU 8000-EXIT
014800                 EXEC CICS RETURN
014900                 END-EXEC
015000             WHEN EIBAID = DFHENTER
015100                 PERFORM 2000-PROCESS-ENTER THRU 2000-EXIT
015200             WHEN EIBAID = DFHPF7
015300                 PERFORM 3000-PAGE-BACKWARD THRU 3000-EXIT
015400             WHEN EIBAID = DFHPF8
015500                 PERFORM 3100-PAGE-FORWARD THRU 3100-EXIT
015600             WHEN OTHER
015700                 PERFORM 9000-INVALID-KEY THRU 9000-EXIT
015800         END-EVALUATE
015900     END-IF.
016000
016100     EXEC CICS RETURN TRANSID('DIVS')
016200         COMMAREA(DIVONL5-COMMAREA)
016300         LENGTH(LENGTH OF DIVONL5-COMMAREA)
016400     END-EXEC.
016500
016600*----------------------------------------------------------------
016700* 1000-SEND-INITIAL-SCREEN
016800*----------------------------------------------------------------
016900 1000-SEND-INITIAL-SCREEN.
017000     MOVE LOW-VALUE TO DIVMAP5O.
017100     MOVE 'PRESS ENTER TO LIST OUTSTANDING ITEMS OR KEY A RUN ID.'
017200         TO SMSGO.
017300     EXEC CICS SEND MAP('DIVMAP5') MAPSET('DIVMSP5')
017400         FROM(DIVMAP5O) ERASE
017500     END-EXEC.
017600 1000-EXIT.
017700     EXIT.
017800
017900*----------------------------------------------------------------
018000* 1100-GET-TIMESTAMP
018100*   TODAY'S DATE AND TIME, TAKEN ONCE PER TURN. THE DATE DRIVES
018200*   THE AGE ON THE LIST; BOTH GO INTO THE LAST-ACTION STAMP ON
018300*   THE RECORD.
018400*----------------------------------------------------------------
018500 1100-GET-TIMESTAMP.
018600     EXEC CICS ASKTIME ABSTIME(DO5-ABSTIME)
018700     END-EXEC.
018800     EXEC CICS FORMATTIME ABSTIME(DO5-ABSTIME)
018900         YYYYMMDD(DO5-DATE-X)
019000         TIME(DO5-TIME-X)
019100     END-EXEC.
019200     COMPUTE DO5-TODAY-DAY = FUNCTION INTEGER-OF-DATE (DO5-TODAY).
019300 1100-EXIT.
019400     EXIT.
019500
019600*----------------------------------------------------------------
019700* 1200-CLEAR-COMMAREA
019800*----------------------------------------------------------------
019900 1200-CLEAR-COMMAREA.
020000     MOVE ZEROS  TO CA5-FIRST-KEY.
020100     MOVE ZEROS  TO CA5-LAST-KEY.
020200     MOVE 'N'    TO CA5-LIST-SWITCH.
020300     MOVE SPACES TO CA5-SHOWN-KEY.
020400     MOVE 'N'    TO CA5-SHOWN-SWITCH.
020500 1200-EXIT.
020600     EXIT.
020700
020800*----------------------------------------------------------------
020900* 2000-PROCESS-ENTER
021000*   ENTER PICKS UP THE KEY (RUN ID AND SEQUENCE, BOTH OPTIONAL)
021100*   AND DISPATCHES ON THE ACTION: BLANK LISTS/SHOWS, C CORRECTS,
021200*   X CANCELS. ANYTHING ELSE IN THE ACTION FIELD IS REJECTED.
021300*----------------------------------------------------------------
021400 2000-PROCESS-ENTER.
021500     EXEC CICS RECEIVE MAP('DIVMAP5') MAPSET('DIVMSP5')
021600         INTO(DIVMAP5I)
021700     END-EXEC.
021800
021900     MOVE ZERO TO DO5-KEY-RUN.
022000     IF SRUNL IS GREATER THAN ZERO
022100         AND SRUNI IS NOT EQUAL TO SPACES
022200         AND SRUNI IS NOT EQUAL TO LOW-VALUES
022300         IF SRUNI IS NOT NUMERIC
022400             MOVE 'RUN ID MUST BE NUMERIC, 14 DIGITS. RE-ENTER.'
022500                 TO SMSGO
022600             PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
022700             GO TO 2000-EXIT
022800         END-IF
022900         MOVE SRUNI TO DO5-KEY-RUN
023000     END-IF.
023100     MOVE ZERO TO DO5-KEY-SEQ.
023200     IF SSEQL IS GREATER THAN ZERO
023300         AND SSEQI IS NOT EQUAL TO SPACES
023400         AND SSEQI IS NOT EQUAL TO LOW-VALUES
023500         IF SSEQI IS NOT NUMERIC
023600             MOVE 'SEQ MUST BE NUMERIC, 1-9999999. RE-ENTER.'
023700                 TO SMSGO
023800             PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
023900             GO TO 2000-EXIT
024000         END-IF
024100         MOVE SSEQI TO DO5-KEY-SEQ
024200     END-IF.
024300
024400     EVALUATE SACTI
024500         WHEN 'C'
024600             PERFORM 2400-CORRECT-ITEM THRU 2400-EXIT
024700         WHEN 'X'
024800             PERFORM 2500-CANCEL-ITEM THRU 2500-EXIT
024900         WHEN ' '
025000             PERFORM 2100-INQUIRE THRU 2100-EXIT
025100         WHEN LOW-VALUE
025200             PERFORM 2100-INQUIRE THRU 2100-EXIT
025300         WHEN OTHER
025400             MOVE 'ACTION MUST BE BLANK (LIST), C OR X.' TO SMSGO
025500             PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
025600     END-EVALUATE.
025700 2000-EXIT.
025800     EXIT.
025900
026000*----------------------------------------------------------------
026100* 2100-INQUIRE
026200*   NO ACTION. WITH A RUN ID AND SEQUENCE KEYED, THE ITEM IS READ
026300*   AND SHOWN IN THE DETAIL FIELDS, WHATEVER ITS STATUS. THE LIST
026400*   OF OUTSTANDING ITEMS STARTS AT THE KEY AS FAR AS IT WAS KEYED
026500*   -- FROM THE TOP OF THE FILE IF NOTHING WAS.
026600*----------------------------------------------------------------
026700 2100-INQUIRE.
026800     MOVE 'N' TO CA5-SHOWN-SWITCH.
026900     MOVE SPACES TO CA5-SHOWN-KEY.
027000     PERFORM 4100-CLEAR-DETAIL THRU 4100-EXIT.
027100     MOVE SPACE TO SMSGO.
027200     IF DO5-KEY-RUN IS GREATER THAN ZERO
027300         AND DO5-KEY-SEQ IS GREATER THAN ZERO
027400         EXEC CICS READ FILE('DIVSUSP')
027500             INTO(DS-SUSPENSE-RECORD)
027600             RIDFLD(DO5-KEY)
027700             RESP(DO5-RESP)
027800         END-EXEC
027900         EVALUATE DO5-RESP
028000             WHEN DFHRESP(NORMAL)
028100                 PERFORM 4000-FORMAT-DETAIL THRU 4000-EXIT
028200                 IF DS-OPEN OR DS-CORRECTED
028300                     MOVE 'SHOWN - C TO CORRECT, X TO CANCEL.'
028400                         TO SMSGO
028500                 ELSE
028600                     MOVE 'SHOWN - ITEM IS CLOSED.' TO SMSGO
028700                 END-IF
028800             WHEN DFHRESP(NOTFND)
028900                 MOVE 'NO SUSPENSE ITEM WITH THAT RUN ID AND SEQ.'
029000                     TO SMSGO
029100             WHEN OTHER
029200                 MOVE 'SUSPENSE READ FAILED - SEE CICS LOG.'
029300                     TO SMSGO
029400                 PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
029500                 GO TO 2100-EXIT
029600         END-EVALUATE
029700     END-IF.
029800     PERFORM 5000-BUILD-LIST-PAGE THRU 5000-EXIT.
029900     PERFORM 5200-SHOW-LIST THRU 5200-EXIT.
030000     IF DO5-LIST-COUNT IS EQUAL TO ZERO
030100         AND SMSGO IS EQUAL TO SPACES
030200         MOVE 'NO OUTSTANDING SUSPENSE ITEMS FROM THERE ON.'
030300             TO SMSGO
030400     END-IF.
030500     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
030600 2100-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------------
031000* 2400-CORRECT-ITEM
031100*   ACTION C. ONLY THE ITEM CURRENTLY DISPLAYED MAY BE CORRECTED,
031200*   AND ONLY WHILE IT IS OPEN OR CORRECTED -- ONCE THE NIGHTLY
031300*   HAS RESUBMITTED IT, OR IT HAS BEEN CANCELLED, IT IS CLOSED.
031400*   THE NEW NUM MUST BE 1-999999, THE RANGE THE DRIVER ACCEPTS.
031500*   A NOTE IS OPTIONAL; BLANK LEAVES ANY EARLIER NOTE AS IT WAS.
031600*----------------------------------------------------------------
031700 2400-CORRECT-ITEM.
031800     IF NOT CA5-ITEM-SHOWN
031900         OR DO5-KEY IS NOT EQUAL TO CA5-SHOWN-KEY
032000         MOVE 'SHOW THE ITEM FIRST, THEN ACTION C.' TO SMSGO
032100         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
032200         GO TO 2400-EXIT
032300     END-IF.
032400     MOVE ZERO TO DO5-NEW-NUM.
032500     IF SNUML IS GREATER THAN ZERO
032600         AND SNUMI IS NUMERIC
032700         MOVE SNUMI TO DO5-NEW-NUM
032800     END-IF.
032900     IF DO5-NEW-NUM IS EQUAL TO ZERO
033000         MOVE 'KEY THE CORRECTED NUM (1-999999), THEN ACTION C.'
033100             TO SMSGO
033200         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
033300         GO TO 2400-EXIT
033400     END-IF.
033500     PERFORM 2800-GET-NOTE THRU 2800-EXIT.
033600     PERFORM 2600-READ-FOR-UPDATE THRU 2600-EXIT.
033700     IF DO5-EDIT-FAILED
033800         GO TO 2400-EXIT
033900     END-IF.
034000
034100     MOVE DO5-NEW-NUM       TO DS-CORR-NUM.
034200     IF DO5-NEW-NOTE IS NOT EQUAL TO SPACES
034300         MOVE DO5-NEW-NOTE  TO DS-NOTE
034400     END-IF.
034500     SET DS-CORRECTED       TO TRUE.
034600     PERFORM 2950-STAMP-RECORD THRU 2950-EXIT.
034700     EXEC CICS REWRITE FILE('DIVSUSP')
034800         FROM(DS-SUSPENSE-RECORD)
034900         RESP(DO5-RESP)
035000     END-EXEC.
035100     IF DO5-RESP = DFHRESP(NORMAL)
035200         PERFORM 2700-SHOW-AFTER-UPDATE THRU 2700-EXIT
035300         MOVE 'CORRECTED - GOES BACK IN ON THE NEXT NIGHTLY.'
035400             TO SMSGO
035500     ELSE
035600         MOVE 'SUSPENSE REWRITE FAILED - SEE CICS LOG.' TO SMSGO
035700     END-IF.
035800     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
035900 2400-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------------
036300* 2500-CANCEL-ITEM
036400*   ACTION X. ONLY THE ITEM CURRENTLY DISPLAYED MAY BE CANCELLED,
036500*   ONLY WHILE IT IS OPEN OR CORRECTED, AND ONLY WITH A NOTE --
036600*   A CANCELLED ITEM IS A RECORD THE UPSTREAM SENT THAT WILL
036700*   NEVER BE PROCESSED, AND THE NOTE IS THE ONLY ACCOUNT OF WHY.
036800*----------------------------------------------------------------
036900 2500-CANCEL-ITEM.
037000     IF NOT CA5-ITEM-SHOWN
037100         OR DO5-KEY IS NOT EQUAL TO CA5-SHOWN-KEY
037200         MOVE 'SHOW THE ITEM FIRST, THEN ACTION X.' TO SMSGO
037300         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
037400         GO TO 2500-EXIT
037500     END-IF.
037600     PERFORM 2800-GET-NOTE THRU 2800-EXIT.
037700     IF DO5-NEW-NOTE IS EQUAL TO SPACES
037800         MOVE 'KEY A NOTE SAYING WHY, THEN ACTION X.' TO SMSGO
037900         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
038000         GO TO 2500-EXIT
038100     END-IF.
038200     PERFORM 2600-READ-FOR-UPDATE THRU 2600-EXIT.
038300     IF DO5-EDIT-FAILED
038400         GO TO 2500-EXIT
038500     END-IF.
038600
038700     MOVE DO5-NEW-NOTE      TO DS-NOTE.
038800     SET DS-CANCELLED       TO TRUE.
038900     PERFORM 2950-STAMP-RECORD THRU 2950-EXIT.
039000     EXEC CICS REWRITE FILE('DIVSUSP')
039100         FROM(DS-SUSPENSE-RECORD)
039200         RESP(DO5-RESP)
039300     END-EXEC.
039400     IF DO5-RESP = DFHRESP(NORMAL)
039500         PERFORM 2700-SHOW-AFTER-UPDATE THRU 2700-EXIT
039600         MOVE 'CANCELLED.' TO SMSGO
039700     ELSE
039800         MOVE 'SUSPENSE REWRITE FAILED - SEE CICS LOG.' TO SMSGO
039900     END-IF.
040000     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
040100 2500-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------------
040500* 2600-READ-FOR-UPDATE
040600*   READS THE DISPLAYED ITEM FOR UPDATE FOR A C OR X. AN ITEM
040700*   THAT HAS GONE, OR HAS BEEN CLOSED SINCE IT WAS SHOWN (THE
040800*   NIGHTLY RESUBMITTED IT, OR ANOTHER TERMINAL CANCELLED IT),
040900*   IS REFUSED WITH THE LOCK RELEASED. SENDS ITS OWN MESSAGE ON
041000*   FAILURE.
041100*----------------------------------------------------------------
041200 2600-READ-FOR-UPDATE.
041300     MOVE 'N' TO DO5-EDIT-SWITCH.
041400     EXEC CICS READ FILE('DIVSUSP')
041500         INTO(DS-SUSPENSE-RECORD)
041600         RIDFLD(DO5-KEY)
041700         UPDATE
041800         RESP(DO5-RESP)
041900     END-EXEC.
042000     IF DO5-RESP = DFHRESP(NOTFND)
042100         MOVE 'ITEM GONE FROM SUSPENSE SINCE IT WAS SHOWN.'
042200             TO SMSGO
042300         SET DO5-EDIT-FAILED TO TRUE
042400         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
042500         GO TO 2600-EXIT
042600     END-IF.
042700     IF DO5-RESP NOT = DFHRESP(NORMAL)
042800         MOVE 'SUSPENSE READ FAILED - SEE CICS LOG.' TO SMSGO
042900         SET DO5-EDIT-FAILED TO TRUE
043000         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
043100         GO TO 2600-EXIT
043200     END-IF.
043300     IF DS-RESUBMITTED OR DS-CANCELLED
043400         EXEC CICS UNLOCK FILE('DIVSUSP')
043500         END-EXEC
043600         PERFORM 4000-FORMAT-DETAIL THRU 4000-EXIT
043700         MOVE 'ITEM IS CLOSED - IT CAN NO LONGER BE CHANGED.'
043800             TO SMSGO
043900         SET DO5-EDIT-FAILED TO TRUE
044000         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
044100         GO TO 2600-EXIT
044200     END-IF.
044300 2600-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------
044700* 2700-SHOW-AFTER-UPDATE
044800*   AFTER A SUCCESSFUL C OR X: THE UPDATED ITEM STAYS DISPLAYED,
044900*   AND THE LIST IS REBUILT FROM THE SAME PAGE IF ONE WAS LISTED
045000*   SO THE OPERATOR SEES THE CHANGE IN PLACE (A CANCELLED ITEM
045100*   DROPS OFF IT).
045200*----------------------------------------------------------------
045300 2700-SHOW-AFTER-UPDATE.
045400     PERFORM 4000-FORMAT-DETAIL THRU 4000-EXIT.
045500     MOVE SPACE TO SACTO.
045600     IF CA5-LIST-ACTIVE
045700         MOVE CA5-FIRST-KEY TO DO5-KEY
045800     ELSE
045900         MOVE ZEROS TO DO5-KEY
046000     END-IF.
046100     PERFORM 5000-BUILD-LIST-PAGE THRU 5000-EXIT.
046200     PERFORM 5200-SHOW-LIST THRU 5200-EXIT.
046300 2700-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------------
046700* 2800-GET-NOTE
046800*----------------------------------------------------------------
046900 2800-GET-NOTE.
047000     MOVE SPACES TO DO5-NEW-NOTE.
047100     IF SNOTEL IS GREATER THAN ZERO
047200         MOVE SNOTEI TO DO5-NEW-NOTE
047300         INSPECT DO5-NEW-NOTE REPLACING ALL LOW-VALUE BY SPACE
047400     END-IF.
047500 2800-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------------
047900* 2950-STAMP-RECORD
048000*   THE LAST-ACTION STAMP ON THE SUSPENSE RECORD: WHO (OPERATOR
048100*   AND TERMINAL) AND WHEN.
048200*----------------------------------------------------------------
048300 2950-STAMP-RECORD.
048400     MOVE SPACES TO DO5-USERID.
048500     EXEC CICS ASSIGN USERID(DO5-USERID)
048600     END-EXEC.
048700     MOVE DO5-USERID        TO DS-LAST-OPERATOR.
048800     MOVE EIBTRMID          TO DS-LAST-TERMINAL.
048900     MOVE DO5-DATE-X        TO DS-LAST-DATE.
049000     MOVE DO5-TIME-X        TO DS-LAST-TIME.
049100 2950-EXIT.
049200     EXIT.
049300
049400*----------------------------------------------------------------
049500* 3000-PAGE-BACKWARD
049600*   PF7: THE PREVIOUS TEN OUTSTANDING ITEMS. BROWSES BACKWARD FROM
049700*   THE FIRST KEY ON THE CURRENT PAGE, STEPPING OVER ANY KEY AT OR
049800*   ABOVE THE START AND ANY CLOSED ITEM, THE SAME WAY DIVONL3
049900*   PAGES ITS CATALOG. IF NOTHING IS AT OR ABOVE THE START, THE
050000*   BROWSE STARTS FROM THE END OF THE FILE.
050100*----------------------------------------------------------------
050200 3000-PAGE-BACKWARD.
050300     IF NOT CA5-LIST-ACTIVE
050400         MOVE 'NOTHING LISTED - PRESS ENTER TO LIST.' TO SMSGO
050500         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
050600         GO TO 3000-EXIT
050700     END-IF.
050800     MOVE CA5-FIRST-KEY  TO DO5-START-KEY.
050900     MOVE DO5-START-KEY  TO DO5-KEY.
051000     EXEC CICS STARTBR FILE('DIVSUSP')
051100         RIDFLD(DO5-KEY) GTEQ
051200         RESP(DO5-RESP)
051300     END-EXEC.
051400     IF DO5-RESP NOT = DFHRESP(NORMAL)
051500         MOVE HIGH-VALUES TO DO5-KEY
051600         EXEC CICS STARTBR FILE('DIVSUSP')
051700             RIDFLD(DO5-KEY) GTEQ
051800             RESP(DO5-RESP)
051900         END-EXEC
052000     END-IF.
052100     IF DO5-RESP NOT = DFHRESP(NORMAL)
052200         MOVE 'SUSPENSE FILE IS EMPTY.' TO SMSGO
052300         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
052400         GO TO 3000-EXIT
052500     END-IF.
052600     MOVE ZERO TO DO5-BACK-COUNT.
052700     MOVE 'N'  TO DO5-DONE-SWITCH.
052800     PERFORM 3050-STEP-BACK THRU 3050-EXIT
052900         UNTIL DO5-BACK-COUNT IS EQUAL TO 10
053000             OR DO5-BROWSE-DONE.
053100     EXEC CICS ENDBR FILE('DIVSUSP')
053200     END-EXEC.
053300     IF DO5-BACK-COUNT IS EQUAL TO ZERO
053400         MOVE 'TOP OF LIST - NO EARLIER ITEMS OUTSTANDING.'
053500             TO SMSGO
053600         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
053700         GO TO 3000-EXIT
053800     END-IF.
053900     MOVE DO5-NEW-FIRST TO DO5-KEY.
054000     PERFORM 5000-BUILD-LIST-PAGE THRU 5000-EXIT.
054100     PERFORM 5200-SHOW-LIST THRU 5200-EXIT.
054200     MOVE SPACE TO SMSGO.
054300     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
054400 3000-EXIT.
054500     EXIT.
054600
054700*----------------------------------------------------------------
054800* 3050-STEP-BACK
054900*   ONE READPREV. KEYS AT OR ABOVE THE START AND CLOSED ITEMS ARE
055000*   STEPPED OVER; THE START OF THE FILE ENDS THE WALK.
055100*----------------------------------------------------------------
055200 3050-STEP-BACK.
055300     EXEC CICS READPREV FILE('DIVSUSP')
055400         INTO(DS-SUSPENSE-RECORD)
055500         RIDFLD(DO5-KEY)
055600         RESP(DO5-RESP)
055700     END-EXEC.
055800     IF DO5-RESP NOT = DFHRESP(NORMAL)
055900         SET DO5-BROWSE-DONE TO TRUE
056000         GO TO 3050-EXIT
056100     END-IF.
056200     IF DS-KEY IS NOT LESS THAN DO5-START-KEY
056300         GO TO 3050-EXIT
056400     END-IF.
056500     IF NOT DS-OPEN AND NOT DS-CORRECTED
056600         GO TO 3050-EXIT
056700     END-IF.
056800     ADD 1 TO DO5-BACK-COUNT.
056900     MOVE DS-KEY TO DO5-NEW-FIRST.
057000 3050-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------------
057400* 3100-PAGE-FORWARD
057500*   PF8: THE NEXT TEN OUTSTANDING ITEMS, STARTING ONE PAST THE
057600*   LAST KEY ON THE CURRENT PAGE. AT THE END OF THE FILE THE
057700*   CURRENT PAGE IS LEFT AS IT IS.
057800*----------------------------------------------------------------
057900 3100-PAGE-FORWARD.
058000     IF NOT CA5-LIST-ACTIVE
058100         MOVE 'NOTHING LISTED - PRESS ENTER TO LIST.' TO SMSGO
058200         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
058300         GO TO 3100-EXIT
058400     END-IF.
058500     MOVE CA5-LAST-KEY TO DO5-KEY.
058600     IF DO5-KEY-SEQ IS EQUAL TO 9999999
058700         ADD 1 TO DO5-KEY-RUN
058800         MOVE ZERO TO DO5-KEY-SEQ
058900     ELSE
059000         ADD 1 TO DO5-KEY-SEQ
059100     END-IF.
059200     PERFORM 5000-BUILD-LIST-PAGE THRU 5000-EXIT.
059300     IF DO5-LIST-COUNT IS EQUAL TO ZERO
059400         MOVE 'END OF LIST - NO LATER ITEMS OUTSTANDING.' TO SMSGO
059500         PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT
059600         GO TO 3100-EXIT
059700     END-IF.
059800     PERFORM 5200-SHOW-LIST THRU 5200-EXIT.
059900     MOVE SPACE TO SMSGO.
060000     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
060100 3100-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------------
060500* 4000-FORMAT-DETAIL
060600*   DRESSES THE DETAIL FIELDS FROM THE SUSPENSE RECORD IN STORAGE
060700*   AND MAKES IT THE DISPLAYED ITEM. THE NEW NUM AND NOTE FIELDS
060800*   SHOW WHAT IS ON FILE, SO A SECOND CORRECTION STARTS FROM THE
060900*   FIRST ONE. A RESUBMITTED ITEM SHOWS THE RUN THAT TOOK IT BACK.
061000*----------------------------------------------------------------
061100 4000-FORMAT-DETAIL.
061200     MOVE DS-KEY            TO CA5-SHOWN-KEY.
061300     SET CA5-ITEM-SHOWN     TO TRUE.
061400     MOVE DS-RUN-ID         TO SRUNO.
061500     MOVE DS-INPUT-SEQ      TO SSEQO.
061600     MOVE DS-BUSINESS-DATE  TO SDATEO.
061700     MOVE DS-SOURCE         TO SSRCO.
061800     PERFORM 4200-SET-STATUS-WORD THRU 4200-EXIT.
061900     MOVE DO5-STATUS-WORD   TO SSTATO.
062000     MOVE DS-REASON         TO SREASO.
062100     MOVE DS-ORIG-IMAGE (1:40)  TO SIMG1O.
062150     MOVE DS-ORIG-IMAGE (41:40) TO SIMG2O.
062200     IF DS-CORR-NUM IS EQUAL TO ZERO
062300         MOVE SPACES         TO SNUMO
062400     ELSE
062500         MOVE DS-CORR-NUM    TO SNUMO
062600     END-IF.
062700     MOVE DS-NOTE           TO SNOTEO.
062800     MOVE SPACES TO SLASTO.
062900     IF DS-RESUBMITTED
063000         STRING 'RESUBMITTED IN RUN '  DELIMITED BY SIZE
063100             DS-RESUB-RUN-ID       DELIMITED BY SIZE
063200             ' ON '                DELIMITED BY SIZE
063300             DS-RESUB-DATE         DELIMITED BY SIZE
063400             INTO SLASTO
063500         END-STRING
063600         GO TO 4000-EXIT
063700     END-IF.
063800     IF DS-OPEN
063900         MOVE 'HELD' TO DO5-STATUS-WORD
064000     END-IF.
064100     STRING DO5-STATUS-WORD  DELIMITED BY SPACE
064200         ' BY '              DELIMITED BY SIZE
064300         DS-LAST-OPERATOR    DELIMITED BY SPACE
064400         ' AT '              DELIMITED BY SIZE
064500         DS-LAST-TERMINAL    DELIMITED BY SPACE
064600         ' ON '              DELIMITED BY SIZE
064700         DS-LAST-DATE        DELIMITED BY SIZE
064800         ' '                 DELIMITED BY SIZE
064900         DS-LAST-TIME        DELIMITED BY SIZE
065000         INTO SLASTO
065100     END-STRING.
065200 4000-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------------
065600* 4100-CLEAR-DETAIL
065700*   BLANKS THE DETAIL FIELDS (EXCEPT THE KEY, WHICH STAYS AS THE
065800*   OPERATOR KEYED IT) BEFORE A LOOK-UP THAT MAY FIND NOTHING.
065900*----------------------------------------------------------------
066000 4100-CLEAR-DETAIL.
066100     MOVE SPACES TO SDATEO.
066200     MOVE SPACES TO SSRCO.
066300     MOVE SPACES TO SSTATO.
066400     MOVE SPACES TO SREASO.
066500     MOVE SPACES TO SIMG1O.
066550     MOVE SPACES TO SIMG2O.
066600     MOVE SPACES TO SNUMO.
066700     MOVE SPACES TO SNOTEO.
066800     MOVE SPACES TO SLASTO.
066900     MOVE SPACE  TO SACTO.
067000 4100-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------------
067400* 4200-SET-STATUS-WORD
067500*----------------------------------------------------------------
067600 4200-SET-STATUS-WORD.
067700     EVALUATE TRUE
067800         WHEN DS-OPEN
067900             MOVE 'OPEN'        TO DO5-STATUS-WORD
068000         WHEN DS-CORRECTED
068100             MOVE 'CORRECTED'   TO DO5-STATUS-WORD
068200         WHEN DS-RESUBMITTED
068300             MOVE 'RESUBMITTED' TO DO5-STATUS-WORD
068400         WHEN DS-CANCELLED
068500             MOVE 'CANCELLED'   TO DO5-STATUS-WORD
068600         WHEN OTHER
068700             MOVE 'UNKNOWN'     TO DO5-STATUS-WORD
068800     END-EVALUATE.
068900 4200-EXIT.
069000     EXIT.
069100
069200*----------------------------------------------------------------
069300* 5000-BUILD-LIST-PAGE
069400*   BUILDS UP TO TEN LIST LINES OF OUTSTANDING ITEMS STARTING AT
069500*   THE KEY IN DO5-KEY, AND NOTES WHETHER ANY MORE LIE BEYOND THE
069600*   PAGE. CLOSED ITEMS ARE PASSED OVER. THE TABLE IS ONLY MOVED
069700*   TO THE SCREEN BY 5200-SHOW-LIST, SO A CALLER CAN KEEP THE
069800*   CURRENT PAGE WHEN THIS FINDS NOTHING.
069900*----------------------------------------------------------------
070000 5000-BUILD-LIST-PAGE.
070100     MOVE SPACES TO DO5-LIST-TABLE.
070200     MOVE ZERO   TO DO5-LIST-COUNT.
070300     MOVE 'N'    TO DO5-MORE-SWITCH.
070400     MOVE 'N'    TO DO5-DONE-SWITCH.
070500     EXEC CICS STARTBR FILE('DIVSUSP')
070600         RIDFLD(DO5-KEY) GTEQ
070700         RESP(DO5-RESP)
070800     END-EXEC.
070900     IF DO5-RESP NOT = DFHRESP(NORMAL)
071000         GO TO 5000-EXIT
071100     END-IF.
071200     PERFORM 5100-LIST-ONE-ITEM THRU 5100-EXIT
071300         UNTIL DO5-LIST-COUNT IS EQUAL TO 10
071400             OR DO5-BROWSE-DONE.
071500     PERFORM 5150-LOOK-AHEAD THRU 5150-EXIT
071600         UNTIL DO5-MORE-ITEMS
071700             OR DO5-BROWSE-DONE.
071800     EXEC CICS ENDBR FILE('DIVSUSP')
071900     END-EXEC.
072000 5000-EXIT.
072100     EXIT.
072200
072300*----------------------------------------------------------------
072400* 5100-LIST-ONE-ITEM
072500*   ONE READNEXT; AN OUTSTANDING ITEM BECOMES ONE LIST LINE.
072600*----------------------------------------------------------------
072700 5100-LIST-ONE-ITEM.
072800     EXEC CICS READNEXT FILE('DIVSUSP')
072900         INTO(DS-SUSPENSE-RECORD)
073000         RIDFLD(DO5-KEY)
073100         RESP(DO5-RESP)
073200     END-EXEC.
073300     IF DO5-RESP NOT = DFHRESP(NORMAL)
073400         SET DO5-BROWSE-DONE TO TRUE
073500         GO TO 5100-EXIT
073600     END-IF.
073700     IF NOT DS-OPEN AND NOT DS-CORRECTED
073800         GO TO 5100-EXIT
073900     END-IF.
074000     ADD 1 TO DO5-LIST-COUNT.
074100     IF DO5-LIST-COUNT IS EQUAL TO 1
074200         MOVE DS-KEY TO CA5-FIRST-KEY
074300     END-IF.
074400     MOVE DS-KEY            TO CA5-LAST-KEY.
074500     MOVE DS-RUN-ID         TO DO5-LL-RUN-ID.
074600     MOVE DS-INPUT-SEQ      TO DO5-LL-SEQ.
074700     MOVE DS-SOURCE         TO DO5-LL-SOURCE.
074800     PERFORM 4200-SET-STATUS-WORD THRU 4200-EXIT.
074900     MOVE DO5-STATUS-WORD   TO DO5-LL-STATUS.
075000     IF DS-CORRECTED
075100         MOVE DS-CORR-NUM    TO DO5-LL-CORR
075200     ELSE
075300         MOVE SPACES         TO DO5-LL-CORR
075400     END-IF.
075500     MOVE ZERO TO DO5-AGE.
075600     IF DS-BUSINESS-DATE IS NUMERIC
075700         AND DS-BUSINESS-DATE IS NOT GREATER THAN DO5-TODAY
075800         COMPUTE DO5-AGE = DO5-TODAY-DAY -
075900             FUNCTION INTEGER-OF-DATE (DS-BUSINESS-DATE)
076000     END-IF.
076100     MOVE DO5-AGE           TO DO5-LL-AGE.
076200     MOVE DS-REASON         TO DO5-LL-REASON.
076300     MOVE DO5-LIST-DETAIL   TO DO5-LIST-LINE (DO5-LIST-COUNT).
076400 5100-EXIT.
076500     EXIT.
076600
076700*----------------------------------------------------------------
076800* 5150-LOOK-AHEAD
076900*   AFTER A FULL PAGE, READS ON UNTIL THE NEXT OUTSTANDING ITEM
077000*   (THERE ARE MORE) OR THE END OF THE FILE (THERE ARE NOT).
077100*----------------------------------------------------------------
077200 5150-LOOK-AHEAD.
077300     EXEC CICS READNEXT FILE('DIVSUSP')
077400         INTO(DS-SUSPENSE-RECORD)
077500         RIDFLD(DO5-KEY)
077600         RESP(DO5-RESP)
077700     END-EXEC.
077800     IF DO5-RESP NOT = DFHRESP(NORMAL)
077900         SET DO5-BROWSE-DONE TO TRUE
078000         GO TO 5150-EXIT
078100     END-IF.
078200     IF DS-OPEN OR DS-CORRECTED
078300         SET DO5-MORE-ITEMS TO TRUE
078400     END-IF.
078500 5150-EXIT.
078600     EXIT.
078700
078800*----------------------------------------------------------------
078900* 5200-SHOW-LIST
079000*   MOVES THE PAGE JUST BUILT TO THE TEN LIST LINES ON THE MAP
079100*   (SPACES CLEAR ANY LINES LEFT OVER FROM A LONGER PAGE) AND
079200*   RECORDS THE LIST AS ACTIVE FOR PF7/PF8.
079300*----------------------------------------------------------------
079400 5200-SHOW-LIST.
079500     SET CA5-LIST-ACTIVE TO TRUE.
079600     IF DO5-LIST-COUNT IS EQUAL TO ZERO
079700         MOVE ZEROS TO CA5-FIRST-KEY
079800         MOVE ZEROS TO CA5-LAST-KEY
079900     END-IF.
080000     MOVE DO5-LIST-LINE (1)  TO SL01O.
080100     MOVE DO5-LIST-LINE (2)  TO SL02O.
080200     MOVE DO5-LIST-LINE (3)  TO SL03O.
080300     MOVE DO5-LIST-LINE (4)  TO SL04O.
080400     MOVE DO5-LIST-LINE (5)  TO SL05O.
080500     MOVE DO5-LIST-LINE (6)  TO SL06O.
080600     MOVE DO5-LIST-LINE (7)  TO SL07O.
080700     MOVE DO5-LIST-LINE (8)  TO SL08O.
080800     MOVE DO5-LIST-LINE (9)  TO SL09O.
080900     MOVE DO5-LIST-LINE (10) TO SL10O.
081000     IF DO5-MORE-ITEMS
081100         MOVE 'MORE ITEMS - PF8 FOR THE NEXT PAGE' TO SMOREO
081200     ELSE
081300         MOVE 'END OF LIST' TO SMOREO
081400     END-IF.
081500 5200-EXIT.
081600     EXIT.
081700
081800*----------------------------------------------------------------
081900* 7000-SEND-DATAONLY
082000*----------------------------------------------------------------
082100 7000-SEND-DATAONLY.
082200     EXEC CICS SEND MAP('DIVMAP5') MAPSET('DIVMSP5')
082300         FROM(DIVMAP5O) DATAONLY CURSOR(0)
082400     END-EXEC.
082500 7000-EXIT.
082600     EXIT.
082700
082800*----------------------------------------------------------------
082900* 8000-SEND-GOODBYE
083000*----------------------------------------------------------------
083100 8000-SEND-GOODBYE.
083200     EXEC CICS SEND TEXT
083300         FROM('DIVS - SUSPENSE MAINTENANCE COMPLETE')
083400         LENGTH(36) ERASE FREEKB
083500     END-EXEC.
083600 8000-EXIT.
083700     EXIT.
083800
083900*----------------------------------------------------------------
084000* 9000-INVALID-KEY
084100*----------------------------------------------------------------
084200 9000-INVALID-KEY.
084300     MOVE 'INVALID KEY - USE ENTER, PF3, PF7, PF8.' TO SMSGO.
084400     PERFORM 7000-SEND-DATAONLY THRU 7000-EXIT.
084500 9000-EXIT.
084600     EXIT.
084700
084800 END PROGRAM DIVONL5.
