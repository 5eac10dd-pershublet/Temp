000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIVBAT17.
000300 AUTHOR.        R HENLEY.
000400 INSTALLATION.  DATA CENTER SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700 REMARKS.       LOT-FIT RESPONSE FILE BACK TO THE ORDER SYSTEM.
000800*                FOLLOWS DIVBAT08 ON THE ORDER EXTRACT RUN. READS
000900*                THE DIVXREF CROSS-REFERENCE (ONE RECORD PER LOT,
001000*                ORDER KEY CARRIED FROM DIVINP3) AND THE DIVNFIT
001100*                NEAREST-FIT FILE DIVBAT08 WROTE FOR THE NO-FIT
001200*                LOTS, AND WRITES DIVRESP IN THE ORDER SYSTEM'S
001300*                OWN LAYOUT: A HEADER, ONE DETAIL PER LOT WITH
001400*                THE QUANTITY STILL PACKED COMP-3, THE FIT STATUS,
001500*                THE RECOMMENDED PACK SIZE AND NUMBER OF WHOLE
001600*                PACKS, AND FOR A NO-FIT LOT THE NEAREST-FIT
001700*                QUANTITIES DOWN AND UP WITH THEIR DELTAS, THEN A
001800*                TRAILER WITH THE RECORD COUNTS AND A HASH TOTAL
001900*                OF THE QUANTITIES SO THE ORDER SYSTEM CAN
002000*                BALANCE WHAT IT RECEIVES. REPLACES THE MANUAL
002100*                RE-KEYING OF THE DIVNFRPT LISTING.
002200*----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*  DATE      INIT  DESCRIPTION
002500*  10/15/26  RH    ORIGINAL PROGRAM.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DIVXREF ASSIGN TO DIVXREF
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS DB-DIVXREF-STATUS.
003600
003700     SELECT DIVNFIT ASSIGN TO DIVNFIT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS DB-DIVNFIT-STATUS.
004000
004100     SELECT DIVRCTL ASSIGN TO DIVRCTL
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS DB-DIVRCTL-STATUS.
004400
004500     SELECT DIVRESP ASSIGN TO DIVRESP
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS DB-DIVRESP-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DIVXREF
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  DB-XREF-RECORD.
005500     03  DB-XR-QTY-PACKED   PIC 9(6) COMP-3.
005600     03  DB-XR-NUM          PIC 9(6).
005700     03  DB-XR-PROD-LINE    PIC X(4).
005800     03  DB-XR-ORDER-KEY.
005900         05  DB-XR-ORDER-NO     PIC X(10).
006000         05  DB-XR-ORDER-LINE   PIC 9(4).
006100     03  DB-XR-FIT-COUNT    PIC 9(3).
006200     03  DB-XR-NO-FIT-FLAG  PIC X(01).
006300         88  DB-XR-NO-FIT          VALUE 'Y'.
006400         88  DB-XR-FITS            VALUE 'N'.
006500     03  DB-XR-PACK-SIZES   OCCURS 50 TIMES
006600                            PIC 9(6).
006700
006800 FD  DIVNFIT
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  DB-NFIT-RECORD.
007200     03  DB-NF-ORDER-KEY.
007300         05  DB-NF-ORDER-NO     PIC X(10).
007400         05  DB-NF-ORDER-LINE   PIC 9(4).
007500     03  DB-NF-NUM          PIC 9(6).
007600     03  DB-NF-PROD-LINE    PIC X(4).
007700     03  DB-NF-DOWN-QTY     PIC 9(6).
007800     03  DB-NF-DOWN-SIZE    PIC 9(6).
007900     03  DB-NF-DOWN-DELTA   PIC 9(2).
008000     03  DB-NF-UP-QTY       PIC 9(6).
008100     03  DB-NF-UP-SIZE      PIC 9(6).
008200     03  DB-NF-UP-DELTA     PIC 9(2).
008300     03  FILLER             PIC X(28).
008400
008500 FD  DIVRCTL
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DIVRCTL.
008900
009000*----------------------------------------------------------------
009100* DIVRESP IS THE ORDER SYSTEM'S INTERFACE LAYOUT -- DO NOT MOVE
009200* A FIELD WITHOUT AGREEING IT WITH THE ORDER SYSTEM FIRST. THE
009300* FIRST BYTE SAYS WHICH OF THE THREE VIEWS A RECORD IS. A ZERO
009400* SIZE OR QUANTITY MEANS NONE (NO FIT, OR NO NEAREST FIT WITHIN
009500* THE DIVBAT08 TOLERANCE IN THAT DIRECTION).
009600*----------------------------------------------------------------
009700 FD  DIVRESP
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  DB-RESP-HEADER.
010100     03  DB-RH-REC-TYPE     PIC X(1).
010200         88  DB-RH-IS-HEADER       VALUE 'H'.
010300     03  DB-RH-FILE-ID      PIC X(8).
010400     03  DB-RH-BUSINESS-DATE PIC 9(8).
010500     03  DB-RH-CREATE-DATE  PIC 9(8).
010600     03  DB-RH-CREATE-TIME  PIC 9(6).
010700     03  FILLER             PIC X(49).
010800 01  DB-RESP-DETAIL.
010900     03  DB-RD-REC-TYPE     PIC X(1).
011000         88  DB-RD-IS-DETAIL       VALUE 'D'.
011100     03  DB-RD-ORDER-NO     PIC X(10).
011200     03  DB-RD-ORDER-LINE   PIC 9(4).
011300     03  DB-RD-PROD-LINE    PIC X(4).
011400     03  DB-RD-QTY-PACKED   PIC 9(6) COMP-3.
011500     03  DB-RD-FIT-STATUS   PIC X(1).
011600         88  DB-RD-FITS            VALUE 'F'.
011700         88  DB-RD-NO-FIT          VALUE 'N'.
011800         88  DB-RD-REJECTED        VALUE 'R'.
011900     03  DB-RD-PACK-SIZE    PIC 9(6).
012000     03  DB-RD-PACK-COUNT   PIC 9(6).
012100     03  DB-RD-DOWN-QTY     PIC 9(6) COMP-3.
012200     03  DB-RD-DOWN-SIZE    PIC 9(6).
012300     03  DB-RD-DOWN-DELTA   PIC 9(2).
012400     03  DB-RD-UP-QTY       PIC 9(6) COMP-3.
012500     03  DB-RD-UP-SIZE      PIC 9(6).
012600     03  DB-RD-UP-DELTA     PIC 9(2).
012700     03  FILLER             PIC X(20).
012800 01  DB-RESP-TRAILER.
012900     03  DB-RT-REC-TYPE     PIC X(1).
013000         88  DB-RT-IS-TRAILER      VALUE 'T'.
013100     03  DB-RT-RECORD-COUNT PIC 9(9).
013200     03  DB-RT-DETAIL-COUNT PIC 9(9).
013300     03  DB-RT-FIT-COUNT    PIC 9(9).
013400     03  DB-RT-NO-FIT-COUNT PIC 9(9).
013500     03  DB-RT-REJECT-COUNT PIC 9(9).
013600     03  DB-RT-QTY-HASH     PIC 9(13) COMP-3.
013700     03  FILLER             PIC X(27).
013800
013900 WORKING-STORAGE SECTION.
014000 01  DB-SWITCHES.
014100     03  DB-EOF-SWITCH      PIC X(01)  VALUE 'N'.
014200         88  DB-END-OF-XREF         VALUE 'Y'.
014300     03  DB-NFIT-EOF-SWITCH PIC X(01)  VALUE 'N'.
014400         88  DB-END-OF-NFIT         VALUE 'Y'.
014500
014600 01  DB-FILE-STATUSES.
014700     03  DB-DIVXREF-STATUS  PIC X(02)  VALUE '00'.
014800     03  DB-DIVNFIT-STATUS  PIC X(02)  VALUE '00'.
014900     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
015000     03  DB-DIVRESP-STATUS  PIC X(02)  VALUE '00'.
015100
015200 01  DB-COUNTERS.
015300     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
015400     03  DB-NFIT-READ       PIC 9(7)  COMP  VALUE ZERO.
015500     03  DB-RECORDS-WRITTEN PIC 9(9)  COMP  VALUE ZERO.
015600     03  DB-DETAIL-COUNT    PIC 9(9)  COMP  VALUE ZERO.
015700     03  DB-FIT-COUNT       PIC 9(9)  COMP  VALUE ZERO.
015800     03  DB-NO-FIT-COUNT    PIC 9(9)  COMP  VALUE ZERO.
015900     03  DB-REJECT-COUNT    PIC 9(9)  COMP  VALUE ZERO.
016000     03  DB-S               PIC 9(3)  COMP-5 VALUE ZERO.
016100
016200 01  DB-QTY-HASH            PIC 9(13) COMP-3 VALUE ZERO.
016300 01  DB-BUSINESS-DATE       PIC 9(8)  VALUE ZERO.
016400 01  DB-TIME-NOW            PIC 9(8)  VALUE ZERO.
016500
016600 PROCEDURE DIVISION.
016700*----------------------------------------------------------------
016800* 0000-MAIN-LOGIC
016900*----------------------------------------------------------------
017000 0000-MAIN-LOGIC.
017100     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
017200     PERFORM 2000-PROCESS-LOT    THRU 2000-EXIT
017300         UNTIL DB-END-OF-XREF.
017400     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
017500     GOBACK.
017600
017700*----------------------------------------------------------------
017800* 1000-INITIALIZE
017900*   THE HEADER CARRIES THE BUSINESS DATE OF THE RUN THE CROSS-
018000*   REFERENCE WAS BUILT UNDER (THE SAME DIVRCTL PICK-UP AS
018100*   DIVBAT02 AND DIVBAT08) PLUS THE DATE AND TIME THE FILE WAS
018200*   CREATED, SO THE ORDER SYSTEM CAN REFUSE A FILE IT HAS
018300*   ALREADY LOADED.
018400*----------------------------------------------------------------
018500 1000-INITIALIZE.
018600     OPEN INPUT DIVXREF.
018700     IF DB-DIVXREF-STATUS IS NOT EQUAL TO '00'
018800         DISPLAY 'DIVBAT17 - UNABLE TO OPEN DIVXREF, STATUS = '
018900             DB-DIVXREF-STATUS
019000         MOVE 16 TO RETURN-CODE
019100         GOBACK
019200     END-IF.
019300
019400     OPEN INPUT DIVNFIT.
019500     IF DB-DIVNFIT-STATUS IS NOT EQUAL TO '00'
019600         DISPLAY 'DIVBAT17 - UNABLE TO OPEN DIVNFIT, STATUS = '
019700             DB-DIVNFIT-STATUS
019800         MOVE 16 TO RETURN-CODE
019900         GOBACK
020000     END-IF.
020100
020200     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
020300
020400     OPEN OUTPUT DIVRESP.
020500     IF DB-DIVRESP-STATUS IS NOT EQUAL TO '00'
020600         DISPLAY 'DIVBAT17 - UNABLE TO OPEN DIVRESP, STATUS = '
020700             DB-DIVRESP-STATUS
020800         MOVE 16 TO RETURN-CODE
020900         GOBACK
021000     END-IF.
021100
021200     MOVE SPACES              TO DB-RESP-HEADER.
021300     SET DB-RH-IS-HEADER      TO TRUE.
021400     MOVE 'LOTFIT  '          TO DB-RH-FILE-ID.
021500     MOVE DB-BUSINESS-DATE    TO DB-RH-BUSINESS-DATE.
021600     ACCEPT DB-RH-CREATE-DATE FROM DATE YYYYMMDD.
021700     ACCEPT DB-TIME-NOW       FROM TIME.
021800     MOVE DB-TIME-NOW (1:6)   TO DB-RH-CREATE-TIME.
021900     WRITE DB-RESP-HEADER.
022000     PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
022100
022200     PERFORM 2100-READ-DIVXREF THRU 2100-EXIT.
022300     PERFORM 2200-READ-DIVNFIT THRU 2200-EXIT.
022400 1000-EXIT.
022500     EXIT.
022600
022700*----------------------------------------------------------------
022800* 1050-READ-RUN-CONTROL
022900*----------------------------------------------------------------
023000 1050-READ-RUN-CONTROL.
023100     OPEN INPUT DIVRCTL.
023200     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
023300         DISPLAY 'DIVBAT17 - UNABLE TO OPEN DIVRCTL, STATUS = '
023400             DB-DIVRCTL-STATUS
023500         MOVE 16 TO RETURN-CODE
023600         GOBACK
023700     END-IF.
023800     READ DIVRCTL
023900         AT END
024000             CONTINUE
024100     END-READ.
024200     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
024300         OR DR-BUSINESS-DATE IS NOT NUMERIC
024400         DISPLAY 'DIVBAT17 - NO BUSINESS DATE ON DIVRCTL, '
024500             'STATUS = ' DB-DIVRCTL-STATUS
024600         MOVE 16 TO RETURN-CODE
024700         GOBACK
024800     END-IF.
024900     MOVE DR-BUSINESS-DATE TO DB-BUSINESS-DATE.
025000     CLOSE DIVRCTL.
025100     DISPLAY 'DIVBAT17 - BUSINESS DATE     = ' DB-BUSINESS-DATE.
025200 1050-EXIT.
025300     EXIT.
025400
025500*----------------------------------------------------------------
025600* 2000-PROCESS-LOT
025700*   ONE DETAIL PER CROSS-REFERENCE RECORD. A QUANTITY DIVISORS
025800*   REJECTED (NOT VALID PACKED DECIMAL, OR BELOW 2) COMES OUT
025900*   OF DIVBAT02 FLAGGED NO-FIT LIKE ANY OTHER, SO IT IS TOLD
026000*   APART HERE AND SENT BACK AS REJECTED.
026100*----------------------------------------------------------------
026200 2000-PROCESS-LOT.
026300     MOVE SPACES           TO DB-RESP-DETAIL.
026400     SET DB-RD-IS-DETAIL   TO TRUE.
026500     MOVE DB-XR-ORDER-NO   TO DB-RD-ORDER-NO.
026600     MOVE DB-XR-ORDER-LINE TO DB-RD-ORDER-LINE.
026700     MOVE DB-XR-PROD-LINE  TO DB-RD-PROD-LINE.
026800     MOVE DB-XR-QTY-PACKED TO DB-RD-QTY-PACKED.
026900     MOVE ZERO TO DB-RD-PACK-SIZE DB-RD-PACK-COUNT.
027000     MOVE ZERO TO DB-RD-DOWN-QTY DB-RD-DOWN-SIZE DB-RD-DOWN-DELTA.
027100     MOVE ZERO TO DB-RD-UP-QTY   DB-RD-UP-SIZE   DB-RD-UP-DELTA.
027200     IF DB-XR-FITS
027300         PERFORM 2300-BUILD-FIT THRU 2300-EXIT
027400     ELSE
027500         PERFORM 2400-BUILD-NO-FIT THRU 2400-EXIT
027600     END-IF.
027700     WRITE DB-RESP-DETAIL.
027800     PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
027900     ADD 1 TO DB-DETAIL-COUNT.
028000     IF DB-XR-NUM IS NUMERIC
028100         ADD DB-XR-NUM TO DB-QTY-HASH
028200     END-IF.
028300     PERFORM 2100-READ-DIVXREF THRU 2100-EXIT.
028400 2000-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------------
028800* 2100-READ-DIVXREF
028900*----------------------------------------------------------------
029000 2100-READ-DIVXREF.
029100     READ DIVXREF
029200         AT END
029300             SET DB-END-OF-XREF TO TRUE
029400     END-READ.
029500     IF NOT DB-END-OF-XREF
029600         ADD 1 TO DB-RECORDS-READ
029700     END-IF.
029800 2100-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------
030200* 2200-READ-DIVNFIT
030300*----------------------------------------------------------------
030400 2200-READ-DIVNFIT.
030500     READ DIVNFIT
030600         AT END
030700             SET DB-END-OF-NFIT TO TRUE
030800     END-READ.
030900     IF NOT DB-END-OF-NFIT
031000         ADD 1 TO DB-NFIT-READ
031100     END-IF.
031200 2200-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------------
031600* 2300-BUILD-FIT
031700*   THE RECOMMENDED PACK IS THE LARGEST CATALOG SIZE THAT
031800*   DIVIDES THE LOT EVENLY -- THE FEWEST HANDLING UNITS.
031900*----------------------------------------------------------------
032000 2300-BUILD-FIT.
032100     SET DB-RD-FITS TO TRUE.
032200     ADD 1 TO DB-FIT-COUNT.
032300     PERFORM 2310-PICK-LARGEST THRU 2310-EXIT
032400         VARYING DB-S FROM 1 BY 1
032500         UNTIL DB-S IS GREATER THAN DB-XR-FIT-COUNT
032600             OR DB-S IS GREATER THAN 50.
032700     IF DB-RD-PACK-SIZE IS GREATER THAN ZERO
032800         DIVIDE DB-XR-NUM BY DB-RD-PACK-SIZE
032900             GIVING DB-RD-PACK-COUNT
033000     END-IF.
033100 2300-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------------
033500* 2310-PICK-LARGEST
033600*----------------------------------------------------------------
033700 2310-PICK-LARGEST.
033800     IF DB-XR-PACK-SIZES (DB-S) IS GREATER THAN DB-RD-PACK-SIZE
033900         MOVE DB-XR-PACK-SIZES (DB-S) TO DB-RD-PACK-SIZE
034000     END-IF.
034100 2310-EXIT.
034200     EXIT.
034300
034400*----------------------------------------------------------------
034500* 2400-BUILD-NO-FIT
034600*   DIVBAT08 WROTE EXACTLY ONE DIVNFIT RECORD FOR EVERY NO-FIT
034700*   LOT, IN DIVXREF ORDER, SO THE TWO FILES ARE WALKED IN STEP.
034800*   A MISSING OR OUT-OF-STEP RECORD MEANS THE TWO STEPS DID NOT
034900*   RUN AGAINST THE SAME CROSS-REFERENCE; THE RUN STOPS BEFORE
035000*   THE TRAILER IS WRITTEN, SO THE ORDER SYSTEM WILL NOT LOAD
035100*   THE FILE.
035200*----------------------------------------------------------------
035300 2400-BUILD-NO-FIT.
035400     IF DB-XR-QTY-PACKED IS NOT NUMERIC
035500         OR DB-XR-NUM IS LESS THAN 2
035600         SET DB-RD-REJECTED TO TRUE
035700         ADD 1 TO DB-REJECT-COUNT
035800     ELSE
035900         SET DB-RD-NO-FIT TO TRUE
036000         ADD 1 TO DB-NO-FIT-COUNT
036100     END-IF.
036200     IF DB-END-OF-NFIT
036300         OR DB-NF-ORDER-KEY IS NOT EQUAL TO DB-XR-ORDER-KEY
036400         OR DB-NF-NUM IS NOT EQUAL TO DB-XR-NUM
036500         DISPLAY 'DIVBAT17 - DIVNFIT OUT OF STEP WITH DIVXREF AT '
036600             'ORDER ' DB-XR-ORDER-NO ' LINE ' DB-XR-ORDER-LINE
036700         MOVE 16 TO RETURN-CODE
036800         GOBACK
036900     END-IF.
037000     MOVE DB-NF-DOWN-QTY   TO DB-RD-DOWN-QTY.
037100     MOVE DB-NF-DOWN-SIZE  TO DB-RD-DOWN-SIZE.
037200     MOVE DB-NF-DOWN-DELTA TO DB-RD-DOWN-DELTA.
037300     MOVE DB-NF-UP-QTY     TO DB-RD-UP-QTY.
037400     MOVE DB-NF-UP-SIZE    TO DB-RD-UP-SIZE.
037500     MOVE DB-NF-UP-DELTA   TO DB-RD-UP-DELTA.
037600     PERFORM 2200-READ-DIVNFIT THRU 2200-EXIT.
037700 2400-EXIT.
037800     EXIT.
037900
038000*----------------------------------------------------------------
038100* 2900-CHECK-WRITE
038200*----------------------------------------------------------------
038300 2900-CHECK-WRITE.
038400     IF DB-DIVRESP-STATUS IS NOT EQUAL TO '00'
038500         DISPLAY 'DIVBAT17 - WRITE ERROR ON DIVRESP, STATUS = '
038600             DB-DIVRESP-STATUS
038700         MOVE 16 TO RETURN-CODE
038800         GOBACK
038900     END-IF.
039000     ADD 1 TO DB-RECORDS-WRITTEN.
039100 2900-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------
039500* 3000-TERMINATE
039600*   NEAREST-FIT RECORDS LEFT OVER ARE THE SAME OUT-OF-STEP
039700*   CONDITION AS A MISSING ONE. THE TRAILER RECORD COUNT
039800*   INCLUDES THE HEADER AND THE TRAILER ITSELF.
039900*----------------------------------------------------------------
040000 3000-TERMINATE.
040100     IF NOT DB-END-OF-NFIT
040200         DISPLAY 'DIVBAT17 - DIVNFIT HAS RECORDS BEYOND THE LAST '
040300             'NO-FIT LOT ON DIVXREF'
040400         MOVE 16 TO RETURN-CODE
040500         GOBACK
040600     END-IF.
040700     MOVE SPACES             TO DB-RESP-TRAILER.
040800     SET DB-RT-IS-TRAILER    TO TRUE.
040900     COMPUTE DB-RT-RECORD-COUNT = DB-RECORDS-WRITTEN + 1.
041000     MOVE DB-DETAIL-COUNT    TO DB-RT-DETAIL-COUNT.
041100     MOVE DB-FIT-COUNT       TO DB-RT-FIT-COUNT.
041200     MOVE DB-NO-FIT-COUNT    TO DB-RT-NO-FIT-COUNT.
041300     MOVE DB-REJECT-COUNT    TO DB-RT-REJECT-COUNT.
041400     MOVE DB-QTY-HASH        TO DB-RT-QTY-HASH.
041500     WRITE DB-RESP-TRAILER.
041600     PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
041700     CLOSE DIVXREF.
041800     CLOSE DIVNFIT.
041900     CLOSE DIVRESP.
042000     DISPLAY 'DIVBAT17 - XREF RECORDS READ = ' DB-RECORDS-READ.
042100     DISPLAY 'DIVBAT17 - NFIT RECORDS READ = ' DB-NFIT-READ.
042200     DISPLAY 'DIVBAT17 - FIT LOTS          = ' DB-FIT-COUNT.
042300     DISPLAY 'DIVBAT17 - NO-FIT LOTS       = ' DB-NO-FIT-COUNT.
042400     DISPLAY 'DIVBAT17 - REJECTED LOTS     = ' DB-REJECT-COUNT.
042500     DISPLAY 'DIVBAT17 - RECORDS WRITTEN   = ' DB-RECORDS-WRITTEN.
042600 3000-EXIT.
042700     EXIT.
042800
042900 END PROGRAM DIVBAT17.
