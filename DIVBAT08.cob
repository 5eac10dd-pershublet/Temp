002300* MODIFICATION HISTORY
002400*  DATE      INIT  DESCRIPTION
002500*  09/01/26  RH    ORIGINAL PROGRAM.
002510*  10/15/26  RH    DIVPACK IS NOW THE KEYED CATALOG MASTER
002520*                  (KSDS, LAYOUT IN COPYBOOK DIVPACK). THE PROBE
002530*                  USES ONLY THE ENTRIES IN EFFECT ON THE
002540*                  BUSINESS DATE READ FROM DIVRCTL -- THE SAME
002550*                  CATALOG DIVBAT02 BUILT DIVXREF FROM.
002560*  10/15/26  RH    DIVXREF NOW CARRIES THE ORDER KEY (LRECL 332).
002570*                  EVERY PROBED LOT IS ALSO WRITTEN TO DIVNFIT,
002580*                  ONE FIXED RECORD IN DIVXREF ORDER WITH THE
002590*                  ORDER KEY AND BOTH SUGGESTIONS, FOR THE
002595*                  LOT-FIT RESPONSE FILE BUILT BY DIVBAT17.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003500         FILE STATUS IS DB-DIVXREF-STATUS.
003600
003700     SELECT DIVPACK ASSIGN TO DIVPACK
003800         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS SEQUENTIAL
003860         RECORD KEY IS DP-KEY
003900         FILE STATUS IS DB-DIVPACK-STATUS.
004000
004100     SELECT DIVNFRPT ASSIGN TO DIVNFRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS DB-DIVNFRPT-STATUS.
004310
004320     SELECT DIVRCTL ASSIGN TO DIVRCTL
004330         ORGANIZATION IS SEQUENTIAL
004340         FILE STATUS IS DB-DIVRCTL-STATUS.
004350
004360     SELECT DIVNFIT ASSIGN TO DIVNFIT
004370         ORGANIZATION IS SEQUENTIAL
004380         FILE STATUS IS DB-DIVNFIT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005100     03  DB-XR-QTY-PACKED   PIC 9(6) COMP-3.
005200     03  DB-XR-NUM          PIC 9(6).
005300     03  DB-XR-PROD-LINE    PIC X(4).
005310     03  DB-XR-ORDER-KEY.
005320         05  DB-XR-ORDER-NO     PIC X(10).
005330         05  DB-XR-ORDER-LINE   PIC 9(4).
005400     03  DB-XR-FIT-COUNT    PIC 9(3).
005500     03  DB-XR-NO-FIT-FLAG  PIC X(01).
005600         88  DB-XR-NO-FIT          VALUE 'Y'.
006100 FD  DIVPACK
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY DIVPACK.
006800
006900 FD  DIVNFRPT
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  DB-REPORT-RECORD      PIC X(133).
007210
007220 FD  DIVRCTL
007230     RECORDING MODE IS F
007240     LABEL RECORDS ARE STANDARD.
007250     COPY DIVRCTL.
007260
007270 FD  DIVNFIT
007280     RECORDING MODE IS F
007285     LABEL RECORDS ARE STANDARD.
007290 01  DB-NFIT-RECORD.
007291     03  DB-NF-ORDER-KEY.
007292         05  DB-NF-ORDER-NO     PIC X(10).
007293         05  DB-NF-ORDER-LINE   PIC 9(4).
007294     03  DB-NF-NUM          PIC 9(6).
007295     03  DB-NF-PROD-LINE    PIC X(4).
007296     03  DB-NF-DOWN-QTY     PIC 9(6).
007297     03  DB-NF-DOWN-SIZE    PIC 9(6).
007298     03  DB-NF-DOWN-DELTA   PIC 9(2).
007299     03  DB-NF-UP-QTY       PIC 9(6).
007300     03  DB-NF-UP-SIZE      PIC 9(6).
007310     03  DB-NF-UP-DELTA     PIC 9(2).
007320     03  FILLER             PIC X(28).
007330
007400 WORKING-STORAGE SECTION.
007500 01  DB-SWITCHES.
007600     03  DB-EOF-SWITCH      PIC X(01)  VALUE 'N'.
008600     03  DB-DIVXREF-STATUS  PIC X(02)  VALUE '00'.
008700     03  DB-DIVPACK-STATUS  PIC X(02)  VALUE '00'.
008800     03  DB-DIVNFRPT-STATUS PIC X(02)  VALUE '00'.
008850     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
008860     03  DB-DIVNFIT-STATUS  PIC X(02)  VALUE '00'.
008900
009000 01  DB-COUNTERS.
009100     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
009300     03  DB-BOTH-FOUND      PIC 9(7)  COMP  VALUE ZERO.
009400     03  DB-ONE-FOUND       PIC 9(7)  COMP  VALUE ZERO.
009500     03  DB-NONE-FOUND      PIC 9(7)  COMP  VALUE ZERO.
009550     03  DB-NFIT-WRITTEN    PIC 9(7)  COMP  VALUE ZERO.
009600     03  DB-PACK-LOADED     PIC 9(3)  COMP  VALUE ZERO.
009650     03  DB-PACK-NOT-IN-EFFECT PIC 9(7) COMP VALUE ZERO.
009700     03  DB-TOLERANCE       PIC 9(2)  COMP  VALUE 10.
009800     03  DB-DELTA           PIC 9(2)  COMP-5 VALUE ZERO.
009900     03  DB-CANDIDATE       PIC S9(7) COMP-5 VALUE ZERO.
010300
010400 01  DB-PARM-TEXT           PIC X(02)  VALUE SPACES.
010500 01  DB-CAND-PACKED         PIC 9(6) COMP-3.
010550 01  DB-BUSINESS-DATE       PIC 9(8)  VALUE ZERO.
010600
010700*    THE FEASIBLE SIZE AND QUANTITY FOUND IN EACH DIRECTION FOR
010800*    THE LOT CURRENTLY BEING PROBED. ZERO QUANTITY = NOTHING
021200         GOBACK
021300     END-IF.
021400
021450     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
021500     OPEN INPUT DIVPACK.
021600     IF DB-DIVPACK-STATUS IS NOT EQUAL TO '00'
021700         DISPLAY 'DIVBAT08 - UNABLE TO OPEN DIVPACK, STATUS = '
022900         MOVE 16 TO RETURN-CODE
023000         GOBACK
023100     END-IF.
023110     OPEN OUTPUT DIVNFIT.
023120     IF DB-DIVNFIT-STATUS IS NOT EQUAL TO '00'
023130         DISPLAY 'DIVBAT08 - UNABLE TO OPEN DIVNFIT, STATUS = '
023140             DB-DIVNFIT-STATUS
023150         MOVE 16 TO RETURN-CODE
023160         GOBACK
023170     END-IF.
023200     WRITE DB-REPORT-RECORD FROM DB-RPT-HEADING1.
023300     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
023400
023600 1000-EXIT.
023700     EXIT.
023800
023810*----------------------------------------------------------------
023820* 1050-READ-RUN-CONTROL
023830*   SAME BUSINESS-DATE PICK-UP AS DIVBAT02'S, SO THE PROBE SEES
023840*   EXACTLY THE CATALOG THE CROSS-REFERENCE WAS BUILT FROM.
023850*----------------------------------------------------------------
023860 1050-READ-RUN-CONTROL.
023861     OPEN INPUT DIVRCTL.
023862     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
023863         DISPLAY 'DIVBAT08 - UNABLE TO OPEN DIVRCTL, STATUS = '
023864             DB-DIVRCTL-STATUS
023865         MOVE 16 TO RETURN-CODE
023866         GOBACK
023867     END-IF.
023868     READ DIVRCTL
023869         AT END
023870             CONTINUE
023871     END-READ.
023872     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
023873         OR DR-BUSINESS-DATE IS NOT NUMERIC
023874         DISPLAY 'DIVBAT08 - NO BUSINESS DATE ON DIVRCTL, '
023875             'STATUS = ' DB-DIVRCTL-STATUS
023876         MOVE 16 TO RETURN-CODE
023877         GOBACK
023878     END-IF.
023879     MOVE DR-BUSINESS-DATE TO DB-BUSINESS-DATE.
023880     CLOSE DIVRCTL.
023881     DISPLAY 'DIVBAT08 - BUSINESS DATE     = ' DB-BUSINESS-DATE.
023882 1050-EXIT.
023883     EXIT.
023884
023900*----------------------------------------------------------------
024000* 1100-LOAD-PACK-TABLE
024100*   SAME CATALOG LOAD AS DIVBAT02'S -- BAD RECORDS ARE SKIPPED
024200*   WITH A MESSAGE, A CATALOG BIGGER THAN THE TABLE ABENDS THE
024300*   RUN, ENTRIES NOT IN EFFECT ON THE BUSINESS DATE ARE COUNTED
024350*   AND PASSED OVER.
024400*----------------------------------------------------------------
024500 1100-LOAD-PACK-TABLE.
024600     PERFORM 1110-READ-ONE-PACK THRU 1110-EXIT
024700         UNTIL DB-END-OF-PACK.
024800     DISPLAY 'DIVBAT08 - PACK SIZES LOADED = ' DB-PACK-LOADED.
024850     DISPLAY 'DIVBAT08 - NOT IN EFFECT     = '
024870         DB-PACK-NOT-IN-EFFECT.
024900 1100-EXIT.
025000     EXIT.
025100
026000     IF DB-END-OF-PACK
026100         GO TO 1110-EXIT
026200     END-IF.
026300     IF DP-PACK-SIZE IS NOT NUMERIC
026400         OR DP-PACK-SIZE IS EQUAL TO ZERO
026420         OR DP-EFFECTIVE-DATE IS NOT NUMERIC
026440         OR DP-RETIRE-DATE IS NOT NUMERIC
026500         DISPLAY 'DIVBAT08 - BAD PACK CATALOG RECORD SKIPPED, '
026600             'PROD LINE = ' DP-PROD-LINE
026700         GO TO 1110-EXIT
026800     END-IF.
026810     IF DP-EFFECTIVE-DATE IS GREATER THAN DB-BUSINESS-DATE
026820         OR (DP-RETIRE-DATE IS NOT EQUAL TO ZERO
026830             AND DP-RETIRE-DATE IS NOT GREATER THAN
026840                 DB-BUSINESS-DATE)
026850         ADD 1 TO DB-PACK-NOT-IN-EFFECT
026860         GO TO 1110-EXIT
026870     END-IF.
026900     IF DB-PACK-LOADED IS EQUAL TO DB-PACK-MAX
027000         DISPLAY 'DIVBAT08 - PACK CATALOG EXCEEDS TABLE OF '
027100             DB-PACK-MAX ' ENTRIES'
027300         GOBACK
027400     END-IF.
027500     ADD 1 TO DB-PACK-LOADED.
027600     MOVE DP-PROD-LINE TO DB-PACK-PROD-LINE (DB-PACK-LOADED).
027700     MOVE DP-PACK-SIZE TO DB-PACK-SIZE (DB-PACK-LOADED).
027800 1110-EXIT.
027900     EXIT.
028000
045900         MOVE 16 TO RETURN-CODE
046000         GOBACK
046100     END-IF.
046105     MOVE SPACES TO DB-NFIT-RECORD.
046110     MOVE DB-XR-ORDER-KEY TO DB-NF-ORDER-KEY.
046115     MOVE DB-XR-NUM       TO DB-NF-NUM.
046120     MOVE DB-XR-PROD-LINE TO DB-NF-PROD-LINE.
046125     MOVE DB-DOWN-QTY     TO DB-NF-DOWN-QTY.
046130     MOVE DB-DOWN-SIZE    TO DB-NF-DOWN-SIZE.
046135     MOVE DB-DOWN-DELTA   TO DB-NF-DOWN-DELTA.
046140     MOVE DB-UP-QTY       TO DB-NF-UP-QTY.
046145     MOVE DB-UP-SIZE      TO DB-NF-UP-SIZE.
046150     MOVE DB-UP-DELTA     TO DB-NF-UP-DELTA.
046155     WRITE DB-NFIT-RECORD.
046160     IF DB-DIVNFIT-STATUS IS NOT EQUAL TO '00'
046165         DISPLAY 'DIVBAT08 - WRITE ERROR ON DIVNFIT, STATUS = '
046170             DB-DIVNFIT-STATUS
046175         MOVE 16 TO RETURN-CODE
046180         GOBACK
046185     END-IF.
046190     ADD 1 TO DB-NFIT-WRITTEN.
046200     IF DB-DOWN-QTY IS GREATER THAN ZERO
046300         AND DB-UP-QTY IS GREATER THAN ZERO
046400         ADD 1 TO DB-BOTH-FOUND
049300     MOVE 'NONE WITHIN TOLERANCE   = ' TO DB-RPT-TOT-LABEL.
049400     MOVE DB-NONE-FOUND                TO DB-RPT-TOT-VALUE.
049500     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
049510     MOVE 'NEAREST-FIT RECORDS     = ' TO DB-RPT-TOT-LABEL.
049520     MOVE DB-NFIT-WRITTEN              TO DB-RPT-TOT-VALUE.
049530     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
049600     CLOSE DIVXREF.
049700     CLOSE DIVNFRPT.
049710     CLOSE DIVNFIT.
049800     DISPLAY 'DIVBAT08 - XREF RECORDS READ = ' DB-RECORDS-READ.
049900     DISPLAY 'DIVBAT08 - NO-FIT PROBED     = ' DB-NO-FIT-READ.
050000     DISPLAY 'DIVBAT08 - TOLERANCE         = ' DB-TOLERANCE.
050010     DISPLAY 'DIVBAT08 - NFIT RECORDS      = ' DB-NFIT-WRITTEN.
050100 3000-EXIT.
050200     EXIT.
050300
