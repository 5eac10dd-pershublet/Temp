001999*                  LINE SO EACH WAREHOUSE SUPERVISOR SEES ONLY
002001*                  THEIR OWN REPACK EXPOSURE. NOTE THE DIVXREF
002002*                  RECORD GREW BY 4 BYTES (LRECL 318).
002003*  10/15/26  RH    DIVPACK IS NOW THE KEYED CATALOG MASTER
002004*                  (KSDS, PRODUCT LINE PLUS PACK SIZE, LAYOUT IN
002005*                  COPYBOOK DIVPACK) MAINTAINED ONLINE THROUGH
002006*                  DIVP. EACH ENTRY CARRIES EFFECTIVE AND RETIRE
002007*                  DATES; ONLY THE ENTRIES IN EFFECT ON THE
002008*                  BUSINESS DATE OF THE CURRENT RUN (READ FROM
002009*                  DIVRCTL) ARE LOADED. THE OTHERS ARE COUNTED
002010*                  AND REPORTED AT START-UP.
002011*  10/15/26  RH    THE ORDER KEY (ORDER NUMBER AND ORDER LINE,
002012*                  CARVED OUT OF THE INPUT FILLER) IS CARRIED
002013*                  THROUGH TO THE DIVXREF RECORD, SO THE LOT-FIT
002014*                  RESPONSE FILE (DIVBAT17) CAN BE KEYED BACK TO
002015*                  THE ORDER SYSTEM. DIVXREF GREW BY 14 BYTES
002016*                  (LRECL 332).
002019*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
003300         FILE STATUS IS DB-DIVOUT3-STATUS.
003310
003320     SELECT DIVPACK ASSIGN TO DIVPACK
003330         ORGANIZATION IS INDEXED
003333         ACCESS MODE IS SEQUENTIAL
003336         RECORD KEY IS DP-KEY
003340         FILE STATUS IS DB-DIVPACK-STATUS.
003350
003360     SELECT DIVXREF ASSIGN TO DIVXREF
003370         ORGANIZATION IS SEQUENTIAL
003380         FILE STATUS IS DB-DIVXREF-STATUS.
003382
003384     SELECT DIVRCTL ASSIGN TO DIVRCTL
003386         ORGANIZATION IS SEQUENTIAL
003388         FILE STATUS IS DB-DIVRCTL-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
004000 01  DB-INPUT-RECORD3.
004100     03  DB-IN-QTY-PACKED   PIC 9(6) COMP-3.
004150     03  DB-IN-PROD-LINE    PIC X(4).
004160     03  DB-IN-ORDER-NO     PIC X(10).
004170     03  DB-IN-ORDER-LINE   PIC 9(4).
004200     03  FILLER             PIC X(58).
004300
004400 FD  DIVOUT3
004500     RECORDING MODE IS F
005420 FD  DIVPACK
005430     RECORDING MODE IS F
005440     LABEL RECORDS ARE STANDARD.
005450     COPY DIVPACK.
005490
005492 FD  DIVXREF
005494     RECORDING MODE IS F
005496     LABEL RECORDS ARE STANDARD.
005498 01  DB-XREF-RECORD.
005500     03  DB-XR-QTY-PACKED   PIC 9(6) COMP-3.
005502     03  DB-XR-NUM          PIC 9(6).
005504     03  DB-XR-PROD-LINE    PIC X(4).
005506     03  DB-XR-ORDER-KEY.
005508         05  DB-XR-ORDER-NO     PIC X(10).
005510         05  DB-XR-ORDER-LINE   PIC 9(4).
005512     03  DB-XR-FIT-COUNT    PIC 9(3).
005514     03  DB-XR-NO-FIT-FLAG  PIC X(01).
005516         88  DB-XR-NO-FIT          VALUE 'Y'.
005518         88  DB-XR-FITS            VALUE 'N'.
005520     03  DB-XR-PACK-SIZES   OCCURS 50 TIMES
005522                            PIC 9(6).
005524
005526 FD  DIVRCTL
005528     RECORDING MODE IS F
005530     LABEL RECORDS ARE STANDARD.
005532     COPY DIVRCTL.
005552
005600 WORKING-STORAGE SECTION.
005700 01  DB-SWITCHES.
006300     03  DB-DIVOUT3-STATUS  PIC X(02)  VALUE '00'.
006310     03  DB-DIVPACK-STATUS  PIC X(02)  VALUE '00'.
006320     03  DB-DIVXREF-STATUS  PIC X(02)  VALUE '00'.
006330     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
006400
006500 01  DB-COUNTERS.
006600     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
006800     03  DB-REJECTED-COUNT  PIC 9(7)  COMP  VALUE ZERO.
006810     03  DB-NO-FIT-COUNT    PIC 9(7)  COMP  VALUE ZERO.
006820     03  DB-PACK-LOADED     PIC 9(3)  COMP  VALUE ZERO.
006825     03  DB-PACK-NOT-IN-EFFECT PIC 9(7) COMP VALUE ZERO.
006850     03  DB-I               PIC 9(3)  COMP-5 VALUE ZERO.
006860     03  DB-P               PIC 9(3)  COMP-5 VALUE ZERO.
006870     03  DB-S               PIC 9(3)  COMP-5 VALUE ZERO.
006899         05  DB-LINE-CODE      PIC X(4).
006901         05  DB-LINE-NO-FITS   PIC 9(7) COMP.
006902
006903*    THE BUSINESS DATE THE CATALOG IS EVALUATED AGAINST -- THE
006904*    DATE OF THE MOST RECENT NIGHTLY RUN OPENED ON DIVRCTL.
006905 01  DB-BUSINESS-DATE       PIC 9(8)  VALUE ZERO.
006906
007000     COPY DIVRSLT.
007100
007200 PROCEDURE DIVISION.
010000         GOBACK
010100     END-IF.
010200
010205     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
010207
010210     OPEN INPUT DIVPACK.
010220     IF DB-DIVPACK-STATUS IS NOT EQUAL TO '00'
010230         DISPLAY 'DIVBAT02 - UNABLE TO OPEN DIVPACK, STATUS = '
010292
010300     PERFORM 2100-READ-DIVINP3 THRU 2100-EXIT.
010400 1000-EXIT.
010401     EXIT.
010402
010403*----------------------------------------------------------------
010404* 1050-READ-RUN-CONTROL
010405*   PICKS UP THE BUSINESS DATE FROM DIVRCTL. THE ORDER EXTRACT
010406*   RUNS AGAINST THE SAME BUSINESS DAY AS THE NIGHTLY, OPEN OR
010407*   ALREADY CERTIFIED, SO EITHER STATUS IS ACCEPTED. NO FILE OR
010408*   NO RECORD STOPS THE RUN -- WITHOUT A DATE THERE IS NO WAY TO
010409*   TELL WHICH CATALOG ENTRIES ARE IN EFFECT.
010410*----------------------------------------------------------------
010411 1050-READ-RUN-CONTROL.
010412     OPEN INPUT DIVRCTL.
010413     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
010414         DISPLAY 'DIVBAT02 - UNABLE TO OPEN DIVRCTL, STATUS = '
010415             DB-DIVRCTL-STATUS
010416         MOVE 16 TO RETURN-CODE
010417         GOBACK
010418     END-IF.
010419     READ DIVRCTL
010420         AT END
010421             CONTINUE
010422     END-READ.
010423     IF DB-DIVRCTL-STATUS IS NOT EQUAL TO '00'
010424         OR DR-BUSINESS-DATE IS NOT NUMERIC
010425         DISPLAY 'DIVBAT02 - NO BUSINESS DATE ON DIVRCTL, '
010426             'STATUS = ' DB-DIVRCTL-STATUS
010427         MOVE 16 TO RETURN-CODE
010428         GOBACK
010429     END-IF.
010430     MOVE DR-BUSINESS-DATE TO DB-BUSINESS-DATE.
010431     CLOSE DIVRCTL.
010432     DISPLAY 'DIVBAT02 - BUSINESS DATE     = ' DB-BUSINESS-DATE.
010433 1050-EXIT.
010434     EXIT.
010510
010520*----------------------------------------------------------------
010530* 1100-LOAD-PACK-TABLE
010540*   READS THE WHOLE PACK-SIZE CATALOG INTO THE IN-CORE TABLE.
010550*   A NON-NUMERIC OR ZERO PACK SIZE IS A BAD CATALOG RECORD AND
010560*   IS SKIPPED WITH A MESSAGE; A CATALOG BIGGER THAN THE TABLE
010570*   ABENDS THE RUN (SEE THE NOTE AT DB-PACK-TABLE). ENTRIES NOT
010575*   IN EFFECT ON THE BUSINESS DATE (NOT YET EFFECTIVE, OR
010577*   RETIRED ON OR BEFORE IT) ARE PASSED OVER AND COUNTED.
010580*----------------------------------------------------------------
010590 1100-LOAD-PACK-TABLE.
010600     PERFORM 1110-READ-ONE-PACK THRU 1110-EXIT
010610         UNTIL DB-END-OF-PACK.
010620     DISPLAY 'DIVBAT02 - PACK SIZES LOADED = ' DB-PACK-LOADED.
010625     DISPLAY 'DIVBAT02 - NOT IN EFFECT     = '
010627         DB-PACK-NOT-IN-EFFECT.
010630 1100-EXIT.
010640     EXIT.
010650
010740     IF DB-END-OF-PACK
010750         GO TO 1110-EXIT
010760     END-IF.
010770     IF DP-PACK-SIZE IS NOT NUMERIC
010780         OR DP-PACK-SIZE IS EQUAL TO ZERO
010782         OR DP-EFFECTIVE-DATE IS NOT NUMERIC
010784         OR DP-RETIRE-DATE IS NOT NUMERIC
010790         DISPLAY 'DIVBAT02 - BAD PACK CATALOG RECORD SKIPPED, '
010800             'PROD LINE = ' DP-PROD-LINE
010810         GO TO 1110-EXIT
010820     END-IF.
010821     IF DP-EFFECTIVE-DATE IS GREATER THAN DB-BUSINESS-DATE
010822         OR (DP-RETIRE-DATE IS NOT EQUAL TO ZERO
010823             AND DP-RETIRE-DATE IS NOT GREATER THAN
010824                 DB-BUSINESS-DATE)
010825         ADD 1 TO DB-PACK-NOT-IN-EFFECT
010826         GO TO 1110-EXIT
010827     END-IF.
010830     IF DB-PACK-LOADED IS EQUAL TO DB-PACK-MAX
010840         DISPLAY 'DIVBAT02 - PACK CATALOG EXCEEDS TABLE OF '
010850             DB-PACK-MAX ' ENTRIES'
010870         GOBACK
010880     END-IF.
010890     ADD 1 TO DB-PACK-LOADED.
010900     MOVE DP-PROD-LINE TO DB-PACK-PROD-LINE (DB-PACK-LOADED).
010910     MOVE DP-PACK-SIZE TO DB-PACK-SIZE (DB-PACK-LOADED).
010920 1110-EXIT.
010930     EXIT.
010931
017530     MOVE DB-IN-QTY-PACKED TO DB-XR-QTY-PACKED.
017540     MOVE DB-IN-QTY-PACKED TO DB-XR-NUM.
017545     MOVE DB-IN-PROD-LINE  TO DB-XR-PROD-LINE.
017546     MOVE DB-IN-ORDER-NO   TO DB-XR-ORDER-NO.
017547     MOVE DB-IN-ORDER-LINE TO DB-XR-ORDER-LINE.
017550     MOVE ZERO             TO DB-XR-FIT-COUNT.
017560     PERFORM 2440-ZERO-ONE-SLOT THRU 2440-EXIT
017570         VARYING DB-S FROM 1 BY 1
