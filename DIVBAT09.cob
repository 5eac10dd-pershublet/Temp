001500*                THAT JUSTIFIES THE DIVMSTR PURGE SCHEDULE), AND
001600*                REJECT SPIKES. UNTIL NOW ALL OF THIS HAD TO BE
001700*                RECONSTRUCTED BY DIGGING THROUGH OLD JOB
001800*                OUTPUT. A RUN DIVBAT23 HAS BACKED OUT IS STILL
001833*                LISTED, FLAGGED, BUT LEFT OUT OF THE MONTH
001866*                TOTALS.
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*  DATE      INIT  DESCRIPTION
002200*  09/01/26  RH    ORIGINAL PROGRAM.
002210*  10/15/26  RH    ADDED THE PARTITION COLUMN (PT) TO THE RUN
002220*                  LISTING. A PARTITIONED NIGHT LISTS ONE LINE
002230*                  PER PARTITION BUT COUNTS AS ONE RUN IN THE
002240*                  MONTH TOTALS; ITS VOLUMES ARE THE SUM OF ITS
002250*                  PARTITION LINES. PT IS BLANK ON OTHER RUNS.
002258*  10/15/26  RH    A RUN BACKED OUT BY DIVBAT23 (DH-RUN-STATUS B)
002266*                  IS FLAGGED BACKED OUT ON ITS LINES AND LEFT OUT
002275*                  OF THE MONTH TOTALS AND COMPARISONS -- ITS
002283*                  MASTER UPDATES WERE TAKEN BACK OUT, SO ITS
002291*                  COUNTS ARE NOT GOOD ONES TO TREND.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005800
005900 01  DB-COUNTERS.
006000     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
006050     03  DB-BACKED-OUT-RECS PIC 9(7)  COMP  VALUE ZERO.
006100     03  DB-RATE-WORK       PIC 9(3)V9 COMP VALUE ZERO.
006200     03  DB-PCT-WORK        PIC S9(5)V9 COMP VALUE ZERO.
006300     03  DB-PTS-WORK        PIC S9(3)V9 COMP VALUE ZERO.
008700
008800 01  DB-RPT-HEADING2.
008900     03  FILLER             PIC X(01)  VALUE ' '.
009000     03  FILLER             PIC X(73)  VALUE
009100         'DATE     TIME   M PT     READ  WRITTEN  REJECTS     HITS
009200-        '    RATE  ELAPSED'.
009300     03  FILLER             PIC X(59)  VALUE SPACES.
009400
009500 01  DB-RPT-BLANK.
009600     03  FILLER             PIC X(01)  VALUE ' '.
010300     03  DB-RPT-TIME        PIC 9(6).
010400     03  FILLER             PIC X(01)  VALUE ' '.
010500     03  DB-RPT-MODE        PIC X(01).
010510     03  FILLER             PIC X(01)  VALUE ' '.
010520     03  DB-RPT-PART        PIC Z9  BLANK WHEN ZERO.
010600     03  FILLER             PIC X(02)  VALUE SPACES.
010700     03  DB-RPT-READ        PIC Z(6)9.
010800     03  FILLER             PIC X(02)  VALUE SPACES.
011700     03  DB-RPT-ELAPSED     PIC Z(5)9.
011800     03  FILLER             PIC X(02)  VALUE SPACES.
011900     03  DB-RPT-FLAG        PIC X(12).
012000     03  FILLER             PIC X(47)  VALUE SPACES.
012100
012200 01  DB-RPT-MONTH-LINE.
012300     03  FILLER             PIC X(01)  VALUE ' '.
019000*----------------------------------------------------------------
019100* 2000-PROCESS-RUN
019200*   ONE HISTORY RECORD: BREAK THE MONTH IF IT CHANGED, LIST THE
019300*   RUN, AND ROLL IT INTO THE MONTH TOTALS -- UNLESS THE RUN WAS
019350*   BACKED OUT, WHICH IS LISTED BUT NOT ROLLED IN.
019400*----------------------------------------------------------------
019500 2000-PROCESS-RUN.
019600     IF DB-CUR-MONTH IS NOT EQUAL TO ZERO
019900     END-IF.
020000     MOVE DH-RUN-DATE (1:6) TO DB-CUR-MONTH.
020100     PERFORM 2200-LIST-ONE-RUN THRU 2200-EXIT.
020110     IF DH-RUN-BACKED-OUT
020120         ADD 1 TO DB-BACKED-OUT-RECS
020130         GO TO 2000-NEXT
020140     END-IF.
020150*    A PARTITIONED NIGHT WRITES ONE RECORD PER PARTITION; IT
020160*    COUNTS AS ONE RUN (ON ITS FIRST PARTITION), BUT ALL OF ITS
020170*    RECORDS ADD INTO THE VOLUMES.
020180     IF DH-PARTITION IS NOT NUMERIC
020190         OR DH-PARTITION IS NOT GREATER THAN 1
020200         ADD 1              TO DB-CUR-RUNS
020210     END-IF.
020300     ADD DH-RECORDS-READ    TO DB-CUR-READ.
020400     ADD DH-RECORDS-WRITTEN TO DB-CUR-WRITTEN.
020500     ADD DH-REJECTED-COUNT  TO DB-CUR-REJECTED.
020600     ADD DH-MASTER-HITS     TO DB-CUR-HITS.
020650 2000-NEXT.
020700     PERFORM 2100-READ-DIVHIST THRU 2100-EXIT.
020800 2000-EXIT.
020900     EXIT.
022600* 2200-LIST-ONE-RUN
022700*   THE HIT RATE IS MASTER HITS OVER RECORDS READ. A RUN WHOSE
022800*   REJECTS EXCEED 5 PERCENT OF THE INPUT IS FLAGGED -- THAT IS
022900*   THE SPIKE THE MORNING REVIEW SHOULD CHASE. A BACKED-OUT RUN
022950*   IS FLAGGED AS SUCH INSTEAD.
023000*----------------------------------------------------------------
023100 2200-LIST-ONE-RUN.
023200     MOVE DH-RUN-DATE        TO DB-RPT-DATE.
023300     MOVE DH-RUN-TIME        TO DB-RPT-TIME.
023400     MOVE DH-RUN-MODE        TO DB-RPT-MODE.
023410     IF DH-PARTITION IS NUMERIC
023420         MOVE DH-PARTITION   TO DB-RPT-PART
023430     ELSE
023440         MOVE ZERO           TO DB-RPT-PART
023450     END-IF.
023500     MOVE DH-RECORDS-READ    TO DB-RPT-READ.
023600     MOVE DH-RECORDS-WRITTEN TO DB-RPT-WRITTEN.
023700     MOVE DH-REJECTED-COUNT  TO DB-RPT-REJECTED.
025000     ELSE
025100         MOVE SPACES TO DB-RPT-FLAG
025200     END-IF.
025225     IF DH-RUN-BACKED-OUT
025250         MOVE 'BACKED OUT' TO DB-RPT-FLAG
025275     END-IF.
025300     WRITE DB-REPORT-RECORD FROM DB-RPT-DETAIL-LINE.
025400 2200-EXIT.
025500     EXIT.
032400     CLOSE DIVHIST.
032500     CLOSE DIVHRPT.
032600     DISPLAY 'DIVBAT09 - RUNS REPORTED     = ' DB-RECORDS-READ.
032650     DISPLAY 'DIVBAT09 - BACKED OUT        = ' DB-BACKED-OUT-RECS.
032700 3000-EXIT.
032800     EXIT.
032900
