001200*                RECORD. THIS STEP:
001300*                  - REJECTS RECORDS WHOSE NUM FIELD IS NOT
001400*                    NUMERIC, TO THE DIVERR FILE WITH A REASON;
001410*                  - HOLDS EVERY REJECT ON THE DIVSUSP SUSPENSE
001420*                    FILE UNTIL IT IS CORRECTED OR CANCELLED,
001430*                    AND FEEDS THE CORRECTED ONES BACK IN;
001500*                  - DROPS WITHIN-FILE DUPLICATES, KEEPING THE
001600*                    FIRST OCCURRENCE AND A COUNT OF HOW MANY
001700*                    TIMES EACH NUM APPEARED;
003306*                  BEING SETTLED BY GUESSWORK. THE SOURCE RIDES
003307*                  THROUGH UNCHANGED ON THE CLEAN RECORD FOR
003308*                  DIVBAT01 TO CARRY INTO DIVOUT.
003309*  10/15/26  RH    EVERY REJECT IS NOW ALSO HELD ON THE DIVSUSP
003310*                  SUSPENSE FILE (KSDS, COPYBOOK DIVSUSP) WITH ITS
003311*                  ORIGINAL IMAGE, SOURCE, BUSINESS DATE AND
003312*                  REASON, KEYED BY RUN ID AND INPUT POSITION SO A
003313*                  RERUN OF THE SAME NIGHT FINDS ITS REJECTS
003314*                  ALREADY HELD INSTEAD OF HOLDING THEM TWICE.
003315*                  AFTER DIVIN, THE ITEMS OPERATIONS CORRECTED
003316*                  THROUGH DIVS ARE FED INTO THE EDIT AS IF THEY
003317*                  HAD ARRIVED TONIGHT, WITH THEIR ORIGINAL SOURCE
003318*                  CODE, AND MARKED RESUBMITTED WITH TONIGHT'S RUN
003319*                  ID (A RERUN FEEDS THE SAME ITEMS AGAIN). BOTH
003320*                  ARE LISTED AND COUNTED ON THE EDIT REPORT.
003321*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
005420     SELECT DIVRCTL ASSIGN TO DIVRCTL
005430         ORGANIZATION IS SEQUENTIAL
005440         FILE STATUS IS DB-DIVRCTL-STATUS.
005450
005460     SELECT DIVSUSP ASSIGN TO DIVSUSP
005470         ORGANIZATION IS INDEXED
005475         ACCESS MODE IS DYNAMIC
005480         RECORD KEY IS DS-KEY
005490         FILE STATUS IS DB-DIVSUSP-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
008030     RECORDING MODE IS F
008040     LABEL RECORDS ARE STANDARD.
008050     COPY DIVRCTL.
008060
008070 FD  DIVSUSP
008080     RECORDING MODE IS F
008085     LABEL RECORDS ARE STANDARD.
008090     COPY DIVSUSP.
008100
008200 WORKING-STORAGE SECTION.
008300 01  DB-SWITCHES.
008400     03  DB-EOF-SWITCH      PIC X(01)  VALUE 'N'.
008500         88  DB-END-OF-INPUT        VALUE 'Y'.
008510     03  DB-SUSP-EOF-SWITCH PIC X(01)  VALUE 'N'.
008520         88  DB-END-OF-SUSPENSE     VALUE 'Y'.
008600
008700 01  DB-FILE-STATUSES.
008800     03  DB-DIVIN-STATUS    PIC X(02)  VALUE '00'.
009000     03  DB-DIVERR-STATUS   PIC X(02)  VALUE '00'.
009100     03  DB-DIVRPT-STATUS   PIC X(02)  VALUE '00'.
009150     03  DB-DIVRCTL-STATUS  PIC X(02)  VALUE '00'.
009160     03  DB-DIVSUSP-STATUS  PIC X(02)  VALUE '00'.
009200
009300 01  DB-COUNTERS.
009400     03  DB-RECORDS-READ    PIC 9(7)  COMP  VALUE ZERO.
009970     03  DB-TIME-NOW-R      REDEFINES DB-TIME-NOW.
009980         05  DB-TIME-HMS    PIC 9(6).
009990         05  FILLER         PIC 9(2).
009991
009992*    SUSPENSE-FILE TOTALS FOR THE EDIT REPORT.
009993 01  DB-SUSPENSE-COUNTS.
009994     03  DB-SUSP-HELD       PIC 9(7)  COMP  VALUE ZERO.
009995     03  DB-SUSP-ALREADY    PIC 9(7)  COMP  VALUE ZERO.
009996     03  DB-SUSP-RELEASED   PIC 9(7)  COMP  VALUE ZERO.
010000
010100*    ONE OCCURRENCE COUNTER PER POSSIBLE NUM VALUE (THE FIELD IS
010200*    PIC 9(6), SO 0-999999 COVERS EVERYTHING NUMERIC). THE FIRST
012400     03  DB-RPT-REJ-REASON  PIC X(30).
012500     03  FILLER             PIC X(41)  VALUE SPACES.
012600
012610 01  DB-RPT-RESUB-LINE.
012620     03  FILLER             PIC X(01)  VALUE ' '.
012630     03  FILLER             PIC X(11)  VALUE 'RESUBMIT  '.
012640     03  FILLER             PIC X(04)  VALUE 'SRC '.
012650     03  DB-RPT-RES-SOURCE  PIC X(1).
012660     03  FILLER             PIC X(02)  VALUE SPACES.
012670     03  DB-RPT-RES-IMAGE   PIC X(40).
012680     03  FILLER             PIC X(08)  VALUE ' - HELD '.
012685     03  DB-RPT-RES-RUN-ID  PIC 9(14).
012690     03  FILLER             PIC X(01)  VALUE '/'.
012693     03  DB-RPT-RES-SEQ     PIC 9(7).
012696     03  FILLER             PIC X(44)  VALUE SPACES.
012699
012700 01  DB-RPT-DUP-LINE.
012800     03  FILLER             PIC X(01)  VALUE ' '.
012900     03  FILLER             PIC X(11)  VALUE 'DUPLICATE '.
014700     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
014800     PERFORM 2000-EDIT-RECORD    THRU 2000-EXIT
014900         UNTIL DB-END-OF-INPUT.
014910     PERFORM 2500-RELEASE-SUSPENSE THRU 2500-EXIT.
015000     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
015100     GOBACK.
015200
018200         MOVE 16 TO RETURN-CODE
018300         GOBACK
018400     END-IF.
018410     OPEN I-O    DIVSUSP.
018420     IF DB-DIVSUSP-STATUS IS NOT EQUAL TO '00'
018430         DISPLAY 'DIVBAT05 - UNABLE TO OPEN DIVSUSP, STATUS = '
018440             DB-DIVSUSP-STATUS
018450         MOVE 16 TO RETURN-CODE
018460         GOBACK
018470     END-IF.
018480     ACCEPT DB-TIME-NOW FROM TIME.
018500     WRITE DB-REPORT-RECORD FROM DB-RPT-HEADING1.
018600     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
018700     PERFORM 2100-READ-DIVIN THRU 2100-EXIT.
019074
019100*----------------------------------------------------------------
019200* 2000-EDIT-RECORD
019300*   ONE DIVIN RECORD THROUGH THE EDIT, THEN THE NEXT ONE READ.
019320*----------------------------------------------------------------
019330 2000-EDIT-RECORD.
019340     PERFORM 2050-EDIT-ONE-RECORD THRU 2050-EXIT.
019350     PERFORM 2100-READ-DIVIN THRU 2100-EXIT.
019360 2000-EXIT.
019370     EXIT.
019380
019400*----------------------------------------------------------------
019420* 2050-EDIT-ONE-RECORD
019440*   ONE INPUT RECORD -- READ FROM DIVIN OR RELEASED FROM
019460*   SUSPENSE: REJECT IT, DROP IT AS A DUPLICATE, OR PASS IT
019480*   THROUGH UNCHANGED.
019500*----------------------------------------------------------------
019600 2050-EDIT-ONE-RECORD.
019610     PERFORM 2300-SET-SOURCE-SUB THRU 2300-EXIT.
019620     ADD 1 TO DB-SRC-READ (DB-SRC-SUB).
019700     IF DB-IN-NUM IS NOT NUMERIC
019800         PERFORM 2200-REJECT-RECORD THRU 2200-EXIT
019900         GO TO 2050-EXIT
020000     END-IF.
020100     COMPUTE DB-NUM-SUB = DB-IN-NUM + 1.
020200     IF DB-SEEN-COUNT (DB-NUM-SUB) IS LESS THAN 9999
021500         ADD 1 TO DB-DUPS-DROPPED
021520         ADD 1 TO DB-SRC-DUPS (DB-SRC-SUB)
021600     END-IF.
021900 2050-EXIT.
022000     EXIT.
022100
022200*----------------------------------------------------------------
025500     WRITE DB-REPORT-RECORD FROM DB-RPT-REJECT-LINE.
025600     ADD 1 TO DB-RECORDS-REJECTED.
025620     ADD 1 TO DB-SRC-REJECTED (DB-SRC-SUB).
025630     PERFORM 2400-HOLD-IN-SUSPENSE THRU 2400-EXIT.
025700 2200-EXIT.
025800     EXIT.
025820
025866 2300-EXIT.
025868     EXIT.
025870
025871*----------------------------------------------------------------
025872* 2400-HOLD-IN-SUSPENSE
025873*   HOLDS THE REJECT JUST WRITTEN TO DIVERR ON THE SUSPENSE FILE
025874*   AS AN OPEN ITEM, WITH THE WHOLE ORIGINAL IMAGE AND THE
025875*   REASON, FOR OPERATIONS TO CORRECT OR CANCEL THROUGH DIVS. THE
025876*   KEY IS TONIGHT'S RUN ID AND THE RECORD'S POSITION IN THE EDIT
025877*   INPUT, SO A RERUN OF THE SAME NIGHT (SAME RUN ID, SAME INPUT)
025878*   GETS A DUPLICATE KEY FOR EVERY REJECT ALREADY HELD -- THAT IS
025879*   COUNTED, NOT TREATED AS AN ERROR.
025880*----------------------------------------------------------------
025881 2400-HOLD-IN-SUSPENSE.
025882     MOVE SPACES            TO DS-SUSPENSE-RECORD.
025883     MOVE DB-RUN-ID         TO DS-RUN-ID.
025884     MOVE DB-RECORDS-READ   TO DS-INPUT-SEQ.
025885     MOVE DB-BUSINESS-DATE  TO DS-BUSINESS-DATE.
025886     MOVE DB-IN-SOURCE      TO DS-SOURCE.
025887     SET DS-OPEN            TO TRUE.
025888     MOVE DB-ERR-REASON     TO DS-REASON.
025889     MOVE DB-INPUT-RECORD   TO DS-ORIG-IMAGE.
025890     MOVE ZERO              TO DS-CORR-NUM.
025891     MOVE ZERO              TO DS-RESUB-RUN-ID.
025892     MOVE ZERO              TO DS-RESUB-DATE.
025893     MOVE 'DIVBAT05'        TO DS-LAST-OPERATOR.
025894     MOVE 'BTCH'            TO DS-LAST-TERMINAL.
025895     MOVE DB-BUSINESS-DATE  TO DS-LAST-DATE.
025896     MOVE DB-TIME-HMS       TO DS-LAST-TIME.
025897     WRITE DS-SUSPENSE-RECORD.
025898     EVALUATE DB-DIVSUSP-STATUS
025899         WHEN '00'
025900             ADD 1 TO DB-SUSP-HELD
025901         WHEN '22'
025902             ADD 1 TO DB-SUSP-ALREADY
025903         WHEN OTHER
025904             DISPLAY 'DIVBAT05 - WRITE ERROR ON DIVSUSP, STATUS '
025905                 '= ' DB-DIVSUSP-STATUS
025906             MOVE 16 TO RETURN-CODE
025907             GOBACK
025908     END-EVALUATE.
025909 2400-EXIT.
025910     EXIT.
025911
025912*----------------------------------------------------------------
025913* 2500-RELEASE-SUSPENSE
025914*   AFTER THE LAST DIVIN RECORD, WALKS THE SUSPENSE FILE AND FEEDS
025915*   EVERY CORRECTED ITEM INTO THE EDIT. ON A RERUN OF THE SAME
025916*   NIGHT THE ITEMS THE FIRST ATTEMPT ALREADY MARKED RESUBMITTED
025917*   UNDER TONIGHT'S RUN ID ARE FED AGAIN, SO THE CLEAN FILE COMES
025918*   OUT THE SAME AND DIVBAT01'S CHECKPOINT STILL HOLDS.
025919*----------------------------------------------------------------
025920 2500-RELEASE-SUSPENSE.
025921     MOVE ZERO TO DS-KEY.
025922     START DIVSUSP KEY IS NOT LESS THAN DS-KEY.
025923     IF DB-DIVSUSP-STATUS IS EQUAL TO '23'
025924         GO TO 2500-EXIT
025925     END-IF.
025926     IF DB-DIVSUSP-STATUS IS NOT EQUAL TO '00'
025927         DISPLAY 'DIVBAT05 - START ERROR ON DIVSUSP, STATUS = '
025928             DB-DIVSUSP-STATUS
025929         MOVE 16 TO RETURN-CODE
025930         GOBACK
025931     END-IF.
025932     PERFORM 2510-READ-SUSPENSE THRU 2510-EXIT.
025933     PERFORM 2520-RELEASE-ONE-ITEM THRU 2520-EXIT
025934         UNTIL DB-END-OF-SUSPENSE.
025935 2500-EXIT.
025936     EXIT.
025937
025938*----------------------------------------------------------------
025939* 2510-READ-SUSPENSE
025940*----------------------------------------------------------------
025941 2510-READ-SUSPENSE.
025942     READ DIVSUSP NEXT RECORD
025943         AT END
025944             SET DB-END-OF-SUSPENSE TO TRUE
025945     END-READ.
025946     IF NOT DB-END-OF-SUSPENSE
025947         AND DB-DIVSUSP-STATUS IS NOT EQUAL TO '00'
025948         DISPLAY 'DIVBAT05 - READ ERROR ON DIVSUSP, STATUS = '
025949             DB-DIVSUSP-STATUS
025950         MOVE 16 TO RETURN-CODE
025951         GOBACK
025952     END-IF.
025953 2510-EXIT.
025954     EXIT.
025955
025956*----------------------------------------------------------------
025957* 2520-RELEASE-ONE-ITEM
025958*   A CORRECTED ITEM IS MARKED RESUBMITTED BEFORE IT IS EDITED,
025959*   AND REBUILT AS THE ORIGINAL IMAGE WITH THE CORRECTED NUM OVER
025960*   THE NUM FIELD -- THE SOURCE CODE AND EVERYTHING ELSE IN THE
025961*   RECORD GO THROUGH EXACTLY AS THE UPSTREAM SYSTEM SENT THEM.
025962*   OPEN AND CANCELLED ITEMS, AND ITEMS RESUBMITTED ON AN EARLIER
025963*   NIGHT, ARE PASSED OVER.
025964*----------------------------------------------------------------
025965 2520-RELEASE-ONE-ITEM.
025966     IF DS-CORRECTED
025967         OR (DS-RESUBMITTED AND DS-RESUB-RUN-ID = DB-RUN-ID)
025968         CONTINUE
025969     ELSE
025970         GO TO 2520-NEXT
025971     END-IF.
025972     SET DS-RESUBMITTED     TO TRUE.
025973     MOVE DB-RUN-ID         TO DS-RESUB-RUN-ID.
025974     MOVE DB-BUSINESS-DATE  TO DS-RESUB-DATE.
025975     REWRITE DS-SUSPENSE-RECORD.
025976     IF DB-DIVSUSP-STATUS IS NOT EQUAL TO '00'
025977         DISPLAY 'DIVBAT05 - REWRITE ERROR ON DIVSUSP, STATUS = '
025978             DB-DIVSUSP-STATUS
025979         MOVE 16 TO RETURN-CODE
025980         GOBACK
025981     END-IF.
025982     MOVE DS-ORIG-IMAGE     TO DB-INPUT-RECORD.
025983     MOVE DS-CORR-NUM       TO DB-IN-NUM.
025984     MOVE DS-SOURCE         TO DB-RPT-RES-SOURCE.
025985     MOVE DB-INPUT-RECORD (1:40) TO DB-RPT-RES-IMAGE.
025986     MOVE DS-RUN-ID         TO DB-RPT-RES-RUN-ID.
025987     MOVE DS-INPUT-SEQ      TO DB-RPT-RES-SEQ.
025988     WRITE DB-REPORT-RECORD FROM DB-RPT-RESUB-LINE.
025989     ADD 1 TO DB-SUSP-RELEASED.
025990     ADD 1 TO DB-RECORDS-READ.
025991     PERFORM 2050-EDIT-ONE-RECORD THRU 2050-EXIT.
025992 2520-NEXT.
025993     PERFORM 2510-READ-SUSPENSE THRU 2510-EXIT.
025994 2520-EXIT.
025995     EXIT.
026000*----------------------------------------------------------------
026100* 3000-TERMINATE
026200*   LISTS EVERY NUM THAT APPEARED MORE THAN ONCE, THEN THE RUN
028610     MOVE 'CROSS-SOURCE DUPS   = ' TO DB-RPT-TOT-LABEL.
028620     MOVE DB-CROSS-SRC-DUPS        TO DB-RPT-TOT-VALUE.
028630     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
028631     MOVE 'HELD IN SUSPENSE    = ' TO DB-RPT-TOT-LABEL.
028632     MOVE DB-SUSP-HELD             TO DB-RPT-TOT-VALUE.
028633     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
028634     MOVE 'ALREADY HELD        = ' TO DB-RPT-TOT-LABEL.
028635     MOVE DB-SUSP-ALREADY          TO DB-RPT-TOT-VALUE.
028636     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
028637     MOVE 'RESUBMITTED         = ' TO DB-RPT-TOT-LABEL.
028638     MOVE DB-SUSP-RELEASED         TO DB-RPT-TOT-VALUE.
028639     WRITE DB-REPORT-RECORD FROM DB-RPT-TOTAL-LINE.
028640     WRITE DB-REPORT-RECORD FROM DB-RPT-BLANK.
028650     PERFORM 3200-REPORT-ONE-SOURCE THRU 3200-EXIT
028660         VARYING DB-SRC-SUB FROM 1 BY 1
028800     CLOSE DIVINC.
028900     CLOSE DIVERR.
029000     CLOSE DIVRPT.
029010     CLOSE DIVSUSP.
029100     DISPLAY 'DIVBAT05 - RECORDS READ      = ' DB-RECORDS-READ.
029200     DISPLAY 'DIVBAT05 - PASSED            = ' DB-RECORDS-PASSED.
029300     DISPLAY 'DIVBAT05 - REJECTED          = '
029400         DB-RECORDS-REJECTED.
029500     DISPLAY 'DIVBAT05 - DUPS DROPPED      = ' DB-DUPS-DROPPED.
029510     DISPLAY 'DIVBAT05 - HELD IN SUSPENSE  = ' DB-SUSP-HELD.
029520     DISPLAY 'DIVBAT05 - RESUBMITTED       = ' DB-SUSP-RELEASED.
029600     IF DB-RECORDS-REJECTED IS GREATER THAN ZERO
029700         OR DB-DUPS-DROPPED IS GREATER THAN ZERO
029800         MOVE 4 TO RETURN-CODE
