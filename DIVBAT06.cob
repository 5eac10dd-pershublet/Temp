002178*                  PART GREW BY ONE BYTE TO 103 (RECORDS 103 TO
002179*                  1543 DATA BYTES). THE BALANCE ARITHMETIC IS
002181*                  UNTOUCHED.
002183*  10/15/26  RH    DIVCKPT IS NOW EVERY RECORD ON THE DD, NOT
002184*                  JUST THE FIRST: ON THE PARTITIONED NIGHTLY
002185*                  IT IS THE CONCATENATION OF THE PARTITION
002186*                  CHECKPOINTS, AND ANY ONE OF THEM STILL IN
002187*                  FLIGHT FAILS THE BALANCE. A SINGLE-STREAM
002188*                  CHECKPOINT IS SIMPLY A CONCATENATION OF ONE.
002189*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
028500*   A CLEAN END OF RUN REWRITES THE CHECKPOINT AS ALL ZEROS.
028600*   A NON-ZERO CHECKPOINT HERE MEANS DIVBAT01 NEVER REACHED ITS
028700*   TERMINATION -- WHATEVER THE TRAILER SAYS, THE RUN IS NOT
028800*   DONE. EVERY RECORD IS CHECKED: ON A PARTITIONED NIGHT THE
028850*   DD IS ONE CHECKPOINT PER PARTITION, CONCATENATED.
028900*----------------------------------------------------------------
029000 3100-CHECK-CHECKPOINT.
029100     OPEN INPUT DIVCKPT.
029500         SET DB-RUN-IMBALANCED TO TRUE
029600         GO TO 3100-EXIT
029700     END-IF.
029750 3100-READ-CHECKPOINT.
029800     READ DIVCKPT
029900         AT END
030000             GO TO 3100-CLOSE-CHECKPOINT
030100     END-READ.
030200     IF DB-DIVCKPT-STATUS IS EQUAL TO '00'
030300         AND DK-RECORDS-READ IS GREATER THAN ZERO
030600             'NOT END CLEANLY'
030700         SET DB-RUN-IMBALANCED TO TRUE
030800     END-IF.
030810     IF DB-DIVCKPT-STATUS IS EQUAL TO '00'
030820         GO TO 3100-READ-CHECKPOINT
030830     END-IF.
030840     DISPLAY 'DIVBAT06 - READ ERROR ON DIVCKPT, STATUS = '
030850         DB-DIVCKPT-STATUS.
030860     SET DB-RUN-IMBALANCED TO TRUE.
030870 3100-CLOSE-CHECKPOINT.
030900     CLOSE DIVCKPT.
031000 3100-EXIT.
031100     EXIT.
