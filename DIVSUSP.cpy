000100*----------------------------------------------------------------
000200* DIVSUSP.CPY
000300*   RECORD LAYOUT FOR THE INPUT SUSPENSE FILE (DIVSUSP), A KSDS
000400*   KEYED BY THE RUN ID OF THE NIGHT THAT REJECTED THE RECORD
000500*   PLUS THE RECORD'S POSITION IN THAT NIGHT'S EDIT INPUT. EVERY
000600*   RECORD DIVBAT05 REJECTS IS HELD HERE WITH ITS ORIGINAL IMAGE,
000700*   SOURCE CODE, BUSINESS DATE AND REASON (STATUS O) UNTIL
000800*   OPERATIONS CORRECTS OR CANCELS IT THROUGH TRANSACTION DIVS
000900*   (DIVONL5). A CORRECTED ITEM (STATUS C) IS FED BACK INTO THE
001000*   NEXT NIGHTLY'S EDIT BY DIVBAT05 ITSELF -- THE ORIGINAL IMAGE
001100*   WITH THE CORRECTED NUM LAID OVER BYTES 1-6, SO THE SOURCE
001200*   CODE AND THE REST OF THE RECORD RIDE THROUGH AS SENT -- AND
001300*   MARKED RESUBMITTED (STATUS R) WITH THAT NIGHT'S RUN ID AND
001400*   BUSINESS DATE. ITEMS ARE NEVER DELETED: EVERY RECORD AN
001500*   UPSTREAM SYSTEM SENT THAT FAILED THE EDIT STAYS ON FILE AS
001600*   RESUBMITTED OR CANCELLED (STATUS X), WHICH IS THE PROOF
001700*   THAT NOTHING WAS LOST. THE LAST-ACTION FIELDS CARRY WHO
001800*   CORRECTED OR CANCELLED THE ITEM; DIVBAT05 STAMPS ITSELF AS
001900*   THE OPERATOR WHEN IT FIRST HOLDS ONE. THE NIGHTLY AGING
002000*   REPORT (DIVBAT18) LISTS WHAT IS STILL OPEN. COPY THIS UNDER
002100*   THE FD FOR DIVSUSP IN ANY PROGRAM THAT OPENS THE FILE.
002200*----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*  DATE      INIT  DESCRIPTION
002500*  10/15/26  RH    ORIGINAL COPYBOOK.
002600*----------------------------------------------------------------
002700 01  DS-SUSPENSE-RECORD.
002800     03  DS-KEY.
002900         05  DS-RUN-ID          PIC 9(14).
003000         05  DS-INPUT-SEQ       PIC 9(7).
003100     03  DS-BUSINESS-DATE       PIC 9(8).
003200     03  DS-SOURCE              PIC X(1).
003300     03  DS-STATUS              PIC X(1).
003400         88  DS-OPEN                   VALUE 'O'.
003500         88  DS-CORRECTED              VALUE 'C'.
003600         88  DS-RESUBMITTED            VALUE 'R'.
003700         88  DS-CANCELLED              VALUE 'X'.
003800     03  DS-REASON              PIC X(30).
003900     03  DS-ORIG-IMAGE          PIC X(80).
004000     03  DS-CORR-NUM            PIC 9(6).
004100     03  DS-RESUB-RUN-ID        PIC 9(14).
004200     03  DS-RESUB-DATE          PIC 9(8).
004300     03  DS-NOTE                PIC X(30).
004400     03  DS-LAST-OPERATOR       PIC X(8).
004500     03  DS-LAST-TERMINAL       PIC X(4).
004600     03  DS-LAST-DATE           PIC 9(8).
004700     03  DS-LAST-TIME           PIC 9(6).
004800     03  FILLER                 PIC X(25).
