001200*   A RERUN OF DIVBAT05 RESUMES IT RATHER THAN OPENING A SECOND
001300*   RUN. COPY THIS UNDER THE FD FOR DIVRCTL IN ANY PROGRAM THAT
001400*   OPENS THE FILE.
001410*
001420*   DIVBAT23 SETS STATUS B WHEN IT BACKS A RUN'S MASTER UPDATES
001430*   OUT. A BACKED-OUT RUN IS NEITHER OPEN NOR CERTIFIED: NOTHING
001440*   MAY CERTIFY, EXTRACT, OR ADD TO THE MASTER UNDER IT, AND THE
001450*   NEXT DIVBAT05 OPENS A FRESH RUN OVER IT.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*  DATE      INIT  DESCRIPTION
001800*  09/01/26  RH    ORIGINAL COPYBOOK.
001810*  10/15/26  RH    ADDED STATUS B (RUN BACKED OUT BY DIVBAT23).
001900*----------------------------------------------------------------
002000 01  DR-RUN-CONTROL-RECORD.
002100     03  DR-BUSINESS-DATE   PIC 9(8).
002300     03  DR-RUN-STATUS      PIC X(1).
002400         88  DR-RUN-OPEN           VALUE 'O'.
002500         88  DR-RUN-CERTIFIED      VALUE 'C'.
002510         88  DR-RUN-BACKED-OUT     VALUE 'B'.
002600     03  FILLER             PIC X(57).
