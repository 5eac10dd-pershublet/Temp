000100*----------------------------------------------------------------
000200* DIVPFIT.CPY
000300*   COMMAREA FOR THE PACK-FIT SERVICE (DIVONL6), THE PROGRAM THE
000400*   ORDER-ENTRY TRANSACTIONS LINK TO WITH AN ORDER-LINE QUANTITY
000500*   AND PRODUCT LINE. THE CALLER FILLS PF-REQUEST AND LINKS WITH
000600*   COMMAREA(PF-COMMAREA) LENGTH(LENGTH OF PF-COMMAREA); DIVONL6
000700*   CLEARS AND FILLS PF-RESPONSE. THE QUANTITY IS PACKED, AS THE
000800*   ORDER SYSTEM HOLDS IT (THE SAME PICTURE DIVSORP3 TAKES). A
000900*   ZERO TOLERANCE MEANS THE DIVBAT08 DEFAULT OF 10 UNITS.
001000*
001100*   PF-RETURN-CODE:
001200*     00  AT LEAST ONE CATALOG PACK DIVIDES THE QUANTITY; THE
001300*         FITTING SIZES ARE LISTED (THE FIRST 50, EACH ONCE).
001400*     04  NO PACK FITS; THE NEAREST QUANTITIES BELOW AND ABOVE
001500*         THAT ONE DOES, WITHIN THE TOLERANCE, ARE GIVEN WITH THE
001600*         SIZE AND DELTA (ZERO WHEN NONE WITHIN TOLERANCE).
001700*     08  THE REQUEST WAS INVALID -- PF-REASON SAYS WHY. THE
001800*         REJECT IS LOGGED (SOURCE F) FOR THE EXCEPTION LOG.
001900*     12  THE CATALOG COULD NOT BE READ -- PF-REASON SAYS WHY.
002000*         NOT THE CALLER'S FAULT, SO NOT LOGGED; RETRY LATER.
002100*
002200*   THE LAYOUT IS FIXED AT 400 BYTES; NEW FIELDS COME OUT OF THE
002300*   TRAILING FILLER SO OLD CALLERS NEED NOT BE RECOMPILED.
002400*----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*  DATE      INIT  DESCRIPTION
002700*  10/15/26  RH    ORIGINAL COPYBOOK.
002800*----------------------------------------------------------------
002900 01  PF-COMMAREA.
003000     03  PF-REQUEST.
003100         05  PF-QTY-PACKED      PIC 9(6) COMP-3.
003200         05  PF-PROD-LINE       PIC X(4).
003300         05  PF-TOLERANCE       PIC 9(2).
003400     03  PF-RESPONSE.
003500         05  PF-RETURN-CODE     PIC 9(2).
003600             88  PF-RC-FITS            VALUE 0.
003700             88  PF-RC-NO-FIT          VALUE 4.
003800             88  PF-RC-INVALID         VALUE 8.
003900             88  PF-RC-UNAVAILABLE     VALUE 12.
004000         05  PF-REASON          PIC X(30).
004100         05  PF-FIT-FLAG        PIC X(1).
004200             88  PF-FITS               VALUE 'Y'.
004300             88  PF-NO-FIT             VALUE 'N'.
004400         05  PF-FIT-COUNT       PIC 9(2).
004500         05  PF-FIT-SIZES       OCCURS 50 TIMES
004600                                PIC 9(6).
004700         05  PF-DOWN-QTY        PIC 9(6).
004800         05  PF-DOWN-SIZE       PIC 9(6).
004900         05  PF-DOWN-DELTA      PIC 9(2).
005000         05  PF-UP-QTY          PIC 9(6).
005100         05  PF-UP-SIZE         PIC 9(6).
005200         05  PF-UP-DELTA        PIC 9(2).
005300     03  FILLER                 PIC X(27).
