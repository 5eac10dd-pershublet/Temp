000100*----------------------------------------------------------------
000200* DIVPACK.CPY
000300*   RECORD LAYOUT FOR THE PACK-SIZE CATALOG MASTER (DIVPACK), A
000400*   KSDS KEYED BY PRODUCT LINE PLUS PACK SIZE. ONE RECORD PER
000500*   STANDARD CARTON/CASE COUNT; A BLANK PRODUCT LINE MARKS A
000600*   GENERIC SIZE GOOD FOR EVERY LINE. AN ENTRY IS IN EFFECT ON
000700*   A BUSINESS DATE WHEN DP-EFFECTIVE-DATE IS ON OR BEFORE IT
000800*   AND DP-RETIRE-DATE IS ZERO (NEVER RETIRED) OR AFTER IT --
000900*   THE RETIRE DATE IS THE FIRST DAY THE SIZE IS NO LONGER
001000*   USED. ENTRIES ARE RETIRED, NEVER DELETED, SO THE CATALOG
001100*   STILL SHOWS WHAT WAS IN FORCE FOR AN OLD RUN. MAINTAINED
001200*   ONLINE THROUGH TRANSACTION DIVP (DIVONL3); EVERY CHANGE IS
001300*   AUDITED. THE KEY IS THE FIRST 10 BYTES, THE SAME POSITIONS
001400*   AS THE OLD FLAT CATALOG, SO THE FLAT FILE CONVERTS WITH A
001500*   PLAIN SORT AND REPRO (SEE DIVPKCNV.JCL). COPY THIS UNDER
001600*   THE FD FOR DIVPACK IN ANY PROGRAM THAT OPENS THE FILE.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*  DATE      INIT  DESCRIPTION
002000*  10/15/26  RH    ORIGINAL COPYBOOK.
002100*----------------------------------------------------------------
002200 01  DP-PACK-RECORD.
002300     03  DP-KEY.
002400         05  DP-PROD-LINE       PIC X(4).
002500         05  DP-PACK-SIZE       PIC 9(6).
002600     03  DP-EFFECTIVE-DATE      PIC 9(8).
002700     03  DP-RETIRE-DATE         PIC 9(8).
002800     03  DP-DESCRIPTION         PIC X(20).
002900     03  DP-LAST-ACTION         PIC X(1).
003000         88  DP-LAST-ADDED             VALUE 'A'.
003100         88  DP-LAST-CHANGED           VALUE 'C'.
003200         88  DP-LAST-RETIRED           VALUE 'R'.
003300     03  DP-LAST-OPERATOR       PIC X(8).
003400     03  DP-LAST-TERMINAL       PIC X(4).
003500     03  DP-LAST-DATE           PIC 9(8).
003600     03  DP-LAST-TIME           PIC 9(6).
003700     03  FILLER                 PIC X(7).
