001397*                  WITH CICS TIME SERVICES WHEN IT QUEUES THE
001398*                  EVENT. ALL THREE ARE CARRIED THROUGH TO THE
001399*                  DIVEXCP/DIVAUD RECORDS.
001401*  10/15/26  RH    ADDED SOURCE V (DIV-SRC-SWEEP) FOR THE DIVBAT14
001402*                  MASTER INTEGRITY SWEEP, WHICH RECOMPUTES CACHED
001403*                  NUMS THROUGH DIVISORS AND MUST NOT HAVE ITS
001404*                  EVENTS MISTAKEN FOR THE NIGHTLY'S.
001405*  10/15/26  RH    ADDED SOURCE K (DIV-SRC-PACK-CHECK) FOR THE
001406*                  DIVBAT16 PACK-CATALOG NESTING REPORT, WHICH
001407*                  RUNS EVERY CATALOG PACK SIZE THROUGH DIVISORS.
001408*  10/15/26  RH    ADDED SOURCE R (DIV-SRC-REVERSE-LOOKUP) FOR
001409*                  THE DIVQ REVERSE PACK LOOKUP TRANSACTION.
001411*  10/15/26  RH    ADDED SOURCE F (DIV-SRC-PACK-FIT) FOR THE
001412*                  DIVONL6 PACK-FIT SERVICE ORDER ENTRY LINKS TO.
001414*----------------------------------------------------------------
001500 01  DIV-RESULT.
001600     03  DIV-RESLEN     PIC 9(3).
001700     03  DIV-RC         PIC 9(2).
002382             88  DIV-SRC-SEED          VALUE 'S'.
002384             88  DIV-SRC-ORDER-EXTRACT VALUE 'O'.
002386             88  DIV-SRC-DIVI-TRAN     VALUE 'T'.
002387             88  DIV-SRC-SWEEP         VALUE 'V'.
002388             88  DIV-SRC-PACK-CHECK    VALUE 'K'.
002389             88  DIV-SRC-REVERSE-LOOKUP VALUE 'R'.
002390             88  DIV-SRC-PACK-FIT      VALUE 'F'.
002392         05  DIV-LOG-DATE     PIC 9(8).
002394         05  DIV-LOG-TIME     PIC 9(6).
002400     03  DIV-RES        OCCURS 0 TO 240 TIMES
002500                        DEPENDING ON DIV-RESLEN
002600                        INDEXED BY DV-I DV-J
