000900*                FOR EVERY NUM THAT APPEARS, ITS TOTAL EVENT
001000*                COUNT, WHEN IT WAS FIRST AND LAST SEEN, AND
001100*                WHICH SOURCES SENT IT (N = NIGHTLY, S = SEED,
001200*                O = ORDER EXTRACT, T = DIVI TRANSACTION,
001250*                V = MASTER INTEGRITY SWEEP, K = PACK-CATALOG
001260*                NESTING CHECK, R = DIVQ REVERSE PACK LOOKUP,
001270*                F = DIVONL6 ORDER-ENTRY PACK-FIT SERVICE) --
001300*                SO WHEN THE SAME NUM IS REJECTED FORTY TIMES,
001400*                REVIEW CAN TELL ONE BAD ORDER-SYSTEM FEED FROM
001500*                FORTY OPERATORS FAT-FINGERING DIVI, AND CHASE
001600*                THE FEED THAT KEEPS SENDING GARBAGE. LOG
002200* MODIFICATION HISTORY
002300*  DATE      INIT  DESCRIPTION
002400*  09/01/26  RH    ORIGINAL PROGRAM.
002410*  10/15/26  RH    ADDED SOURCE V (DIVBAT14 MASTER INTEGRITY
002420*                  SWEEP) AS ITS OWN FLAG BYTE, SO A FACTOR-PAIR
002430*                  MISMATCH RAISED WHILE THE SWEEP RECOMPUTES A
002440*                  CACHED NUM IS NOT LUMPED IN WITH THE OLD
002450*                  PRE-TIMESTAMP RECORDS UNDER ?.
002460*  10/15/26  RH    ADDED SOURCE K (DIVBAT16 PACK-CATALOG NESTING
002470*                  REPORT) AS ITS OWN FLAG BYTE, THE SAME WAY.
002480*  10/15/26  RH    ADDED SOURCE R (DIVQ REVERSE PACK LOOKUP
002490*                  TRANSACTION) AS ITS OWN FLAG BYTE, LIKEWISE.
002492*  10/15/26  RH    ADDED SOURCE F (DIVONL6 PACK-FIT SERVICE) AS
002494*                  ITS OWN FLAG BYTE, LIKEWISE. ITS REFUSED
002496*                  REQUESTS COUNT UNDER THE QUANTITY SENT.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
011300             07  DB-NT-SRC-S  PIC X(1).
011400             07  DB-NT-SRC-O  PIC X(1).
011500             07  DB-NT-SRC-T  PIC X(1).
011550             07  DB-NT-SRC-V  PIC X(1).
011560             07  DB-NT-SRC-K  PIC X(1).
011570             07  DB-NT-SRC-R  PIC X(1).
011580             07  DB-NT-SRC-F  PIC X(1).
011600             07  DB-NT-SRC-Q  PIC X(1).
011700
011800 01  DB-RPT-HEADING1.
014100     03  FILLER             PIC X(04)  VALUE SPACES.
014200     03  DB-RPT-LAST        PIC 9(8).
014300     03  FILLER             PIC X(04)  VALUE SPACES.
014400     03  DB-RPT-SOURCES     PIC X(9).
014500     03  FILLER             PIC X(03)  VALUE SPACES.
014600     03  DB-RPT-FLAG        PIC X(15).
014700     03  FILLER             PIC X(68)  VALUE SPACES.
014800
014900 01  DB-RPT-TOTAL-LINE.
015000     03  FILLER             PIC X(01)  VALUE ' '.
030900             MOVE 'O' TO DB-NT-SRC-O (DB-NUM-SUB)
031000         WHEN 'T'
031100             MOVE 'T' TO DB-NT-SRC-T (DB-NUM-SUB)
031150         WHEN 'V'
031160             MOVE 'V' TO DB-NT-SRC-V (DB-NUM-SUB)
031170         WHEN 'K'
031180             MOVE 'K' TO DB-NT-SRC-K (DB-NUM-SUB)
031190         WHEN 'R'
031195             MOVE 'R' TO DB-NT-SRC-R (DB-NUM-SUB)
031196         WHEN 'F'
031197             MOVE 'F' TO DB-NT-SRC-F (DB-NUM-SUB)
031200         WHEN OTHER
031300             MOVE '?' TO DB-NT-SRC-Q (DB-NUM-SUB)
031400     END-EVALUATE.
