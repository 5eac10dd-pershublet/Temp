000100*----------------------------------------------------------------
000200* DIVMJRN.CPY
000300*   RECORD LAYOUT FOR THE DIVISOR MASTER JOURNAL (DIVMJRN), THE
000400*   PERMANENT RECFM=VB DATASET EVERY BATCH PROGRAM THAT ADDS TO
000500*   OR REPLACES A DIVMSTR RECORD APPENDS TO, ONE RECORD PER
000600*   MASTER UPDATE, RIGHT AFTER THE UPDATE SUCCEEDS. EACH RECORD
000700*   CARRIES THE DIVRCTL RUN ID AND BUSINESS DATE THE UPDATE WAS
000800*   MADE UNDER, THE PROGRAM THAT MADE IT, AND THE NUM. AN ADD
000900*   (ACTION A) CARRIES NOTHING MORE -- THERE WAS NO RECORD
001000*   BEFORE IT. A REPLACE (ACTION R) CARRIES THE WHOLE MASTER
001100*   RECORD AS IT STOOD BEFORE THE UPDATE IN DJ-BEFORE-IMAGE,
001200*   DJ-BEFORE-LEN BYTES LONG (26 PLUS 6 PER DIVISOR, THE DIVMSTR
001300*   RECORD LENGTH), AND THE JOURNAL RECORD IS WRITTEN ONLY THAT
001400*   LONG. DIVBAT23 READS THE JOURNAL TO BACK A RUN'S UPDATES
001500*   OUT: AN ADD IS DELETED, A REPLACE IS PUT BACK FROM ITS
001600*   BEFORE-IMAGE. COPY THIS UNDER THE FD FOR DIVMJRN IN ANY
001700*   PROGRAM THAT OPENS THE FILE; THE FD RECORD VARIES FROM 55
001800*   TO 1521 BYTES (LRECL 1525).
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*  DATE      INIT  DESCRIPTION
002200*  10/15/26  RH    ORIGINAL COPYBOOK.
002300*----------------------------------------------------------------
002400 01  DJ-JOURNAL-RECORD.
002500     03  DJ-RUN-ID              PIC 9(14).
002600     03  DJ-BUSINESS-DATE       PIC 9(8).
002700     03  DJ-ACTION              PIC X(1).
002800         88  DJ-ACTION-ADD             VALUE 'A'.
002900         88  DJ-ACTION-REPLACE         VALUE 'R'.
003000     03  DJ-PROGRAM             PIC X(8).
003100     03  DJ-DATE-WRITTEN        PIC 9(8).
003200     03  DJ-TIME-WRITTEN        PIC 9(6).
003300     03  DJ-NUM                 PIC 9(6).
003400     03  DJ-BEFORE-LEN          PIC 9(4).
003500     03  DJ-BEFORE-IMAGE        PIC X(1466).
