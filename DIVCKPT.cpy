001398*                  (AND SEEDCKPT) DATASETS MUST BE REALLOCATED
001399*                  AT LRECL=104 BEFORE A PROGRAM BUILT WITH THIS
001401*                  LAYOUT RUNS AGAINST THEM.
001402*  10/15/26  RH    ADDED DK-PARTITION, CARVED OUT OF THE TRAILING
001403*                  FILLER, FOR THE PARTITIONED NIGHTLY: EACH
001404*                  NUM-RANGE PARTITION KEEPS ITS OWN CHECKPOINT
001405*                  DATASET AND STAMPS ITS PARTITION NUMBER HERE,
001406*                  SO A RESTART POINTED AT ANOTHER PARTITION'S
001407*                  CHECKPOINT IS REFUSED. ZERO ON A SINGLE-STREAM
001408*                  OR SEED RUN. RECORD LENGTH UNCHANGED.
001409*----------------------------------------------------------------
001500 01  DK-CHECKPOINT-RECORD.
001600     03  DK-LAST-KEY-NUM    PIC 9(6).
001700     03  DK-RECORDS-READ    PIC 9(7).
002350         88  DK-MODE-SEED          VALUE 'S'.
002360     03  DK-RUN-DATE        PIC 9(8).
002370     03  DK-RUN-ID          PIC 9(14).
002380     03  DK-PARTITION       PIC 9(2).
002400     03  FILLER             PIC X(7).
