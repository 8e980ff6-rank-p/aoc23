      *****************************************************************
      * AOC1RPT.CPY
      *-----------------------------------------------------------------
      * LINE-LEVEL AUDIT REPORT RECORD LAYOUT. ONE LINE PER RECORD
      * SCORED, SHOWING WHAT THE RECORD CONTRIBUTED TO EACH ANSWER
      * AND EACH ANSWER'S RUNNING TOTAL. WRITTEN BY AOC1; AOC1MRG
      * CONCATENATES A PARTITIONED DROP'S PARTITION REPORTS INTO THE
      * ONE REPORT, CARRYING EACH PARTITION'S RUNNING TOTALS ON FROM
      * THE PARTITIONS BEFORE IT. REPORT LINES ARE 664 BYTES.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION - LAYOUT LIFTED UNCHANGED
      *                  OUT OF AOC1 NOW THAT AOC1MRG WRITES THE SAME
      *                  DATASET.
      *****************************************************************
       01  REPORT-RECORD.
           05  RPT-FILENAME            PIC X(100).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-INPUT-RECORD        PIC X(512).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DIGIT-1             PIC X.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DIGIT-2             PIC X.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-COORDINATES         PIC 9(02).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-RUNNING-ANSWER      PIC Z(9)9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DIGIT-1-PART2       PIC X.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DIGIT-2-PART2       PIC X.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-COORDINATES-PART2   PIC 9(02).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-RUNNING-ANS-PART2   PIC Z(9)9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-RECORD-LENGTH       PIC 9(04).
