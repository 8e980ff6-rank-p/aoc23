      *                  FOR PER-SHIFT SCORING, SO AN EXCEPTION TIES
      *                  TO THE SHIFT'S DROP THAT RAISED IT. BLANK ON
      *                  AN OLD LINE READS AS SEQUENCE 01.
      * 2026-10-15  DSB  AOC1MRG ADDED TO THE WRITERS - IT
      *                  CONCATENATES A PARTITIONED DROP'S PARTITION
      *                  LISTINGS, IN RECORD ORDER. LAYOUT UNCHANGED.
      * 2026-10-15  DSB  AOC1DQS ADDED TO THE READERS - THE NEW
      *                  MONTHLY SOURCE DATA-QUALITY SCORECARD COUNTS
      *                  THE RETAINED EXCEPTIONS. LAYOUT UNCHANGED.
      *****************************************************************
       01  EXCEPTION-RECORD.
           05  EXC-FILENAME             PIC X(100).
