      * (PLUS THE MANIFEST GRAND-TOTAL RECORD AND ONE SUB-TOTAL
      * RECORD PER INSTRUMENT), KEYED BY INPUT FILE, RUN DATE, DROP
      * SEQUENCE AND INSTRUMENT. WRITTEN BY AOC1, READ BY AOC1TRND,
      * AOC1MEND, AOC1RST, AOC1MON, AOC1EXT, AOC1SPC (WHICH CHARTS
      * THE PER-INSTRUMENT SUB-TOTALS) AND AOC1CMP (WHICH COMPARES
      * TWO DROPS OF A FILE).
      *
      * HIST-INSTRUMENT SPACES = THE FILE-LEVEL RECORD; A NONBLANK
      * INSTRUMENT ID MARKS A PER-INSTRUMENT SUB-TOTAL - READERS
      *                  LOADED ONCE WITH AOC1MEND'S NEW CONVERT
      *                  FUNCTION (BLANK DROP SEQUENCES BECOME 01).
      *                  THE FILLER GAPS OF THE LINE FORMAT ARE GONE.
      * 2026-10-15  DSB  AOC1SPC ADDED TO THE READERS - THE NEW
      *                  PER-INSTRUMENT CONTROL CHART. LAYOUT
      *                  UNCHANGED.
      * 2026-10-15  DSB  ADDED THE DIGIT-TOKEN DICTIONARY VERSION THE
      *                  RUN SCORED UNDER (SEE AOC1DGT), AT THE END,
      *                  SO A MOVED PART 2 ANSWER CAN BE TOLD FROM A
      *                  DICTIONARY CHANGE. BLANK ON RECORDS WRITTEN
      *                  BEFORE THE DICTIONARY EXISTED. HISTORY
      *                  RECORDS ARE NOW 164 BYTES.
      * 2026-10-15  DSB  AOC1CMP ADDED TO THE READERS - THE NEW
      *                  DROP-TO-DROP COMPARISON. LAYOUT UNCHANGED.
      * 2026-10-15  DSB  AOC1MRG ADDED TO THE WRITERS - IT WRITES A
      *                  PARTITIONED DROP'S FILE-LEVEL RECORD AND
      *                  INSTRUMENT SUB-TOTALS. LAYOUT UNCHANGED.
      * 2026-10-15  DSB  AOC1SGN ADDED TO THE READERS - THE NEW
      *                  WAREHOUSE RELEASE SIGN-OFF, WHICH SHOWS THE
      *                  SUPERVISOR A DROP'S NUMBERS BEFORE THE
      *                  DECISION. AOC1EXT NOW READS BY KEY AS WELL,
      *                  FOR APPROVED DROPS FROM EARLIER NIGHTS.
      *                  LAYOUT UNCHANGED.
      * 2026-10-15  DSB  AOC1DQS ADDED TO THE READERS - THE NEW
      *                  MONTHLY SOURCE DATA-QUALITY SCORECARD COUNTS
      *                  FILE-LEVEL RECORDS AS DROPS RECEIVED.
      *                  LAYOUT UNCHANGED.
      * 2026-10-15  DSB  THE MASTER IS CUT OVER FROM 156 TO 164 BYTES
      *                  ONCE BY THE AOC1CNV JOB: UNLOAD, REDEFINE AND
      *                  RELOAD WITH AOC1MEND'S RELOAD FUNCTION, WHICH
      *                  LEAVES THE DICTIONARY VERSION BLANK. LAYOUT
      *                  UNCHANGED.
      *****************************************************************
       01  HISTORY-RECORD.
           05  HIST-KEY.
           05  HIST-CONTENT-TOTAL      PIC 9(10).
           05  HIST-RECON-STATUS       PIC X.
           05  HIST-RESTATED           PIC X.
           05  HIST-DICT-VERSION       PIC X(08).
