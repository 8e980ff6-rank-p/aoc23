      *
      * MODIFICATION HISTORY
      * 2026-09-02  DSB  ORIGINAL VERSION.
      * 2026-10-15  DSB  AOC1DQS ADDED AS A READER - THE NEW MONTHLY
      *                  SOURCE DATA-QUALITY SCORECARD TIMES EACH
      *                  EXCEPTION TO ITS FIRST E OR S ENTRY. LAYOUT
      *                  UNCHANGED.
      *****************************************************************
       01  CORRECTION-JOURNAL-RECORD.
           05  JRN-DATE                PIC 9(08).
