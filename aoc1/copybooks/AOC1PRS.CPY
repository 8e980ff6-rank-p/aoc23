      *****************************************************************
      * AOC1PRS.CPY
      *-----------------------------------------------------------------
      * PARTITION RESULT RECORD LAYOUT. WRITTEN BY AOC1 AT THE END OF
      * A PARTITION'S SCORING IN PLACE OF THE HISTORY AND RUN-STATUS
      * RECORDS, WHICH ONLY THE WHOLE DROP MAY WRITE. READ BY AOC1MRG,
      * WHICH COMBINES EVERY PARTITION'S RESULT INTO THE ONE SET OF
      * HISTORY AND RUN-STATUS RECORDS FOR THE DROP.
      *
      * ONE DATASET PER PARTITION, EMPTIED WHEN THE PARTITION STARTS
      * SCORING AND WRITTEN ONLY WHEN IT FINISHES, SO A PARTITION
      * THAT ABENDED LEAVES NO RESULT BEHIND FOR THE MERGE TO MISTAKE
      * FOR A FINISHED ONE. A PARTITION THE DUPLICATE-DROP GUARD
      * REFUSED WRITES A LONE TOTALS RECORD MARKED D, CARRYING THE
      * DROP'S FILE, DATE AND SEQUENCE, FROM WHICH THE MERGE REFUSES
      * THE DROP AND RAISES THE ALERT.
      *
      * TWO RECORD TYPES, PICKED BY COLUMN ONE:
      *   'P' - PARTITION TOTALS: THE INPUT FILE AND DROP SEQUENCE,
      *         THE RANGE SCORED, RECORDS, EXCEPTIONS, BOTH ANSWERS,
      *         THE CONTENT TOTAL (LOW TEN DIGITS, AS ON HISTORY),
      *         THE DROP'S EXPECTED COUNT AS THE PARTITION SAW IT
      *         AND WHERE THAT COUNT CAME FROM. ALWAYS FIRST.
      *   'I' - ONE INSTRUMENT'S SUB-TOTALS WITHIN THE PARTITION.
      *
      * PRS-EXPECTED-SOURCE: P = RUN-TIME PARM, H = HDR HEADER,
      *                      N = NONE SEEN
      * PRS-COMPLETION:      C = COMPLETE, B = THE PARTITION'S OWN
      *                      RECORD COUNT DID NOT MATCH ITS RANGE,
      *                      D = REFUSED BY THE DUPLICATE-DROP GUARD
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      * 2026-10-15  DSB  PRS-COMPLETION D FOR A PARTITION REFUSED AS A
      *                  DUPLICATE DROP.
      *****************************************************************
       01  PARTITION-RESULT-RECORD.
           05  PRS-RECORD-TYPE         PIC X.
               88  PRS-PARTITION-TOTALS                VALUE 'P'.
               88  PRS-INSTRUMENT-TOTALS               VALUE 'I'.
           05  FILLER                  PIC X(02).
           05  PRS-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(02).
           05  PRS-PARTITION-NO        PIC 9(02).
           05  FILLER                  PIC X(02).
           05  PRS-DETAIL              PIC X(207).
           05  PRS-TOTALS-DETAIL REDEFINES PRS-DETAIL.
               10  PRS-FILENAME        PIC X(100).
               10  FILLER              PIC X(02).
               10  PRS-DROP-SEQ        PIC 9(02).
               10  FILLER              PIC X(02).
               10  PRS-FIRST-RECORD-NO PIC 9(10).
               10  FILLER              PIC X(02).
               10  PRS-RECORD-COUNT    PIC 9(10).
               10  FILLER              PIC X(02).
               10  PRS-EXCEPTION-COUNT PIC 9(10).
               10  FILLER              PIC X(02).
               10  PRS-ANSWER          PIC 9(10).
               10  FILLER              PIC X(02).
               10  PRS-ANSWER-PART2    PIC 9(10).
               10  FILLER              PIC X(02).
               10  PRS-CONTENT-TOTAL   PIC 9(10).
               10  FILLER              PIC X(02).
               10  PRS-EXPECTED-COUNT  PIC 9(10).
               10  FILLER              PIC X(02).
               10  PRS-EXPECTED-SOURCE PIC X.
                   88  PRS-EXPECTED-FROM-PARM          VALUE 'P'.
                   88  PRS-EXPECTED-FROM-HEADER        VALUE 'H'.
               10  FILLER              PIC X(02).
               10  PRS-RESUME-FLAG     PIC X.
               10  FILLER              PIC X(02).
               10  PRS-DICT-VERSION    PIC X(08).
               10  FILLER              PIC X(02).
               10  PRS-COMPLETION      PIC X.
                   88  PRS-COMPLETE                    VALUE 'C'.
                   88  PRS-COUNT-BROKE                 VALUE 'B'.
                   88  PRS-REFUSED-DUPLICATE           VALUE 'D'.
           05  PRS-INSTRUMENT-DETAIL REDEFINES PRS-DETAIL.
               10  PRS-INSTRUMENT      PIC X(04).
               10  FILLER              PIC X(02).
               10  PRS-INS-RECORD-COUNT
                                       PIC 9(10).
               10  FILLER              PIC X(02).
               10  PRS-INS-ANSWER      PIC 9(10).
               10  FILLER              PIC X(02).
               10  PRS-INS-ANSWER-PART2
                                       PIC 9(10).
               10  FILLER              PIC X(02).
               10  PRS-INS-EXCEPTIONS  PIC 9(10).
               10  FILLER              PIC X(155).
