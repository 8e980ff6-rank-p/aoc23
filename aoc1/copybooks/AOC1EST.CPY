      *
      * MODIFICATION HISTORY
      * 2026-09-02  DSB  ORIGINAL VERSION.
      * 2026-10-15  DSB  THREE NEW REJECT REASONS FROM THE INSTRUMENT
      *                  REGISTRY CHECK (UNREGISTERED, RETIRED AND
      *                  OUT-OF-SERVICE INSTRUMENTS), ADDED AT THE END
      *                  SO EXISTING FIELD POSITIONS ARE UNCHANGED.
      * 2026-10-15  DSB  AOC1DQS ADDED TO THE READERS - THE NEW
      *                  MONTHLY SOURCE DATA-QUALITY SCORECARD READS
      *                  THE NIGHTLY RECORDS AS RETAINED BY AOC1DLY IN
      *                  PROD.CALIB.EDITSTS.RETAINED. LAYOUT UNCHANGED.
      *****************************************************************
       01  EDIT-STATUS-RECORD.
           05  EST-RUN-DATE            PIC 9(08).
           05  EST-REJ-BAD-INSTRUMENT  PIC 9(10).
           05  FILLER                  PIC X(02).
           05  EST-REJ-NO-SCAN-DATA    PIC 9(10).
           05  FILLER                  PIC X(02).
           05  EST-REJ-UNREGISTERED    PIC 9(10).
           05  FILLER                  PIC X(02).
           05  EST-REJ-RETIRED         PIC 9(10).
           05  FILLER                  PIC X(02).
           05  EST-REJ-OUT-OF-SERVICE  PIC 9(10).
