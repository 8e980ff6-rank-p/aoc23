      * DAILY WAREHOUSE INTERFACE RECORD LAYOUT, WRITTEN BY AOC1EXT
      * AS THE LAST STEP OF THE NIGHTLY BATCH AND LOADED UNATTENDED
      * BY THE PLANT METRICS WAREHOUSE. ONE FIXED-LAYOUT FILE PER
      * DAY: A HEADER, ONE DETAIL PER SIGNED-OFF DROP, AND A
      * TRAILER WITH THE RECORD COUNT AND HASH TOTALS. THE FEED
      * SEQUENCE NUMBER ON THE HEADER INCREMENTS BY EXACTLY ONE PER
      * FEED, SO A MISSED OR DUPLICATED FEED IS DETECTABLE FROM THE
      * WHX-RECORD-TYPE: H = HEADER (RUN DATE, FEED SEQUENCE AND THE
      *                      RUN-LEVEL COUNTS OFF THE RUN-STATUS
      *                      RECORD), D = DETAIL (ONE FILE-LEVEL
      *                      HISTORY LINE APPROVED FOR RELEASE,
      *                      UNDER ITS OWN RUN DATE), T = TRAILER
      *                      (DETAIL COUNT AND HASH TOTALS).
      *
      * MODIFICATION HISTORY
      * 2026-09-02  DSB  THE DETAIL NOW CARRIES THE DROP SEQUENCE
      *                  (PER-SHIFT SCORING), TAKEN FROM THE DETAIL
      *                  FILLER SO NO FIELD MOVED.
      * 2026-10-15  DSB  DETAILS ARE NOW THE DROPS THE SHIFT SUPERVISOR
      *                  HAS SIGNED OFF, WHICH MAY HAVE BEEN SCORED ON
      *                  AN EARLIER NIGHT. THE DETAIL CARRIES THE
      *                  DROP'S OWN RUN DATE, TAKEN FROM THE DETAIL
      *                  FILLER SO NO FIELD MOVED.
      *****************************************************************
       01  WAREHOUSE-RECORD.
           05  WHX-RECORD-TYPE         PIC X.
               10  WHX-ADJUST-FLAG     PIC X.
               10  FILLER              PIC X(02).
               10  WHX-DROP-SEQ        PIC 9(02).
               10  FILLER              PIC X(02).
               10  WHX-DROP-RUN-DATE   PIC 9(08).
               10  FILLER              PIC X(04).
           05  WHX-TRAILER-BODY REDEFINES WHX-BODY.
               10  WHX-DETAIL-COUNT    PIC 9(06).
               10  FILLER              PIC X(02).
