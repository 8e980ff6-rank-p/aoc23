      *****************************************************************
      * AOC1WAK.CPY
      *-----------------------------------------------------------------
      * WAREHOUSE ACKNOWLEDGEMENT RECORD LAYOUT. THE PLANT METRICS
      * WAREHOUSE RETURNS ONE LINE PER FEED IT TRIED TO LOAD, EACH
      * MORNING: THE FEED SEQUENCE OFF OUR HEADER, WHETHER THE LOAD
      * WAS ACCEPTED OR REJECTED, AND THE DETAIL COUNT AND THREE HASH
      * TOTALS AS THE WAREHOUSE ITSELF ADDED THEM UP. READ BY AOC1ACK
      * AGAINST THE FEED LOG (AOC1FLG).
      *
      * WAK-OUTCOME: A = ACCEPTED, R = REJECTED (WAK-REASON SAYS WHY)
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      *****************************************************************
       01  ACKNOWLEDGEMENT-RECORD.
           05  WAK-FEED-SEQUENCE       PIC 9(06).
           05  FILLER                  PIC X(02).
           05  WAK-OUTCOME             PIC X.
               88  WAK-ACCEPTED                        VALUE 'A'.
               88  WAK-REJECTED                        VALUE 'R'.
           05  FILLER                  PIC X(02).
           05  WAK-DETAIL-COUNT        PIC 9(06).
           05  FILLER                  PIC X(02).
           05  WAK-HASH-ANSWER         PIC 9(12).
           05  FILLER                  PIC X(02).
           05  WAK-HASH-ANS-PART2      PIC 9(12).
           05  FILLER                  PIC X(02).
           05  WAK-HASH-RECORDS        PIC 9(12).
           05  FILLER                  PIC X(02).
           05  WAK-REASON              PIC X(40).
