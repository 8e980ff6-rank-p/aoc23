      *****************************************************************
      * AOC1IRG.CPY
      *-----------------------------------------------------------------
      * INSTRUMENT REGISTRY RECORD LAYOUT FOR THE KEYED INSTRUMENT
      * MASTER (RECORD KEY = THE FOUR-CHARACTER INSTRUMENT ID THE
      * B-BUILDING FIRMWARE STAMPS AHEAD OF THE SCAN DATA).
      * MAINTAINED (ADD/CHANGE/RETIRE/LIST) BY THE AOC1REG REGISTRY
      * MAINTENANCE PROGRAM. AOC1EDIT READS IT BY KEY TO REFUSE
      * RECORDS FROM AN UNREGISTERED, RETIRED OR OUT-OF-SERVICE
      * INSTRUMENT; AOC1 READS IT BY KEY TO FLAG AN INSTRUMENT PAST
      * ITS CALIBRATION-DUE DATE ON THE SHIFT-TURNOVER SUMMARY AND
      * STAMPS THE LAST-SEEN DATE OF EVERY INSTRUMENT A DROP
      * REPORTED.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      *****************************************************************
       01  INSTRUMENT-REGISTRY-RECORD.
           05  IRG-KEY.
               10  IRG-INSTRUMENT-ID    PIC X(04).
           05  IRG-BUILDING             PIC X(10).
           05  IRG-OWNING-LAB           PIC X(20).
           05  IRG-STATUS               PIC X.
               88  IRG-IN-SERVICE                   VALUE 'I'.
               88  IRG-OUT-OF-SERVICE               VALUE 'O'.
               88  IRG-RETIRED                      VALUE 'R'.
           05  IRG-CAL-DUE-DATE         PIC 9(08).
           05  IRG-LAST-SEEN-DATE       PIC 9(08).
           05  IRG-UPDATED-DATE         PIC 9(08).
           05  IRG-UPDATED-BY           PIC X(08).
