      *****************************************************************
      * AOC1PTN.CPY
      *-----------------------------------------------------------------
      * PARTITION CONTROL RECORD LAYOUT. WHEN AOC1EDIT IS ASKED TO
      * SPLIT THE CLEAN FILE INTO PARTITIONS IT WRITES ONE RECORD PER
      * PARTITION, IN PARTITION ORDER, GIVING THE RANGE OF RECORD
      * NUMBERS THE PARTITION HOLDS. THE RECORD NUMBERS ARE THE ONES
      * AOC1 SCORES UNDER (THE HDR HEADER IS NOT COUNTED), SO A
      * PARTITION SCORED ON ITS OWN STILL RAISES ITS EXCEPTIONS,
      * LOOKS UP ITS CORRECTIONS AND WRITES ITS SCORING DETAIL UNDER
      * THE RECORD'S TRUE NUMBER IN THE WHOLE DROP.
      *
      * READ BY AOC1 (THE ONE RECORD FOR THE PARTITION IT IS SCORING)
      * AND BY AOC1MRG (ALL OF THEM, TO CHECK EVERY PARTITION CAME
      * BACK COMPLETE BEFORE IT MERGES).
      *
      * PTN-DROP-RECORD-COUNT AND PTN-DROP-CONTENT-TOTAL ARE THE
      * WHOLE DROP'S FINGERPRINT - RECORDS AND THE SAME CONTENT
      * TOTAL AOC1'S DUPLICATE-DROP GUARD TAKES - REPEATED ON EVERY
      * PARTITION'S RECORD, SO EACH PARTITION CAN TEST THE DROP AS
      * ONE DROP AGAINST THE HISTORY MASTER.
      *
      * AN EMPTY PARTITION (MORE PARTITIONS THAN RECORDS) CARRIES A
      * RECORD COUNT OF ZERO AND A LAST RECORD NUMBER ONE BELOW ITS
      * FIRST.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      *****************************************************************
       01  PARTITION-CONTROL-RECORD.
           05  PTN-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(02).
           05  PTN-RAW-FILENAME        PIC X(100).
           05  FILLER                  PIC X(02).
           05  PTN-PARTITION-NO        PIC 9(02).
           05  FILLER                  PIC X(02).
           05  PTN-PARTITION-COUNT     PIC 9(02).
           05  FILLER                  PIC X(02).
           05  PTN-FIRST-RECORD-NO     PIC 9(10).
           05  FILLER                  PIC X(02).
           05  PTN-LAST-RECORD-NO      PIC 9(10).
           05  FILLER                  PIC X(02).
           05  PTN-RECORD-COUNT        PIC 9(10).
           05  FILLER                  PIC X(02).
           05  PTN-DROP-RECORD-COUNT   PIC 9(10).
           05  FILLER                  PIC X(02).
           05  PTN-DROP-CONTENT-TOTAL  PIC 9(10).
