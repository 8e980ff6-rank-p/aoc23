      *****************************************************************
      * AOC1SDT.CPY
      *-----------------------------------------------------------------
      * SCORING-DETAIL MASTER RECORD LAYOUT. ONE RECORD PER INPUT
      * RECORD SCORED, KEYED BY INPUT FILE, RUN DATE, DROP SEQUENCE
      * AND RECORD NUMBER (THE SAME FILENAME-MAJOR ORDER AS THE RUN-
      * HISTORY MASTER), SO ANY TWO DROPS OF A FILE CAN BE LINED UP
      * RECORD BY RECORD. WRITTEN BY AOC1 AS EACH RECORD IS SCORED,
      * READ BY THE AOC1CMP DROP-TO-DROP COMPARISON AND PURGED BY
      * THE AOC1MEND RETENTION PASS. A PARTITION OF A SPLIT DROP
      * WRITES THE SAME RECORD TO ITS OWN SEQUENTIAL DETAIL DATASET
      * INSTEAD, AND AOC1MRG LOADS THEM ALL ONTO THE MASTER.
      *
      * SDT-FINGERPRINT IS THE RECORD'S CONTENT CHECKSUM (THE SAME
      * ORDINAL-PLUS-POSITION SUM THE DUPLICATE-DROP GUARD TOTALS),
      * SO TOGETHER WITH THE RECORD LENGTH IT SAYS WHETHER THE
      * RECORD ITSELF CHANGED. THE COORDINATES ARE WHAT THE RECORD
      * ADDED TO EACH ANSWER - ZERO FOR AN EXCEPTION - SO A DROP'S
      * DETAIL SUMS BACK TO ITS HISTORY ANSWERS.
      *
      * SDT-SCORE-FLAG: BLANK = SCORED AS READ, C = CORRECTED
      *                 COORDINATES APPLIED FROM THE CORRECTIONS
      *                 MASTER, E = EXCEPTION EXCLUDED FROM PART 1
      *                 ONLY, X = EXCEPTION EXCLUDED FROM BOTH
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      * 2026-10-15  DSB  ALSO THE LAYOUT OF A PARTITION'S OWN DETAIL
      *                  DATASET, LOADED BY AOC1MRG.
      *****************************************************************
       01  SCORING-DETAIL-RECORD.
           05  SDT-KEY.
               10  SDT-FILENAME        PIC X(100).
               10  SDT-RUN-DATE        PIC 9(08).
               10  SDT-DROP-SEQ        PIC 9(02).
               10  SDT-RECORD-NO       PIC 9(10).
           05  SDT-INSTRUMENT          PIC X(04).
           05  SDT-RECORD-LENGTH       PIC 9(04).
           05  SDT-FINGERPRINT         PIC 9(09).
           05  SDT-COORDINATES         PIC 9(02).
           05  SDT-COORDINATES-PART2   PIC 9(02).
           05  SDT-SCORE-FLAG          PIC X.
               88  SDT-SCORED-AS-READ                  VALUE ' '.
               88  SDT-CORRECTED                       VALUE 'C'.
               88  SDT-EXCEPTION-PART1                 VALUE 'E'.
               88  SDT-EXCEPTION-BOTH                  VALUE 'X'.
