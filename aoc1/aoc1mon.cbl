      *                  READS IT SEQUENTIALLY IN KEY ORDER, WHICH
      *                  CHANGES NOTHING HERE BEYOND THE FILE
      *                  ORGANIZATION.
      * 2026-10-15  DSB  EVERY SCHEDULED DROP NOT RECEIVED IS ALSO PUT
      *                  ON THE SHARED OPERATIONS ALERT LOG (ALERTLOG,
      *                  LAYOUT IN AOC1ALR) AS A HIGH-SEVERITY MISSDROP
      *                  ALERT. A FILE STILL MISSING ON A LATER DAY,
      *                  WHILE THE ALERT IS OUTSTANDING, COUNTS AS A
      *                  RECURRENCE. A LOG THAT WILL NOT OPEN IS WARNED
      *                  OF AND COSTS ONLY THE ALERT.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
               MONITOR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONITOR-FILE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO DYNAMIC
               ALERT-LOG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-KEY
               FILE STATUS IS ALERT-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  MONITOR-FILE.
       01  MONITOR-LINE                PIC X(132).
      *
       FD  ALERT-LOG-FILE.
           COPY AOC1ALR.
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
           05  DTL-STATUS              PIC X(10).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-FILENAME            PIC X(100).
      *****************************************************************
      * OPERATIONS ALERT LOG (ALERTLOG, LAYOUT IN AOC1ALR). OPENED
      * ONLY WHEN THERE IS AN ALERT TO RAISE. THE NEW-ALERT- FIELDS
      * DESCRIBE THE CONDITION FOR 9000-RAISE-ALERT.
      *****************************************************************
       01  ALERT-LOG-FILENAME          PIC X(100)
                                        VALUE "DD:ALERTLOG".
       01  ALERT-LOG-STATUS            PIC XX          VALUE SPACES.
       01  ALERT-LOG-OPEN-FLAG         PIC X           VALUE 'N'.
           88  ALERT-LOG-IS-OPEN                        VALUE 'Y'.
           88  ALERT-LOG-UNAVAILABLE                    VALUE 'U'.
       01  ALERT-SERIES-END-FLAG       PIC X           VALUE 'N'.
           88  ALERT-SERIES-ENDED                       VALUE 'Y'.
       01  ALERT-OUTSTANDING-FLAG      PIC X           VALUE 'N'.
           88  ALERT-IS-OUTSTANDING                     VALUE 'Y'.
       01  NEW-ALERT-TYPE              PIC X(08)       VALUE SPACES.
       01  NEW-ALERT-SEVERITY          PIC X           VALUE SPACES.
       01  NEW-ALERT-FILENAME          PIC X(100)      VALUE SPACES.
       01  NEW-ALERT-DROP-SEQ          PIC 9(02)       VALUE ZERO.
       01  NEW-ALERT-TEXT              PIC X(60)       VALUE SPACES.
       01  NEW-ALERT-NUMBER            PIC 9(06)       VALUE ZERO.
       01  LAST-ALERT-OCCURRENCE       PIC 9(04)       VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *****************************************************************
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           PERFORM 9900-CLOSE-ALERT-LOG
               THRU 9900-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES, THE RUN DATE AND THE
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO MONITOR-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_ALERTLOG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO ALERT-LOG-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE)
           ELSE
               ADD 1 TO MISSING-COUNT
               MOVE "MISSING" TO DTL-STATUS
               PERFORM 4150-ALERT-MISSED-DROP
                   THRU 4150-EXIT
           END-IF
           MOVE RUL-FILENAME (RULE-INDEX) TO DTL-FILENAME
           MOVE DETAIL-LINE TO PENDING-MONITOR-LINE
               THRU 7000-EXIT.
       4100-EXIT.
           EXIT.
      *
       4150-ALERT-MISSED-DROP.
           MOVE "MISSDROP" TO NEW-ALERT-TYPE
           MOVE 'H' TO NEW-ALERT-SEVERITY
           MOVE RUL-FILENAME (RULE-INDEX) TO NEW-ALERT-FILENAME
           MOVE ZERO TO NEW-ALERT-DROP-SEQ
           MOVE SPACES TO NEW-ALERT-TEXT
           STRING "SCHEDULED DROP FOR " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " NOT RECEIVED BY END OF BATCH" DELIMITED BY SIZE
                  INTO NEW-ALERT-TEXT
           PERFORM 9000-RAISE-ALERT
               THRU 9000-EXIT.
       4150-EXIT.
           EXIT.
      *
       4200-MATCH-TODAY-DROP.
           IF TD-FILENAME (TODAY-DROP-INDEX)
           END-IF.
       8000-EXIT.
           EXIT.
      *****************************************************************
      * 9000-RAISE-ALERT - PUT THE CONDITION DESCRIBED BY THE NEW-
      * ALERT- FIELDS ON THE OPERATIONS ALERT LOG. WHEN AN ALERT OF
      * THE SAME TYPE IS ALREADY OUTSTANDING (OPEN OR ACKNOWLEDGED)
      * FOR THE SAME FILE THIS IS A RECURRENCE OF IT, NOT A NEW
      * ALERT; OTHERWISE A NEW ALERT IS OPENED UNDER THE NEXT ALERT
      * NUMBER. THE LOG IS OPENED ON FIRST USE. A LOG THAT WILL NOT
      * OPEN OR UPDATE IS WARNED OF BUT LEAVES THE RETURN CODE ALONE
      * - THE CONDITION ITSELF HAS ALREADY BEEN REPORTED.
      *****************************************************************
       9000-RAISE-ALERT.
           IF ALERT-LOG-UNAVAILABLE
               GO TO 9000-EXIT
           END-IF
           IF NOT ALERT-LOG-IS-OPEN
               PERFORM 9100-OPEN-ALERT-LOG
                   THRU 9100-EXIT
               IF ALERT-LOG-UNAVAILABLE
                   GO TO 9000-EXIT
               END-IF
           END-IF
           PERFORM 9200-FIND-OUTSTANDING-ALERT
               THRU 9200-EXIT
           IF ALERT-IS-OUTSTANDING
               PERFORM 9300-RECORD-RECURRENCE
                   THRU 9300-EXIT
           ELSE
               PERFORM 9400-OPEN-NEW-ALERT
                   THRU 9400-EXIT
           END-IF.
       9000-EXIT.
           EXIT.
      *****************************************************************
      * 9100-OPEN-ALERT-LOG - OPEN THE ALERT LOG FOR UPDATE, CREATING
      * IT ON FIRST USE. A LOG THAT WILL NOT OPEN IS ANNOUNCED ONCE
      * AND NOT TRIED AGAIN THIS RUN.
      *****************************************************************
       9100-OPEN-ALERT-LOG.
           OPEN I-O ALERT-LOG-FILE
           IF ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
               CLOSE ALERT-LOG-FILE
               OPEN I-O ALERT-LOG-FILE
           END-IF
           IF ALERT-LOG-STATUS = "00"
               SET ALERT-LOG-IS-OPEN TO TRUE
           ELSE
               SET ALERT-LOG-UNAVAILABLE TO TRUE
               DISPLAY "AOC1MON - WARNING: ALERT LOG "
                   ALERT-LOG-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " ALERT-LOG-STATUS "). NO ALERT IS "
                   "LOGGED THIS RUN."
           END-IF.
       9100-EXIT.
           EXIT.
      *****************************************************************
      * 9200-FIND-OUTSTANDING-ALERT - READ THE OCCURRENCES OF THIS
      * PROGRAM, TYPE AND FILE IN ORDER, KEEPING THE LAST. ONLY THE
      * LAST CAN BE OUTSTANDING - A NEW OCCURRENCE IS OPENED ONLY
      * ONCE THE ONE BEFORE IT HAS BEEN CLOSED.
      *****************************************************************
       9200-FIND-OUTSTANDING-ALERT.
           MOVE 'N' TO ALERT-OUTSTANDING-FLAG
           MOVE 'N' TO ALERT-SERIES-END-FLAG
           MOVE ZERO TO LAST-ALERT-OCCURRENCE
           MOVE SPACES TO ALERT-RECORD
           MOVE "AOC1MON" TO ALR-PROGRAM
           MOVE NEW-ALERT-TYPE TO ALR-ALERT-TYPE
           MOVE NEW-ALERT-FILENAME TO ALR-FILENAME
           MOVE ZERO TO ALR-OCCURRENCE
           START ALERT-LOG-FILE KEY >= ALR-KEY
               INVALID KEY
                   GO TO 9200-EXIT
           END-START
           PERFORM 9250-READ-ALERT-SERIES
               THRU 9250-EXIT
               UNTIL ALERT-SERIES-ENDED.
       9200-EXIT.
           EXIT.
      *
       9250-READ-ALERT-SERIES.
           READ ALERT-LOG-FILE NEXT RECORD
               AT END
                   SET ALERT-SERIES-ENDED TO TRUE
                   GO TO 9250-EXIT
           END-READ
           IF ALR-PROGRAM NOT = "AOC1MON"
             OR ALR-ALERT-TYPE NOT = NEW-ALERT-TYPE
             OR ALR-FILENAME NOT = NEW-ALERT-FILENAME
               SET ALERT-SERIES-ENDED TO TRUE
               GO TO 9250-EXIT
           END-IF
           MOVE ALR-OCCURRENCE TO LAST-ALERT-OCCURRENCE
           IF ALR-IS-OUTSTANDING
               SET ALERT-IS-OUTSTANDING TO TRUE
           ELSE
               MOVE 'N' TO ALERT-OUTSTANDING-FLAG
           END-IF.
       9250-EXIT.
           EXIT.
      *****************************************************************
      * 9300-RECORD-RECURRENCE - COUNT A REPEAT OF AN OUTSTANDING
      * ALERT, KEEPING THE LATEST DATE, DROP AND TEXT ALONGSIDE THE
      * ORIGINAL ONES. A REPEAT MORE SEVERE THAN THE ALERT RAISES
      * THE ALERT'S SEVERITY; A LESS SEVERE ONE NEVER LOWERS IT.
      *****************************************************************
       9300-RECORD-RECURRENCE.
           MOVE "AOC1MON" TO ALR-PROGRAM
           MOVE NEW-ALERT-TYPE TO ALR-ALERT-TYPE
           MOVE NEW-ALERT-FILENAME TO ALR-FILENAME
           MOVE LAST-ALERT-OCCURRENCE TO ALR-OCCURRENCE
           READ ALERT-LOG-FILE
               INVALID KEY
                   DISPLAY "AOC1MON - WARNING: OUTSTANDING "
                       NEW-ALERT-TYPE " ALERT COULD NOT BE RE-READ "
                       "(STATUS " ALERT-LOG-STATUS "). RECURRENCE "
                       "NOT LOGGED."
                   GO TO 9300-EXIT
           END-READ
           ADD 1 TO ALR-RECURRENCE-COUNT
           MOVE RUN-DATE TO ALR-LAST-DATE
           MOVE NEW-ALERT-DROP-SEQ TO ALR-LAST-DROP-SEQ
           MOVE NEW-ALERT-TEXT TO ALR-LAST-TEXT
           IF NEW-ALERT-SEVERITY = 'H'
             OR (NEW-ALERT-SEVERITY = 'M' AND ALR-LOW)
               MOVE NEW-ALERT-SEVERITY TO ALR-SEVERITY
           END-IF
           REWRITE ALERT-RECORD
               INVALID KEY
                   DISPLAY "AOC1MON - WARNING: ALERT "
                       ALR-ALERT-NUMBER " COULD NOT BE UPDATED "
                       "(STATUS " ALERT-LOG-STATUS "). RECURRENCE "
                       "NOT LOGGED."
                   GO TO 9300-EXIT
           END-REWRITE
           DISPLAY "AOC1MON - ALERT " ALR-ALERT-NUMBER " ("
               NEW-ALERT-TYPE ") IS STILL OUTSTANDING. RECURRENCE "
               "LOGGED.".
       9300-EXIT.
           EXIT.
      *****************************************************************
      * 9400-OPEN-NEW-ALERT - OPEN THE NEXT OCCURRENCE OF THIS
      * PROGRAM, TYPE AND FILE UNDER A NEW ALERT NUMBER
      *****************************************************************
       9400-OPEN-NEW-ALERT.
           PERFORM 9450-NEXT-ALERT-NUMBER
               THRU 9450-EXIT
           IF NEW-ALERT-NUMBER = ZERO
               GO TO 9400-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE "AOC1MON" TO ALR-PROGRAM
           MOVE NEW-ALERT-TYPE TO ALR-ALERT-TYPE
           MOVE NEW-ALERT-FILENAME TO ALR-FILENAME
           COMPUTE ALR-OCCURRENCE = LAST-ALERT-OCCURRENCE + 1
           MOVE NEW-ALERT-NUMBER TO ALR-ALERT-NUMBER
           MOVE NEW-ALERT-SEVERITY TO ALR-SEVERITY
           SET ALR-IS-OPEN TO TRUE
           MOVE RUN-DATE TO ALR-RAISED-DATE
           MOVE NEW-ALERT-DROP-SEQ TO ALR-DROP-SEQ
           MOVE NEW-ALERT-TEXT TO ALR-TEXT
           MOVE RUN-DATE TO ALR-LAST-DATE
           MOVE NEW-ALERT-DROP-SEQ TO ALR-LAST-DROP-SEQ
           MOVE NEW-ALERT-TEXT TO ALR-LAST-TEXT
           MOVE ZERO TO ALR-RECURRENCE-COUNT
           MOVE ZERO TO ALR-ACK-DATE
           MOVE ZERO TO ALR-CLOSED-DATE
           WRITE ALERT-RECORD
               INVALID KEY
                   DISPLAY "AOC1MON - WARNING: " NEW-ALERT-TYPE
                       " ALERT COULD NOT BE WRITTEN (STATUS "
                       ALERT-LOG-STATUS ")."
                   GO TO 9400-EXIT
           END-WRITE
           DISPLAY "AOC1MON - ALERT " ALR-ALERT-NUMBER " RAISED ("
               NEW-ALERT-TYPE ", SEVERITY " ALR-SEVERITY ").".
       9400-EXIT.
           EXIT.
      *
       9450-NEXT-ALERT-NUMBER.
           MOVE ZERO TO NEW-ALERT-NUMBER
           MOVE SPACES TO ALERT-RECORD
           MOVE ZERO TO ALR-OCCURRENCE
           READ ALERT-LOG-FILE
               INVALID KEY
                   MOVE SPACES TO ALERT-RECORD
                   MOVE ZERO TO ALR-OCCURRENCE
                   MOVE 1 TO ALR-ALERT-NUMBER
                   WRITE ALERT-RECORD
                       INVALID KEY
                           DISPLAY "AOC1MON - WARNING: ALERT LOG "
                               "CONTROL RECORD COULD NOT BE WRITTEN "
                               "(STATUS " ALERT-LOG-STATUS ")."
                           GO TO 9450-EXIT
                   END-WRITE
                   MOVE ALR-ALERT-NUMBER TO NEW-ALERT-NUMBER
                   GO TO 9450-EXIT
           END-READ
           ADD 1 TO ALR-ALERT-NUMBER
           REWRITE ALERT-RECORD
               INVALID KEY
                   DISPLAY "AOC1MON - WARNING: ALERT LOG CONTROL "
                       "RECORD COULD NOT BE UPDATED (STATUS "
                       ALERT-LOG-STATUS ")."
                   GO TO 9450-EXIT
           END-REWRITE
           MOVE ALR-ALERT-NUMBER TO NEW-ALERT-NUMBER.
       9450-EXIT.
           EXIT.
      *****************************************************************
      * 9900-CLOSE-ALERT-LOG
      *****************************************************************
       9900-CLOSE-ALERT-LOG.
           IF ALERT-LOG-IS-OPEN
               CLOSE ALERT-LOG-FILE
               MOVE 'N' TO ALERT-LOG-OPEN-FLAG
           END-IF.
       9900-EXIT.
           EXIT.
