      *                  RETAIN THE EVIDENCE ON ITS KEYED MASTER AND
      *                  A REPAIRED RECORD CAN STILL BE SCORED
      *                  AGAINST ITS ORIGINAL DROP.
      * 2026-10-15  DSB  A PREFIXED RECORD'S INSTRUMENT ID IS NOW
      *                  LOOKED UP ON THE KEYED INSTRUMENT REGISTRY
      *                  (INSTREG, LAYOUT IN AOC1IRG, MAINTAINED BY
      *                  AOC1REG). AN ID NOT ON THE REGISTRY, OR ONE
      *                  MARKED RETIRED OR OUT OF SERVICE, IS REJECTED
      *                  HERE WITH ITS OWN REASON AND ITS OWN COUNT ON
      *                  THE EDIT-STATUS RECORD. A REGISTRY THAT WILL
      *                  NOT OPEN IS ANNOUNCED, THE REGISTRY CHECK
      *                  STANDS DOWN FOR THE RUN AND THE STEP ENDS
      *                  WITH AT LEAST THE RETURN-CODE 4 WARNING.
      * 2026-10-15  DSB  AN OPTIONAL SECOND PARM TOKEN ASKS FOR THE
      *                  CLEAN FILE TO BE SPLIT INTO UP TO 9
      *                  PARTITIONS BY RECORD-NUMBER RANGE (CLNP01
      *                  ONWARD), EACH CARRYING THE HDR HEADER, FOR
      *                  AOC1 TO SCORE AS SEPARATE STEPS. THE RANGES
      *                  AND THE WHOLE DROP'S FINGERPRINT GO ON THE
      *                  PARTITION CONTROL DATASET (PTNFILE, LAYOUT IN
      *                  AOC1PTN) FOR AOC1 AND THE AOC1MRG MERGE. NO
      *                  SPLIT IS MADE WHEN THE DROP IS REFUSED.
      * 2026-10-15  DSB  A DROP REFUSED FOR ITS REJECT RATE IS ALSO PUT
      *                  ON THE SHARED OPERATIONS ALERT LOG (ALERTLOG,
      *                  LAYOUT IN AOC1ALR) AS A HIGH-SEVERITY REJRATE
      *                  ALERT, SO IT STAYS IN FRONT OF THE SHIFT UNTIL
      *                  SOMEONE CLOSES IT WITH AOC1ALT. A REPEAT WHILE
      *                  THE ALERT IS STILL OUTSTANDING COUNTS AS A
      *                  RECURRENCE. A LOG THAT WILL NOT OPEN IS WARNED
      *                  OF AND COSTS ONLY THE ALERT.
      * 2026-10-15  DSB  AN INSTRUMENT REGISTRY THAT WILL NOT OPEN NOW
      *                  ENDS THE EDIT RC 16 BEFORE ANY RECORD IS
      *                  PASSED, AS AN UNOPENABLE RAW INPUT DOES.
      *                  LETTING PREFIXED RECORDS THROUGH UNCHECKED
      *                  UNDER THE ORDINARY RC 4 WARNING LEFT THE
      *                  NIGHT INDISTINGUISHABLE FROM ONE WITH A FEW
      *                  REJECTS.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
               EDIT-STATUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-STATUS-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC
               REGISTRY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IRG-KEY
               FILE STATUS IS REGISTRY-FILE-STATUS.
           SELECT PARTITION-FILE ASSIGN TO DYNAMIC
               PARTITION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-FILE-STATUS.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO DYNAMIC
               PARTITION-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-FILE-STATUS.
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
       FD  EDIT-STATUS-FILE.
           COPY AOC1EST.
      *
       FD  REGISTRY-FILE.
           COPY AOC1IRG.
      *
       FD  PARTITION-FILE.
       01  PARTITION-RECORD            PIC X(512).
      *
       FD  PARTITION-CONTROL-FILE.
           COPY AOC1PTN.
      *
       FD  ALERT-LOG-FILE.
           COPY AOC1ALR.
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
           88  INSTRUMENT-PREFIX-SEEN                   VALUE 'Y'.
       01  BAD-INSTRUMENT-FLAG         PIC X           VALUE 'N'.
           88  BAD-INSTRUMENT-SEEN                      VALUE 'Y'.
       01  REGISTRY-OPEN-FLAG          PIC X           VALUE 'N'.
           88  REGISTRY-AVAILABLE                       VALUE 'Y'.
       01  CLEAN-HEADER-FLAG           PIC X           VALUE 'N'.
           88  CLEAN-HEADER-PASSED                      VALUE 'Y'.
       01  SPLIT-EOF-FLAG              PIC X           VALUE 'N'.
           88  END-OF-SPLIT                             VALUE 'Y'.
       01  SPLIT-FAILED-FLAG           PIC X           VALUE 'N'.
           88  SPLIT-FAILED                             VALUE 'Y'.
       01  SPLIT-HEADER-FLAG           PIC X           VALUE 'N'.
           88  SPLIT-HEADER-PENDING                     VALUE 'Y'.
       01  PARTITION-OPEN-FLAG         PIC X           VALUE 'N'.
           88  PARTITION-IS-OPEN                        VALUE 'Y'.
      *****************************************************************
      * RECORD LIMIT - THE WIDTH OF THE CALIBRATION RECORD LAYOUT
      * AOC1 READS. A RAW RECORD LONGER THAN THIS WOULD BE SILENTLY
       01  CLEAN-FILE-STATUS           PIC XX          VALUE SPACES.
       01  REJECT-FILE-STATUS          PIC XX          VALUE SPACES.
       01  EDIT-STATUS-FILE-STATUS     PIC XX          VALUE SPACES.
       01  REGISTRY-FILENAME           PIC X(100)
                                        VALUE "DD:INSTREG".
       01  REGISTRY-FILE-STATUS        PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-THRESHOLD-TOKEN        PIC X(10)       VALUE SPACES.
       01  TOKEN-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  TOKEN-LENGTH                PIC 9(03)  COMP  VALUE ZERO.
       01  THRESHOLD-JUSTIFIED         PIC X(03)  JUSTIFIED RIGHT.
       01  REJECT-LIMIT-PCT            PIC 9(03)       VALUE 5.
       01  PARM-PARTITION-TOKEN        PIC X(10)       VALUE SPACES.
       01  PARTITION-JUSTIFIED         PIC X(02)  JUSTIFIED RIGHT.
       01  PARTITION-COUNT             PIC 9(02)       VALUE 1.
       01  PARTITION-LIMIT             PIC 9(02)       VALUE 9.
       01  PARTITION-FILENAME          PIC X(100)      VALUE SPACES.
       01  PARTITION-FILE-STATUS       PIC XX          VALUE SPACES.
       01  PARTITION-CONTROL-FILENAME  PIC X(100)
                                        VALUE "DD:PTNFILE".
       01  PARTITION-CONTROL-FILE-STATUS
                                       PIC XX          VALUE SPACES.
      * EACH PARTITION'S DDNAME (AND ITS ENVIRONMENT OVERRIDE) IS
      * BUILT FROM THE PARTITION NUMBER - CLNP01, CLNP02 AND SO ON
       01  PARTITION-DD-NAME.
           05  FILLER                  PIC X(07)       VALUE "DD:CLNP".
           05  PARTITION-DD-NO         PIC 9(02)       VALUE ZERO.
       01  PARTITION-ENV-NAME.
           05  FILLER                  PIC X(07)       VALUE "DD_CLNP".
           05  PARTITION-ENV-NO        PIC 9(02)       VALUE ZERO.
      *****************************************************************
      * COUNTERS AND WORK AREAS
      *****************************************************************
       01  REJ-HDR-COUNT               PIC 9(10)  COMP  VALUE ZERO.
       01  REJ-BAD-INSTR-COUNT         PIC 9(10)  COMP  VALUE ZERO.
       01  REJ-NO-DATA-COUNT           PIC 9(10)  COMP  VALUE ZERO.
       01  REJ-UNREG-COUNT             PIC 9(10)  COMP  VALUE ZERO.
       01  REJ-RETIRED-COUNT           PIC 9(10)  COMP  VALUE ZERO.
       01  REJ-OUT-SVC-COUNT           PIC 9(10)  COMP  VALUE ZERO.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
       01  SCAN-INDEX                  PIC 9(04)  COMP  VALUE ZERO.
       01  REJECT-RATE-PCT             PIC 9(03)V9     VALUE ZERO.
       01  REJ-REASON-WORK             PIC X(30)       VALUE SPACES.
       01  DISPLAY-COUNT               PIC Z(9)9.
       01  DISPLAY-RATE                PIC ZZ9.9.
       01  DISPLAY-LIMIT               PIC ZZ9.
      *****************************************************************
      * PARTITION SPLIT WORK AREAS. THE RANGES ARE RECORD NUMBERS AS
      * AOC1 COUNTS THEM - THE HDR HEADER IS NOT A RECORD - AND THE
      * CONTENT TOTAL IS TAKEN EXACTLY AS AOC1'S DUPLICATE-DROP
      * GUARD TAKES IT, SO THE WHOLE DROP'S FINGERPRINT CAN TRAVEL
      * WITH EVERY PARTITION.
      *****************************************************************
       01  HEADER-RECORD-SAVE          PIC X(512)      VALUE SPACES.
       01  SPLIT-DATA-COUNT            PIC 9(10)  COMP  VALUE ZERO.
       01  SPLIT-RECORD-NUMBER         PIC 9(10)  COMP  VALUE ZERO.
       01  PARTITION-BASE-SIZE         PIC 9(10)  COMP  VALUE ZERO.
       01  PARTITION-REMAINDER         PIC 9(10)  COMP  VALUE ZERO.
       01  PARTITION-INDEX             PIC 9(02)  COMP  VALUE ZERO.
       01  PARTITION-RANGE-TABLE.
           05  PARTITION-RANGE OCCURS 9 TIMES.
               10  PRT-FIRST-RECORD-NO PIC 9(10)  COMP.
               10  PRT-LAST-RECORD-NO  PIC 9(10)  COMP.
               10  PRT-RECORD-COUNT    PIC 9(10)  COMP.
       01  CONTENT-INDEX               PIC 9(04)  COMP  VALUE ZERO.
       01  RECORD-CHECKSUM             PIC 9(09)  COMP  VALUE ZERO.
       01  DROP-CONTENT-TOTAL          PIC 9(18)  COMP  VALUE ZERO.
       01  CONTENT-QUOTIENT            PIC 9(18)  COMP  VALUE ZERO.
       01  DROP-CONTENT-REMAINDER      PIC 9(10)       VALUE ZERO.
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
               UNTIL END-OF-FILE.
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           PERFORM 9900-CLOSE-ALERT-LOG
               THRU 9900-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES AND THE REJECT-RATE
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO EDIT-STATUS-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_INSTREG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO REGISTRY-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_PTNFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO PARTITION-CONTROL-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_ALERTLOG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO ALERT-LOG-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ","
                   INTO PARM-THRESHOLD-TOKEN
                        PARM-PARTITION-TOKEN
               END-UNSTRING
           END-IF
           IF PARM-THRESHOLD-TOKEN NOT = SPACES
                       "IS BEING USED."
               END-IF
           END-IF
           IF PARM-PARTITION-TOKEN NOT = SPACES
               MOVE ZERO TO TOKEN-LENGTH
               PERFORM 1150-SIZE-PARTITION-TOKEN
                   THRU 1150-EXIT
                   VARYING TOKEN-INDEX FROM 1 BY 1
                   UNTIL TOKEN-INDEX > 10
               IF TOKEN-LENGTH > ZERO
                 AND TOKEN-LENGTH <= 2
                 AND PARM-PARTITION-TOKEN (1:TOKEN-LENGTH) IS NUMERIC
                   MOVE PARM-PARTITION-TOKEN (1:TOKEN-LENGTH)
                       TO PARTITION-JUSTIFIED
                   INSPECT PARTITION-JUSTIFIED
                       REPLACING LEADING SPACE BY '0'
                   MOVE PARTITION-JUSTIFIED TO PARTITION-COUNT
               ELSE
                   MOVE ZERO TO PARTITION-COUNT
               END-IF
               IF PARTITION-COUNT = ZERO
                 OR PARTITION-COUNT > PARTITION-LIMIT
                   DISPLAY "AOC1EDIT - PARTITION PARM '"
                       PARM-PARTITION-TOKEN "' IS NOT A PARTITION "
                       "COUNT FROM 1 TO " PARTITION-LIMIT ". THE "
                       "CLEAN FILE WILL NOT BE SPLIT."
                   MOVE 1 TO PARTITION-COUNT
               END-IF
           END-IF
           OPEN INPUT RAW-FILE
           IF RAW-FILE-STATUS NOT = "00"
               DISPLAY "AOC1EDIT - RAW INPUT DATASET " RAW-FILENAME
               SET FILES-ARE-OPEN TO TRUE
               OPEN OUTPUT CLEAN-FILE
               OPEN OUTPUT REJECT-FILE
               PERFORM 1200-OPEN-REGISTRY
                   THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1150-SIZE-PARTITION-TOKEN.
           IF PARM-PARTITION-TOKEN (TOKEN-INDEX:1) NOT = SPACE
               MOVE TOKEN-INDEX TO TOKEN-LENGTH
           END-IF.
       1150-EXIT.
           EXIT.
      *****************************************************************
      * 1200-OPEN-REGISTRY - OPEN THE KEYED INSTRUMENT REGISTRY FOR
      * DIRECT KEYED READS. THE REGISTRY IS A MANDATORY MASTER: ONE
      * THAT WILL NOT OPEN ENDS THE EDIT RC 16 BEFORE ANY RECORD IS
      * READ, SO NO PREFIXED RECORD REACHES THE SCAN UNCHECKED AND
      * THE REST OF THE JOB STANDS DOWN AS FOR A REFUSED DROP.
      *****************************************************************
       1200-OPEN-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF REGISTRY-FILE-STATUS = "00"
               SET REGISTRY-AVAILABLE TO TRUE
           ELSE
               DISPLAY "AOC1EDIT - INSTRUMENT REGISTRY "
                   REGISTRY-FILENAME " COULD NOT BE OPENED (STATUS "
                   REGISTRY-FILE-STATUS "). RUN TERMINATED - "
                   "PREFIXED RECORDS CANNOT BE CHECKED."
               MOVE 'Y' TO EOF-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * 4000-EDIT-ONE-RECORD - READ ONE RAW RECORD AND ROUTE IT TO
      * THE CLEAN FILE OR, WITH A REASON, TO THE REJECT FILE
                   ELSE
                       MOVE RAW-RECORD (1:EDIT-RECORD-LIMIT)
                           TO CLEAN-RECORD
      * A HEADER ON THE FRONT OF THE CLEAN FILE IS KEPT ASIDE FOR
      * THE FRONT OF EVERY PARTITION, SHOULD A SPLIT BE ASKED FOR
                       IF CLEAN-COUNT = ZERO
                         AND RAW-RECORD (1:3) = "HDR"
                           SET CLEAN-HEADER-PASSED TO TRUE
                           MOVE CLEAN-RECORD TO HEADER-RECORD-SAVE
                       END-IF
                       WRITE CLEAN-RECORD
                       ADD 1 TO CLEAN-COUNT
                   END-IF
                       TO REJ-REASON-WORK
                   PERFORM 6000-WRITE-REJECT
                       THRU 6000-EXIT
                   GO TO 5300-EXIT
               END-IF
               IF REGISTRY-AVAILABLE
                   PERFORM 5400-CHECK-REGISTRY
                       THRU 5400-EXIT
               END-IF
           END-IF.
       5300-EXIT.
       5350-EXIT.
           EXIT.
      *****************************************************************
      * 5400-CHECK-REGISTRY - A WELL-FORMED INSTRUMENT ID MUST ALSO BE
      * ON THE INSTRUMENT REGISTRY AND IN SERVICE. AN ID THE REGISTRY
      * HAS NEVER HEARD OF, ONE RETIRED FROM THE FLOOR OR ONE PULLED
      * OUT OF SERVICE (A HEAD AWAY FOR REPAIR, USUALLY) IS REJECTED
      * HERE, EACH WITH ITS OWN REASON, RATHER THAN SCORED. AN
      * INSTRUMENT MERELY PAST ITS CALIBRATION-DUE DATE STILL PASSES
      * - AOC1 FLAGS THAT ON THE SHIFT-TURNOVER SUMMARY.
      *****************************************************************
       5400-CHECK-REGISTRY.
           MOVE SPACES TO REJ-REASON-WORK
           MOVE RAW-RECORD (1:4) TO IRG-INSTRUMENT-ID
           READ REGISTRY-FILE
               INVALID KEY
                   MOVE "UNREGISTERED INSTRUMENT" TO REJ-REASON-WORK
               NOT INVALID KEY
                   IF IRG-RETIRED
                       MOVE "RETIRED INSTRUMENT" TO REJ-REASON-WORK
                   ELSE
                       IF IRG-OUT-OF-SERVICE
                           MOVE "INSTRUMENT OUT OF SERVICE"
                               TO REJ-REASON-WORK
                       END-IF
                   END-IF
           END-READ
           IF REJ-REASON-WORK NOT = SPACES
               PERFORM 6000-WRITE-REJECT
                   THRU 6000-EXIT
           END-IF.
       5400-EXIT.
           EXIT.
      *****************************************************************
      * 6000-WRITE-REJECT - WRITE ONE REJECT LINE: DROP DATE, RAW
      * DATASET NAME, RECORD NUMBER, TRUE LENGTH, REASON AND THE
      * RECORD DATA IN FULL, SO THE RETAINED REJECT MASTER GETS THE
           ELSE
           IF REJ-REASON-WORK = "NO SCAN DATA AFTER INSTR ID"
               ADD 1 TO REJ-NO-DATA-COUNT
           ELSE
           IF REJ-REASON-WORK = "UNREGISTERED INSTRUMENT"
               ADD 1 TO REJ-UNREG-COUNT
           ELSE
           IF REJ-REASON-WORK = "RETIRED INSTRUMENT"
               ADD 1 TO REJ-RETIRED-COUNT
           ELSE
           IF REJ-REASON-WORK = "INSTRUMENT OUT OF SERVICE"
               ADD 1 TO REJ-OUT-SVC-COUNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
               MOVE REJ-HDR-COUNT TO EST-REJ-MISPLACED-HDR
               MOVE REJ-BAD-INSTR-COUNT TO EST-REJ-BAD-INSTRUMENT
               MOVE REJ-NO-DATA-COUNT TO EST-REJ-NO-SCAN-DATA
               MOVE REJ-UNREG-COUNT TO EST-REJ-UNREGISTERED
               MOVE REJ-RETIRED-COUNT TO EST-REJ-RETIRED
               MOVE REJ-OUT-SVC-COUNT TO EST-REJ-OUT-OF-SERVICE
               WRITE EDIT-STATUS-RECORD
               CLOSE EDIT-STATUS-FILE
           ELSE
      * 8000-FINALIZE - CLOSE THE FILES, REPORT THE COUNTS AND SET
      * THE RETURN CODE: 16 WHEN THE REJECT RATE EXCEEDS THE
      * THRESHOLD (STOP THE RUN BEFORE SCORING), 4 WHEN ANYTHING AT
      * ALL WAS REJECTED. AN UNOPENABLE INPUT OR INSTRUMENT REGISTRY
      * HAS ALREADY SET 16 IN 1000-INITIALIZE.
      * A PARTITION SPLIT IS MADE ONLY ONCE THE DROP HAS PASSED.
      *****************************************************************
       8000-FINALIZE.
           IF FILES-ARE-OPEN
               CLOSE CLEAN-FILE
               CLOSE REJECT-FILE
           END-IF
           IF REGISTRY-AVAILABLE
               CLOSE REGISTRY-FILE
           END-IF
           MOVE RAW-RECORD-NUMBER TO DISPLAY-COUNT
           DISPLAY "AOC1EDIT - RECORDS READ     : " DISPLAY-COUNT
           MOVE CLEAN-COUNT TO DISPLAY-COUNT
                       "THRESHOLD. THE DROP LOOKS CORRUPT - THE "
                       "SCORING STEP MUST NOT RUN."
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8100-ALERT-REJECT-RATE
                       THRU 8100-EXIT
               ELSE
                   IF REJECT-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF FILES-ARE-OPEN
             AND PARTITION-COUNT > 1
             AND RETURN-CODE < 16
               PERFORM 8200-SPLIT-CLEAN-FILE
                   THRU 8200-EXIT
           END-IF
           PERFORM 7000-WRITE-EDIT-STATUS
               THRU 7000-EXIT.
       8000-EXIT.
           EXIT.
      *****************************************************************
      * 8100-ALERT-REJECT-RATE - PUT THE REFUSED DROP ON THE
      * OPERATIONS ALERT LOG (HIGH SEVERITY) SO IT IS CARRIED UNTIL
      * SOMEONE CLOSES IT
      *****************************************************************
       8100-ALERT-REJECT-RATE.
           MOVE "REJRATE" TO NEW-ALERT-TYPE
           MOVE 'H' TO NEW-ALERT-SEVERITY
           MOVE RAW-FILENAME TO NEW-ALERT-FILENAME
           MOVE ZERO TO NEW-ALERT-DROP-SEQ
           MOVE REJECT-LIMIT-PCT TO DISPLAY-LIMIT
           MOVE SPACES TO NEW-ALERT-TEXT
           STRING "REJECT RATE " DELIMITED BY SIZE
                  DISPLAY-RATE DELIMITED BY SIZE
                  " PCT OVER THE " DELIMITED BY SIZE
                  DISPLAY-LIMIT DELIMITED BY SIZE
                  " PCT LIMIT - DROP REFUSED" DELIMITED BY SIZE
                  INTO NEW-ALERT-TEXT
           PERFORM 9000-RAISE-ALERT
               THRU 9000-EXIT.
       8100-EXIT.
           EXIT.
      *****************************************************************
      * 8200-SPLIT-CLEAN-FILE - SHARE THE CLEAN FILE'S RECORDS OUT
      * OVER THE PARTITIONS IN RECORD-NUMBER ORDER, AS EVENLY AS THEY
      * GO (THE FIRST PARTITIONS TAKE ONE EXTRA RECORD EACH WHEN THE
      * COUNT DOES NOT DIVIDE), WITH THE HDR HEADER REPEATED ON THE
      * FRONT OF EVERY PARTITION SO EACH SCORES UNDER THE DROP'S OWN
      * SEQUENCE. EVERY PARTITION DATASET IS WRITTEN, EMPTY OR NOT,
      * SO NO SCORING STEP FINDS YESTERDAY'S DATA. A PARTITION THAT
      * WILL NOT OPEN FAILS THE SPLIT WITH RETURN-CODE 16 - THE DROP
      * CANNOT BE SCORED HALF-SPLIT.
      *****************************************************************
       8200-SPLIT-CLEAN-FILE.
           MOVE CLEAN-COUNT TO SPLIT-DATA-COUNT
           IF CLEAN-HEADER-PASSED
               SUBTRACT 1 FROM SPLIT-DATA-COUNT
           END-IF
           DIVIDE SPLIT-DATA-COUNT BY PARTITION-COUNT
               GIVING PARTITION-BASE-SIZE
               REMAINDER PARTITION-REMAINDER
           MOVE ZERO TO SPLIT-RECORD-NUMBER
           PERFORM 8210-SET-PARTITION-RANGE
               THRU 8210-EXIT
               VARYING PARTITION-INDEX FROM 1 BY 1
               UNTIL PARTITION-INDEX > PARTITION-COUNT
           MOVE ZERO TO SPLIT-RECORD-NUMBER DROP-CONTENT-TOTAL
           OPEN INPUT CLEAN-FILE
           IF CLEAN-FILE-STATUS NOT = "00"
               DISPLAY "AOC1EDIT - CLEAN DATASET " CLEAN-FILENAME
                   " COULD NOT BE REOPENED FOR THE PARTITION SPLIT "
                   "(STATUS " CLEAN-FILE-STATUS "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 8200-EXIT
           END-IF
           IF CLEAN-HEADER-PASSED
               SET SPLIT-HEADER-PENDING TO TRUE
           END-IF
           MOVE 1 TO PARTITION-INDEX
           PERFORM 8260-OPEN-PARTITION
               THRU 8260-EXIT
           PERFORM 8250-SPLIT-ONE-RECORD
               THRU 8250-EXIT
               UNTIL END-OF-SPLIT
                   OR SPLIT-FAILED
      * PARTITIONS PAST THE LAST RECORD ARE OPENED AND CLOSED EMPTY
           PERFORM 8270-NEXT-PARTITION
               THRU 8270-EXIT
               UNTIL PARTITION-INDEX >= PARTITION-COUNT
                   OR SPLIT-FAILED
           IF PARTITION-IS-OPEN
               CLOSE PARTITION-FILE
               MOVE 'N' TO PARTITION-OPEN-FLAG
           END-IF
           CLOSE CLEAN-FILE
           IF SPLIT-FAILED
               GO TO 8200-EXIT
           END-IF
           DIVIDE DROP-CONTENT-TOTAL BY 10000000000
               GIVING CONTENT-QUOTIENT
               REMAINDER DROP-CONTENT-REMAINDER
           PERFORM 8300-WRITE-PARTITION-CONTROL
               THRU 8300-EXIT.
       8200-EXIT.
           EXIT.
      *
       8210-SET-PARTITION-RANGE.
           MOVE PARTITION-BASE-SIZE
               TO PRT-RECORD-COUNT (PARTITION-INDEX)
           IF PARTITION-INDEX <= PARTITION-REMAINDER
               ADD 1 TO PRT-RECORD-COUNT (PARTITION-INDEX)
           END-IF
           COMPUTE PRT-FIRST-RECORD-NO (PARTITION-INDEX) =
               SPLIT-RECORD-NUMBER + 1
           ADD PRT-RECORD-COUNT (PARTITION-INDEX)
               TO SPLIT-RECORD-NUMBER
           MOVE SPLIT-RECORD-NUMBER
               TO PRT-LAST-RECORD-NO (PARTITION-INDEX).
       8210-EXIT.
           EXIT.
      *****************************************************************
      * 8250-SPLIT-ONE-RECORD - COPY ONE CLEAN RECORD TO THE
      * PARTITION ITS RECORD NUMBER FALLS IN, MOVING ON PAST ANY
      * PARTITION ALREADY FULL, AND ADD IT TO THE DROP'S CONTENT
      * TOTAL. THE HEADER IS ALREADY ON THE FRONT OF EACH PARTITION.
      *****************************************************************
       8250-SPLIT-ONE-RECORD.
           MOVE SPACES TO CLEAN-RECORD
           READ CLEAN-FILE
               AT END
                   SET END-OF-SPLIT TO TRUE
                   GO TO 8250-EXIT
           END-READ
           IF SPLIT-HEADER-PENDING
               MOVE 'N' TO SPLIT-HEADER-FLAG
               GO TO 8250-EXIT
           END-IF
           ADD 1 TO SPLIT-RECORD-NUMBER
           MOVE ZERO TO RECORD-CHECKSUM
           PERFORM 8280-SUM-RECORD-CHAR
               THRU 8280-EXIT
               VARYING CONTENT-INDEX FROM 1 BY 1
               UNTIL CONTENT-INDEX > EDIT-RECORD-LIMIT
           ADD RECORD-CHECKSUM TO DROP-CONTENT-TOTAL
           PERFORM 8270-NEXT-PARTITION
               THRU 8270-EXIT
               UNTIL SPLIT-RECORD-NUMBER <=
                     PRT-LAST-RECORD-NO (PARTITION-INDEX)
                   OR SPLIT-FAILED
           IF NOT SPLIT-FAILED
               WRITE PARTITION-RECORD FROM CLEAN-RECORD
           END-IF.
       8250-EXIT.
           EXIT.
      *****************************************************************
      * 8260-OPEN-PARTITION - OPEN THE PARTITION DATASET FOR THE
      * CURRENT PARTITION NUMBER AND PUT THE HEADER ON ITS FRONT
      *****************************************************************
       8260-OPEN-PARTITION.
           MOVE PARTITION-INDEX TO PARTITION-DD-NO PARTITION-ENV-NO
           MOVE PARTITION-DD-NAME TO PARTITION-FILENAME
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT PARTITION-ENV-NAME
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO PARTITION-FILENAME
           END-IF
           OPEN OUTPUT PARTITION-FILE
           IF PARTITION-FILE-STATUS NOT = "00"
               DISPLAY "AOC1EDIT - PARTITION DATASET "
                   PARTITION-FILENAME " COULD NOT BE OPENED (STATUS "
                   PARTITION-FILE-STATUS "). RUN TERMINATED."
               SET SPLIT-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 8260-EXIT
           END-IF
           SET PARTITION-IS-OPEN TO TRUE
           IF CLEAN-HEADER-PASSED
               WRITE PARTITION-RECORD FROM HEADER-RECORD-SAVE
           END-IF.
       8260-EXIT.
           EXIT.
      *
       8270-NEXT-PARTITION.
           CLOSE PARTITION-FILE
           MOVE 'N' TO PARTITION-OPEN-FLAG
           ADD 1 TO PARTITION-INDEX
           PERFORM 8260-OPEN-PARTITION
               THRU 8260-EXIT.
       8270-EXIT.
           EXIT.
      *****************************************************************
      * 8280-SUM-RECORD-CHAR - THE SAME CHARACTER-AND-POSITION SUM
      * AOC1 TAKES OVER EACH RECORD IT SCORES. THE CLEAN RECORD IS
      * BLANK PAST ITS TRUE LENGTH AND BLANKS ADD NOTHING, SO THE
      * FULL WIDTH CAN BE SUMMED.
      *****************************************************************
       8280-SUM-RECORD-CHAR.
           IF CLEAN-RECORD (CONTENT-INDEX:1) NOT = SPACE
               ADD FUNCTION ORD (CLEAN-RECORD (CONTENT-INDEX:1))
                   TO RECORD-CHECKSUM
               ADD CONTENT-INDEX TO RECORD-CHECKSUM
           END-IF.
       8280-EXIT.
           EXIT.
      *****************************************************************
      * 8300-WRITE-PARTITION-CONTROL - ONE PARTITION CONTROL RECORD
      * (SEE AOC1PTN) PER PARTITION, IN PARTITION ORDER
      *****************************************************************
       8300-WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "AOC1EDIT - PARTITION CONTROL DATASET "
                   PARTITION-CONTROL-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " PARTITION-CONTROL-FILE-STATUS "). RUN "
                   "TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 8300-EXIT
           END-IF
           PERFORM 8310-WRITE-ONE-PARTITION
               THRU 8310-EXIT
               VARYING PARTITION-INDEX FROM 1 BY 1
               UNTIL PARTITION-INDEX > PARTITION-COUNT
           CLOSE PARTITION-CONTROL-FILE
           MOVE PARTITION-COUNT TO PARTITION-DD-NO
           MOVE SPLIT-DATA-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1EDIT - CLEAN FILE SPLIT : " DISPLAY-COUNT
               " RECORDS OVER " PARTITION-DD-NO " PARTITIONS".
       8300-EXIT.
           EXIT.
      *
       8310-WRITE-ONE-PARTITION.
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE RUN-DATE TO PTN-RUN-DATE
           MOVE RAW-FILENAME TO PTN-RAW-FILENAME
           MOVE PARTITION-INDEX TO PTN-PARTITION-NO
           MOVE PARTITION-COUNT TO PTN-PARTITION-COUNT
           MOVE PRT-FIRST-RECORD-NO (PARTITION-INDEX)
               TO PTN-FIRST-RECORD-NO
           MOVE PRT-LAST-RECORD-NO (PARTITION-INDEX)
               TO PTN-LAST-RECORD-NO
           MOVE PRT-RECORD-COUNT (PARTITION-INDEX)
               TO PTN-RECORD-COUNT
           MOVE SPLIT-DATA-COUNT TO PTN-DROP-RECORD-COUNT
           MOVE DROP-CONTENT-REMAINDER TO PTN-DROP-CONTENT-TOTAL
           WRITE PARTITION-CONTROL-RECORD.
       8310-EXIT.
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
               DISPLAY "AOC1EDIT - WARNING: ALERT LOG "
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
           MOVE "AOC1EDIT" TO ALR-PROGRAM
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
           IF ALR-PROGRAM NOT = "AOC1EDIT"
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
           MOVE "AOC1EDIT" TO ALR-PROGRAM
           MOVE NEW-ALERT-TYPE TO ALR-ALERT-TYPE
           MOVE NEW-ALERT-FILENAME TO ALR-FILENAME
           MOVE LAST-ALERT-OCCURRENCE TO ALR-OCCURRENCE
           READ ALERT-LOG-FILE
               INVALID KEY
                   DISPLAY "AOC1EDIT - WARNING: OUTSTANDING "
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
                   DISPLAY "AOC1EDIT - WARNING: ALERT "
                       ALR-ALERT-NUMBER " COULD NOT BE UPDATED "
                       "(STATUS " ALERT-LOG-STATUS "). RECURRENCE "
                       "NOT LOGGED."
                   GO TO 9300-EXIT
           END-REWRITE
           DISPLAY "AOC1EDIT - ALERT " ALR-ALERT-NUMBER " ("
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
           MOVE "AOC1EDIT" TO ALR-PROGRAM
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
                   DISPLAY "AOC1EDIT - WARNING: " NEW-ALERT-TYPE
                       " ALERT COULD NOT BE WRITTEN (STATUS "
                       ALERT-LOG-STATUS ")."
                   GO TO 9400-EXIT
           END-WRITE
           DISPLAY "AOC1EDIT - ALERT " ALR-ALERT-NUMBER " RAISED ("
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
                           DISPLAY "AOC1EDIT - WARNING: ALERT LOG "
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
                   DISPLAY "AOC1EDIT - WARNING: ALERT LOG CONTROL "
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
