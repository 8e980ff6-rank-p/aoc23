      *                  - THE OPERATOR EITHER SUPPLIES THE RIGHT
      *                  SEQUENCE OR THE RESCORE OVERRIDE, WHICH NOW
      *                  SUPERSEDES THE RECORD IN PLACE.
      * 2026-10-15  DSB  EACH INSTRUMENT ON THE SHIFT-TURNOVER SUMMARY
      *                  IS NOW LOOKED UP ON THE KEYED INSTRUMENT
      *                  REGISTRY (INSTREG, LAYOUT IN AOC1IRG). ONE
      *                  PAST ITS CALIBRATION-DUE DATE STILL SCORES
      *                  BUT ITS SUMMARY LINE IS FLAGGED AND THE JOB
      *                  LOG CARRIES A WARNING, AND EVERY INSTRUMENT
      *                  THE DROP REPORTED HAS ITS LAST-SEEN DATE ON
      *                  THE REGISTRY STAMPED WITH THE RUN DATE.
      * 2026-10-15  DSB  THE SPELLED-OUT DIGITS THE PART 2 SCAN
      *                  RECOGNISES ARE NO LONGER HARD-CODED: THEY
      *                  ARE LOADED AT START-UP FROM THE OPERATOR-
      *                  MAINTAINED DIGIT-TOKEN DICTIONARY (DGTDICT,
      *                  LAYOUT IN AOC1DGT) - THE VERSION IN FORCE ON
      *                  THE RUN DATE, WITH TOKENS FOR ALL FILES OR
      *                  FOR ONE INSTRUMENT (THE C-BUILDING'S UPPER-
      *                  CASE WORDS AND ABBREVIATIONS). THE VERSION
      *                  IS STAMPED ON EVERY HISTORY AND RUN-STATUS
      *                  RECORD. WITHOUT A USABLE DICTIONARY THE OLD
      *                  LOWER-CASE one THROUGH nine ARE USED AND THE
      *                  RUN ENDS RC 4.
      * 2026-10-15  DSB  EVERY RECORD SCORED IS NOW ALSO WRITTEN TO
      *                  THE KEYED SCORING-DETAIL MASTER (SCRDTL,
      *                  LAYOUT IN AOC1SDT) - INSTRUMENT, CONTENT
      *                  FINGERPRINT, BOTH COORDINATES AND THE
      *                  EXCEPTION/CORRECTION FLAG - SO AOC1CMP CAN
      *                  SAY WHICH RECORDS MOVED AN ANSWER BETWEEN
      *                  TWO DROPS. A RESCORE THAT COMES UP SHORTER
      *                  THAN THE DROP IT SUPERSEDES HAS THE OLD
      *                  TAIL PURGED. SUPPLEMENT RUNS WRITE NO
      *                  DETAIL.
      * 2026-10-15  DSB  A NINTH PARM TOKEN SCORES ONE PARTITION OF A
      *                  DROP AOC1EDIT HAS SPLIT (RANGE FROM THE
      *                  PARTITION CONTROL DATASET PTNFILE, LAYOUT IN
      *                  AOC1PTN). EXCEPTIONS, CORRECTIONS AND DETAIL
      *                  CARRY THE RECORD'S NUMBER IN THE WHOLE DROP,
      *                  THE DUPLICATE-DROP GUARD TESTS THE WHOLE
      *                  DROP'S FINGERPRINT, AND IN PLACE OF HISTORY
      *                  AND RUN STATUS THE PARTITION WRITES ITS
      *                  RESULT (PRSFILE, LAYOUT IN AOC1PRS) FOR THE
      *                  AOC1MRG MERGE. THE REPORT RECORD LAYOUT MOVES
      *                  TO COPYBOOK AOC1RPT, UNCHANGED.
      * 2026-10-15  DSB  A CONTROL BREAK (HIGH SEVERITY, CTLBREAK) AND A
      *                  DUPLICATE-DROP REFUSAL (MEDIUM, DUPDROP) ARE
      *                  ALSO PUT ON THE SHARED OPERATIONS ALERT LOG
      *                  (ALERTLOG, LAYOUT IN AOC1ALR). A REPEAT WHILE
      *                  THE ALERT IS STILL OUTSTANDING COUNTS AS A
      *                  RECURRENCE. ONLY PARTITION 1 OF A REFUSED
      *                  PARTITIONED DROP RAISES THE ALERT. A LOG THAT
      *                  WILL NOT OPEN IS WARNED OF AND COSTS ONLY THE
      *                  ALERT.
      * 2026-10-15  DSB  THE INSTRUMENT REGISTRY IS NOW READ, AND THE
      *                  LAST-SEEN DATE STAMPED, WHEN AN INSTRUMENT IS
      *                  FIRST SEEN ON THE FILE RATHER THAN AS ITS
      *                  SUB-TOTAL LINE IS WRITTEN, SO AN INSTRUMENT
      *                  PAST THE 20-ENTRY SUB-TOTAL TABLE IS STILL
      *                  STAMPED AND CHECKED. SUCH AN INSTRUMENT'S
      *                  CALIBRATION-DUE FLAG IS GIVEN ON ITS JOB-LOG
      *                  WARNING LINE.
      * 2026-10-15  DSB  A PARTITION NOW TAKES ITS RUN DATE FROM THE
      *                  PARTITION CONTROL DATASET, SO A RERUN AFTER
      *                  MIDNIGHT SCORES UNDER ITS DROP'S DATE, AND
      *                  ONLY READS THE SHARED MASTERS: HISTORY AND
      *                  THE REGISTRY ARE OPENED INPUT, ITS DETAIL
      *                  GOES TO ITS OWN DATASET (SDTPART) AND IT
      *                  RAISES NO ALERT. A PARTITION THE GUARD
      *                  REFUSES SAYS SO ON ITS RESULT. AOC1MRG LOADS
      *                  THE DETAIL, STAMPS THE REGISTRY AND RAISES
      *                  THE ALERTS, SO PARTITIONS CAN RUN IN PARALLEL.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS COR-KEY
               FILE STATUS IS CORRECTION-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC
               REGISTRY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IRG-KEY
               FILE STATUS IS REGISTRY-FILE-STATUS.
           SELECT DETAIL-FILE ASSIGN TO DYNAMIC
               DETAIL-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDT-KEY
               FILE STATUS IS DETAIL-FILE-STATUS.
           SELECT DICTIONARY-FILE ASSIGN TO DYNAMIC
               DICTIONARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICTIONARY-FILE-STATUS.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO DYNAMIC
               PARTITION-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-FILE-STATUS.
           SELECT PARTITION-RESULT-FILE ASSIGN TO DYNAMIC
               PARTITION-RESULT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-RESULT-FILE-STATUS.
           SELECT PARTITION-DETAIL-FILE ASSIGN TO DYNAMIC
               PARTITION-DETAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-DETAIL-FILE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO DYNAMIC
               ALERT-LOG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-KEY
               FILE STATUS IS ALERT-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       01  MY-FILE-RECORD              PIC X(512).
      *
       FD  REPORT-FILE.
           COPY AOC1RPT.
      *
       FD  EXCEPTION-FILE.
           COPY AOC1EXC.
      *
       FD  CORRECTION-FILE.
           COPY AOC1COR.
      *
       FD  REGISTRY-FILE.
           COPY AOC1IRG.
      *
       FD  DETAIL-FILE.
           COPY AOC1SDT.
      *
       FD  DICTIONARY-FILE.
           COPY AOC1DGT.
      *
       FD  PARTITION-CONTROL-FILE.
           COPY AOC1PTN.
      *
       FD  PARTITION-RESULT-FILE.
           COPY AOC1PRS.
      *
      * A PARTITION'S OWN SCORING DETAIL - THE AOC1SDT LAYOUT, BUILT
      * IN THE MASTER'S RECORD AREA AND WRITTEN FROM IT
       FD  PARTITION-DETAIL-FILE.
       01  PARTITION-DETAIL-RECORD     PIC X(142).
      *
       FD  ALERT-LOG-FILE.
           COPY AOC1ALR.
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
               10  INS-ANSWER          PIC 9(10).
               10  INS-ANSWER-PART2    PIC 9(10).
               10  INS-EXCEPTION-COUNT PIC 9(10).
               10  INS-REGISTRY-FLAG   PIC X(26).
      *-----------------------------------------------------------------
      * INSTRUMENTS SEEN AFTER THE TABLE ABOVE FILLED. THEY GET NO
      * SUB-TOTAL LINE, BUT EACH IS CHECKED AGAINST THE REGISTRY ONCE
      * AND GIVEN ITS OWN JOB-LOG WARNING LINE. SHOULD THIS LIST FILL
      * AS WELL, LATER INSTRUMENTS ARE STILL STAMPED ON THE REGISTRY
      * BUT NOT WARNED OF INDIVIDUALLY.
      *-----------------------------------------------------------------
       01  OVERFLOW-INSTRUMENT-COUNT   PIC 9(03)  COMP  VALUE ZERO.
       01  OVERFLOW-INSTRUMENT-INDEX   PIC 9(03)  COMP  VALUE ZERO.
       01  OVERFLOW-FOUND-FLAG         PIC X           VALUE 'N'.
           88  OVERFLOW-INSTRUMENT-FOUND                VALUE 'Y'.
       01  OVERFLOW-LIST-FULL-FLAG     PIC X           VALUE 'N'.
           88  OVERFLOW-LIST-IS-FULL                    VALUE 'Y'.
       01  OVERFLOW-INSTRUMENT-TABLE.
           05  OVI-ID                  PIC X(04)  OCCURS 200 TIMES.
      *****************************************************************
      * RECORD COUNTING AND EXCEPTION HANDLING
      *****************************************************************
       01  PARM-RESCORE-TOKEN          PIC X(10)       VALUE SPACES.
       01  PARM-SUPPLEMENT-TOKEN       PIC X(10)       VALUE SPACES.
       01  PARM-DROPSEQ-TOKEN          PIC X(10)       VALUE SPACES.
       01  PARM-PARTITION-TOKEN        PIC X(10)       VALUE SPACES.
      * AN EXPECTED COUNT FROM THE PARM IS TOLD APART FROM ONE TAKEN
      * OFF THE HDR HEADER ON A PARTITION'S RESULT, SO THE MERGE CAN
      * APPLY THE SAME PARM-CARD-HEADER PRIORITY TO THE WHOLE DROP
       01  EXPECTED-SOURCE-FLAG        PIC X           VALUE 'N'.
           88  EXPECTED-FROM-PARM                       VALUE 'P'.
      *****************************************************************
      * DROP SEQUENCE - WHICH OF THE DAY'S (UP TO THREE) SHIFT DROPS
      * THIS RUN IS SCORING. FROM THE EIGHTH PARM TOKEN, OR FROM
       01  DROP-SEQUENCE               PIC 9(02)       VALUE 1.
       01  DROP-SEQ-SOURCE-FLAG        PIC X           VALUE 'N'.
           88  DROP-SEQ-FROM-PARM                       VALUE 'P'.
      *****************************************************************
      * PARTITIONED SCORING
      *-----------------------------------------------------------------
      * WHEN AOC1EDIT HAS SPLIT THE CLEAN FILE, THE NINTH PARM TOKEN
      * NAMES THE PARTITION THIS STEP SCORES. ITS RANGE, AND THE RUN
      * DATE IT SCORES UNDER, COME OFF THE PARTITION CONTROL DATASET
      * (SEE AOC1PTN), SO A PARTITION RERUN AFTER MIDNIGHT STILL
      * SCORES AS PART OF THE NIGHT ITS DROP WAS SPLIT. RECORD
      * NUMBERS WRITTEN OUT (EXCEPTIONS, CORRECTION LOOKUPS, SCORING
      * DETAIL) ARE THE RECORD'S NUMBER IN THE WHOLE DROP - THE
      * PARTITION'S BASE PLUS ITS OWN COUNT - WHILE THE CHECKPOINT
      * KEEPS THE PARTITION'S OWN COUNT SO A RESUME SKIPS WITHIN THE
      * PARTITION. A PARTITION ONLY READS THE SHARED MASTERS: IT
      * WRITES NO HISTORY, RUN STATUS, REGISTRY STAMP, MASTER DETAIL
      * OR ALERT. ITS RESULT (SEE AOC1PRS) AND ITS OWN SCORING
      * DETAIL (SDTPART) GO TO AOC1MRG, WHICH APPLIES THEM ONCE FOR
      * THE WHOLE DROP, SO THE PARTITIONS OF A DROP CAN RUN AT THE
      * SAME TIME.
      *****************************************************************
       01  PARTITION-CONTROL-FILENAME  PIC X(100)
                                        VALUE "DD:PTNFILE".
       01  PARTITION-CONTROL-FILE-STATUS
                                       PIC XX          VALUE SPACES.
       01  PARTITION-RESULT-FILENAME   PIC X(100)
                                        VALUE "DD:PRSFILE".
       01  PARTITION-RESULT-FILE-STATUS
                                       PIC XX          VALUE SPACES.
       01  PARTITION-DETAIL-FILENAME   PIC X(100)
                                        VALUE "DD:SDTPART".
       01  PARTITION-DETAIL-FILE-STATUS
                                       PIC XX          VALUE SPACES.
       01  PARTITION-REQUEST-FLAG      PIC X           VALUE 'N'.
           88  PARTITION-WAS-REQUESTED                  VALUE 'Y'.
       01  PARTITION-MODE-FLAG         PIC X           VALUE 'N'.
           88  PARTITION-MODE-ACTIVE                    VALUE 'Y'.
           88  PARTITION-REFUSED                        VALUE 'R'.
       01  PARTITION-EOF-FLAG          PIC X           VALUE 'N'.
           88  END-OF-PARTITION-CONTROL                 VALUE 'Y'.
       01  PARTITION-FOUND-FLAG        PIC X           VALUE 'N'.
           88  PARTITION-WAS-FOUND                      VALUE 'Y'.
       01  PARTITION-NUMBER            PIC 9(02)       VALUE ZERO.
       01  PARTITION-COUNT             PIC 9(02)       VALUE ZERO.
       01  PARTITION-BASE-RECORD-NO    PIC 9(10)  COMP  VALUE ZERO.
       01  PARTITION-FIRST-RECORD-NO   PIC 9(10)       VALUE ZERO.
       01  PARTITION-LAST-RECORD-NO    PIC 9(10)       VALUE ZERO.
       01  PARTITION-RECORD-TARGET     PIC 9(10)       VALUE ZERO.
       01  PARTITION-DROP-RECORDS      PIC 9(10)       VALUE ZERO.
       01  PARTITION-DROP-CONTENT      PIC 9(10)       VALUE ZERO.
       01  PARTITION-COUNT-FLAG        PIC X           VALUE 'C'.
           88  PARTITION-COUNT-MATCHED                  VALUE 'C'.
           88  PARTITION-COUNT-BROKE                    VALUE 'B'.
       01  DISPLAY-PARTITION-FIRST     PIC Z(9)9.
       01  DISPLAY-PARTITION-LAST      PIC Z(9)9.
       01  CONTROL-FILENAME            PIC X(100)
                                        VALUE "DD:CTLFILE".
       01  CONTROL-FILE-STATUS         PIC XX          VALUE SPACES.
       01  EDIT-REJECTED-COUNT         PIC 9(10)       VALUE ZERO.
       01  RECONCILED-ACTUAL-COUNT     PIC 9(10)       VALUE ZERO.
       01  DISPLAY-REJECTED-COUNT      PIC Z(9)9.
       01  DISPLAY-RECONCILED-COUNT    PIC Z(9)9.
      *****************************************************************
      * SUPPLEMENTAL SCORING OF REPAIRED REJECTS
      *-----------------------------------------------------------------
           88  CORRECTION-WAS-FOUND                     VALUE 'Y'.
       01  CORRECTED-COORDINATES-VALUE PIC 9(02)       VALUE ZERO.
      *****************************************************************
      * KEYED INSTRUMENT REGISTRY
      *-----------------------------------------------------------------
      * THE REGISTRY MAINTAINED BY AOC1REG IS OPENED FOR UPDATE AT
      * START-UP AND READ BY KEY FOR EACH INSTRUMENT WHEN IT IS FIRST
      * SEEN ON THE FILE: THE LAST-SEEN DATE IS STAMPED, AND AN
      * INSTRUMENT PAST ITS CALIBRATION-DUE DATE IS FLAGGED ON ITS
      * SUMMARY LINE (OR ITS WARNING LINE, PAST THE TABLE).
      * A REGISTRY THAT WILL NOT OPEN COSTS ONLY THE FLAG AND THE
      * STAMP - THE EDIT STEP HAS ALREADY DONE THE ENFORCING.
      *****************************************************************
       01  REGISTRY-FILENAME           PIC X(100)
                                        VALUE "DD:INSTREG".
       01  REGISTRY-FILE-STATUS        PIC XX          VALUE SPACES.
       01  REGISTRY-OPEN-FLAG          PIC X           VALUE 'N'.
           88  REGISTRY-AVAILABLE                       VALUE 'Y'.
       01  CAL-OVERDUE-COUNT           PIC 9(05)  COMP  VALUE ZERO.
       01  REGISTRY-FLAG-TEXT          PIC X(26)       VALUE SPACES.
           88  REGISTRY-SHOWS-OVERDUE                   VALUE
               "** CALIBRATION OVERDUE **".
      *****************************************************************
      * KEYED SCORING-DETAIL MASTER
      *-----------------------------------------------------------------
      * ONE RECORD PER INPUT RECORD SCORED (SEE AOC1SDT), WRITTEN AS
      * THE RECORD IS SCORED. A RESUME REWRITES THE RECORDS IT
      * RESCORES; A RESCORE OF A DROP SUPERSEDES ITS RECORDS IN
      * PLACE AND PURGES ANY TAIL THE NEW DROP NO LONGER HAS. A
      * MASTER THAT WILL NOT OPEN COSTS ONLY THE DETAIL - THE
      * ANSWERS AND HISTORY ARE UNAFFECTED.
      *****************************************************************
       01  DETAIL-FILENAME             PIC X(100)
                                        VALUE "DD:SCRDTL".
       01  DETAIL-FILE-STATUS          PIC XX          VALUE SPACES.
       01  DETAIL-OPEN-FLAG            PIC X           VALUE 'N'.
           88  DETAIL-AVAILABLE                         VALUE 'Y'.
       01  DETAIL-ERROR-FLAG           PIC X           VALUE 'N'.
           88  DETAIL-ERROR-REPORTED                    VALUE 'Y'.
       01  DETAIL-PURGE-EOF-FLAG       PIC X           VALUE 'N'.
           88  END-OF-DETAIL-PURGE                      VALUE 'Y'.
       01  DETAIL-PURGE-COUNT          PIC 9(10)  COMP  VALUE ZERO.
      *****************************************************************
      * DIGIT-TOKEN DICTIONARY
      *-----------------------------------------------------------------
      * THE WORDS THE PART 2 SCAN READS AS DIGITS COME FROM THE
      * OPERATOR-MAINTAINED DICTIONARY (DGTDICT, LAYOUT IN AOC1DGT),
      * READ ONCE AT START-UP: THE FIRST PASS PICKS THE VERSION IN
      * FORCE ON THE RUN DATE, THE SECOND TABLES THAT VERSION'S
      * TOKENS. A TOKEN SCOPED TO THE RECORD'S INSTRUMENT IS TRIED
      * BEFORE THE ALL-FILES TOKENS, SO ONE BUILDING'S SPELLING CAN
      * OVERRIDE THE COMMON ONE. WITHOUT A USABLE DICTIONARY THE
      * STANDARD LOWER-CASE one THROUGH nine ARE TABLED UNDER THE
      * VERSION NAME STANDARD AND THE RUN ENDS RC 4. THE TABLE IS
      * CAPPED AT 100 TOKENS, ANNOUNCED WHEN IT SATURATES LIKE EVERY
      * OTHER CAPPED TABLE IN THE SUITE.
      *****************************************************************
       01  DICTIONARY-FILENAME         PIC X(100)
                                        VALUE "DD:DGTDICT".
       01  DICTIONARY-FILE-STATUS      PIC XX          VALUE SPACES.
       01  DICTIONARY-EOF-FLAG         PIC X           VALUE 'N'.
           88  END-OF-DICTIONARY                        VALUE 'Y'.
       01  DT-OVERFLOW-FLAG            PIC X           VALUE 'N'.
           88  DT-TABLE-OVERFLOWED                      VALUE 'Y'.
       01  TOKEN-SCOPE-FLAG            PIC X           VALUE 'I'.
           88  SCOPE-INSTRUMENT                         VALUE 'I'.
           88  SCOPE-ALL-FILES                          VALUE 'A'.
       01  DICTIONARY-VERSION          PIC X(08)       VALUE SPACES.
       01  DICTIONARY-EFFECTIVE-DATE   PIC 9(08)       VALUE ZERO.
       01  DICTIONARY-BAD-CARD-COUNT   PIC 9(05)  COMP  VALUE ZERO.
       01  DICTIONARY-TOKEN-COUNT      PIC 9(03)  COMP  VALUE ZERO.
       01  DICTIONARY-SCOPED-COUNT     PIC 9(03)  COMP  VALUE ZERO.
       01  DICTIONARY-INDEX            PIC 9(03)  COMP  VALUE ZERO.
       01  TOKEN-INDEX                 PIC 9(02)  COMP  VALUE ZERO.
       01  TOKEN-LENGTH                PIC 9(02)  COMP  VALUE ZERO.
       01  DICTIONARY-TABLE.
           05  DICTIONARY-ENTRY        OCCURS 100 TIMES.
               10  DT-TOKEN            PIC X(10).
               10  DT-TOKEN-LENGTH     PIC 9(02)  COMP.
               10  DT-DIGIT            PIC X.
               10  DT-INSTRUMENT       PIC X(04).
       01  STANDARD-TOKEN-VALUES.
           05  FILLER                  PIC X(11)       VALUE
               "one       1".
           05  FILLER                  PIC X(11)       VALUE
               "two       2".
           05  FILLER                  PIC X(11)       VALUE
               "three     3".
           05  FILLER                  PIC X(11)       VALUE
               "four      4".
           05  FILLER                  PIC X(11)       VALUE
               "five      5".
           05  FILLER                  PIC X(11)       VALUE
               "six       6".
           05  FILLER                  PIC X(11)       VALUE
               "seven     7".
           05  FILLER                  PIC X(11)       VALUE
               "eight     8".
           05  FILLER                  PIC X(11)       VALUE
               "nine      9".
       01  STANDARD-TOKEN-TABLE REDEFINES STANDARD-TOKEN-VALUES.
           05  STANDARD-TOKEN-ENTRY    OCCURS 9 TIMES.
               10  STD-TOKEN           PIC X(10).
               10  STD-DIGIT           PIC X.
      *****************************************************************
      * SHIFT-TURNOVER SUMMARY REPORT
      *-----------------------------------------------------------------
      * A FORMATTED PRINT REPORT WRITTEN AT END OF RUN: PAGE HEADINGS
           05  FILLER                  PIC X(09)       VALUE
               "EXCEPTED ".
           05  SUMI-EXCEPTED           PIC Z(4)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  SUMI-REGISTRY-FLAG      PIC X(26).
      *****************************************************************
      * CHECKPOINT / RESTART CONTROL
      *****************************************************************
       01  REPORT-FILE-STATUS          PIC XX          VALUE SPACES.
       01  EXCEPTION-FILE-STATUS       PIC XX          VALUE SPACES.
       01  CHECKPOINT-FILE-STATUS      PIC XX          VALUE SPACES.
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
           END-IF
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           PERFORM 9900-CLOSE-ALERT-LOG
               THRU 9900-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - OPEN THE CALIBRATION FILE
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO CONTROL-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_PTNFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO PARTITION-CONTROL-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_PRSFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO PARTITION-RESULT-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_SDTPART"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO PARTITION-DETAIL-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_ALERTLOG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO ALERT-LOG-FILENAME
           END-IF
           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ","
                        PARM-RESUME-TOKEN PARM-EXPECTED-TOKEN
                        PARM-MANIFEST-TOKEN PARM-RESCORE-TOKEN
                        PARM-SUPPLEMENT-TOKEN PARM-DROPSEQ-TOKEN
                        PARM-PARTITION-TOKEN
               END-UNSTRING
           END-IF
           IF PARM-INPUT-TOKEN NOT = SPACES
           IF PARM-EXPECTED-TOKEN NOT = SPACES
               MOVE PARM-EXPECTED-TOKEN TO EXPECTED-RECORD-COUNT
               SET RECONCILIATION-EXPECTED TO TRUE
               SET EXPECTED-FROM-PARM TO TRUE
           END-IF
           IF PARM-MANIFEST-TOKEN = "MANIFEST"
               SET MANIFEST-WAS-REQUESTED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PARM-PARTITION-TOKEN NOT = SPACES
               PERFORM 1050-RESOLVE-PARTITION-PARM
                   THRU 1050-EXIT
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_MANFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO MANIFEST-FILENAME
               MOVE DD-OVERRIDE TO HISTORY-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
      * A PARTITION'S RUN DATE IS ITS DROP'S, OFF THE CONTROL DATASET,
      * AND IS IN PLACE BEFORE ANY MASTER IS OPENED OR KEYED
           IF PARTITION-WAS-REQUESTED
               PERFORM 1900-RESOLVE-PARTITION
                   THRU 1900-EXIT
           END-IF
           MOVE RUN-DATE TO EXCEPTION-STAMP-DATE
           PERFORM 1600-OPEN-HISTORY-MASTER
               THRU 1600-EXIT
               GO TO 1000-EXIT
           END-IF

           PERFORM 1650-LOAD-DIGIT-DICTIONARY
               THRU 1650-EXIT

           PERFORM 1500-OPEN-CORRECTIONS
               THRU 1500-EXIT

      * A SUPPLEMENT RUN RESCORES REPAIRED RECORDS FROM EARLIER DROPS
      * - NOTHING IN IT WAS "SEEN" TODAY, SO IT LEAVES THE REGISTRY
      * ALONE, AND ITS RECORDS BELONG TO NO ONE DROP'S DETAIL
           IF NOT SUPPLEMENT-WAS-REQUESTED
               PERFORM 1550-OPEN-REGISTRY
                   THRU 1550-EXIT
               PERFORM 1570-OPEN-SCORING-DETAIL
                   THRU 1570-EXIT
           END-IF

           MOVE INPUT-FILENAME TO CURRENT-INPUT-FILENAME

           IF SUPPLEMENT-WAS-REQUESTED
               MOVE 'Y' TO EOF-FLAG
           END-IF

      * A PARTITION CLEARS ITS RESULT DATASET ONLY ONCE IT IS SURE
      * TO SCORE - A PARTITION THE GUARD REFUSES WRITES ITS REFUSAL
      * THERE INSTEAD, AT THE END OF THE RUN
           IF PARTITION-MODE-ACTIVE
             AND NOT DUPLICATE-DROP-FOUND
               PERFORM 1950-CLEAR-PARTITION-RESULT
                   THRU 1950-EXIT
           END-IF

           IF NOT MANIFEST-MODE-ACTIVE
             AND NOT SUPPLEMENT-WAS-REQUESTED
             AND NOT DUPLICATE-DROP-FOUND
             AND NOT PARTITION-REFUSED
               PERFORM 1100-RESOLVE-CHECKPOINT
                   THRU 1100-EXIT

      * A PARTITION HOLDS ONLY PART OF THE DROP - THE CONTROL CARD
      * AND THE EDIT-STEP REJECTS ARE RECONCILED BY THE MERGE
               IF NOT PARTITION-MODE-ACTIVE
                   PERFORM 1300-RESOLVE-CONTROL-TOTAL
                       THRU 1300-EXIT

                   PERFORM 1350-RESOLVE-EDIT-STATUS
                       THRU 1350-EXIT
               END-IF

               OPEN INPUT MY-FILE
               IF MY-FILE-STATUS NOT = "00"
       1000-EXIT.
           EXIT.
      *****************************************************************
      * 1050-RESOLVE-PARTITION-PARM - THE NINTH PARM TOKEN, 1-99,
      * NAMES THE PARTITION TO SCORE. A PARTITION IS ONE SLICE OF
      * ONE DROP, SO IT DOES NOT MIX WITH A MANIFEST (WHICH IS
      * DROPPED) OR A SUPPLEMENT RUN (WHICH TAKES PRECEDENCE).
      *****************************************************************
       1050-RESOLVE-PARTITION-PARM.
           IF PARM-PARTITION-TOKEN (1:2) IS NUMERIC
             AND PARM-PARTITION-TOKEN (3:8) = SPACES
             AND PARM-PARTITION-TOKEN (1:2) NOT = "00"
               MOVE PARM-PARTITION-TOKEN (1:2) TO PARTITION-NUMBER
           ELSE
               IF PARM-PARTITION-TOKEN (1:1) IS NUMERIC
                 AND PARM-PARTITION-TOKEN (2:9) = SPACES
                 AND PARM-PARTITION-TOKEN (1:1) NOT = "0"
                   MOVE PARM-PARTITION-TOKEN (1:1)
                       TO PARTITION-NUMBER (2:1)
                   MOVE "0" TO PARTITION-NUMBER (1:1)
               ELSE
                   DISPLAY "AOC1 - PARTITION PARM '"
                       PARM-PARTITION-TOKEN "' IS NOT 1-99. RUN "
                       "TERMINATED - SCORING THE WHOLE FILE IN ITS "
                       "PLACE WOULD SCORE THE DROP TWICE."
                   SET PARTITION-REFUSED TO TRUE
                   MOVE 'Y' TO EOF-FLAG
                   MOVE 16 TO RETURN-CODE
                   GO TO 1050-EXIT
               END-IF
           END-IF
           IF SUPPLEMENT-WAS-REQUESTED
               DISPLAY "AOC1 - PARTITION PARM IGNORED - A SUPPLEMENT "
                   "RUN SCORES REPAIRED RECORDS, NOT A PARTITION."
               GO TO 1050-EXIT
           END-IF
           IF MANIFEST-WAS-REQUESTED
               DISPLAY "AOC1 - MANIFEST PARM IGNORED - PARTITION "
                   PARTITION-NUMBER " OF THE SINGLE INPUT FILE IS "
                   "SCORED."
               MOVE 'N' TO MANIFEST-REQUEST-FLAG
           END-IF
           SET PARTITION-WAS-REQUESTED TO TRUE.
       1050-EXIT.
           EXIT.
      *****************************************************************
      * 1400-CHECK-FOR-MANIFEST - WHEN NO SPECIFIC INPUT FILE WAS
      * REQUESTED, SEE WHETHER A MANIFEST DATASET IS AVAILABLE. IF SO,
      * MANIFEST PROCESSING TAKES OVER FROM THE USUAL SINGLE-FILE FLOW.
       1500-EXIT.
           EXIT.
      *****************************************************************
      * 1550-OPEN-REGISTRY - OPEN THE KEYED INSTRUMENT REGISTRY FOR
      * DIRECT KEYED READS AND REWRITES. A PARTITION ONLY READS IT -
      * AOC1MRG STAMPS THE LAST-SEEN DATES FROM THE PARTITIONS'
      * DETAIL. A REGISTRY THAT WILL NOT OPEN IS ANNOUNCED AND THE
      * RUN CONTINUES WITHOUT THE CALIBRATION-DUE FLAG OR THE
      * LAST-SEEN STAMP.
      *****************************************************************
       1550-OPEN-REGISTRY.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_INSTREG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO REGISTRY-FILENAME
           END-IF
           IF PARTITION-WAS-REQUESTED
               OPEN INPUT REGISTRY-FILE
           ELSE
               OPEN I-O REGISTRY-FILE
           END-IF
           IF REGISTRY-FILE-STATUS = "00"
               SET REGISTRY-AVAILABLE TO TRUE
           ELSE
               DISPLAY "AOC1 - WARNING: INSTRUMENT REGISTRY "
                   REGISTRY-FILENAME " COULD NOT BE OPENED (STATUS "
                   REGISTRY-FILE-STATUS "). THE RUN CONTINUES WITH NO "
                   "CALIBRATION-DUE CHECK OR LAST-SEEN STAMP."
           END-IF.
       1550-EXIT.
           EXIT.
      *****************************************************************
      * 1570-OPEN-SCORING-DETAIL - OPEN THE KEYED SCORING-DETAIL
      * MASTER FOR UPDATE, CREATING IT EMPTY ON THE VERY FIRST RUN.
      * A PARTITION OPENS ITS OWN DETAIL DATASET INSTEAD. A MASTER
      * THAT WILL NOT OPEN IS ANNOUNCED AND THE RUN CONTINUES
      * WITHOUT WRITING DETAIL.
      *****************************************************************
       1570-OPEN-SCORING-DETAIL.
           IF PARTITION-MODE-ACTIVE
               PERFORM 1580-OPEN-PARTITION-DETAIL
                   THRU 1580-EXIT
               GO TO 1570-EXIT
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_SCRDTL"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO DETAIL-FILENAME
           END-IF
           OPEN I-O DETAIL-FILE
           IF DETAIL-FILE-STATUS = "35"
               OPEN OUTPUT DETAIL-FILE
               CLOSE DETAIL-FILE
               OPEN I-O DETAIL-FILE
           END-IF
           IF DETAIL-FILE-STATUS = "00"
               SET DETAIL-AVAILABLE TO TRUE
           ELSE
               DISPLAY "AOC1 - WARNING: SCORING-DETAIL MASTER "
                   DETAIL-FILENAME " COULD NOT BE OPENED (STATUS "
                   DETAIL-FILE-STATUS "). THE RUN CONTINUES WITH NO "
                   "RECORD-LEVEL DETAIL RETAINED."
           END-IF.
       1570-EXIT.
           EXIT.
      *****************************************************************
      * 1580-OPEN-PARTITION-DETAIL - OPEN THE PARTITION'S OWN DETAIL
      * DATASET: EMPTIED FOR A FRESH RUN, EXTENDED BY A RESUME (THE
      * RECORDS A RESUME SCORES AGAIN APPEAR TWICE, AND THE MERGE'S
      * SECOND WRITE SIMPLY SUPERSEDES THE FIRST). A DATASET THAT
      * WILL NOT OPEN COSTS THE PARTITION'S DETAIL AND LAST-SEEN
      * STAMPS, AS THE MASTER WOULD.
      *****************************************************************
       1580-OPEN-PARTITION-DETAIL.
           IF RESUME-REQUESTED
               OPEN EXTEND PARTITION-DETAIL-FILE
               IF PARTITION-DETAIL-FILE-STATUS = "35"
                   OPEN OUTPUT PARTITION-DETAIL-FILE
               END-IF
           ELSE
               OPEN OUTPUT PARTITION-DETAIL-FILE
           END-IF
           IF PARTITION-DETAIL-FILE-STATUS = "00"
               SET DETAIL-AVAILABLE TO TRUE
           ELSE
               DISPLAY "AOC1 - WARNING: PARTITION DETAIL DATASET "
                   PARTITION-DETAIL-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " PARTITION-DETAIL-FILE-STATUS "). THE "
                   "RUN CONTINUES WITH NO DETAIL OR LAST-SEEN STAMP "
                   "FOR THIS PARTITION."
           END-IF.
       1580-EXIT.
           EXIT.
      *****************************************************************
      * 1600-OPEN-HISTORY-MASTER - OPEN THE KEYED RUN-HISTORY MASTER
      * FOR UPDATE, CREATING IT EMPTY ON THE VERY FIRST RUN (THE
      * SAME PATTERN THE CORRECTIONS MASTER FOLLOWS). A PARTITION
      * ONLY READS IT, FOR THE GUARD. A MASTER THAT WILL NOT OPEN
      * TERMINATES THE RUN - SCORING WITHOUT A HISTORY RECORD TO
      * SHOW FOR IT HELPS NOBODY.
      *****************************************************************
       1600-OPEN-HISTORY-MASTER.
           IF PARTITION-WAS-REQUESTED
               OPEN INPUT HISTORY-FILE
           ELSE
               OPEN I-O HISTORY-FILE
               IF HISTORY-FILE-STATUS = "35"
                   OPEN OUTPUT HISTORY-FILE
                   CLOSE HISTORY-FILE
                   OPEN I-O HISTORY-FILE
               END-IF
           END-IF
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AOC1 - RUN-HISTORY MASTER " HISTORY-FILENAME
       1600-EXIT.
           EXIT.
      *****************************************************************
      * 1650-LOAD-DIGIT-DICTIONARY - PICK THE DICTIONARY VERSION IN
      * FORCE ON THE RUN DATE (THE LATEST EFFECTIVE DATE NOT AFTER
      * IT) AND TABLE ITS TOKENS. A DICTIONARY THAT WILL NOT OPEN,
      * HAS NO VERSION IN FORCE YET OR YIELDS NO USABLE TOKEN IS
      * ANNOUNCED AND THE STANDARD WORDS ARE USED INSTEAD - SCORING
      * STILL GOES AHEAD, BUT THE RUN ENDS RC 4 SO SOMEBODY LOOKS.
      *****************************************************************
       1650-LOAD-DIGIT-DICTIONARY.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_DGTDICT"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO DICTIONARY-FILENAME
           END-IF
           OPEN INPUT DICTIONARY-FILE
           IF DICTIONARY-FILE-STATUS NOT = "00"
               DISPLAY "AOC1 - WARNING: DIGIT-TOKEN DICTIONARY "
                   DICTIONARY-FILENAME " COULD NOT BE OPENED (STATUS "
                   DICTIONARY-FILE-STATUS ")."
               PERFORM 1655-LOAD-STANDARD-TOKENS
                   THRU 1655-EXIT
               GO TO 1650-EXIT
           END-IF
           PERFORM 1660-FIND-DICTIONARY-VERSION
               THRU 1660-EXIT
               UNTIL END-OF-DICTIONARY
           CLOSE DICTIONARY-FILE
           IF DICTIONARY-VERSION = SPACES
               DISPLAY "AOC1 - WARNING: DIGIT-TOKEN DICTIONARY "
                   DICTIONARY-FILENAME " HAS NO VERSION IN FORCE ON "
                   RUN-DATE "."
               PERFORM 1655-LOAD-STANDARD-TOKENS
                   THRU 1655-EXIT
               GO TO 1650-EXIT
           END-IF
           MOVE 'N' TO DICTIONARY-EOF-FLAG
           OPEN INPUT DICTIONARY-FILE
           PERFORM 1670-LOAD-DICTIONARY-TOKEN
               THRU 1670-EXIT
               UNTIL END-OF-DICTIONARY
           CLOSE DICTIONARY-FILE
           IF DICTIONARY-BAD-CARD-COUNT > ZERO
               MOVE DICTIONARY-BAD-CARD-COUNT TO DISPLAY-RECORD-COUNT
               DISPLAY "AOC1 - WARNING: " DISPLAY-RECORD-COUNT
                   " DIGIT-TOKEN DICTIONARY CARD(S) WERE UNREADABLE "
                   "AND HAVE BEEN IGNORED."
           END-IF
           IF DICTIONARY-TOKEN-COUNT > ZERO
               MOVE DICTIONARY-TOKEN-COUNT TO DISPLAY-RECORD-COUNT
               DISPLAY "AOC1 - DIGIT-TOKEN DICTIONARY VERSION "
                   DICTIONARY-VERSION " EFFECTIVE "
                   DICTIONARY-EFFECTIVE-DATE ", "
                   DISPLAY-RECORD-COUNT " TOKEN(S) LOADED."
               GO TO 1650-EXIT
           END-IF
           DISPLAY "AOC1 - WARNING: DIGIT-TOKEN DICTIONARY VERSION "
               DICTIONARY-VERSION " HAS NO USABLE TOKEN."
           PERFORM 1655-LOAD-STANDARD-TOKENS
               THRU 1655-EXIT.
       1650-EXIT.
           EXIT.
      *
      * THE STANDARD WORDS - THE FALLBACK WHEN THE DICTIONARY CANNOT
      * BE USED
       1655-LOAD-STANDARD-TOKENS.
           PERFORM 1690-LOAD-STANDARD-TOKEN
               THRU 1690-EXIT
               VARYING DICTIONARY-INDEX FROM 1 BY 1
               UNTIL DICTIONARY-INDEX > 9
           MOVE 9 TO DICTIONARY-TOKEN-COUNT
           MOVE ZERO TO DICTIONARY-SCOPED-COUNT
           MOVE "STANDARD" TO DICTIONARY-VERSION
           MOVE ZERO TO DICTIONARY-EFFECTIVE-DATE
           DISPLAY "AOC1 - THE STANDARD one THROUGH nine ARE USED FOR "
               "THIS RUN, STAMPED AS DICTIONARY VERSION STANDARD."
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       1655-EXIT.
           EXIT.
      *
       1660-FIND-DICTIONARY-VERSION.
           READ DICTIONARY-FILE
               AT END
                   SET END-OF-DICTIONARY TO TRUE
               NOT AT END
                   IF DGT-VERSION-CARD
                       IF DGT-VERSION NOT = SPACES
                         AND DGT-EFFECTIVE-DATE IS NUMERIC
                           IF DGT-EFFECTIVE-DATE NOT > RUN-DATE
                             AND DGT-EFFECTIVE-DATE
                                   > DICTIONARY-EFFECTIVE-DATE
                               MOVE DGT-VERSION TO DICTIONARY-VERSION
                               MOVE DGT-EFFECTIVE-DATE
                                   TO DICTIONARY-EFFECTIVE-DATE
                           END-IF
                       ELSE
                           ADD 1 TO DICTIONARY-BAD-CARD-COUNT
                       END-IF
                   END-IF
           END-READ.
       1660-EXIT.
           EXIT.
      *
      * ONLY THE TOKEN CARDS OF THE VERSION IN FORCE ARE TABLED; THE
      * CARDS OF OLDER (OR NOT YET EFFECTIVE) VERSIONS ARE PASSED BY
       1670-LOAD-DICTIONARY-TOKEN.
           READ DICTIONARY-FILE
               AT END
                   SET END-OF-DICTIONARY TO TRUE
               NOT AT END
                   IF DGT-TOKEN-CARD
                     AND DGT-VERSION = DICTIONARY-VERSION
                       IF DGT-TOKEN (1:1) NOT = SPACE
                         AND DGT-DIGIT IS NUMERIC
                           PERFORM 1680-TABLE-DICTIONARY-TOKEN
                               THRU 1680-EXIT
                       ELSE
                           ADD 1 TO DICTIONARY-BAD-CARD-COUNT
                       END-IF
                   END-IF
           END-READ.
       1670-EXIT.
           EXIT.
      *
       1680-TABLE-DICTIONARY-TOKEN.
           IF DICTIONARY-TOKEN-COUNT NOT < 100
               IF NOT DT-TABLE-OVERFLOWED
                   SET DT-TABLE-OVERFLOWED TO TRUE
                   DISPLAY "AOC1 - WARNING: DIGIT-TOKEN TABLE FULL AT "
                       "100 TOKENS. FURTHER TOKENS OF VERSION "
                       DICTIONARY-VERSION " ARE NOT RECOGNISED."
               END-IF
               GO TO 1680-EXIT
           END-IF
           ADD 1 TO DICTIONARY-TOKEN-COUNT
           MOVE DGT-TOKEN TO DT-TOKEN (DICTIONARY-TOKEN-COUNT)
           MOVE DGT-DIGIT TO DT-DIGIT (DICTIONARY-TOKEN-COUNT)
           MOVE DGT-INSTRUMENT
               TO DT-INSTRUMENT (DICTIONARY-TOKEN-COUNT)
           IF DGT-INSTRUMENT NOT = SPACES
               ADD 1 TO DICTIONARY-SCOPED-COUNT
           END-IF
           MOVE ZERO TO TOKEN-LENGTH
           PERFORM 1685-SIZE-DICTIONARY-TOKEN
               THRU 1685-EXIT
               VARYING TOKEN-INDEX FROM 1 BY 1
               UNTIL TOKEN-INDEX > 10
           MOVE TOKEN-LENGTH
               TO DT-TOKEN-LENGTH (DICTIONARY-TOKEN-COUNT).
       1680-EXIT.
           EXIT.
      *
      * THE TOKEN'S LENGTH IS THE POSITION OF ITS LAST NONBLANK
       1685-SIZE-DICTIONARY-TOKEN.
           IF DGT-TOKEN (TOKEN-INDEX:1) NOT = SPACE
               MOVE TOKEN-INDEX TO TOKEN-LENGTH
           END-IF.
       1685-EXIT.
           EXIT.
      *
       1690-LOAD-STANDARD-TOKEN.
           MOVE STD-TOKEN (DICTIONARY-INDEX)
               TO DT-TOKEN (DICTIONARY-INDEX)
           MOVE STD-DIGIT (DICTIONARY-INDEX)
               TO DT-DIGIT (DICTIONARY-INDEX)
           MOVE SPACES TO DT-INSTRUMENT (DICTIONARY-INDEX)
           MOVE ZERO TO TOKEN-LENGTH
           PERFORM 1695-SIZE-STANDARD-TOKEN
               THRU 1695-EXIT
               VARYING TOKEN-INDEX FROM 1 BY 1
               UNTIL TOKEN-INDEX > 10
           MOVE TOKEN-LENGTH TO DT-TOKEN-LENGTH (DICTIONARY-INDEX).
       1690-EXIT.
           EXIT.
      *
       1695-SIZE-STANDARD-TOKEN.
           IF STD-TOKEN (DICTIONARY-INDEX) (TOKEN-INDEX:1) NOT = SPACE
               MOVE TOKEN-INDEX TO TOKEN-LENGTH
           END-IF.
       1695-EXIT.
           EXIT.
      *****************************************************************
      * 1700-CHECK-DUPLICATE-DROP - READ THE MASTER FOR THE ONE KEY
      * THIS RUN WOULD WRITE. IF A RECORD IS ALREADY THERE, TAKE THE
      * INPUT'S FINGERPRINT AND REFUSE THE RUN: A MATCHING
           END-READ
           SET DUPLICATE-DROP-FOUND TO TRUE
           MOVE 12 TO RETURN-CODE
      * A PARTITION HOLDS ONLY PART OF THE DROP - THE WHOLE DROP'S
      * FINGERPRINT, TAKEN BY AOC1EDIT AT THE SPLIT, IS WHAT THE
      * HISTORY RECORD IS COMPARED WITH
           IF PARTITION-MODE-ACTIVE
               MOVE PARTITION-DROP-RECORDS TO FP-RECORD-COUNT
               MOVE PARTITION-DROP-CONTENT TO FP-CONTENT-REMAINDER
               DISPLAY "AOC1 - PARTITION " PARTITION-NUMBER
                   " IS REFUSED WITH THE WHOLE DROP."
           ELSE
               PERFORM 1750-FINGERPRINT-INPUT
                   THRU 1750-EXIT
           END-IF
           DISPLAY "AOC1 - DROP REFUSED: " CURRENT-INPUT-FILENAME
           IF HIST-RECORD-COUNT = FP-RECORD-COUNT
             AND HIST-CONTENT-TOTAL = FP-CONTENT-REMAINDER
               DISPLAY "AOC1 - AN IDENTICAL DROP (SAME RECORD "
                   "COUNT AND CONTENT TOTAL) WAS ALREADY SCORED "
                   "UNDER RUN DATE " RUN-DATE " AND DROP SEQUENCE "
                   DROP-SEQUENCE ". SUPPLY THE RESCORE PARM TOKEN "
                   "TO RESCORE IT DELIBERATELY."
               MOVE "DUPLICATE REFUSED - IDENTICAL DROP ALREADY SCORED"
                   TO NEW-ALERT-TEXT
           ELSE
               DISPLAY "AOC1 - A DIFFERENT DROP WAS ALREADY SCORED "
                   "UNDER RUN DATE " RUN-DATE " AND DROP SEQUENCE "
                   DROP-SEQUENCE ". SUPPLY THE DROP SEQUENCE PARM "
                   "IF THIS IS A LATER SHIFT'S DROP, OR THE "
                   "RESCORE TOKEN TO SUPERSEDE THE RECORD ON FILE."
               MOVE "DUPLICATE REFUSED - SEQUENCE USED BY ANOTHER DROP"
                   TO NEW-ALERT-TEXT
           END-IF
      * EVERY PARTITION OF A REFUSED DROP IS REFUSED - THE MERGE
      * RAISES THE ONE ALERT FOR THE DROP FROM THEIR RESULTS
           IF NOT PARTITION-MODE-ACTIVE
               PERFORM 1780-ALERT-DUPLICATE-DROP
                   THRU 1780-EXIT
           END-IF.
       1700-EXIT.
           EXIT.
       1760-EXIT.
           EXIT.
      *****************************************************************
      * 1780-ALERT-DUPLICATE-DROP - PUT THE REFUSAL ON THE OPERATIONS
      * ALERT LOG (MEDIUM SEVERITY)
      *****************************************************************
       1780-ALERT-DUPLICATE-DROP.
           MOVE "DUPDROP" TO NEW-ALERT-TYPE
           MOVE 'M' TO NEW-ALERT-SEVERITY
           MOVE CURRENT-INPUT-FILENAME TO NEW-ALERT-FILENAME
           MOVE DROP-SEQUENCE TO NEW-ALERT-DROP-SEQ
           PERFORM 9000-RAISE-ALERT
               THRU 9000-EXIT.
       1780-EXIT.
           EXIT.
      *****************************************************************
      * 1900-RESOLVE-PARTITION - FIND THIS PARTITION'S RECORD ON THE
      * PARTITION CONTROL DATASET AND TAKE ITS RUN DATE, ITS RANGE
      * AND THE WHOLE DROP'S FINGERPRINT. THE CONTROL DATASET IS
      * REWRITTEN BY THE SAME AOC1EDIT STEP THAT WRITES THE
      * PARTITIONS, SO ITS DATE IS THE DATE OF THE DROP IN THE
      * PARTITION DATASETS, WHATEVER THE CLOCK SAYS WHEN THIS STEP
      * RUNS. A CONTROL DATASET THAT WILL NOT OPEN OR DOES NOT LIST
      * THE PARTITION REFUSES THE STEP WITH RETURN-CODE 16.
      *****************************************************************
       1900-RESOLVE-PARTITION.
           IF END-OF-FILE
               GO TO 1900-EXIT
           END-IF
           OPEN INPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "AOC1 - PARTITION CONTROL DATASET "
                   PARTITION-CONTROL-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " PARTITION-CONTROL-FILE-STATUS "). RUN "
                   "TERMINATED."
               SET PARTITION-REFUSED TO TRUE
               MOVE 'Y' TO EOF-FLAG
               MOVE 16 TO RETURN-CODE
               GO TO 1900-EXIT
           END-IF
           PERFORM 1910-READ-PARTITION-CONTROL
               THRU 1910-EXIT
               UNTIL END-OF-PARTITION-CONTROL
                   OR PARTITION-WAS-FOUND
           CLOSE PARTITION-CONTROL-FILE
           IF NOT PARTITION-WAS-FOUND
               DISPLAY "AOC1 - PARTITION " PARTITION-NUMBER
                   " IS NOT ON THE PARTITION CONTROL DATASET "
                   PARTITION-CONTROL-FILENAME ". RUN TERMINATED."
               SET PARTITION-REFUSED TO TRUE
               MOVE 'Y' TO EOF-FLAG
               MOVE 16 TO RETURN-CODE
               GO TO 1900-EXIT
           END-IF
           SET PARTITION-MODE-ACTIVE TO TRUE
           COMPUTE PARTITION-BASE-RECORD-NO =
               PARTITION-FIRST-RECORD-NO - 1
           MOVE PARTITION-FIRST-RECORD-NO TO DISPLAY-PARTITION-FIRST
           MOVE PARTITION-LAST-RECORD-NO TO DISPLAY-PARTITION-LAST
           DISPLAY "AOC1 - SCORING PARTITION " PARTITION-NUMBER
               " OF " PARTITION-COUNT " - RECORDS "
               DISPLAY-PARTITION-FIRST " TO " DISPLAY-PARTITION-LAST
               " - RUN DATE " RUN-DATE.
       1900-EXIT.
           EXIT.
      *
       1910-READ-PARTITION-CONTROL.
           READ PARTITION-CONTROL-FILE
               AT END
                   SET END-OF-PARTITION-CONTROL TO TRUE
               NOT AT END
                   IF PTN-PARTITION-NO = PARTITION-NUMBER
                       SET PARTITION-WAS-FOUND TO TRUE
                       MOVE PTN-RUN-DATE TO RUN-DATE
                       MOVE PTN-PARTITION-COUNT TO PARTITION-COUNT
                       MOVE PTN-FIRST-RECORD-NO
                           TO PARTITION-FIRST-RECORD-NO
                       MOVE PTN-LAST-RECORD-NO
                           TO PARTITION-LAST-RECORD-NO
                       MOVE PTN-RECORD-COUNT
                           TO PARTITION-RECORD-TARGET
                       MOVE PTN-DROP-RECORD-COUNT
                           TO PARTITION-DROP-RECORDS
                       MOVE PTN-DROP-CONTENT-TOTAL
                           TO PARTITION-DROP-CONTENT
                   END-IF
           END-READ.
       1910-EXIT.
           EXIT.
      *****************************************************************
      * 1950-CLEAR-PARTITION-RESULT - EMPTY THE PARTITION'S RESULT
      * DATASET BEFORE SCORING STARTS, SO A STEP THAT ABENDS LEAVES
      * NO EARLIER RESULT FOR THE MERGE TO MISTAKE FOR ITS OWN
      *****************************************************************
       1950-CLEAR-PARTITION-RESULT.
           OPEN OUTPUT PARTITION-RESULT-FILE
           IF PARTITION-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "AOC1 - PARTITION RESULT DATASET "
                   PARTITION-RESULT-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " PARTITION-RESULT-FILE-STATUS "). RUN "
                   "TERMINATED."
               SET PARTITION-REFUSED TO TRUE
               MOVE 'Y' TO EOF-FLAG
               MOVE 16 TO RETURN-CODE
               GO TO 1950-EXIT
           END-IF
           CLOSE PARTITION-RESULT-FILE.
       1950-EXIT.
           EXIT.
      *****************************************************************
      * 2000-PROCESS-MANIFEST - OPEN THE SHARED REPORT/EXCEPTION/
      * CHECKPOINT/SUMMARY DATASETS ONCE, THEN SCORE EACH CALIBRATION
      * FILE LISTED IN THE MANIFEST IN TURN. ON A RESUME THE SHARED
           MOVE ZERO TO CONTENT-TOTAL
           MOVE ZERO TO INSTRUMENT-COUNT
           MOVE 'N' TO INSTRUMENT-OVERFLOW-FLAG
           MOVE ZERO TO OVERFLOW-INSTRUMENT-COUNT
           MOVE 'N' TO OVERFLOW-LIST-FULL-FLAG
           IF NOT DROP-SEQ-FROM-PARM
               MOVE 1 TO DROP-SEQUENCE
           END-IF
                   THRU 7300-EXIT
               PERFORM 7350-WRITE-INSTRUMENT-HISTORY
                   THRU 7350-EXIT
               IF DETAIL-AVAILABLE
                   PERFORM 7750-PURGE-DETAIL-TAIL
                       THRU 7750-EXIT
               END-IF
               CLOSE MY-FILE
               MOVE ANSWER TO DISPLAY-ANSWER
               MOVE ANSWER-PART2 TO DISPLAY-ANSWER-PART2
      * CHARACTERS ENDED BY A COLON IN COLUMN FIVE. THE SCAN START IS
      * SET PAST THE PREFIX SO THE ID'S OWN DIGITS CANNOT SCORE, AND
      * THE RECORD'S INSTRUMENT TABLE ROW IS LOCATED (OR OPENED).
      * AN INSTRUMENT FIRST SEEN ON THE FILE IS CHECKED AGAINST THE
      * REGISTRY THERE AND THEN (SEE 4400), WHETHER OR NOT THE TABLE
      * HAS ROOM FOR IT.
      * A RECORD WITHOUT THE PREFIX - THE A-BUILDING FORMAT - SCORES
      * FROM COLUMN ONE UNDER THE DEFAULT INSTRUMENT, EXACTLY AS
      * EVERY RECORD DID BEFORE THE IDS WERE STAMPED.
                   MOVE ZERO TO INS-ANSWER (INS-FOUND-INDEX)
                   MOVE ZERO TO INS-ANSWER-PART2 (INS-FOUND-INDEX)
                   MOVE ZERO TO INS-EXCEPTION-COUNT (INS-FOUND-INDEX)
                   PERFORM 4400-CHECK-INSTRUMENT-REGISTRY
                       THRU 4400-EXIT
                   MOVE REGISTRY-FLAG-TEXT
                       TO INS-REGISTRY-FLAG (INS-FOUND-INDEX)
                   IF REGISTRY-SHOWS-OVERDUE
                       ADD 1 TO CAL-OVERDUE-COUNT
                       DISPLAY "AOC1 - WARNING: INSTRUMENT "
                           INSTRUMENT-ID " WAS DUE FOR CALIBRATION ON "
                           IRG-CAL-DUE-DATE ". ITS RECORDS ARE SCORED "
                           "AND FLAGGED ON THE SHIFT-TURNOVER SUMMARY."
                   END-IF
               ELSE
                   IF NOT INSTRUMENT-TABLE-OVERFLOWED
                       SET INSTRUMENT-TABLE-OVERFLOWED TO TRUE
                           "ONLY - NO SUB-TOTAL IS REPORTED FOR "
                           "THEM."
                   END-IF
                   PERFORM 4450-CHECK-OVERFLOW-INSTRUMENT
                       THRU 4450-EXIT
               END-IF
           END-IF
           IF INS-FOUND-INDEX > ZERO
       4350-EXIT.
           EXIT.
      *****************************************************************
      * 4400-CHECK-INSTRUMENT-REGISTRY - READ THE CURRENT INSTRUMENT
      * ON THE REGISTRY AND LEAVE ITS FLAG IN REGISTRY-FLAG-TEXT FOR
      * THE CALLER TO REPORT AND COUNT. ONE PAST ITS CALIBRATION-DUE
      * DATE IS FLAGGED - IT IS STILL SCORED, WHICH IS THE POINT: THE
      * DATA IS KEPT, THE LAB IS TOLD. THE LAST-SEEN DATE IS THEN
      * STAMPED WITH THE RUN DATE - BY THE MERGE, FOR A PARTITION.
      * THE *DF* DEFAULT INSTRUMENT IS NOT A REAL INSTRUMENT AND IS
      * NEVER ON THE REGISTRY.
      *****************************************************************
       4400-CHECK-INSTRUMENT-REGISTRY.
           MOVE SPACES TO REGISTRY-FLAG-TEXT
           IF NOT REGISTRY-AVAILABLE
             OR INSTRUMENT-ID = DEFAULT-INSTRUMENT-ID
               GO TO 4400-EXIT
           END-IF
           MOVE INSTRUMENT-ID TO IRG-INSTRUMENT-ID
           READ REGISTRY-FILE
               INVALID KEY
                   MOVE "NOT ON INSTRUMENT REGISTRY"
                       TO REGISTRY-FLAG-TEXT
               NOT INVALID KEY
                   PERFORM 4420-STAMP-INSTRUMENT-SEEN
                       THRU 4420-EXIT
           END-READ.
       4400-EXIT.
           EXIT.
      *
       4420-STAMP-INSTRUMENT-SEEN.
           IF IRG-CAL-DUE-DATE < RUN-DATE
               SET REGISTRY-SHOWS-OVERDUE TO TRUE
           END-IF
           IF IRG-LAST-SEEN-DATE < RUN-DATE
             AND NOT PARTITION-MODE-ACTIVE
               MOVE RUN-DATE TO IRG-LAST-SEEN-DATE
               REWRITE INSTRUMENT-REGISTRY-RECORD
                   INVALID KEY
                       DISPLAY "AOC1 - WARNING: LAST-SEEN DATE FOR "
                           "INSTRUMENT " IRG-INSTRUMENT-ID " COULD NOT "
                           "BE STAMPED (STATUS " REGISTRY-FILE-STATUS
                           ")."
               END-REWRITE
           END-IF.
       4420-EXIT.
           EXIT.
      *****************************************************************
      * 4450-CHECK-OVERFLOW-INSTRUMENT - AN INSTRUMENT WITH NO ROOM IN
      * THE SUB-TOTAL TABLE. THE FIRST TIME IT IS SEEN ON THE FILE IT
      * IS CHECKED AGAINST THE REGISTRY AND GIVEN A WARNING LINE
      * CARRYING ITS REGISTRY FLAG. ONCE THE OVERFLOW LIST IS FULL
      * TOO, EVERY RECORD OF AN UNLISTED INSTRUMENT IS CHECKED - THE
      * STAMP IS REWRITTEN ONLY ONCE A DAY - BUT NOT WARNED OF OR
      * COUNTED AGAIN.
      *****************************************************************
       4450-CHECK-OVERFLOW-INSTRUMENT.
           MOVE 'N' TO OVERFLOW-FOUND-FLAG
           PERFORM 4460-MATCH-OVERFLOW-INSTRUMENT
               THRU 4460-EXIT
               VARYING OVERFLOW-INSTRUMENT-INDEX FROM 1 BY 1
               UNTIL OVERFLOW-INSTRUMENT-INDEX >
                     OVERFLOW-INSTRUMENT-COUNT
                   OR OVERFLOW-INSTRUMENT-FOUND
           IF OVERFLOW-INSTRUMENT-FOUND
               GO TO 4450-EXIT
           END-IF
           IF OVERFLOW-LIST-IS-FULL
               PERFORM 4400-CHECK-INSTRUMENT-REGISTRY
                   THRU 4400-EXIT
               GO TO 4450-EXIT
           END-IF
           ADD 1 TO OVERFLOW-INSTRUMENT-COUNT
           MOVE INSTRUMENT-ID TO OVI-ID (OVERFLOW-INSTRUMENT-COUNT)
           PERFORM 4400-CHECK-INSTRUMENT-REGISTRY
               THRU 4400-EXIT
           IF REGISTRY-FLAG-TEXT = SPACES
               DISPLAY "AOC1 - WARNING: INSTRUMENT " INSTRUMENT-ID
                   " HAS NO SUB-TOTAL LINE (TABLE FULL)."
           ELSE
               DISPLAY "AOC1 - WARNING: INSTRUMENT " INSTRUMENT-ID
                   " HAS NO SUB-TOTAL LINE (TABLE FULL) - "
                   REGISTRY-FLAG-TEXT
           END-IF
           IF REGISTRY-SHOWS-OVERDUE
               ADD 1 TO CAL-OVERDUE-COUNT
               DISPLAY "  IT WAS DUE FOR CALIBRATION ON "
                   IRG-CAL-DUE-DATE ". ITS RECORDS ARE SCORED."
           END-IF
           IF OVERFLOW-INSTRUMENT-COUNT = 200
               SET OVERFLOW-LIST-IS-FULL TO TRUE
               DISPLAY "AOC1 - WARNING: 200 INSTRUMENTS ON "
                   CURRENT-INPUT-FILENAME " HAVE NO SUB-TOTAL LINE."
               DISPLAY "  FURTHER INSTRUMENTS ARE STILL STAMPED ON "
                   "THE REGISTRY BUT NOT WARNED OF INDIVIDUALLY."
           END-IF.
       4450-EXIT.
           EXIT.
      *
       4460-MATCH-OVERFLOW-INSTRUMENT.
           IF OVI-ID (OVERFLOW-INSTRUMENT-INDEX) = INSTRUMENT-ID
               SET OVERFLOW-INSTRUMENT-FOUND TO TRUE
           END-IF.
       4460-EXIT.
           EXIT.
      *****************************************************************
      * 3000-CAPTURE-HEADER-COUNT - PULL THE EXPECTED RECORD COUNT OUT
      * OF AN "HDR" HEADER RECORD AT THE FRONT OF MY-FILE
      *****************************************************************
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT

           IF DETAIL-AVAILABLE
               PERFORM 7700-WRITE-SCORING-DETAIL
                   THRU 7700-EXIT
           END-IF

      * SUPPLEMENT MODE CARRIES EACH RECORD'S ORIGINAL RECORD NUMBER
      * IN RECORD-COUNT, SO THE EVERY-N-READS CHECKPOINT TEST WOULD
      * FIRE AGAINST A FILE THAT WAS NEVER OPENED - THE CHECKPOINT
       5050-CHECK-FOR-CORRECTION.
           IF CORRECTIONS-AVAILABLE
               MOVE CURRENT-INPUT-FILENAME TO COR-FILENAME
               COMPUTE COR-RECORD-NO =
                   PARTITION-BASE-RECORD-NO + RECORD-COUNT
               READ CORRECTION-FILE
                   INVALID KEY
                       CONTINUE
           EXIT.
      *****************************************************************
      * 6200-SCAN-FORWARD-PART2 / 6300-SCAN-BACKWARD-PART2
      * SAME AS ABOVE BUT ALSO RECOGNIZE THE SPELLED-OUT DIGITS OF THE
      * DIGIT-TOKEN DICTIONARY, INCLUDING MATCHES THAT OVERLAP
      * ADJACENT WORDS.
      *****************************************************************
       6200-SCAN-FORWARD-PART2.
           IF MY-FILE-RECORD (SCAN-INDEX:1) IS NUMERIC
       6300-EXIT.
           EXIT.
      *****************************************************************
      * 6400-CHECK-WORD-DIGIT - TEST WHETHER A DICTIONARY TOKEN
      * BEGINS AT SCAN-INDEX. THE TOKENS SCOPED TO THE RECORD'S
      * INSTRUMENT ARE TRIED FIRST, THEN THE ALL-FILES TOKENS; THE
      * FIRST MATCH WINS. RETURNS THE DIGIT CHARACTER IN
      * WORD-DIGIT-VALUE, OR SPACE WHEN NO TOKEN MATCHES.
      *****************************************************************
       6400-CHECK-WORD-DIGIT.
           MOVE SPACE TO WORD-DIGIT-VALUE
           IF DICTIONARY-SCOPED-COUNT > ZERO
               SET SCOPE-INSTRUMENT TO TRUE
               PERFORM 6450-MATCH-DICTIONARY-TOKEN
                   THRU 6450-EXIT
                   VARYING DICTIONARY-INDEX FROM 1 BY 1
                   UNTIL DICTIONARY-INDEX > DICTIONARY-TOKEN-COUNT
                       OR WORD-DIGIT-VALUE NOT = SPACE
           END-IF
           IF WORD-DIGIT-VALUE = SPACE
               SET SCOPE-ALL-FILES TO TRUE
               PERFORM 6450-MATCH-DICTIONARY-TOKEN
                   THRU 6450-EXIT
                   VARYING DICTIONARY-INDEX FROM 1 BY 1
                   UNTIL DICTIONARY-INDEX > DICTIONARY-TOKEN-COUNT
                       OR WORD-DIGIT-VALUE NOT = SPACE
           END-IF.
       6400-EXIT.
           EXIT.
      *
       6450-MATCH-DICTIONARY-TOKEN.
           IF SCOPE-INSTRUMENT
               IF DT-INSTRUMENT (DICTIONARY-INDEX) = SPACES
                 OR DT-INSTRUMENT (DICTIONARY-INDEX) NOT = INSTRUMENT-ID
                   GO TO 6450-EXIT
               END-IF
           ELSE
               IF DT-INSTRUMENT (DICTIONARY-INDEX) NOT = SPACES
                   GO TO 6450-EXIT
               END-IF
           END-IF
           MOVE DT-TOKEN-LENGTH (DICTIONARY-INDEX) TO TOKEN-LENGTH
           IF SCAN-INDEX + TOKEN-LENGTH - 1 > MY-FILE-RECORD-LENGTH
               GO TO 6450-EXIT
           END-IF
           IF MY-FILE-RECORD (SCAN-INDEX:TOKEN-LENGTH)
                   = DT-TOKEN (DICTIONARY-INDEX) (1:TOKEN-LENGTH)
               MOVE DT-DIGIT (DICTIONARY-INDEX) TO WORD-DIGIT-VALUE
           END-IF.
       6450-EXIT.
           EXIT.
      *****************************************************************
      * 7000-WRITE-REPORT-LINE - WRITE ONE AUDIT LINE SHOWING HOW THE
       7100-WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE CURRENT-INPUT-FILENAME TO EXC-FILENAME
           COMPUTE EXC-RECORD-NO =
               PARTITION-BASE-RECORD-NO + RECORD-COUNT
           IF DIGIT-WAS-FOUND-PART2
               MOVE "NO NUMERIC DIGIT - EXCLUDED FROM PART 1 ANSWER"
                   TO EXC-REASON
           MOVE CONTENT-TOTAL-REMAINDER TO HIST-CONTENT-TOTAL
           MOVE RECONCILE-OUTCOME TO HIST-RECON-STATUS
           MOVE DROP-SEQUENCE TO HIST-DROP-SEQ
           MOVE DICTIONARY-VERSION TO HIST-DICT-VERSION
           WRITE HISTORY-RECORD
               INVALID KEY
                   SET FILE-LINE-SUPERSEDED TO TRUE
           MOVE SPACE TO HIST-RECON-STATUS
           MOVE INS-ID (INSTRUMENT-INDEX) TO HIST-INSTRUMENT
           MOVE DROP-SEQUENCE TO HIST-DROP-SEQ
           MOVE DICTIONARY-VERSION TO HIST-DICT-VERSION
           WRITE HISTORY-RECORD
               INVALID KEY
                   REWRITE HISTORY-RECORD
           MOVE SUM-DETAIL-LINE TO PENDING-SUMMARY-LINE
           PERFORM 7450-WRITE-SUMMARY-LINE
               THRU 7450-EXIT
           IF PARTITION-MODE-ACTIVE
               MOVE "PARTITION" TO SUMD-LABEL
               MOVE SPACES TO SUMD-VALUE
               STRING PARTITION-NUMBER DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      PARTITION-COUNT DELIMITED BY SIZE
                      " - RECORDS " DELIMITED BY SIZE
                      DISPLAY-PARTITION-FIRST DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      DISPLAY-PARTITION-LAST DELIMITED BY SIZE
                      INTO SUMD-VALUE
               MOVE SUM-DETAIL-LINE TO PENDING-SUMMARY-LINE
               PERFORM 7450-WRITE-SUMMARY-LINE
                   THRU 7450-EXIT
           END-IF
           MOVE "RECORDS READ" TO SUMD-LABEL
           MOVE SPACES TO SUMD-VALUE
           MOVE RECORD-COUNT TO EDIT-SUMMARY-COUNT
           MOVE SUM-DETAIL-LINE TO PENDING-SUMMARY-LINE
           PERFORM 7450-WRITE-SUMMARY-LINE
               THRU 7450-EXIT
      * A PARTITION'S OWN CHECK IS ITS COUNT AGAINST ITS RANGE - THE
      * DROP IS RECONCILED BY THE MERGE
           IF PARTITION-MODE-ACTIVE
               MOVE "PARTITION RANGE" TO SUMD-LABEL
           ELSE
               MOVE "RECONCILIATION" TO SUMD-LABEL
           END-IF
           MOVE SPACES TO SUMD-VALUE
           IF OUTCOME-RECONCILED
               IF EDIT-STATUS-AVAILABLE
           MOVE SUM-DETAIL-LINE TO PENDING-SUMMARY-LINE
           PERFORM 7450-WRITE-SUMMARY-LINE
               THRU 7450-EXIT
           IF NOT PARTITION-MODE-ACTIVE
               PERFORM 7430-WRITE-DAY-ROLLUP
                   THRU 7430-EXIT
           END-IF
           PERFORM 7420-WRITE-INSTRUMENT-SUMMARY
               THRU 7420-EXIT
               VARYING INSTRUMENT-INDEX FROM 1 BY 1
      * 7420-WRITE-INSTRUMENT-SUMMARY - ONE SUB-TOTAL LINE PER
      * INSTRUMENT SEEN ON THE CURRENT FILE, SO A MOVED FILE TOTAL
      * POINTS AT THE INSTRUMENT THAT MOVED IT WITHOUT PULLING THE
      * LINE-LEVEL AUDIT REPORT. THE LINE CARRIES THE REGISTRY'S
      * CALIBRATION-DUE FLAG, SET WHEN THE INSTRUMENT WAS FIRST SEEN
      * (SEE 4400).
      *****************************************************************
       7420-WRITE-INSTRUMENT-SUMMARY.
           MOVE INS-REGISTRY-FLAG (INSTRUMENT-INDEX)
               TO SUMI-REGISTRY-FLAG
           MOVE INS-ID (INSTRUMENT-INDEX) TO SUMI-ID
           MOVE INS-RECORD-COUNT (INSTRUMENT-INDEX) TO SUMI-RECORDS
           MOVE INS-ANSWER (INSTRUMENT-INDEX) TO SUMI-ANSWER
               ELSE
                   MOVE 'N' TO STS-RESUME-FLAG
               END-IF
               MOVE DICTIONARY-VERSION TO STS-DICT-VERSION
               WRITE RUN-STATUS-RECORD
               CLOSE STATUS-FILE
           ELSE
       7600-EXIT.
           EXIT.
      *****************************************************************
      * 7700-WRITE-SCORING-DETAIL - RECORD WHAT THE CURRENT RECORD
      * CONTRIBUTED TO EACH ANSWER ON THE SCORING-DETAIL MASTER. A
      * KEY ALREADY ON FILE (A RESUME RESCORING ITS LAST INTERVAL,
      * OR A RESCORE) IS SUPERSEDED IN PLACE. A PARTITION WRITES THE
      * SAME RECORD TO ITS OWN DETAIL DATASET FOR THE MERGE TO LOAD.
      * A RECORD THAT CANNOT BE WRITTEN IS ANNOUNCED ONCE - THE
      * ANSWERS DO NOT DEPEND ON IT.
      *****************************************************************
       7700-WRITE-SCORING-DETAIL.
           MOVE SPACES TO SCORING-DETAIL-RECORD
           MOVE CURRENT-INPUT-FILENAME TO SDT-FILENAME
           MOVE RUN-DATE TO SDT-RUN-DATE
           MOVE DROP-SEQUENCE TO SDT-DROP-SEQ
           COMPUTE SDT-RECORD-NO =
               PARTITION-BASE-RECORD-NO + RECORD-COUNT
           MOVE INSTRUMENT-ID TO SDT-INSTRUMENT
           MOVE MY-FILE-RECORD-LENGTH TO SDT-RECORD-LENGTH
           MOVE RECORD-CHECKSUM TO SDT-FINGERPRINT
           MOVE COORDINATES TO SDT-COORDINATES
           MOVE COORDINATES-PART2 TO SDT-COORDINATES-PART2
           IF CORRECTION-WAS-FOUND
               SET SDT-CORRECTED TO TRUE
           ELSE
               IF NOT DIGIT-WAS-FOUND
                   IF DIGIT-WAS-FOUND-PART2
                       SET SDT-EXCEPTION-PART1 TO TRUE
                   ELSE
                       SET SDT-EXCEPTION-BOTH TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PARTITION-MODE-ACTIVE
               WRITE PARTITION-DETAIL-RECORD
                   FROM SCORING-DETAIL-RECORD
               MOVE PARTITION-DETAIL-FILE-STATUS
                   TO DETAIL-FILE-STATUS
           ELSE
               WRITE SCORING-DETAIL-RECORD
                   INVALID KEY
                       REWRITE SCORING-DETAIL-RECORD
               END-WRITE
           END-IF
           IF DETAIL-FILE-STATUS NOT = "00"
             AND NOT DETAIL-ERROR-REPORTED
               SET DETAIL-ERROR-REPORTED TO TRUE
               DISPLAY "AOC1 - WARNING: SCORING-DETAIL "
                   "WRITE FAILED (STATUS " DETAIL-FILE-STATUS
                   ") AT RECORD " SDT-RECORD-NO " OF "
                   CURRENT-INPUT-FILENAME
               DISPLAY "  - THE DETAIL FOR THIS RUN IS INCOMPLETE."
           END-IF.
       7700-EXIT.
           EXIT.
      *****************************************************************
      * 7750-PURGE-DETAIL-TAIL - ONCE A FILE IS SCORED, DELETE ANY
      * DETAIL RECORDS FOR ITS DROP BEYOND THE LAST RECORD SCORED.
      * THERE ARE NONE UNLESS THIS RUN SUPERSEDED A LONGER DROP
      * UNDER THE SAME KEY, WHOSE SURPLUS RECORDS WOULD OTHERWISE
      * READ AS PART OF THIS ONE.
      *****************************************************************
       7750-PURGE-DETAIL-TAIL.
           MOVE CURRENT-INPUT-FILENAME TO SDT-FILENAME
           MOVE RUN-DATE TO SDT-RUN-DATE
           MOVE DROP-SEQUENCE TO SDT-DROP-SEQ
           MOVE RECORD-COUNT TO SDT-RECORD-NO
           MOVE 'N' TO DETAIL-PURGE-EOF-FLAG
           MOVE ZERO TO DETAIL-PURGE-COUNT
           START DETAIL-FILE KEY > SDT-KEY
               INVALID KEY
                   SET END-OF-DETAIL-PURGE TO TRUE
           END-START
           IF DETAIL-FILE-STATUS NOT = "00"
               SET END-OF-DETAIL-PURGE TO TRUE
           END-IF
           PERFORM 7760-PURGE-ONE-DETAIL
               THRU 7760-EXIT
               UNTIL END-OF-DETAIL-PURGE
           IF DETAIL-PURGE-COUNT > ZERO
               MOVE DETAIL-PURGE-COUNT TO DISPLAY-RECORD-COUNT
               DISPLAY "AOC1 - " DISPLAY-RECORD-COUNT
                   " SUPERSEDED SCORING-DETAIL RECORD(S) PURGED FOR "
                   CURRENT-INPUT-FILENAME
           END-IF.
       7750-EXIT.
           EXIT.
      *
       7760-PURGE-ONE-DETAIL.
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET END-OF-DETAIL-PURGE TO TRUE
                   GO TO 7760-EXIT
           END-READ
           IF DETAIL-FILE-STATUS NOT = "00"
               SET END-OF-DETAIL-PURGE TO TRUE
               GO TO 7760-EXIT
           END-IF
           IF SDT-FILENAME NOT = CURRENT-INPUT-FILENAME
             OR SDT-RUN-DATE NOT = RUN-DATE
             OR SDT-DROP-SEQ NOT = DROP-SEQUENCE
               SET END-OF-DETAIL-PURGE TO TRUE
               GO TO 7760-EXIT
           END-IF
           DELETE DETAIL-FILE
           ADD 1 TO DETAIL-PURGE-COUNT.
       7760-EXIT.
           EXIT.
      *****************************************************************
      * 7800-WRITE-PARTITION-RESULT - WRITE THE PARTITION'S RESULT
      * (SEE AOC1PRS) FOR THE MERGE: THE TOTALS RECORD, THEN ONE
      * RECORD PER INSTRUMENT. THE CONTENT TOTAL IS CUT TO ITS LOW
      * TEN DIGITS AS ON HISTORY - THE MERGE'S SUM OF THE PARTS,
      * CUT THE SAME WAY, IS THEN THE WHOLE DROP'S TOTAL.
      *****************************************************************
       7800-WRITE-PARTITION-RESULT.
           OPEN OUTPUT PARTITION-RESULT-FILE
           IF PARTITION-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "AOC1 - PARTITION RESULT DATASET "
                   PARTITION-RESULT-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " PARTITION-RESULT-FILE-STATUS "). THE "
                   "PARTITION MUST BE RERUN."
               MOVE 16 TO RETURN-CODE
               GO TO 7800-EXIT
           END-IF
           MOVE SPACES TO PARTITION-RESULT-RECORD
           SET PRS-PARTITION-TOTALS TO TRUE
           MOVE RUN-DATE TO PRS-RUN-DATE
           MOVE PARTITION-NUMBER TO PRS-PARTITION-NO
           MOVE CURRENT-INPUT-FILENAME TO PRS-FILENAME
           MOVE DROP-SEQUENCE TO PRS-DROP-SEQ
           MOVE PARTITION-FIRST-RECORD-NO TO PRS-FIRST-RECORD-NO
           MOVE RECORD-COUNT TO PRS-RECORD-COUNT
           MOVE EXCEPTION-COUNT TO PRS-EXCEPTION-COUNT
           MOVE ANSWER TO PRS-ANSWER
           MOVE ANSWER-PART2 TO PRS-ANSWER-PART2
           DIVIDE CONTENT-TOTAL BY 10000000000
               GIVING CONTENT-QUOTIENT
               REMAINDER CONTENT-TOTAL-REMAINDER
           MOVE CONTENT-TOTAL-REMAINDER TO PRS-CONTENT-TOTAL
           MOVE EXPECTED-RECORD-COUNT TO PRS-EXPECTED-COUNT
           IF EXPECTED-FROM-PARM
               SET PRS-EXPECTED-FROM-PARM TO TRUE
           ELSE
               IF RECONCILIATION-EXPECTED
                   SET PRS-EXPECTED-FROM-HEADER TO TRUE
               ELSE
                   MOVE 'N' TO PRS-EXPECTED-SOURCE
               END-IF
           END-IF
           IF RESUME-REQUESTED
               MOVE 'Y' TO PRS-RESUME-FLAG
           ELSE
               MOVE 'N' TO PRS-RESUME-FLAG
           END-IF
           MOVE DICTIONARY-VERSION TO PRS-DICT-VERSION
           IF PARTITION-COUNT-BROKE
               SET PRS-COUNT-BROKE TO TRUE
           ELSE
               SET PRS-COMPLETE TO TRUE
           END-IF
           WRITE PARTITION-RESULT-RECORD
           PERFORM 7810-WRITE-PARTITION-INSTRUMENT
               THRU 7810-EXIT
               VARYING INSTRUMENT-INDEX FROM 1 BY 1
               UNTIL INSTRUMENT-INDEX > INSTRUMENT-COUNT
           CLOSE PARTITION-RESULT-FILE.
       7800-EXIT.
           EXIT.
      *
       7810-WRITE-PARTITION-INSTRUMENT.
           MOVE SPACES TO PARTITION-RESULT-RECORD
           SET PRS-INSTRUMENT-TOTALS TO TRUE
           MOVE RUN-DATE TO PRS-RUN-DATE
           MOVE PARTITION-NUMBER TO PRS-PARTITION-NO
           MOVE INS-ID (INSTRUMENT-INDEX) TO PRS-INSTRUMENT
           MOVE INS-RECORD-COUNT (INSTRUMENT-INDEX)
               TO PRS-INS-RECORD-COUNT
           MOVE INS-ANSWER (INSTRUMENT-INDEX) TO PRS-INS-ANSWER
           MOVE INS-ANSWER-PART2 (INSTRUMENT-INDEX)
               TO PRS-INS-ANSWER-PART2
           MOVE INS-EXCEPTION-COUNT (INSTRUMENT-INDEX)
               TO PRS-INS-EXCEPTIONS
           WRITE PARTITION-RESULT-RECORD.
       7810-EXIT.
           EXIT.
      *****************************************************************
      * 7850-WRITE-PARTITION-REFUSAL - REPLACE THE PARTITION'S RESULT
      * WITH A TOTALS RECORD SAYING THE DUPLICATE-DROP GUARD REFUSED
      * IT, SO THE MERGE REFUSES THE DROP AND RAISES THE ALERT FOR
      * IT. A RESULT LEFT OVER FROM AN EARLIER NIGHT WOULD ONLY READ
      * AS A PARTITION THAT HAS NOT RUN.
      *****************************************************************
       7850-WRITE-PARTITION-REFUSAL.
           OPEN OUTPUT PARTITION-RESULT-FILE
           IF PARTITION-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "AOC1 - PARTITION RESULT DATASET "
                   PARTITION-RESULT-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " PARTITION-RESULT-FILE-STATUS "). THE "
                   "REFUSAL IS NOT RECORDED FOR THE MERGE."
               GO TO 7850-EXIT
           END-IF
           MOVE SPACES TO PARTITION-RESULT-RECORD
           SET PRS-PARTITION-TOTALS TO TRUE
           MOVE RUN-DATE TO PRS-RUN-DATE
           MOVE PARTITION-NUMBER TO PRS-PARTITION-NO
           MOVE CURRENT-INPUT-FILENAME TO PRS-FILENAME
           MOVE DROP-SEQUENCE TO PRS-DROP-SEQ
           MOVE PARTITION-FIRST-RECORD-NO TO PRS-FIRST-RECORD-NO
           MOVE ZERO TO PRS-RECORD-COUNT
           MOVE ZERO TO PRS-EXCEPTION-COUNT
           MOVE ZERO TO PRS-ANSWER
           MOVE ZERO TO PRS-ANSWER-PART2
           MOVE ZERO TO PRS-CONTENT-TOTAL
           MOVE ZERO TO PRS-EXPECTED-COUNT
           MOVE 'N' TO PRS-EXPECTED-SOURCE
           MOVE 'N' TO PRS-RESUME-FLAG
           MOVE DICTIONARY-VERSION TO PRS-DICT-VERSION
           SET PRS-REFUSED-DUPLICATE TO TRUE
           WRITE PARTITION-RESULT-RECORD
           CLOSE PARTITION-RESULT-FILE.
       7850-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - DISPLAY THE FINAL TOTALS AND CLOSE THE FILES
      *****************************************************************
       8000-FINALIZE.
                   THRU 8600-EXIT
               GO TO 8000-EXIT
           END-IF
           IF PARTITION-MODE-ACTIVE
             OR PARTITION-REFUSED
               PERFORM 8800-FINALIZE-PARTITION
                   THRU 8800-EXIT
               GO TO 8000-EXIT
           END-IF
           IF MANIFEST-MODE-ACTIVE
               MOVE GRAND-ANSWER TO DISPLAY-ANSWER
               MOVE GRAND-ANSWER-PART2 TO DISPLAY-ANSWER-PART2
                       THRU 7300-EXIT
                   PERFORM 7350-WRITE-INSTRUMENT-HISTORY
                       THRU 7350-EXIT
                   IF DETAIL-AVAILABLE
                       PERFORM 7750-PURGE-DETAIL-TAIL
                           THRU 7750-EXIT
                   END-IF
                   PERFORM 7400-WRITE-SUMMARY-SECTION
                       THRU 7400-EXIT
                   CLOSE MY-FILE
           IF CORRECTIONS-AVAILABLE
               CLOSE CORRECTION-FILE
           END-IF
           IF REGISTRY-AVAILABLE
               CLOSE REGISTRY-FILE
           END-IF
           IF DETAIL-AVAILABLE
               CLOSE DETAIL-FILE
           END-IF
           IF CAL-OVERDUE-COUNT > ZERO
               MOVE CAL-OVERDUE-COUNT TO DISPLAY-RECORD-COUNT
               DISPLAY "AOC1 - INSTRUMENT LINES PAST CALIBRATION DUE : "
                   DISPLAY-RECORD-COUNT
           END-IF
           PERFORM 7600-WRITE-RUN-STATUS
               THRU 7600-EXIT.
       8000-EXIT.
           MOVE 'N' TO HIST-RECON-STATUS
           MOVE 'S' TO HIST-RESTATED
           MOVE DROP-SEQUENCE TO HIST-DROP-SEQ
           MOVE DICTIONARY-VERSION TO HIST-DICT-VERSION
           WRITE HISTORY-RECORD
               INVALID KEY
      * A SECOND SUPPLEMENTAL RUN FOR THE SAME DROP ACCUMULATES
                   ADD SG-RECORD-COUNT (SUPPLEMENT-GROUP-INDEX)
                       TO HIST-RECORD-COUNT
                   MOVE 'S' TO HIST-RESTATED
                   MOVE DICTIONARY-VERSION TO HIST-DICT-VERSION
                   REWRITE HISTORY-RECORD
           END-READ.
       8680-EXIT.
       8700-EXIT.
           EXIT.
      *****************************************************************
      * 8800-FINALIZE-PARTITION - CLOSE OUT ONE PARTITION: ITS COUNT
      * AGAINST ITS RANGE, THE COMPLETED CHECKPOINT, ITS OWN SUMMARY
      * SECTION AND ITS RESULT FOR THE MERGE - OR, FOR A PARTITION
      * THE GUARD REFUSED, ITS REFUSAL. NO HISTORY, INSTRUMENT
      * SUB-TOTALS, DETAIL-TAIL PURGE OR RUN STATUS - THOSE BELONG TO
      * THE WHOLE DROP AND ARE WRITTEN ONCE BY AOC1MRG.
      *****************************************************************
       8800-FINALIZE-PARTITION.
           MOVE ANSWER TO DISPLAY-ANSWER
           MOVE ANSWER-PART2 TO DISPLAY-ANSWER-PART2
           DISPLAY "AOC1 PARTITION " PARTITION-NUMBER
               " ANSWER (PART 1, NUMERIC ONLY) : " DISPLAY-ANSWER
           DISPLAY "AOC1 PARTITION " PARTITION-NUMBER
               " ANSWER (PART 2, WITH WORDS)   : "
               DISPLAY-ANSWER-PART2
           IF MY-FILE-IS-OPEN
               PERFORM 8850-CHECK-PARTITION-COUNT
                   THRU 8850-EXIT
               SET CHECKPOINT-COMPLETE TO TRUE
               PERFORM 7200-WRITE-CHECKPOINT
                   THRU 7200-EXIT
               SET CHECKPOINT-IN-FLIGHT TO TRUE
               PERFORM 7400-WRITE-SUMMARY-SECTION
                   THRU 7400-EXIT
               PERFORM 7800-WRITE-PARTITION-RESULT
                   THRU 7800-EXIT
               CLOSE MY-FILE
               CLOSE REPORT-FILE
               CLOSE EXCEPTION-FILE
               CLOSE SUMMARY-FILE
           END-IF
           IF DUPLICATE-DROP-FOUND
               PERFORM 7850-WRITE-PARTITION-REFUSAL
                   THRU 7850-EXIT
           END-IF
      * THE CHECKPOINT DATASET IS OPENED ONLY ONCE THE PARTITION HAS
      * PASSED THE GUARD AND CLEARED ITS RESULT DATASET
           IF NOT DUPLICATE-DROP-FOUND
             AND NOT PARTITION-REFUSED
               CLOSE CHECKPOINT-FILE
           END-IF
           CLOSE HISTORY-FILE
           IF CORRECTIONS-AVAILABLE
               CLOSE CORRECTION-FILE
           END-IF
           IF REGISTRY-AVAILABLE
               CLOSE REGISTRY-FILE
           END-IF
           IF DETAIL-AVAILABLE
               CLOSE PARTITION-DETAIL-FILE
           END-IF
           IF CAL-OVERDUE-COUNT > ZERO
               MOVE CAL-OVERDUE-COUNT TO DISPLAY-RECORD-COUNT
               DISPLAY "AOC1 - INSTRUMENT LINES PAST CALIBRATION DUE : "
                   DISPLAY-RECORD-COUNT
           END-IF.
       8800-EXIT.
           EXIT.
      *****************************************************************
      * 8850-CHECK-PARTITION-COUNT - THE PARTITION MUST HAVE SCORED
      * EXACTLY THE RECORDS ITS RANGE SAYS IT HOLDS. A SHORT OR LONG
      * PARTITION (A DATASET REPLACED SINCE THE SPLIT) ENDS THE STEP
      * WITH RETURN-CODE 16 AND IS MARKED ON ITS RESULT, WHICH THE
      * MERGE WILL NOT ACCEPT.
      *****************************************************************
       8850-CHECK-PARTITION-COUNT.
           MOVE RECORD-COUNT TO DISPLAY-RECORD-COUNT
           MOVE PARTITION-RECORD-TARGET TO DISPLAY-EXPECTED-COUNT
           IF RECORD-COUNT = PARTITION-RECORD-TARGET
               SET PARTITION-COUNT-MATCHED TO TRUE
               SET OUTCOME-RECONCILED TO TRUE
           ELSE
               SET PARTITION-COUNT-BROKE TO TRUE
               SET OUTCOME-BROKE TO TRUE
               DISPLAY "AOC1 - PARTITION " PARTITION-NUMBER
                   " SCORED " DISPLAY-RECORD-COUNT " RECORDS BUT "
                   "ITS RANGE HOLDS " DISPLAY-EXPECTED-COUNT
                   ". THE PARTITION MUST BE RERUN."
               MOVE 16 TO RETURN-CODE
           END-IF.
       8850-EXIT.
           EXIT.
      *****************************************************************
      * 8100-RECONCILE-CONTROL-TOTALS - COMPARE THE RECORDS ACTUALLY
      * SCORED AGAINST THE EXPECTED COUNT AND FLAG A CONTROL BREAK IF
      * THEY DISAGREE. WHEN THE EDIT STEP'S STATUS RECORD IS ON FILE
                            " RECORDS BUT READ " DISPLAY-RECORD-COUNT
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM 8150-ALERT-CONTROL-BREAK
                   THRU 8150-EXIT
           ELSE
               SET OUTCOME-RECONCILED TO TRUE
               IF EDIT-STATUS-AVAILABLE
           END-IF.
       8100-EXIT.
           EXIT.
      *****************************************************************
      * 8150-ALERT-CONTROL-BREAK - PUT THE BREAK ON THE OPERATIONS
      * ALERT LOG (HIGH SEVERITY). THE ACTUAL COUNT QUOTED INCLUDES
      * THE EDIT REJECTS WHEN THEY WERE COUNTED BACK IN.
      *****************************************************************
       8150-ALERT-CONTROL-BREAK.
           MOVE "CTLBREAK" TO NEW-ALERT-TYPE
           MOVE 'H' TO NEW-ALERT-SEVERITY
           MOVE CURRENT-INPUT-FILENAME TO NEW-ALERT-FILENAME
           MOVE DROP-SEQUENCE TO NEW-ALERT-DROP-SEQ
           MOVE RECONCILED-ACTUAL-COUNT TO DISPLAY-RECONCILED-COUNT
           MOVE SPACES TO NEW-ALERT-TEXT
           STRING "CONTROL BREAK - EXPECTED " DELIMITED BY SIZE
                  DISPLAY-EXPECTED-COUNT DELIMITED BY SIZE
                  " GOT " DELIMITED BY SIZE
                  DISPLAY-RECONCILED-COUNT DELIMITED BY SIZE
                  INTO NEW-ALERT-TEXT
           PERFORM 9000-RAISE-ALERT
               THRU 9000-EXIT.
       8150-EXIT.
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
               DISPLAY "AOC1 - WARNING: ALERT LOG "
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
           MOVE "AOC1" TO ALR-PROGRAM
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
           IF ALR-PROGRAM NOT = "AOC1"
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
           MOVE "AOC1" TO ALR-PROGRAM
           MOVE NEW-ALERT-TYPE TO ALR-ALERT-TYPE
           MOVE NEW-ALERT-FILENAME TO ALR-FILENAME
           MOVE LAST-ALERT-OCCURRENCE TO ALR-OCCURRENCE
           READ ALERT-LOG-FILE
               INVALID KEY
                   DISPLAY "AOC1 - WARNING: OUTSTANDING "
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
                   DISPLAY "AOC1 - WARNING: ALERT "
                       ALR-ALERT-NUMBER " COULD NOT BE UPDATED "
                       "(STATUS " ALERT-LOG-STATUS "). RECURRENCE "
                       "NOT LOGGED."
                   GO TO 9300-EXIT
           END-REWRITE
           DISPLAY "AOC1 - ALERT " ALR-ALERT-NUMBER " ("
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
           MOVE "AOC1" TO ALR-PROGRAM
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
                   DISPLAY "AOC1 - WARNING: " NEW-ALERT-TYPE
                       " ALERT COULD NOT BE WRITTEN (STATUS "
                       ALERT-LOG-STATUS ")."
                   GO TO 9400-EXIT
           END-WRITE
           DISPLAY "AOC1 - ALERT " ALR-ALERT-NUMBER " RAISED ("
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
                           DISPLAY "AOC1 - WARNING: ALERT LOG "
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
                   DISPLAY "AOC1 - WARNING: ALERT LOG CONTROL "
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
