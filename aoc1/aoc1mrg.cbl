       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1MRG.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. CALIBRATION-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * 2026-10-15  DSB  ORIGINAL VERSION - PARTITIONED DROP MERGE. A
      *                  DROP TOO BIG FOR THE BATCH WINDOW IS SPLIT BY
      *                  AOC1EDIT INTO RECORD-NUMBER RANGES (SEE
      *                  AOC1PTN) AND EACH RANGE SCORED BY ITS OWN AOC1
      *                  STEP, WHICH LEAVES A PARTITION RESULT (SEE
      *                  AOC1PRS) IN PLACE OF HISTORY AND RUN STATUS.
      *                  THIS PROGRAM CHECKS EVERY PARTITION CAME BACK
      *                  COMPLETE, THEN WRITES THE ONE SET OF OUTPUTS
      *                  A WHOLE-DROP AOC1 RUN WOULD HAVE: THE FILE-
      *                  LEVEL HISTORY RECORD AND INSTRUMENT SUB-
      *                  TOTALS, ONE EXCEPTION LISTING AND ONE AUDIT
      *                  REPORT IN RECORD ORDER, ONE RECONCILIATION
      *                  AGAINST THE CONTROL CARD AND ONE RUN-STATUS
      *                  RECORD. A PARTITION THAT IS MISSING OR DID
      *                  NOT FINISH IS NAMED FOR RERUN ON ITS OWN AND
      *                  NOTHING IS MERGED (RC 20).
      * 2026-10-15  DSB  A CONTROL BREAK ON THE MERGED DROP (HIGH
      *                  SEVERITY, CTLBREAK) AND A DUPLICATE-DROP
      *                  REFUSAL OF THE MERGE (MEDIUM, DUPDROP) ARE ALSO
      *                  PUT ON THE SHARED OPERATIONS ALERT LOG
      *                  (ALERTLOG, LAYOUT IN AOC1ALR), AS AOC1 DOES FOR
      *                  A WHOLE DROP. A LOG THAT WILL NOT OPEN IS
      *                  WARNED OF AND COSTS ONLY THE ALERT.
      * 2026-10-15  DSB  THE PARTITIONS NOW RUN AS SEPARATE JOBS AND
      *                  ONLY READ THE SHARED MASTERS, SO THE MERGE
      *                  APPLIES WHAT THEY USED TO WRITE: EACH
      *                  PARTITION'S OWN DETAIL DATASET (SDTNN) IS
      *                  LOADED ONTO THE SCORING-DETAIL MASTER AND
      *                  EVERY INSTRUMENT IN IT HAS ITS LAST-SEEN DATE
      *                  STAMPED ON THE REGISTRY (INSTREG), AND A
      *                  PARTITION REFUSED AS A DUPLICATE DROP HAS THE
      *                  MERGE REFUSE THE DROP AND RAISE THE ALERT.
      *                  THE RUN DATE IS THE DROP'S, OFF THE PARTITION
      *                  CONTROL DATASET, NOT THE CLOCK'S, SO A MERGE
      *                  OR RERUN AFTER MIDNIGHT STILL FINDS AND FILES
      *                  THE NIGHT'S PARTITIONS. ALERTS CARRY THE DATE
      *                  THEY WERE RAISED.
      * 2026-10-15  DSB  EACH INSTRUMENT LINE OF THE MERGE SUMMARY NOW
      *                  CARRIES THE REGISTRY'S CALIBRATION-OVERDUE
      *                  FLAG, AS A WHOLE-DROP AOC1 RUN'S TURNOVER
      *                  SUMMARY DOES, AND THE FLAGGED LINES ARE
      *                  COUNTED ON THE JOB LOG.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO DYNAMIC
               PARTITION-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-FILE-STATUS.
           SELECT PARTITION-RESULT-FILE ASSIGN TO DYNAMIC
               PARTITION-RESULT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-RESULT-FILE-STATUS.
           SELECT PARTITION-EXCEPTION-FILE ASSIGN TO DYNAMIC
               PARTITION-EXCEPTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-EXCEPTION-FILE-STATUS.
           SELECT PARTITION-REPORT-FILE ASSIGN TO DYNAMIC
               PARTITION-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-REPORT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC
               EXCEPTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC
               REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC
               HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT DETAIL-FILE ASSIGN TO DYNAMIC
               DETAIL-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDT-KEY
               FILE STATUS IS DETAIL-FILE-STATUS.
           SELECT PARTITION-DETAIL-FILE ASSIGN TO DYNAMIC
               PARTITION-DETAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-DETAIL-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC
               REGISTRY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRG-KEY
               FILE STATUS IS REGISTRY-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC
               CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT EDIT-STATUS-FILE ASSIGN TO DYNAMIC
               EDIT-STATUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-STATUS-FILE-STATUS.
           SELECT STATUS-FILE ASSIGN TO DYNAMIC
               STATUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FILE-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO DYNAMIC
               SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO DYNAMIC
               ALERT-LOG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-KEY
               FILE STATUS IS ALERT-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE.
           COPY AOC1PTN.
      *
       FD  PARTITION-RESULT-FILE.
           COPY AOC1PRS.
      *
       FD  PARTITION-EXCEPTION-FILE.
       01  PARTITION-EXCEPTION-LINE    PIC X(184).
      *
       FD  PARTITION-REPORT-FILE.
       01  PARTITION-REPORT-LINE       PIC X(664).
      *
       FD  EXCEPTION-FILE.
           COPY AOC1EXC.
      *
       FD  REPORT-FILE.
           COPY AOC1RPT.
      *
       FD  HISTORY-FILE.
           COPY AOC1HST.
      *
       FD  DETAIL-FILE.
           COPY AOC1SDT.
      *
      * ONE PARTITION'S OWN SCORING DETAIL - THE AOC1SDT LAYOUT, WITH
      * ONLY THE FIELDS THE LOAD TESTS NAMED
       FD  PARTITION-DETAIL-FILE.
       01  PARTITION-DETAIL-RECORD.
           05  PDT-KEY.
               10  PDT-FILENAME        PIC X(100).
               10  PDT-RUN-DATE        PIC 9(08).
               10  PDT-DROP-SEQ        PIC 9(02).
               10  PDT-RECORD-NO       PIC 9(10).
           05  PDT-INSTRUMENT          PIC X(04).
           05  FILLER                  PIC X(18).
      *
       FD  REGISTRY-FILE.
           COPY AOC1IRG.
      *
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-EXPECTED-COUNT      PIC 9(10).
           05  FILLER                  PIC X(90).
      *
       FD  EDIT-STATUS-FILE.
           COPY AOC1EST.
      *
       FD  STATUS-FILE.
           COPY AOC1STS.
      *
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE                PIC X(132).
      *
       FD  ALERT-LOG-FILE.
           COPY AOC1ALR.
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
      * SWITCHES
      *****************************************************************
       01  FILES-OPEN-FLAG             PIC X           VALUE 'N'.
           88  FILES-ARE-OPEN                           VALUE 'Y'.
       01  HISTORY-OPEN-FLAG           PIC X           VALUE 'N'.
           88  HISTORY-IS-OPEN                          VALUE 'Y'.
       01  DETAIL-OPEN-FLAG            PIC X           VALUE 'N'.
           88  DETAIL-AVAILABLE                         VALUE 'Y'.
       01  DETAIL-ERROR-FLAG           PIC X           VALUE 'N'.
           88  DETAIL-ERROR-REPORTED                    VALUE 'Y'.
       01  PARTITION-DETAIL-EOF-FLAG   PIC X           VALUE 'N'.
           88  END-OF-PARTITION-DETAIL                  VALUE 'Y'.
       01  REGISTRY-OPEN-FLAG          PIC X           VALUE 'N'.
           88  REGISTRY-AVAILABLE                       VALUE 'Y'.
       01  SEEN-FOUND-FLAG             PIC X           VALUE 'N'.
           88  SEEN-INSTRUMENT-FOUND                    VALUE 'Y'.
       01  PARTITION-DATE-FLAG         PIC X           VALUE 'N'.
           88  PARTITION-DATES-DIFFER                   VALUE 'Y'.
       01  OUTPUTS-OPEN-FLAG           PIC X           VALUE 'N'.
           88  OUTPUTS-ARE-OPEN                         VALUE 'Y'.
       01  MERGE-STATE-FLAG            PIC X           VALUE 'N'.
           88  MERGE-REFUSED                            VALUE 'R'.
           88  MERGE-COMPLETED                          VALUE 'Y'.
       01  RESCORE-FLAG                PIC X           VALUE 'N'.
           88  RESCORE-REQUESTED                        VALUE 'Y'.
       01  DUPLICATE-DROP-FLAG         PIC X           VALUE 'N'.
           88  DUPLICATE-DROP-FOUND                     VALUE 'Y'.
       01  PARTITION-CONTROL-EOF-FLAG  PIC X           VALUE 'N'.
           88  END-OF-PARTITION-CONTROL                 VALUE 'Y'.
       01  RESULT-EOF-FLAG             PIC X           VALUE 'N'.
           88  END-OF-RESULT                            VALUE 'Y'.
       01  COPY-EOF-FLAG               PIC X           VALUE 'N'.
           88  END-OF-COPY                              VALUE 'Y'.
       01  RESUME-SEEN-FLAG            PIC X           VALUE 'N'.
           88  PARTITION-WAS-RESUMED                    VALUE 'Y'.
       01  SUPERSEDE-FLAG              PIC X           VALUE 'N'.
           88  FILE-LINE-SUPERSEDED                     VALUE 'Y'.
       01  INS-PURGE-EOF-FLAG          PIC X           VALUE 'N'.
           88  END-OF-INS-PURGE                         VALUE 'Y'.
       01  DETAIL-PURGE-EOF-FLAG       PIC X           VALUE 'N'.
           88  END-OF-DETAIL-PURGE                      VALUE 'Y'.
       01  INSTRUMENT-OVERFLOW-FLAG    PIC X           VALUE 'N'.
           88  INSTRUMENT-TABLE-OVERFLOWED              VALUE 'Y'.
       01  RECONCILIATION-FLAG         PIC X           VALUE 'N'.
           88  RECONCILIATION-EXPECTED                  VALUE 'Y'.
       01  EDIT-STATUS-FLAG            PIC X           VALUE 'N'.
           88  EDIT-STATUS-AVAILABLE                    VALUE 'Y'.
       01  RECONCILE-OUTCOME           PIC X           VALUE 'N'.
           88  OUTCOME-RECONCILED                       VALUE 'R'.
           88  OUTCOME-BROKE                            VALUE 'B'.
           88  OUTCOME-NOT-ATTEMPTED                    VALUE 'N'.
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *-----------------------------------------------------------------
      * ALL DATASETS USE THE STANDARD "DD:" BINDING WITH THE USUAL
      * DD_XXX ENVIRONMENT OVERRIDE. EACH PARTITION'S RESULT,
      * EXCEPTION LISTING, AUDIT REPORT AND SCORING DETAIL ARE BOUND
      * BY PARTITION NUMBER - DDNAMES PRSNN, EXCNN, RPTNN AND SDTNN,
      * NN = 01 UPWARD - SO THE JOB NAMES ONE DD PER PARTITION IT
      * SCORED. THE ONLY PARM IS RESCORE, GIVEN WHEN THE PARTITIONS
      * THEMSELVES WERE SCORED UNDER THE RESCORE OVERRIDE. THE RUN
      * DATE IS THE DROP'S, TAKEN FROM THE PARTITION CONTROL
      * DATASET; ALERT-DATE IS THE CLOCK'S, FOR THE ALERT LOG.
      *****************************************************************
       01  PARTITION-CONTROL-FILENAME  PIC X(100)
                                        VALUE "DD:PTNFILE".
       01  PARTITION-RESULT-FILENAME   PIC X(100)      VALUE SPACES.
       01  PARTITION-EXCEPTION-FILENAME
                                       PIC X(100)      VALUE SPACES.
       01  PARTITION-REPORT-FILENAME   PIC X(100)      VALUE SPACES.
       01  PARTITION-DETAIL-FILENAME   PIC X(100)      VALUE SPACES.
       01  REGISTRY-FILENAME           PIC X(100)
                                        VALUE "DD:INSTREG".
       01  EXCEPTION-FILENAME          PIC X(100)
                                        VALUE "DD:EXCFILE".
       01  REPORT-FILENAME             PIC X(100)
                                        VALUE "DD:RPTFILE".
       01  HISTORY-FILENAME            PIC X(100)
                                        VALUE "DD:HISTFILE".
       01  DETAIL-FILENAME             PIC X(100)
                                        VALUE "DD:SCRDTL".
       01  CONTROL-FILENAME            PIC X(100)
                                        VALUE "DD:CTLFILE".
       01  EDIT-STATUS-FILENAME        PIC X(100)
                                        VALUE "DD:ESTFILE".
       01  STATUS-FILENAME             PIC X(100)
                                        VALUE "DD:STSFILE".
       01  SUMMARY-FILENAME            PIC X(100)
                                        VALUE "DD:SUMFILE".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  PARTITION-CONTROL-FILE-STATUS
                                       PIC XX          VALUE SPACES.
       01  PARTITION-RESULT-FILE-STATUS
                                       PIC XX          VALUE SPACES.
       01  PARTITION-EXCEPTION-FILE-STATUS
                                       PIC XX          VALUE SPACES.
       01  PARTITION-REPORT-FILE-STATUS
                                       PIC XX          VALUE SPACES.
       01  PARTITION-DETAIL-FILE-STATUS
                                       PIC XX          VALUE SPACES.
       01  REGISTRY-FILE-STATUS        PIC XX          VALUE SPACES.
       01  EXCEPTION-FILE-STATUS       PIC XX          VALUE SPACES.
       01  REPORT-FILE-STATUS          PIC XX          VALUE SPACES.
       01  HISTORY-FILE-STATUS         PIC XX          VALUE SPACES.
       01  DETAIL-FILE-STATUS          PIC XX          VALUE SPACES.
       01  CONTROL-FILE-STATUS         PIC XX          VALUE SPACES.
       01  EDIT-STATUS-FILE-STATUS     PIC XX          VALUE SPACES.
       01  STATUS-FILE-STATUS          PIC XX          VALUE SPACES.
       01  SUMMARY-FILE-STATUS         PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-RESCORE-TOKEN          PIC X(10)       VALUE SPACES.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
       01  ALERT-DATE                  PIC 9(08)       VALUE ZERO.
       01  PARTITION-DD-PREFIX         PIC X(03)       VALUE SPACES.
       01  PARTITION-DD-NAME.
           05  FILLER                  PIC X(03)       VALUE "DD:".
           05  PARTITION-DD-TYPE       PIC X(03).
           05  PARTITION-DD-NO         PIC 9(02).
       01  PARTITION-ENV-NAME.
           05  FILLER                  PIC X(03)       VALUE "DD_".
           05  PARTITION-ENV-TYPE      PIC X(03).
           05  PARTITION-ENV-NO        PIC 9(02).
      *****************************************************************
      * THE PARTITIONS
      *-----------------------------------------------------------------
      * ONE ENTRY PER PARTITION ON THE PARTITION CONTROL DATASET,
      * HOLDING ITS RANGE AND, ONCE ITS RESULT IS READ, WHAT IT
      * SCORED. AOC1EDIT SPLITS INTO AT MOST NINE.
      *
      * PTT-STATE: C = COMPLETE, M = NO RESULT (NEVER RAN, ABENDED
      *            OR REFUSED), S = STALE RESULT (ANOTHER DAY'S OR
      *            ANOTHER PARTITION'S), B = ITS COUNT DID NOT MATCH
      *            ITS RANGE, X = A DIFFERENT DROP FROM PARTITION 1,
      *            L = ITS EXCEPTION LISTING OR REPORT WILL NOT OPEN,
      *            D = REFUSED BY ITS DUPLICATE-DROP GUARD
      *****************************************************************
       01  PARTITION-LIMIT             PIC 9(02)       VALUE 9.
       01  PARTITION-COUNT             PIC 9(02)       VALUE ZERO.
       01  PARTITION-INDEX             PIC 9(02)  COMP  VALUE ZERO.
       01  INCOMPLETE-PARTITION-COUNT  PIC 9(02)  COMP  VALUE ZERO.
       01  REFUSED-PARTITION-COUNT     PIC 9(02)  COMP  VALUE ZERO.
       01  PARTITION-TABLE.
           05  PARTITION-ENTRY         OCCURS 9 TIMES.
               10  PTT-LISTED-FLAG     PIC X.
                   88  PTT-LISTED                      VALUE 'Y'.
               10  PTT-STATE           PIC X.
                   88  PTT-COMPLETE                    VALUE 'C'.
                   88  PTT-NO-RESULT                   VALUE 'M'.
                   88  PTT-STALE-RESULT                VALUE 'S'.
                   88  PTT-COUNT-BROKE                 VALUE 'B'.
                   88  PTT-DIFFERENT-DROP              VALUE 'X'.
                   88  PTT-OUTPUT-MISSING              VALUE 'L'.
                   88  PTT-REFUSED-DUPLICATE           VALUE 'D'.
               10  PTT-FIRST-RECORD-NO PIC 9(10).
               10  PTT-LAST-RECORD-NO  PIC 9(10).
               10  PTT-RECORD-TARGET   PIC 9(10).
               10  PTT-RECORD-COUNT    PIC 9(10).
               10  PTT-EXCEPTION-COUNT PIC 9(10).
               10  PTT-ANSWER          PIC 9(10).
               10  PTT-ANSWER-PART2    PIC 9(10).
               10  PTT-RESUME-FLAG     PIC X.
               10  PTT-EXCEPTION-LINES PIC 9(10).
               10  PTT-REPORT-LINES    PIC 9(10).
      *****************************************************************
      * THE WHOLE DROP
      *-----------------------------------------------------------------
      * THE FILE, SEQUENCE AND DICTIONARY VERSION ARE TAKEN FROM
      * PARTITION 1 AND EVERY OTHER PARTITION MUST AGREE. THE
      * EXPECTED COUNT IS TAKEN FROM PARTITION 1 TOO WHEN IT CAME
      * FROM THE PARM OR THE HDR HEADER (EVERY PARTITION CARRIES THE
      * SAME ONES); THE CONTROL CARD, WHICH THE PARTITIONS DO NOT
      * READ, IS READ HERE AND OUTRANKS THE HEADER AS IT DOES IN AOC1.
      *****************************************************************
       01  DROP-FILENAME               PIC X(100)      VALUE SPACES.
       01  DROP-SEQUENCE               PIC 9(02)       VALUE ZERO.
       01  DICTIONARY-VERSION          PIC X(08)       VALUE SPACES.
       01  DROP-RECORD-TARGET          PIC 9(10)       VALUE ZERO.
       01  DROP-CONTENT-TARGET         PIC 9(10)       VALUE ZERO.
       01  DROP-EXPECTED-COUNT         PIC 9(10)       VALUE ZERO.
       01  DROP-EXPECTED-SOURCE        PIC X           VALUE 'N'.
           88  DROP-EXPECTED-FROM-PARM                  VALUE 'P'.
           88  DROP-EXPECTED-FROM-HEADER                VALUE 'H'.
       01  EXPECTED-SOURCE             PIC X(12)       VALUE SPACES.
       01  RECORD-COUNT                PIC 9(10)  COMP  VALUE ZERO.
       01  EXCEPTION-COUNT             PIC 9(10)  COMP  VALUE ZERO.
       01  EXCEPTION-LINE-COUNT        PIC 9(10)  COMP  VALUE ZERO.
       01  REPORT-LINE-COUNT           PIC 9(10)  COMP  VALUE ZERO.
       01  ANSWER                      PIC 9(10)       VALUE ZERO.
       01  ANSWER-PART2                PIC 9(10)       VALUE ZERO.
       01  CONTENT-TOTAL               PIC 9(18)  COMP  VALUE ZERO.
       01  CONTENT-QUOTIENT            PIC 9(18)  COMP  VALUE ZERO.
       01  CONTENT-TOTAL-REMAINDER     PIC 9(10)       VALUE ZERO.
       01  EXPECTED-RECORD-COUNT       PIC 9(10)       VALUE ZERO.
       01  EDIT-REJECTED-COUNT         PIC 9(10)       VALUE ZERO.
       01  RECONCILED-ACTUAL-COUNT     PIC 9(10)       VALUE ZERO.
       01  DETAIL-PURGE-COUNT          PIC 9(10)  COMP  VALUE ZERO.
      *****************************************************************
      * THE PARTITIONS' SCORING DETAIL AND THE REGISTRY STAMP
      *-----------------------------------------------------------------
      * EACH INSTRUMENT IS STAMPED THE FIRST TIME ITS DETAIL IS MET.
      * THE SEEN LIST REMEMBERS 200; PAST THAT, EVERY RECORD OF AN
      * UNLISTED INSTRUMENT READS THE REGISTRY, AND THE STAMP IS
      * REWRITTEN ONLY ONCE, AS IN AOC1.
      *****************************************************************
       01  DETAIL-LOAD-COUNT           PIC 9(10)  COMP  VALUE ZERO.
       01  DETAIL-SKIP-COUNT           PIC 9(10)  COMP  VALUE ZERO.
       01  REGISTRY-STAMP-COUNT        PIC 9(05)  COMP  VALUE ZERO.
       01  CAL-OVERDUE-COUNT           PIC 9(05)  COMP  VALUE ZERO.
       01  DEFAULT-INSTRUMENT-ID       PIC X(04)       VALUE "*DF*".
       01  SEEN-COUNT                  PIC 9(03)  COMP  VALUE ZERO.
       01  SEEN-INDEX                  PIC 9(03)  COMP  VALUE ZERO.
       01  SEEN-INSTRUMENT-TABLE.
           05  SEEN-ID                 PIC X(04)  OCCURS 200 TIMES.
      *****************************************************************
      * AUDIT REPORT RUNNING TOTALS
      *-----------------------------------------------------------------
      * EACH PARTITION'S REPORT CARRIES RUNNING ANSWERS FROM ZERO AT
      * ITS OWN FIRST RECORD. THE ANSWERS OF THE PARTITIONS BEFORE IT
      * ARE ADDED ON AS ITS LINES ARE COPIED, SO THE MERGED REPORT
      * RUNS ON UNBROKEN TO THE DROP'S ANSWERS, AS A WHOLE-DROP RUN'S
      * WOULD.
      *****************************************************************
       01  PRIOR-ANSWER                PIC 9(10)       VALUE ZERO.
       01  PRIOR-ANSWER-PART2          PIC 9(10)       VALUE ZERO.
       01  RUNNING-ANSWER-WORK         PIC 9(10)       VALUE ZERO.
      *****************************************************************
      * PER-INSTRUMENT SUB-TOTALS, SUMMED OVER THE PARTITIONS. CAPPED
      * AT 20 INSTRUMENTS LIKE AOC1'S OWN TABLE.
      *****************************************************************
       01  INSTRUMENT-COUNT            PIC 9(03)  COMP  VALUE ZERO.
       01  INSTRUMENT-INDEX            PIC 9(03)  COMP  VALUE ZERO.
       01  INS-FOUND-INDEX             PIC 9(03)  COMP  VALUE ZERO.
       01  INSTRUMENT-TABLE.
           05  INSTRUMENT-ENTRY        OCCURS 20 TIMES.
               10  INS-ID              PIC X(04).
               10  INS-RECORD-COUNT    PIC 9(10).
               10  INS-ANSWER          PIC 9(10).
               10  INS-ANSWER-PART2    PIC 9(10).
               10  INS-EXCEPTION-COUNT PIC 9(10).
      *****************************************************************
      * REPORT LINES AND PAGE CONTROL
      *-----------------------------------------------------------------
      * A LINE TO BE PRINTED IS STAGED IN PENDING-SUMMARY-LINE, NOT
      * IN THE FD RECORD AREA, SO A PAGE BREAK'S HEADINGS CANNOT
      * OVERWRITE IT BEFORE IT IS WRITTEN.
      *****************************************************************
       01  PENDING-SUMMARY-LINE        PIC X(132)      VALUE SPACES.
       01  PAGE-NUMBER                 PIC 9(04)  COMP  VALUE ZERO.
       01  LINE-COUNT                  PIC 9(03)  COMP  VALUE ZERO.
       01  LINES-PER-PAGE              PIC 9(03)  COMP  VALUE 60.
       01  EDIT-COUNT                  PIC Z(9)9.
       01  DISPLAY-RECORD-COUNT        PIC Z(9)9.
       01  DISPLAY-EXPECTED-COUNT      PIC Z(9)9.
       01  DISPLAY-REJECTED-COUNT      PIC Z(9)9.
       01  DISPLAY-RECONCILED-COUNT    PIC Z(9)9.
       01  DISPLAY-ANSWER              PIC Z(9)9.
       01  DISPLAY-ANSWER-PART2        PIC Z(9)9.
       01  PAGE-HEADING-1.
           05  FILLER                  PIC X(35)       VALUE
               "AOC1MRG - PARTITIONED DROP MERGE   ".
           05  FILLER                  PIC X(04)       VALUE "RUN ".
           05  PH1-DATE                PIC 9(08).
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE "PAGE ".
           05  PH1-PAGE-NUMBER         PIC ZZZ9.
       01  PAGE-HEADING-2.
           05  FILLER                  PIC X(15)       VALUE
               "INPUT DATASET: ".
           05  PH2-FILENAME            PIC X(100).
       01  DETAIL-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-LABEL               PIC X(22).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-VALUE               PIC X(90).
       01  PARTITION-HEADING.
           05  FILLER                  PIC X(04)       VALUE
               "  PT".
           05  FILLER                  PIC X(15)       VALUE
               "      FIRST REC".
           05  FILLER                  PIC X(12)       VALUE
               "    LAST REC".
           05  FILLER                  PIC X(12)       VALUE
               "     RECORDS".
           05  FILLER                  PIC X(12)       VALUE
               "  EXCEPTIONS".
           05  FILLER                  PIC X(12)       VALUE
               "      PART 1".
           05  FILLER                  PIC X(12)       VALUE
               "      PART 2".
           05  FILLER                  PIC X(05)       VALUE
               "  RES".
           05  FILLER                  PIC X(07)       VALUE
               "  STATE".
       01  PARTITION-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PTL-PARTITION-NO        PIC 9(02).
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  PTL-FIRST-RECORD-NO     PIC Z(9)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PTL-LAST-RECORD-NO      PIC Z(9)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PTL-RECORD-COUNT        PIC Z(9)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PTL-EXCEPTION-COUNT     PIC Z(9)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PTL-ANSWER              PIC Z(9)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PTL-ANSWER-PART2        PIC Z(9)9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  PTL-RESUME-FLAG         PIC X.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PTL-STATE               PIC X(40).
       01  INSTRUMENT-HEADING.
           05  FILLER                  PIC X(08)       VALUE
               "  INST".
           05  FILLER                  PIC X(12)       VALUE
               "     RECORDS".
           05  FILLER                  PIC X(12)       VALUE
               "  EXCEPTIONS".
           05  FILLER                  PIC X(12)       VALUE
               "      PART 1".
           05  FILLER                  PIC X(12)       VALUE
               "      PART 2".
       01  INSTRUMENT-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  INL-ID                  PIC X(04).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  INL-RECORD-COUNT        PIC Z(9)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  INL-EXCEPTION-COUNT     PIC Z(9)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  INL-ANSWER              PIC Z(9)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  INL-ANSWER-PART2        PIC Z(9)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  INL-REGISTRY-FLAG       PIC X(26).
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
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF FILES-ARE-OPEN
               PERFORM 2000-LOAD-PARTITIONS
                   THRU 2000-EXIT
               IF NOT MERGE-REFUSED
                   PERFORM 3000-CHECK-DUPLICATE-DROP
                       THRU 3000-EXIT
               END-IF
               IF NOT MERGE-REFUSED
                   PERFORM 4000-MERGE-LISTINGS
                       THRU 4000-EXIT
               END-IF
               IF NOT MERGE-REFUSED
                   PERFORM 5000-RECONCILE-DROP
                       THRU 5000-EXIT
                   PERFORM 6000-WRITE-HISTORY
                       THRU 6000-EXIT
                   PERFORM 6300-APPLY-PARTITION-DETAIL
                       THRU 6300-EXIT
                   IF DETAIL-AVAILABLE
                       PERFORM 6500-PURGE-DETAIL-TAIL
                           THRU 6500-EXIT
                   END-IF
                   SET MERGE-COMPLETED TO TRUE
               END-IF
               PERFORM 7300-WRITE-MERGE-SUMMARY
                   THRU 7300-EXIT
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           PERFORM 9900-CLOSE-ALERT-LOG
               THRU 9900-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES AND THE PARM, THEN
      * OPEN THE SUMMARY AND THE HISTORY MASTER, BOTH MANDATORY. A
      * SCORING-DETAIL MASTER OR REGISTRY THAT WILL NOT OPEN ONLY
      * COSTS THE DETAIL OR THE LAST-SEEN STAMPS, AS IN AOC1.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_PTNFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO PARTITION-CONTROL-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_EXCFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO EXCEPTION-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_RPTFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO REPORT-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_HISTFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO HISTORY-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_SCRDTL"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO DETAIL-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_INSTREG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO REGISTRY-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_CTLFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO CONTROL-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_ESTFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO EDIT-STATUS-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_STSFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO STATUS-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_SUMFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO SUMMARY-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_ALERTLOG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO ALERT-LOG-FILENAME
           END-IF
           ACCEPT ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ","
                   INTO PARM-RESCORE-TOKEN
               END-UNSTRING
           END-IF
           IF PARM-RESCORE-TOKEN = "RESCORE"
               SET RESCORE-REQUESTED TO TRUE
               DISPLAY "AOC1MRG - RESCORE OVERRIDE SUPPLIED. THE "
                   "DUPLICATE-DROP GUARD IS STOOD DOWN FOR THIS RUN."
           ELSE
               IF PARM-RESCORE-TOKEN NOT = SPACES
                   DISPLAY "AOC1MRG - PARM '" PARM-RESCORE-TOKEN
                       "' IS NOT RESCORE. RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET MERGE-REFUSED TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT SUMMARY-FILE
           IF SUMMARY-FILE-STATUS NOT = "00"
               DISPLAY "AOC1MRG - MERGE SUMMARY " SUMMARY-FILENAME
                   " COULD NOT BE OPENED (STATUS "
                   SUMMARY-FILE-STATUS "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET MERGE-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET FILES-ARE-OPEN TO TRUE
           OPEN I-O HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AOC1MRG - HISTORY MASTER " HISTORY-FILENAME
                   " COULD NOT BE OPENED (STATUS "
                   HISTORY-FILE-STATUS "). NOTHING WAS MERGED."
               MOVE 16 TO RETURN-CODE
               SET MERGE-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET HISTORY-IS-OPEN TO TRUE
           OPEN I-O DETAIL-FILE
           IF DETAIL-FILE-STATUS = "00"
               SET DETAIL-AVAILABLE TO TRUE
           ELSE
               DISPLAY "AOC1MRG - WARNING: SCORING-DETAIL MASTER "
                   DETAIL-FILENAME " COULD NOT BE OPENED (STATUS "
                   DETAIL-FILE-STATUS "). THE PARTITIONS' DETAIL IS "
                   "NOT LOADED AND NO SUPERSEDED DETAIL IS PURGED."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           OPEN I-O REGISTRY-FILE
           IF REGISTRY-FILE-STATUS = "00"
               SET REGISTRY-AVAILABLE TO TRUE
           ELSE
               DISPLAY "AOC1MRG - WARNING: INSTRUMENT REGISTRY "
                   REGISTRY-FILENAME " COULD NOT BE OPENED (STATUS "
                   REGISTRY-FILE-STATUS "). NO LAST-SEEN DATE IS "
                   "STAMPED."
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000-LOAD-PARTITIONS - TABLE THE PARTITION RANGES, AND TAKE
      * THE DROP'S RUN DATE, FROM THE PARTITION CONTROL DATASET, THEN
      * READ EVERY PARTITION'S RESULT. A PARTITION REFUSED AS A
      * DUPLICATE HAS THE MERGE'S OWN GUARD REFUSE THE DROP (RC 12)
      * AND RAISE THE ALERT. OTHERWISE EVERY PARTITION FROM 1 TO THE
      * COUNT AOC1EDIT SPLIT INTO MUST BE LISTED AND MUST HAVE COME
      * BACK COMPLETE; ANY THAT DID NOT IS NAMED FOR RERUN AND
      * NOTHING IS MERGED, WITH RETURN-CODE 20 SO EVERY STEP AFTER
      * THE MERGE STANDS DOWN.
      *****************************************************************
       2000-LOAD-PARTITIONS.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "AOC1MRG - PARTITION CONTROL DATASET "
                   PARTITION-CONTROL-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " PARTITION-CONTROL-FILE-STATUS "). "
                   "NOTHING WAS MERGED."
               MOVE 16 TO RETURN-CODE
               SET MERGE-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-PARTITION-CONTROL
               THRU 2100-EXIT
               UNTIL END-OF-PARTITION-CONTROL
           CLOSE PARTITION-CONTROL-FILE
           IF PARTITION-COUNT = ZERO
               DISPLAY "AOC1MRG - NO PARTITION IS ON THE PARTITION "
                   "CONTROL DATASET " PARTITION-CONTROL-FILENAME
                   ". NOTHING WAS MERGED."
               MOVE 16 TO RETURN-CODE
               SET MERGE-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF PARTITION-DATES-DIFFER
               DISPLAY "AOC1MRG - THE PARTITION CONTROL DATASET "
                   PARTITION-CONTROL-FILENAME " CARRIES MORE THAN "
                   "ONE RUN DATE. RERUN THE EDIT STEP'S SPLIT. "
                   "NOTHING WAS MERGED."
               MOVE 16 TO RETURN-CODE
               SET MERGE-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF
           DISPLAY "AOC1MRG - MERGING THE PARTITIONS OF THE DROP OF "
               RUN-DATE "."
           PERFORM 2200-LOAD-PARTITION-RESULT
               THRU 2200-EXIT
               VARYING PARTITION-INDEX FROM 1 BY 1
               UNTIL PARTITION-INDEX > PARTITION-COUNT
           IF REFUSED-PARTITION-COUNT > ZERO
               PERFORM 3000-CHECK-DUPLICATE-DROP
                   THRU 3000-EXIT
               IF DUPLICATE-DROP-FOUND
                   GO TO 2000-EXIT
               END-IF
           END-IF
           IF INCOMPLETE-PARTITION-COUNT > ZERO
               MOVE INCOMPLETE-PARTITION-COUNT TO EDIT-COUNT
               DISPLAY "AOC1MRG - " EDIT-COUNT " PARTITION(S) DID "
                   "NOT COME BACK COMPLETE. RERUN EACH PARTITION "
                   "NAMED ABOVE, THEN THIS MERGE. NOTHING WAS MERGED."
               MOVE 20 TO RETURN-CODE
               SET MERGE-REFUSED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-READ-PARTITION-CONTROL.
           READ PARTITION-CONTROL-FILE
               AT END
                   SET END-OF-PARTITION-CONTROL TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF PTN-PARTITION-NO NOT NUMERIC
             OR PTN-PARTITION-NO = ZERO
             OR PTN-PARTITION-NO > PARTITION-LIMIT
               GO TO 2100-EXIT
           END-IF
           IF RUN-DATE = ZERO
               MOVE PTN-RUN-DATE TO RUN-DATE
           ELSE
               IF PTN-RUN-DATE NOT = RUN-DATE
                   SET PARTITION-DATES-DIFFER TO TRUE
                   GO TO 2100-EXIT
               END-IF
           END-IF
           MOVE PTN-PARTITION-COUNT TO PARTITION-COUNT
           IF PARTITION-COUNT > PARTITION-LIMIT
               MOVE PARTITION-LIMIT TO PARTITION-COUNT
           END-IF
           MOVE PTN-DROP-RECORD-COUNT TO DROP-RECORD-TARGET
           MOVE PTN-DROP-CONTENT-TOTAL TO DROP-CONTENT-TARGET
           MOVE PTN-PARTITION-NO TO PARTITION-INDEX
           SET PTT-LISTED (PARTITION-INDEX) TO TRUE
           MOVE PTN-FIRST-RECORD-NO
               TO PTT-FIRST-RECORD-NO (PARTITION-INDEX)
           MOVE PTN-LAST-RECORD-NO
               TO PTT-LAST-RECORD-NO (PARTITION-INDEX)
           MOVE PTN-RECORD-COUNT TO PTT-RECORD-TARGET (PARTITION-INDEX).
       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2200-LOAD-PARTITION-RESULT - READ ONE PARTITION'S RESULT. THE
      * TOTALS RECORD MUST BE FOR THE DROP'S RUN DATE, FOR THIS
      * PARTITION, MARKED COMPLETE AND FOR THE SAME FILE, SEQUENCE
      * AND DICTIONARY AS PARTITION 1; ITS INSTRUMENT RECORDS ARE
      * THEN SUMMED INTO THE DROP'S. THE PARTITION'S EXCEPTION
      * LISTING AND REPORT ARE OPENED HERE TOO, SO A MISSING ONE
      * STOPS THE MERGE BEFORE ANY OUTPUT IS WRITTEN RATHER THAN
      * PART WAY THROUGH. A PARTITION THAT DID NOT COME BACK
      * COMPLETE IS COUNTED AND NAMED.
      *****************************************************************
       2200-LOAD-PARTITION-RESULT.
           MOVE SPACES TO PTT-STATE (PARTITION-INDEX)
           MOVE ZERO TO PTT-RECORD-COUNT (PARTITION-INDEX)
           MOVE ZERO TO PTT-EXCEPTION-COUNT (PARTITION-INDEX)
           MOVE ZERO TO PTT-ANSWER (PARTITION-INDEX)
           MOVE ZERO TO PTT-ANSWER-PART2 (PARTITION-INDEX)
           MOVE SPACE TO PTT-RESUME-FLAG (PARTITION-INDEX)
           MOVE ZERO TO PTT-EXCEPTION-LINES (PARTITION-INDEX)
           MOVE ZERO TO PTT-REPORT-LINES (PARTITION-INDEX)
           IF NOT PTT-LISTED (PARTITION-INDEX)
               SET PTT-NO-RESULT (PARTITION-INDEX) TO TRUE
               ADD 1 TO INCOMPLETE-PARTITION-COUNT
               DISPLAY "AOC1MRG - PARTITION " PARTITION-INDEX
                   " IS NOT ON THE PARTITION CONTROL DATASET. "
                   "RERUN THE EDIT STEP'S SPLIT."
               GO TO 2200-EXIT
           END-IF
           MOVE "PRS" TO PARTITION-DD-PREFIX
           PERFORM 2300-BUILD-PARTITION-NAME
               THRU 2300-EXIT
           MOVE PARTITION-DD-NAME TO PARTITION-RESULT-FILENAME
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT PARTITION-ENV-NAME
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO PARTITION-RESULT-FILENAME
           END-IF
           OPEN INPUT PARTITION-RESULT-FILE
           IF PARTITION-RESULT-FILE-STATUS NOT = "00"
               SET PTT-NO-RESULT (PARTITION-INDEX) TO TRUE
           ELSE
               PERFORM 2210-READ-PARTITION-RESULT
                   THRU 2210-EXIT
           END-IF
           IF NOT PTT-COMPLETE (PARTITION-INDEX)
               ADD 1 TO INCOMPLETE-PARTITION-COUNT
               PERFORM 2270-REPORT-PARTITION-STATE
                   THRU 2270-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * 2210-READ-PARTITION-RESULT - READ THE OPENED RESULT DATASET:
      * THE TOTALS RECORD, THEN (FOR A COMPLETE PARTITION) ITS
      * INSTRUMENT RECORDS, THEN CONFIRM ITS LISTINGS WILL OPEN
      *****************************************************************
       2210-READ-PARTITION-RESULT.
           MOVE 'N' TO RESULT-EOF-FLAG
           READ PARTITION-RESULT-FILE
               AT END
                   SET PTT-NO-RESULT (PARTITION-INDEX) TO TRUE
                   SET END-OF-RESULT TO TRUE
           END-READ
           IF NOT END-OF-RESULT
               PERFORM 2250-CHECK-PARTITION-TOTALS
                   THRU 2250-EXIT
           END-IF
           IF PTT-COMPLETE (PARTITION-INDEX)
               PERFORM 2400-LOAD-RESULT-INSTRUMENT
                   THRU 2400-EXIT
                   UNTIL END-OF-RESULT
           END-IF
           CLOSE PARTITION-RESULT-FILE
           IF PTT-COMPLETE (PARTITION-INDEX)
               PERFORM 2500-CHECK-PARTITION-LISTINGS
                   THRU 2500-EXIT
           END-IF.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * 2250-CHECK-PARTITION-TOTALS - TEST THE TOTALS RECORD JUST READ
      * AND, WHEN IT PASSES, TAKE THE PARTITION'S NUMBERS. PARTITION 1
      * SETS THE FILE, SEQUENCE, DICTIONARY AND EXPECTED COUNT FOR THE
      * DROP - OR, WHEN IT WAS REFUSED, THE FIRST REFUSED PARTITION
      * SETS THE FILE AND SEQUENCE.
      *****************************************************************
       2250-CHECK-PARTITION-TOTALS.
           IF NOT PRS-PARTITION-TOTALS
             OR PRS-RUN-DATE NOT = RUN-DATE
             OR PRS-PARTITION-NO NOT = PARTITION-INDEX
               SET PTT-STALE-RESULT (PARTITION-INDEX) TO TRUE
               GO TO 2250-EXIT
           END-IF
      * A REFUSED PARTITION SCORED NOTHING, BUT ITS FILE AND SEQUENCE
      * ARE THE DROP'S, FOR THE MERGE'S GUARD TO TEST
           IF PRS-REFUSED-DUPLICATE
               SET PTT-REFUSED-DUPLICATE (PARTITION-INDEX) TO TRUE
               ADD 1 TO REFUSED-PARTITION-COUNT
               IF DROP-FILENAME = SPACES
                   MOVE PRS-FILENAME TO DROP-FILENAME
                   MOVE PRS-DROP-SEQ TO DROP-SEQUENCE
               END-IF
               GO TO 2250-EXIT
           END-IF
           IF NOT PRS-COMPLETE
             OR PRS-RECORD-COUNT
                    NOT = PTT-RECORD-TARGET (PARTITION-INDEX)
               SET PTT-COUNT-BROKE (PARTITION-INDEX) TO TRUE
               GO TO 2250-EXIT
           END-IF
           IF PARTITION-INDEX = 1
               MOVE PRS-FILENAME TO DROP-FILENAME
               MOVE PRS-DROP-SEQ TO DROP-SEQUENCE
               MOVE PRS-DICT-VERSION TO DICTIONARY-VERSION
               MOVE PRS-EXPECTED-COUNT TO DROP-EXPECTED-COUNT
               MOVE PRS-EXPECTED-SOURCE TO DROP-EXPECTED-SOURCE
           ELSE
               IF PRS-FILENAME NOT = DROP-FILENAME
                 OR PRS-DROP-SEQ NOT = DROP-SEQUENCE
                 OR PRS-DICT-VERSION NOT = DICTIONARY-VERSION
                   SET PTT-DIFFERENT-DROP (PARTITION-INDEX) TO TRUE
                   GO TO 2250-EXIT
               END-IF
           END-IF
           SET PTT-COMPLETE (PARTITION-INDEX) TO TRUE
           MOVE PRS-RECORD-COUNT TO PTT-RECORD-COUNT (PARTITION-INDEX)
           MOVE PRS-EXCEPTION-COUNT
               TO PTT-EXCEPTION-COUNT (PARTITION-INDEX)
           MOVE PRS-ANSWER TO PTT-ANSWER (PARTITION-INDEX)
           MOVE PRS-ANSWER-PART2 TO PTT-ANSWER-PART2 (PARTITION-INDEX)
           MOVE PRS-RESUME-FLAG TO PTT-RESUME-FLAG (PARTITION-INDEX)
           IF PRS-RESUME-FLAG = 'Y'
               SET PARTITION-WAS-RESUMED TO TRUE
           END-IF
           ADD PRS-RECORD-COUNT TO RECORD-COUNT
           ADD PRS-EXCEPTION-COUNT TO EXCEPTION-COUNT
           ADD PRS-ANSWER TO ANSWER
           ADD PRS-ANSWER-PART2 TO ANSWER-PART2
           ADD PRS-CONTENT-TOTAL TO CONTENT-TOTAL.
       2250-EXIT.
           EXIT.
      *****************************************************************
      * 2270-REPORT-PARTITION-STATE - NAME A PARTITION THAT DID NOT
      * COME BACK COMPLETE, AND WHY, ON THE JOB LOG
      *****************************************************************
       2270-REPORT-PARTITION-STATE.
           IF PTT-NO-RESULT (PARTITION-INDEX)
               DISPLAY "AOC1MRG - PARTITION " PARTITION-INDEX
                   " HAS NO RESULT - IT DID NOT RUN, ABENDED OR "
                   "WAS REFUSED. RERUN PARTITION " PARTITION-INDEX
                   "."
           ELSE
           IF PTT-STALE-RESULT (PARTITION-INDEX)
               DISPLAY "AOC1MRG - PARTITION " PARTITION-INDEX
                   " RESULT IS NOT FOR RUN DATE " RUN-DATE
                   " OR NOT THIS PARTITION'S. RERUN PARTITION "
                   PARTITION-INDEX "."
           ELSE
           IF PTT-COUNT-BROKE (PARTITION-INDEX)
               DISPLAY "AOC1MRG - PARTITION " PARTITION-INDEX
                   " DID NOT SCORE THE RECORDS ITS RANGE HOLDS. "
                   "RERUN PARTITION " PARTITION-INDEX "."
           ELSE
           IF PTT-DIFFERENT-DROP (PARTITION-INDEX)
               DISPLAY "AOC1MRG - PARTITION " PARTITION-INDEX
                   " SCORED A DIFFERENT FILE, SEQUENCE OR "
                   "DICTIONARY FROM PARTITION 01. RERUN PARTITION "
                   PARTITION-INDEX "."
           ELSE
           IF PTT-REFUSED-DUPLICATE (PARTITION-INDEX)
               DISPLAY "AOC1MRG - PARTITION " PARTITION-INDEX
                   " WAS REFUSED AS A DUPLICATE DROP BUT THIS MERGE "
                   "DOES NOT REFUSE IT. RERUN PARTITION "
                   PARTITION-INDEX " UNDER THE SAME OVERRIDES AS "
                   "THIS MERGE."
           ELSE
               DISPLAY "AOC1MRG - PARTITION " PARTITION-INDEX
                   " EXCEPTION LISTING OR AUDIT REPORT WILL NOT "
                   "OPEN. RERUN PARTITION " PARTITION-INDEX "."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       2270-EXIT.
           EXIT.
      *****************************************************************
      * 2300-BUILD-PARTITION-NAME - FORM THE "DD:" NAME AND THE
      * DD_ OVERRIDE NAME OF ONE PARTITION'S DATASET OF THE TYPE IN
      * PARTITION-DD-PREFIX (PRS, EXC, RPT OR SDT)
      *****************************************************************
       2300-BUILD-PARTITION-NAME.
           MOVE PARTITION-DD-PREFIX TO PARTITION-DD-TYPE
           MOVE PARTITION-DD-PREFIX TO PARTITION-ENV-TYPE
           MOVE PARTITION-INDEX TO PARTITION-DD-NO
           MOVE PARTITION-INDEX TO PARTITION-ENV-NO
           MOVE SPACES TO DD-OVERRIDE.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * 2400-LOAD-RESULT-INSTRUMENT - READ THE NEXT RESULT RECORD AND
      * ADD AN INSTRUMENT'S SUB-TOTALS TO ITS ROW, OPENING THE ROW ON
      * FIRST SIGHT
      *****************************************************************
       2400-LOAD-RESULT-INSTRUMENT.
           READ PARTITION-RESULT-FILE
               AT END
                   SET END-OF-RESULT TO TRUE
                   GO TO 2400-EXIT
           END-READ
           IF NOT PRS-INSTRUMENT-TOTALS
               GO TO 2400-EXIT
           END-IF
           MOVE ZERO TO INS-FOUND-INDEX
           PERFORM 2450-MATCH-INSTRUMENT-ENTRY
               THRU 2450-EXIT
               VARYING INSTRUMENT-INDEX FROM 1 BY 1
               UNTIL INSTRUMENT-INDEX > INSTRUMENT-COUNT
                   OR INS-FOUND-INDEX > ZERO
           IF INS-FOUND-INDEX = ZERO
               IF INSTRUMENT-COUNT < 20
                   ADD 1 TO INSTRUMENT-COUNT
                   MOVE INSTRUMENT-COUNT TO INS-FOUND-INDEX
                   MOVE PRS-INSTRUMENT TO INS-ID (INS-FOUND-INDEX)
                   MOVE ZERO TO INS-RECORD-COUNT (INS-FOUND-INDEX)
                   MOVE ZERO TO INS-ANSWER (INS-FOUND-INDEX)
                   MOVE ZERO TO INS-ANSWER-PART2 (INS-FOUND-INDEX)
                   MOVE ZERO TO INS-EXCEPTION-COUNT (INS-FOUND-INDEX)
               ELSE
                   IF NOT INSTRUMENT-TABLE-OVERFLOWED
                       SET INSTRUMENT-TABLE-OVERFLOWED TO TRUE
                       DISPLAY "AOC1MRG - WARNING: INSTRUMENT TABLE "
                           "FULL AT 20 INSTRUMENTS. FURTHER "
                           "INSTRUMENTS ON " DROP-FILENAME
                       DISPLAY "  ACCUMULATE INTO THE FILE TOTALS "
                           "ONLY - NO SUB-TOTAL IS REPORTED FOR "
                           "THEM."
                   END-IF
                   GO TO 2400-EXIT
               END-IF
           END-IF
           ADD PRS-INS-RECORD-COUNT
               TO INS-RECORD-COUNT (INS-FOUND-INDEX)
           ADD PRS-INS-ANSWER TO INS-ANSWER (INS-FOUND-INDEX)
           ADD PRS-INS-ANSWER-PART2
               TO INS-ANSWER-PART2 (INS-FOUND-INDEX)
           ADD PRS-INS-EXCEPTIONS
               TO INS-EXCEPTION-COUNT (INS-FOUND-INDEX).
       2400-EXIT.
           EXIT.
      *
       2450-MATCH-INSTRUMENT-ENTRY.
           IF INS-ID (INSTRUMENT-INDEX) = PRS-INSTRUMENT
               MOVE INSTRUMENT-INDEX TO INS-FOUND-INDEX
           END-IF.
       2450-EXIT.
           EXIT.
      *****************************************************************
      * 2500-CHECK-PARTITION-LISTINGS - CONFIRM THE PARTITION'S
      * EXCEPTION LISTING AND AUDIT REPORT WILL BOTH OPEN
      *****************************************************************
       2500-CHECK-PARTITION-LISTINGS.
           PERFORM 4150-RESOLVE-EXCEPTION-NAME
               THRU 4150-EXIT
           OPEN INPUT PARTITION-EXCEPTION-FILE
           IF PARTITION-EXCEPTION-FILE-STATUS NOT = "00"
               SET PTT-OUTPUT-MISSING (PARTITION-INDEX) TO TRUE
               GO TO 2500-EXIT
           END-IF
           CLOSE PARTITION-EXCEPTION-FILE
           PERFORM 4250-RESOLVE-REPORT-NAME
               THRU 4250-EXIT
           OPEN INPUT PARTITION-REPORT-FILE
           IF PARTITION-REPORT-FILE-STATUS NOT = "00"
               SET PTT-OUTPUT-MISSING (PARTITION-INDEX) TO TRUE
               GO TO 2500-EXIT
           END-IF
           CLOSE PARTITION-REPORT-FILE.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * 3000-CHECK-DUPLICATE-DROP - THE PARTITIONED DROP IS ONE DROP.
      * ITS FILE-LEVEL HISTORY KEY IS READ AS AOC1'S OWN GUARD READS
      * IT, AND A RECORD ALREADY THERE REFUSES THE MERGE WITH
      * RETURN-CODE 12 UNLESS THE RESCORE OVERRIDE WAS GIVEN. THE
      * FINGERPRINT COMPARED IS THE WHOLE DROP'S, TAKEN BY AOC1EDIT
      * AT THE SPLIT.
      *****************************************************************
       3000-CHECK-DUPLICATE-DROP.
           IF RESCORE-REQUESTED
               GO TO 3000-EXIT
           END-IF
           MOVE DROP-FILENAME TO HIST-FILENAME
           MOVE RUN-DATE TO HIST-RUN-DATE
           MOVE DROP-SEQUENCE TO HIST-DROP-SEQ
           MOVE SPACES TO HIST-INSTRUMENT
           READ HISTORY-FILE
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           SET DUPLICATE-DROP-FOUND TO TRUE
           SET MERGE-REFUSED TO TRUE
           MOVE 12 TO RETURN-CODE
           DISPLAY "AOC1MRG - DROP REFUSED: " DROP-FILENAME
           IF HIST-RECORD-COUNT = DROP-RECORD-TARGET
             AND HIST-CONTENT-TOTAL = DROP-CONTENT-TARGET
               DISPLAY "AOC1MRG - AN IDENTICAL DROP (SAME RECORD "
                   "COUNT AND CONTENT TOTAL) WAS ALREADY SCORED "
                   "UNDER RUN DATE " RUN-DATE " AND DROP SEQUENCE "
                   DROP-SEQUENCE ". SUPPLY THE RESCORE PARM TO THE "
                   "PARTITIONS AND THIS MERGE TO RESCORE IT "
                   "DELIBERATELY."
               MOVE "DUPLICATE REFUSED - IDENTICAL DROP ALREADY SCORED"
                   TO NEW-ALERT-TEXT
           ELSE
               DISPLAY "AOC1MRG - A DIFFERENT DROP WAS ALREADY SCORED "
                   "UNDER RUN DATE " RUN-DATE " AND DROP SEQUENCE "
                   DROP-SEQUENCE ". SUPPLY THE DROP SEQUENCE PARM "
                   "IF THIS IS A LATER SHIFT'S DROP, OR THE "
                   "RESCORE TOKEN TO SUPERSEDE THE RECORD ON FILE."
               MOVE "DUPLICATE REFUSED - SEQUENCE USED BY ANOTHER DROP"
                   TO NEW-ALERT-TEXT
           END-IF
           PERFORM 3100-ALERT-DUPLICATE-DROP
               THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * 3100-ALERT-DUPLICATE-DROP - PUT THE REFUSAL ON THE OPERATIONS
      * ALERT LOG (MEDIUM SEVERITY)
      *****************************************************************
       3100-ALERT-DUPLICATE-DROP.
           MOVE "DUPDROP" TO NEW-ALERT-TYPE
           MOVE 'M' TO NEW-ALERT-SEVERITY
           MOVE DROP-FILENAME TO NEW-ALERT-FILENAME
           MOVE DROP-SEQUENCE TO NEW-ALERT-DROP-SEQ
           PERFORM 9000-RAISE-ALERT
               THRU 9000-EXIT.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * 4000-MERGE-LISTINGS - CONCATENATE THE PARTITIONS' EXCEPTION
      * LISTINGS AND AUDIT REPORTS, IN PARTITION ORDER, INTO THE ONE
      * EXCEPTION LISTING AND ONE REPORT THE REST OF THE SUITE READS.
      * THE PARTITIONS HOLD CONSECUTIVE RANGES AND EACH RAISED ITS
      * EXCEPTIONS UNDER THE RECORD'S TRUE NUMBER IN THE DROP, SO
      * PARTITION ORDER IS RECORD ORDER.
      *****************************************************************
       4000-MERGE-LISTINGS.
           OPEN OUTPUT EXCEPTION-FILE
           IF EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "AOC1MRG - EXCEPTION LISTING "
                   EXCEPTION-FILENAME " COULD NOT BE OPENED (STATUS "
                   EXCEPTION-FILE-STATUS "). NOTHING WAS MERGED."
               MOVE 16 TO RETURN-CODE
               SET MERGE-REFUSED TO TRUE
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "AOC1MRG - AUDIT REPORT " REPORT-FILENAME
                   " COULD NOT BE OPENED (STATUS "
                   REPORT-FILE-STATUS "). NOTHING WAS MERGED."
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               SET MERGE-REFUSED TO TRUE
               GO TO 4000-EXIT
           END-IF
           SET OUTPUTS-ARE-OPEN TO TRUE
           PERFORM 4100-COPY-PARTITION-EXCEPTIONS
               THRU 4100-EXIT
               VARYING PARTITION-INDEX FROM 1 BY 1
               UNTIL PARTITION-INDEX > PARTITION-COUNT
           PERFORM 4200-COPY-PARTITION-REPORT
               THRU 4200-EXIT
               VARYING PARTITION-INDEX FROM 1 BY 1
               UNTIL PARTITION-INDEX > PARTITION-COUNT
           CLOSE EXCEPTION-FILE
           CLOSE REPORT-FILE
           IF EXCEPTION-LINE-COUNT NOT = EXCEPTION-COUNT
               MOVE EXCEPTION-LINE-COUNT TO DISPLAY-RECORD-COUNT
               MOVE EXCEPTION-COUNT TO DISPLAY-EXPECTED-COUNT
               DISPLAY "AOC1MRG - NOTE: " DISPLAY-RECORD-COUNT
                   " EXCEPTION LINES MERGED FOR "
                   DISPLAY-EXPECTED-COUNT " EXCEPTIONS COUNTED BY "
                   "THE PARTITIONS."
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-COPY-PARTITION-EXCEPTIONS.
           PERFORM 4150-RESOLVE-EXCEPTION-NAME
               THRU 4150-EXIT
           OPEN INPUT PARTITION-EXCEPTION-FILE
           MOVE 'N' TO COPY-EOF-FLAG
           PERFORM 4160-COPY-ONE-EXCEPTION
               THRU 4160-EXIT
               UNTIL END-OF-COPY
           CLOSE PARTITION-EXCEPTION-FILE.
       4100-EXIT.
           EXIT.
      *
       4150-RESOLVE-EXCEPTION-NAME.
           MOVE "EXC" TO PARTITION-DD-PREFIX
           PERFORM 2300-BUILD-PARTITION-NAME
               THRU 2300-EXIT
           MOVE PARTITION-DD-NAME TO PARTITION-EXCEPTION-FILENAME
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT PARTITION-ENV-NAME
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO PARTITION-EXCEPTION-FILENAME
           END-IF.
       4150-EXIT.
           EXIT.
      *
       4160-COPY-ONE-EXCEPTION.
           READ PARTITION-EXCEPTION-FILE
               AT END
                   SET END-OF-COPY TO TRUE
                   GO TO 4160-EXIT
           END-READ
           MOVE PARTITION-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           ADD 1 TO PTT-EXCEPTION-LINES (PARTITION-INDEX)
           ADD 1 TO EXCEPTION-LINE-COUNT.
       4160-EXIT.
           EXIT.
      *****************************************************************
      * 4200-COPY-PARTITION-REPORT - COPY ONE PARTITION'S AUDIT REPORT
      * LINES, CARRYING THE RUNNING ANSWERS ON FROM THE PARTITIONS
      * BEFORE IT, THEN ADD ITS ANSWERS TO THE CARRY FOR THE NEXT
      *****************************************************************
       4200-COPY-PARTITION-REPORT.
           PERFORM 4250-RESOLVE-REPORT-NAME
               THRU 4250-EXIT
           OPEN INPUT PARTITION-REPORT-FILE
           MOVE 'N' TO COPY-EOF-FLAG
           PERFORM 4260-COPY-ONE-REPORT-LINE
               THRU 4260-EXIT
               UNTIL END-OF-COPY
           CLOSE PARTITION-REPORT-FILE
           ADD PTT-ANSWER (PARTITION-INDEX) TO PRIOR-ANSWER
           ADD PTT-ANSWER-PART2 (PARTITION-INDEX)
               TO PRIOR-ANSWER-PART2.
       4200-EXIT.
           EXIT.
      *
       4250-RESOLVE-REPORT-NAME.
           MOVE "RPT" TO PARTITION-DD-PREFIX
           PERFORM 2300-BUILD-PARTITION-NAME
               THRU 2300-EXIT
           MOVE PARTITION-DD-NAME TO PARTITION-REPORT-FILENAME
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT PARTITION-ENV-NAME
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO PARTITION-REPORT-FILENAME
           END-IF.
       4250-EXIT.
           EXIT.
      *
       4260-COPY-ONE-REPORT-LINE.
           READ PARTITION-REPORT-FILE
               AT END
                   SET END-OF-COPY TO TRUE
                   GO TO 4260-EXIT
           END-READ
           MOVE PARTITION-REPORT-LINE TO REPORT-RECORD
           MOVE RPT-RUNNING-ANSWER TO RUNNING-ANSWER-WORK
           ADD PRIOR-ANSWER TO RUNNING-ANSWER-WORK
           MOVE RUNNING-ANSWER-WORK TO RPT-RUNNING-ANSWER
           MOVE RPT-RUNNING-ANS-PART2 TO RUNNING-ANSWER-WORK
           ADD PRIOR-ANSWER-PART2 TO RUNNING-ANSWER-WORK
           MOVE RUNNING-ANSWER-WORK TO RPT-RUNNING-ANS-PART2
           WRITE REPORT-RECORD
           ADD 1 TO PTT-REPORT-LINES (PARTITION-INDEX)
           ADD 1 TO REPORT-LINE-COUNT.
       4260-EXIT.
           EXIT.
      *****************************************************************
      * 5000-RECONCILE-DROP - RECONCILE THE WHOLE DROP ONCE, AS A
      * WHOLE-DROP AOC1 RUN WOULD: A PARM COUNT FIRST, THEN THE
      * CONTROL CARD, THEN THE HDR HEADER COUNT, WITH THE DROP'S EDIT
      * REJECTS COUNTED BACK IN. A BREAK ENDS THE STEP RC 16 BUT THE
      * DROP'S HISTORY AND STATUS ARE STILL WRITTEN, CARRYING THE
      * BREAK.
      *****************************************************************
       5000-RECONCILE-DROP.
           IF DROP-EXPECTED-FROM-PARM
               MOVE DROP-EXPECTED-COUNT TO EXPECTED-RECORD-COUNT
               MOVE "PARM" TO EXPECTED-SOURCE
               SET RECONCILIATION-EXPECTED TO TRUE
           ELSE
               OPEN INPUT CONTROL-FILE
               IF CONTROL-FILE-STATUS NOT = "35"
                   READ CONTROL-FILE
                       NOT AT END
                           MOVE CTL-EXPECTED-COUNT
                               TO EXPECTED-RECORD-COUNT
                           MOVE "CONTROL CARD" TO EXPECTED-SOURCE
                           SET RECONCILIATION-EXPECTED TO TRUE
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           IF NOT RECONCILIATION-EXPECTED
             AND DROP-EXPECTED-FROM-HEADER
               MOVE DROP-EXPECTED-COUNT TO EXPECTED-RECORD-COUNT
               MOVE "HDR HEADER" TO EXPECTED-SOURCE
               SET RECONCILIATION-EXPECTED TO TRUE
           END-IF
           PERFORM 5100-RESOLVE-EDIT-STATUS
               THRU 5100-EXIT
           IF NOT RECONCILIATION-EXPECTED
               SET OUTCOME-NOT-ATTEMPTED TO TRUE
               GO TO 5000-EXIT
           END-IF
           MOVE RECORD-COUNT TO DISPLAY-RECORD-COUNT
           MOVE EXPECTED-RECORD-COUNT TO DISPLAY-EXPECTED-COUNT
           MOVE EDIT-REJECTED-COUNT TO DISPLAY-REJECTED-COUNT
           MOVE RECORD-COUNT TO RECONCILED-ACTUAL-COUNT
           IF EDIT-STATUS-AVAILABLE
               ADD EDIT-REJECTED-COUNT TO RECONCILED-ACTUAL-COUNT
           END-IF
           IF RECONCILED-ACTUAL-COUNT NOT = EXPECTED-RECORD-COUNT
               SET OUTCOME-BROKE TO TRUE
               IF EDIT-STATUS-AVAILABLE
                   DISPLAY "AOC1MRG CONTROL BREAK - EXPECTED "
                            DISPLAY-EXPECTED-COUNT
                            " RAW RECORDS BUT SCORED "
                            DISPLAY-RECORD-COUNT " PLUS "
                            DISPLAY-REJECTED-COUNT " EDIT REJECTS"
               ELSE
                   DISPLAY "AOC1MRG CONTROL BREAK - EXPECTED "
                            DISPLAY-EXPECTED-COUNT
                            " RECORDS BUT READ " DISPLAY-RECORD-COUNT
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM 5200-ALERT-CONTROL-BREAK
                   THRU 5200-EXIT
           ELSE
               SET OUTCOME-RECONCILED TO TRUE
               IF EDIT-STATUS-AVAILABLE
                   DISPLAY "AOC1MRG CONTROL TOTAL RECONCILED - "
                            DISPLAY-RECORD-COUNT " SCORED PLUS "
                            DISPLAY-REJECTED-COUNT " EDIT REJECTS "
                            "MATCH THE RAW COUNT."
               ELSE
                   DISPLAY "AOC1MRG CONTROL TOTAL RECONCILED - "
                            DISPLAY-RECORD-COUNT " RECORDS READ."
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.
      *****************************************************************
      * 5200-ALERT-CONTROL-BREAK - PUT THE BREAK ON THE OPERATIONS
      * ALERT LOG (HIGH SEVERITY), AS AOC1 DOES FOR A WHOLE DROP
      *****************************************************************
       5200-ALERT-CONTROL-BREAK.
           MOVE "CTLBREAK" TO NEW-ALERT-TYPE
           MOVE 'H' TO NEW-ALERT-SEVERITY
           MOVE DROP-FILENAME TO NEW-ALERT-FILENAME
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
       5200-EXIT.
           EXIT.
      *****************************************************************
      * 5100-RESOLVE-EDIT-STATUS - TAKE THE EDIT STEP'S REJECT COUNT
      * WHEN ITS STATUS RECORD IS FOR THE DROP'S RUN DATE, AS AOC1
      * DOES
      *****************************************************************
       5100-RESOLVE-EDIT-STATUS.
           OPEN INPUT EDIT-STATUS-FILE
           IF EDIT-STATUS-FILE-STATUS = "00"
               READ EDIT-STATUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EST-RUN-DATE IS NUMERIC
                         AND EST-RECORDS-REJECTED IS NUMERIC
                           IF EST-RUN-DATE = RUN-DATE
                               MOVE EST-RECORDS-REJECTED
                                   TO EDIT-REJECTED-COUNT
                               SET EDIT-STATUS-AVAILABLE TO TRUE
                           ELSE
                               DISPLAY "AOC1MRG - EDIT-STATUS RECORD "
                                   "ON FILE IS DATED " EST-RUN-DATE
                                   " (NOT " RUN-DATE "). IT IS "
                                   "IGNORED AND "
                                   "RECONCILIATION RUNS AGAINST THE "
                                   "SCORED COUNT ALONE."
                           END-IF
                       END-IF
               END-READ
               CLOSE EDIT-STATUS-FILE
           END-IF.
       5100-EXIT.
           EXIT.
      *****************************************************************
      * 6000-WRITE-HISTORY - PUT THE DROP'S FILE-LEVEL RECORD ON THE
      * HISTORY MASTER, THEN ONE SUB-TOTAL PER INSTRUMENT, AS AOC1
      * DOES FOR A WHOLE-DROP RUN. A KEY ALREADY ON FILE (THE RESCORE
      * OVERRIDE) IS SUPERSEDED IN PLACE AND ITS OLD SUB-TOTALS ARE
      * PURGED BEFORE THE FRESH SET GOES ON.
      *****************************************************************
       6000-WRITE-HISTORY.
           MOVE 'N' TO SUPERSEDE-FLAG
           MOVE SPACES TO HISTORY-RECORD
           MOVE RUN-DATE TO HIST-RUN-DATE
           MOVE DROP-FILENAME TO HIST-FILENAME
           MOVE ANSWER TO HIST-ANSWER
           MOVE ANSWER-PART2 TO HIST-ANSWER-PART2
           MOVE RECORD-COUNT TO HIST-RECORD-COUNT
           DIVIDE CONTENT-TOTAL BY 10000000000
               GIVING CONTENT-QUOTIENT
               REMAINDER CONTENT-TOTAL-REMAINDER
           MOVE CONTENT-TOTAL-REMAINDER TO HIST-CONTENT-TOTAL
           MOVE RECONCILE-OUTCOME TO HIST-RECON-STATUS
           MOVE DROP-SEQUENCE TO HIST-DROP-SEQ
           MOVE DICTIONARY-VERSION TO HIST-DICT-VERSION
           WRITE HISTORY-RECORD
               INVALID KEY
                   SET FILE-LINE-SUPERSEDED TO TRUE
                   REWRITE HISTORY-RECORD
           END-WRITE
           IF FILE-LINE-SUPERSEDED
               PERFORM 6200-PURGE-INSTRUMENT-HISTORY
                   THRU 6200-EXIT
           END-IF
           PERFORM 6100-WRITE-ONE-INSTRUMENT
               THRU 6100-EXIT
               VARYING INSTRUMENT-INDEX FROM 1 BY 1
               UNTIL INSTRUMENT-INDEX > INSTRUMENT-COUNT.
       6000-EXIT.
           EXIT.
      *
       6100-WRITE-ONE-INSTRUMENT.
           MOVE SPACES TO HISTORY-RECORD
           MOVE RUN-DATE TO HIST-RUN-DATE
           MOVE DROP-FILENAME TO HIST-FILENAME
           MOVE INS-ANSWER (INSTRUMENT-INDEX) TO HIST-ANSWER
           MOVE INS-ANSWER-PART2 (INSTRUMENT-INDEX)
               TO HIST-ANSWER-PART2
           MOVE INS-RECORD-COUNT (INSTRUMENT-INDEX)
               TO HIST-RECORD-COUNT
           MOVE ZERO TO HIST-CONTENT-TOTAL
           MOVE SPACE TO HIST-RECON-STATUS
           MOVE INS-ID (INSTRUMENT-INDEX) TO HIST-INSTRUMENT
           MOVE DROP-SEQUENCE TO HIST-DROP-SEQ
           MOVE DICTIONARY-VERSION TO HIST-DICT-VERSION
           WRITE HISTORY-RECORD
               INVALID KEY
                   REWRITE HISTORY-RECORD
           END-WRITE.
       6100-EXIT.
           EXIT.
      *****************************************************************
      * 6200-PURGE-INSTRUMENT-HISTORY - DELETE THE SUPERSEDED DROP'S
      * INSTRUMENT SUB-TOTALS. THE START IS ON THE FILE-LEVEL KEY, SO
      * EVERYTHING AFTER IT UNDER THE SAME FILE, DATE AND SEQUENCE IS
      * A SUB-TOTAL.
      *****************************************************************
       6200-PURGE-INSTRUMENT-HISTORY.
           MOVE DROP-FILENAME TO HIST-FILENAME
           MOVE RUN-DATE TO HIST-RUN-DATE
           MOVE DROP-SEQUENCE TO HIST-DROP-SEQ
           MOVE SPACES TO HIST-INSTRUMENT
           MOVE 'N' TO INS-PURGE-EOF-FLAG
           START HISTORY-FILE KEY > HIST-KEY
               INVALID KEY
                   SET END-OF-INS-PURGE TO TRUE
           END-START
           IF HISTORY-FILE-STATUS NOT = "00"
               SET END-OF-INS-PURGE TO TRUE
           END-IF
           PERFORM 6250-PURGE-ONE-INSTRUMENT
               THRU 6250-EXIT
               UNTIL END-OF-INS-PURGE.
       6200-EXIT.
           EXIT.
      *
       6250-PURGE-ONE-INSTRUMENT.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-INS-PURGE TO TRUE
                   GO TO 6250-EXIT
           END-READ
           IF HISTORY-FILE-STATUS NOT = "00"
               SET END-OF-INS-PURGE TO TRUE
               GO TO 6250-EXIT
           END-IF
           IF HIST-FILENAME NOT = DROP-FILENAME
             OR HIST-RUN-DATE NOT = RUN-DATE
             OR HIST-DROP-SEQ NOT = DROP-SEQUENCE
             OR HIST-INSTRUMENT = SPACES
               SET END-OF-INS-PURGE TO TRUE
               GO TO 6250-EXIT
           END-IF
           DELETE HISTORY-FILE.
       6250-EXIT.
           EXIT.
      *****************************************************************
      * 6300-APPLY-PARTITION-DETAIL - LOAD EACH PARTITION'S OWN
      * SCORING DETAIL ONTO THE SCORING-DETAIL MASTER AND STAMP THE
      * LAST-SEEN DATE OF EVERY INSTRUMENT IT SCORED ON THE REGISTRY.
      * THE PARTITIONS RUN AS SEPARATE JOBS AND ONLY READ THE SHARED
      * MASTERS; THE MERGE, RUNNING ALONE, DOES THEIR UPDATES. A
      * PARTITION'S DETAIL THAT WILL NOT OPEN, OR A RECORD THAT IS
      * NOT THE DROP'S, IS A WARNING - THE DROP'S HISTORY AND TOTALS
      * STAND WITHOUT IT.
      *****************************************************************
       6300-APPLY-PARTITION-DETAIL.
           MOVE ZERO TO DETAIL-LOAD-COUNT
           MOVE ZERO TO DETAIL-SKIP-COUNT
           MOVE ZERO TO REGISTRY-STAMP-COUNT
           MOVE ZERO TO SEEN-COUNT
           PERFORM 6400-LOAD-PARTITION-DETAIL
               THRU 6400-EXIT
               VARYING PARTITION-INDEX FROM 1 BY 1
               UNTIL PARTITION-INDEX > PARTITION-COUNT
           MOVE DETAIL-LOAD-COUNT TO DISPLAY-RECORD-COUNT
           DISPLAY "AOC1MRG - " DISPLAY-RECORD-COUNT
               " SCORING-DETAIL RECORD(S) LOADED FROM THE PARTITIONS."
           MOVE REGISTRY-STAMP-COUNT TO DISPLAY-RECORD-COUNT
           DISPLAY "AOC1MRG - " DISPLAY-RECORD-COUNT
               " INSTRUMENT LAST-SEEN DATE(S) STAMPED."
           IF DETAIL-SKIP-COUNT > ZERO
               MOVE DETAIL-SKIP-COUNT TO DISPLAY-RECORD-COUNT
               DISPLAY "AOC1MRG - WARNING: " DISPLAY-RECORD-COUNT
                   " PARTITION DETAIL RECORD(S) WERE NOT FOR "
                   DROP-FILENAME " UNDER RUN DATE " RUN-DATE
                   " AND WERE NOT LOADED."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       6300-EXIT.
           EXIT.
      *****************************************************************
      * 6400-LOAD-PARTITION-DETAIL - READ ONE PARTITION'S DETAIL
      * DATASET (DD SDTNN) THROUGH
      *****************************************************************
       6400-LOAD-PARTITION-DETAIL.
           MOVE "SDT" TO PARTITION-DD-PREFIX
           PERFORM 2300-BUILD-PARTITION-NAME
               THRU 2300-EXIT
           MOVE PARTITION-DD-NAME TO PARTITION-DETAIL-FILENAME
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT PARTITION-ENV-NAME
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO PARTITION-DETAIL-FILENAME
           END-IF
           OPEN INPUT PARTITION-DETAIL-FILE
           IF PARTITION-DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "AOC1MRG - WARNING: PARTITION " PARTITION-INDEX
                   " SCORING DETAIL " PARTITION-DETAIL-FILENAME
                   " COULD NOT BE OPENED (STATUS "
                   PARTITION-DETAIL-FILE-STATUS "). ITS DETAIL IS NOT "
                   "LOADED AND ITS INSTRUMENTS ARE NOT STAMPED."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 6400-EXIT
           END-IF
           MOVE 'N' TO PARTITION-DETAIL-EOF-FLAG
           PERFORM 6450-LOAD-ONE-DETAIL
               THRU 6450-EXIT
               UNTIL END-OF-PARTITION-DETAIL
           CLOSE PARTITION-DETAIL-FILE.
       6400-EXIT.
           EXIT.
      *
       6450-LOAD-ONE-DETAIL.
           READ PARTITION-DETAIL-FILE
               AT END
                   SET END-OF-PARTITION-DETAIL TO TRUE
                   GO TO 6450-EXIT
           END-READ
           IF PDT-FILENAME NOT = DROP-FILENAME
             OR PDT-RUN-DATE NOT = RUN-DATE
             OR PDT-DROP-SEQ NOT = DROP-SEQUENCE
               ADD 1 TO DETAIL-SKIP-COUNT
               GO TO 6450-EXIT
           END-IF
           IF DETAIL-AVAILABLE
               WRITE SCORING-DETAIL-RECORD
                   FROM PARTITION-DETAIL-RECORD
                   INVALID KEY
                       REWRITE SCORING-DETAIL-RECORD
                           FROM PARTITION-DETAIL-RECORD
                       END-REWRITE
               END-WRITE
               IF DETAIL-FILE-STATUS = "00"
                   ADD 1 TO DETAIL-LOAD-COUNT
               ELSE
                   IF NOT DETAIL-ERROR-REPORTED
                       SET DETAIL-ERROR-REPORTED TO TRUE
                       DISPLAY "AOC1MRG - WARNING: SCORING-DETAIL "
                           "WRITE FAILED (STATUS " DETAIL-FILE-STATUS
                           "). THE DETAIL MASTER IS INCOMPLETE FOR "
                           "THIS DROP."
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF REGISTRY-AVAILABLE
               PERFORM 6470-STAMP-INSTRUMENT-SEEN
                   THRU 6470-EXIT
           END-IF.
       6450-EXIT.
           EXIT.
      *****************************************************************
      * 6470-STAMP-INSTRUMENT-SEEN - STAMP THE RUN DATE AS THE
      * INSTRUMENT'S LAST-SEEN DATE, AS AOC1 DOES FOR A WHOLE DROP.
      * THE *DF* DEFAULT INSTRUMENT IS NEVER ON THE REGISTRY, AND AN
      * INSTRUMENT ALREADY STAMPED BY THIS MERGE IS NOT READ AGAIN.
      *****************************************************************
       6470-STAMP-INSTRUMENT-SEEN.
           IF PDT-INSTRUMENT = DEFAULT-INSTRUMENT-ID
               GO TO 6470-EXIT
           END-IF
           MOVE 'N' TO SEEN-FOUND-FLAG
           PERFORM 6480-MATCH-SEEN-INSTRUMENT
               THRU 6480-EXIT
               VARYING SEEN-INDEX FROM 1 BY 1
               UNTIL SEEN-INDEX > SEEN-COUNT
                  OR SEEN-INSTRUMENT-FOUND
           IF SEEN-INSTRUMENT-FOUND
               GO TO 6470-EXIT
           END-IF
           IF SEEN-COUNT < 200
               ADD 1 TO SEEN-COUNT
               MOVE PDT-INSTRUMENT TO SEEN-ID (SEEN-COUNT)
           END-IF
           MOVE PDT-INSTRUMENT TO IRG-INSTRUMENT-ID
           READ REGISTRY-FILE
               INVALID KEY
                   GO TO 6470-EXIT
           END-READ
           IF IRG-LAST-SEEN-DATE < RUN-DATE
               MOVE RUN-DATE TO IRG-LAST-SEEN-DATE
               REWRITE INSTRUMENT-REGISTRY-RECORD
                   INVALID KEY
                       DISPLAY "AOC1MRG - WARNING: LAST-SEEN DATE FOR "
                           "INSTRUMENT " IRG-INSTRUMENT-ID " COULD NOT "
                           "BE STAMPED (STATUS " REGISTRY-FILE-STATUS
                           ")."
                   NOT INVALID KEY
                       ADD 1 TO REGISTRY-STAMP-COUNT
               END-REWRITE
           END-IF.
       6470-EXIT.
           EXIT.
      *
       6480-MATCH-SEEN-INSTRUMENT.
           IF SEEN-ID (SEEN-INDEX) = PDT-INSTRUMENT
               SET SEEN-INSTRUMENT-FOUND TO TRUE
           END-IF.
       6480-EXIT.
           EXIT.
      *****************************************************************
      * 6500-PURGE-DETAIL-TAIL - DELETE ANY SCORING DETAIL FOR THE
      * DROP BEYOND ITS LAST RECORD, LEFT BY A LONGER DROP THIS ONE
      * SUPERSEDED. THE PARTITIONS WRITE THEIR OWN RANGES' DETAIL BUT
      * ONLY THE MERGE KNOWS WHERE THE WHOLE DROP ENDS.
      *****************************************************************
       6500-PURGE-DETAIL-TAIL.
           MOVE DROP-FILENAME TO SDT-FILENAME
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
           PERFORM 6550-PURGE-ONE-DETAIL
               THRU 6550-EXIT
               UNTIL END-OF-DETAIL-PURGE
           IF DETAIL-PURGE-COUNT > ZERO
               MOVE DETAIL-PURGE-COUNT TO DISPLAY-RECORD-COUNT
               DISPLAY "AOC1MRG - " DISPLAY-RECORD-COUNT
                   " SUPERSEDED SCORING-DETAIL RECORD(S) PURGED FOR "
                   DROP-FILENAME
           END-IF.
       6500-EXIT.
           EXIT.
      *
       6550-PURGE-ONE-DETAIL.
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET END-OF-DETAIL-PURGE TO TRUE
                   GO TO 6550-EXIT
           END-READ
           IF DETAIL-FILE-STATUS NOT = "00"
               SET END-OF-DETAIL-PURGE TO TRUE
               GO TO 6550-EXIT
           END-IF
           IF SDT-FILENAME NOT = DROP-FILENAME
             OR SDT-RUN-DATE NOT = RUN-DATE
             OR SDT-DROP-SEQ NOT = DROP-SEQUENCE
               SET END-OF-DETAIL-PURGE TO TRUE
               GO TO 6550-EXIT
           END-IF
           DELETE DETAIL-FILE
           ADD 1 TO DETAIL-PURGE-COUNT.
       6550-EXIT.
           EXIT.
      *****************************************************************
      * 7000-WRITE-SUMMARY-LINE - WRITE THE LINE STAGED IN
      * PENDING-SUMMARY-LINE, STARTING A NEW PAGE WITH HEADINGS WHEN
      * THE PAGE IS FULL
      *****************************************************************
       7000-WRITE-SUMMARY-LINE.
           IF PAGE-NUMBER = ZERO
             OR LINE-COUNT >= LINES-PER-PAGE
               PERFORM 7100-WRITE-PAGE-HEADING
                   THRU 7100-EXIT
           END-IF
           WRITE SUMMARY-LINE FROM PENDING-SUMMARY-LINE
           ADD 1 TO LINE-COUNT
           MOVE SPACES TO PENDING-SUMMARY-LINE.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-DATE TO PH1-DATE
           MOVE PAGE-NUMBER TO PH1-PAGE-NUMBER
           WRITE SUMMARY-LINE FROM PAGE-HEADING-1
           MOVE DROP-FILENAME TO PH2-FILENAME
           WRITE SUMMARY-LINE FROM PAGE-HEADING-2
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 3 TO LINE-COUNT.
       7100-EXIT.
           EXIT.
      *
       7200-WRITE-DETAIL-LINE.
           MOVE DETAIL-LINE TO PENDING-SUMMARY-LINE
           PERFORM 7000-WRITE-SUMMARY-LINE
               THRU 7000-EXIT
           MOVE SPACES TO DTL-VALUE.
       7200-EXIT.
           EXIT.
      *****************************************************************
      * 7300-WRITE-MERGE-SUMMARY - THE MERGE SUMMARY: ONE LINE PER
      * PARTITION WITH ITS STATE, THEN (WHEN THE DROP WAS MERGED) THE
      * DROP'S TOTALS, RECONCILIATION AND INSTRUMENT SUB-TOTALS. A
      * MERGE THAT STOOD DOWN SAYS WHY IN PLACE OF THE TOTALS.
      *****************************************************************
       7300-WRITE-MERGE-SUMMARY.
           MOVE "PARTITIONS" TO PENDING-SUMMARY-LINE
           PERFORM 7000-WRITE-SUMMARY-LINE
               THRU 7000-EXIT
           MOVE PARTITION-HEADING TO PENDING-SUMMARY-LINE
           PERFORM 7000-WRITE-SUMMARY-LINE
               THRU 7000-EXIT
           PERFORM 7350-WRITE-PARTITION-LINE
               THRU 7350-EXIT
               VARYING PARTITION-INDEX FROM 1 BY 1
               UNTIL PARTITION-INDEX > PARTITION-COUNT
           PERFORM 7000-WRITE-SUMMARY-LINE
               THRU 7000-EXIT
           MOVE SPACES TO DTL-VALUE
           MOVE "MERGE OUTCOME" TO DTL-LABEL
           IF NOT MERGE-REFUSED
               MOVE "MERGED - ONE DROP ON HISTORY" TO DTL-VALUE
           ELSE
               IF DUPLICATE-DROP-FOUND
                   MOVE "REFUSED - DROP ALREADY ON HISTORY"
                       TO DTL-VALUE
               ELSE
                   MOVE "NOT MERGED - SEE THE JOB LOG" TO DTL-VALUE
               END-IF
           END-IF
           PERFORM 7200-WRITE-DETAIL-LINE
               THRU 7200-EXIT
           IF MERGE-REFUSED
               GO TO 7300-EXIT
           END-IF
           MOVE "DROP SEQUENCE" TO DTL-LABEL
           MOVE DROP-SEQUENCE TO DTL-VALUE (1:2)
           PERFORM 7200-WRITE-DETAIL-LINE
               THRU 7200-EXIT
           MOVE "RECORDS READ" TO DTL-LABEL
           MOVE RECORD-COUNT TO EDIT-COUNT
           MOVE EDIT-COUNT TO DTL-VALUE
           PERFORM 7200-WRITE-DETAIL-LINE
               THRU 7200-EXIT
           MOVE "RECORDS EXCEPTED" TO DTL-LABEL
           MOVE EXCEPTION-COUNT TO EDIT-COUNT
           MOVE EDIT-COUNT TO DTL-VALUE
           PERFORM 7200-WRITE-DETAIL-LINE
               THRU 7200-EXIT
           MOVE "EXCEPTION LINES MERGED" TO DTL-LABEL
           MOVE EXCEPTION-LINE-COUNT TO EDIT-COUNT
           MOVE EDIT-COUNT TO DTL-VALUE
           PERFORM 7200-WRITE-DETAIL-LINE
               THRU 7200-EXIT
           MOVE "REPORT LINES MERGED" TO DTL-LABEL
           MOVE REPORT-LINE-COUNT TO EDIT-COUNT
           MOVE EDIT-COUNT TO DTL-VALUE
           PERFORM 7200-WRITE-DETAIL-LINE
               THRU 7200-EXIT
           IF EDIT-STATUS-AVAILABLE
               MOVE "EDIT-STEP REJECTS" TO DTL-LABEL
               MOVE EDIT-REJECTED-COUNT TO EDIT-COUNT
               MOVE EDIT-COUNT TO DTL-VALUE
               PERFORM 7200-WRITE-DETAIL-LINE
                   THRU 7200-EXIT
           END-IF
           MOVE "PART 1 ANSWER" TO DTL-LABEL
           MOVE ANSWER TO EDIT-COUNT
           MOVE EDIT-COUNT TO DTL-VALUE
           PERFORM 7200-WRITE-DETAIL-LINE
               THRU 7200-EXIT
           MOVE "PART 2 ANSWER" TO DTL-LABEL
           MOVE ANSWER-PART2 TO EDIT-COUNT
           MOVE EDIT-COUNT TO DTL-VALUE
           PERFORM 7200-WRITE-DETAIL-LINE
               THRU 7200-EXIT
           MOVE "RECONCILIATION" TO DTL-LABEL
           IF OUTCOME-RECONCILED
               STRING "RECONCILED - " DELIMITED BY SIZE
                      DISPLAY-EXPECTED-COUNT DELIMITED BY SIZE
                      " EXPECTED (" DELIMITED BY SIZE
                      EXPECTED-SOURCE DELIMITED BY "  "
                      ")" DELIMITED BY SIZE
                      INTO DTL-VALUE
           ELSE
               IF OUTCOME-BROKE
                   STRING "CONTROL BREAK - EXPECTED " DELIMITED BY SIZE
                          DISPLAY-EXPECTED-COUNT DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          EXPECTED-SOURCE DELIMITED BY "  "
                          ") SCORED " DELIMITED BY SIZE
                          DISPLAY-RECORD-COUNT DELIMITED BY SIZE
                          INTO DTL-VALUE
               ELSE
                   MOVE "NOT ATTEMPTED" TO DTL-VALUE
               END-IF
           END-IF
           PERFORM 7200-WRITE-DETAIL-LINE
               THRU 7200-EXIT
           IF INSTRUMENT-COUNT = ZERO
               GO TO 7300-EXIT
           END-IF
           PERFORM 7000-WRITE-SUMMARY-LINE
               THRU 7000-EXIT
           MOVE "INSTRUMENT SUB-TOTALS" TO PENDING-SUMMARY-LINE
           PERFORM 7000-WRITE-SUMMARY-LINE
               THRU 7000-EXIT
           MOVE INSTRUMENT-HEADING TO PENDING-SUMMARY-LINE
           PERFORM 7000-WRITE-SUMMARY-LINE
               THRU 7000-EXIT
           PERFORM 7380-WRITE-INSTRUMENT-LINE
               THRU 7380-EXIT
               VARYING INSTRUMENT-INDEX FROM 1 BY 1
               UNTIL INSTRUMENT-INDEX > INSTRUMENT-COUNT.
       7300-EXIT.
           EXIT.
      *
       7350-WRITE-PARTITION-LINE.
           MOVE PARTITION-INDEX TO PTL-PARTITION-NO
           MOVE PTT-FIRST-RECORD-NO (PARTITION-INDEX)
               TO PTL-FIRST-RECORD-NO
           MOVE PTT-LAST-RECORD-NO (PARTITION-INDEX)
               TO PTL-LAST-RECORD-NO
           MOVE PTT-RECORD-COUNT (PARTITION-INDEX) TO PTL-RECORD-COUNT
           MOVE PTT-EXCEPTION-COUNT (PARTITION-INDEX)
               TO PTL-EXCEPTION-COUNT
           MOVE PTT-ANSWER (PARTITION-INDEX) TO PTL-ANSWER
           MOVE PTT-ANSWER-PART2 (PARTITION-INDEX) TO PTL-ANSWER-PART2
           MOVE PTT-RESUME-FLAG (PARTITION-INDEX) TO PTL-RESUME-FLAG
           IF PTT-COMPLETE (PARTITION-INDEX)
               MOVE "COMPLETE" TO PTL-STATE
           ELSE
           IF PTT-NO-RESULT (PARTITION-INDEX)
               MOVE "NO RESULT - RERUN" TO PTL-STATE
           ELSE
           IF PTT-STALE-RESULT (PARTITION-INDEX)
               MOVE "STALE RESULT - RERUN" TO PTL-STATE
           ELSE
           IF PTT-COUNT-BROKE (PARTITION-INDEX)
               MOVE "COUNT OFF ITS RANGE - RERUN" TO PTL-STATE
           ELSE
           IF PTT-DIFFERENT-DROP (PARTITION-INDEX)
               MOVE "DIFFERENT DROP - RERUN" TO PTL-STATE
           ELSE
           IF PTT-REFUSED-DUPLICATE (PARTITION-INDEX)
               MOVE "REFUSED AS A DUPLICATE DROP" TO PTL-STATE
           ELSE
               MOVE "LISTING WILL NOT OPEN - RERUN" TO PTL-STATE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE PARTITION-LINE TO PENDING-SUMMARY-LINE
           PERFORM 7000-WRITE-SUMMARY-LINE
               THRU 7000-EXIT.
       7350-EXIT.
           EXIT.
      *
       7380-WRITE-INSTRUMENT-LINE.
           MOVE SPACES TO INL-REGISTRY-FLAG
           IF REGISTRY-AVAILABLE
               MOVE INS-ID (INSTRUMENT-INDEX) TO IRG-INSTRUMENT-ID
               READ REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IRG-CAL-DUE-DATE < RUN-DATE
                           MOVE "** CALIBRATION OVERDUE **"
                               TO INL-REGISTRY-FLAG
                           ADD 1 TO CAL-OVERDUE-COUNT
                       END-IF
               END-READ
           END-IF
           MOVE INS-ID (INSTRUMENT-INDEX) TO INL-ID
           MOVE INS-RECORD-COUNT (INSTRUMENT-INDEX) TO INL-RECORD-COUNT
           MOVE INS-EXCEPTION-COUNT (INSTRUMENT-INDEX)
               TO INL-EXCEPTION-COUNT
           MOVE INS-ANSWER (INSTRUMENT-INDEX) TO INL-ANSWER
           MOVE INS-ANSWER-PART2 (INSTRUMENT-INDEX) TO INL-ANSWER-PART2
           MOVE INSTRUMENT-LINE TO PENDING-SUMMARY-LINE
           PERFORM 7000-WRITE-SUMMARY-LINE
               THRU 7000-EXIT.
       7380-EXIT.
           EXIT.
      *****************************************************************
      * 7600-WRITE-RUN-STATUS - WRITE THE DROP'S ONE RUN-STATUS
      * RECORD (SEE AOC1STS), AS A WHOLE-DROP AOC1 RUN WOULD. IT IS
      * WRITTEN EVEN WHEN NOTHING WAS MERGED, WITH ZERO COUNTS AND NO
      * RECONCILIATION, SO DOWNSTREAM NEVER READS YESTERDAY'S RECORD
      * AS TONIGHT'S. THE RESUME FLAG IS SET WHEN ANY PARTITION WAS A
      * RESUME. A MERGE THAT FOUND NO RUN DATE ON THE PARTITION
      * CONTROL DATASET FILES ITS RECORD UNDER THE CLOCK DATE.
      *****************************************************************
       7600-WRITE-RUN-STATUS.
           OPEN OUTPUT STATUS-FILE
           IF STATUS-FILE-STATUS NOT = "00"
               DISPLAY "AOC1MRG - WARNING: RUN-STATUS DATASET "
                   STATUS-FILENAME " COULD NOT BE OPENED (STATUS "
                   STATUS-FILE-STATUS "). NO STATUS RECORD WRITTEN."
               GO TO 7600-EXIT
           END-IF
           MOVE SPACES TO RUN-STATUS-RECORD
           IF RUN-DATE = ZERO
               MOVE ALERT-DATE TO STS-RUN-DATE
           ELSE
               MOVE RUN-DATE TO STS-RUN-DATE
           END-IF
           MOVE DROP-FILENAME TO STS-FILENAME
           MOVE DROP-SEQUENCE TO STS-DROP-SEQ
           MOVE DICTIONARY-VERSION TO STS-DICT-VERSION
           IF MERGE-COMPLETED
               MOVE RECORD-COUNT TO STS-RECORDS-READ
               MOVE EXCEPTION-COUNT TO STS-EXCEPTION-COUNT
               MOVE ANSWER TO STS-ANSWER
               MOVE ANSWER-PART2 TO STS-ANSWER-PART2
               MOVE EXPECTED-RECORD-COUNT TO STS-EXPECTED-COUNT
               MOVE RECORD-COUNT TO STS-ACTUAL-COUNT
               MOVE EDIT-REJECTED-COUNT TO STS-EDIT-REJECT-COUNT
               MOVE RECONCILE-OUTCOME TO STS-RECON-OUTCOME
           ELSE
               MOVE ZERO TO STS-RECORDS-READ
               MOVE ZERO TO STS-EXCEPTION-COUNT
               MOVE ZERO TO STS-ANSWER
               MOVE ZERO TO STS-ANSWER-PART2
               MOVE ZERO TO STS-EXPECTED-COUNT
               MOVE ZERO TO STS-ACTUAL-COUNT
               MOVE ZERO TO STS-EDIT-REJECT-COUNT
               MOVE 'N' TO STS-RECON-OUTCOME
           END-IF
           IF PARTITION-WAS-RESUMED
               MOVE 'Y' TO STS-RESUME-FLAG
           ELSE
               MOVE 'N' TO STS-RESUME-FLAG
           END-IF
           WRITE RUN-STATUS-RECORD
           CLOSE STATUS-FILE.
       7600-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - CLOSE THE FILES, DISPLAY THE DROP'S ANSWERS
      * AND WRITE THE RUN STATUS
      *****************************************************************
       8000-FINALIZE.
           IF FILES-ARE-OPEN
               CLOSE SUMMARY-FILE
           END-IF
           IF HISTORY-IS-OPEN
               CLOSE HISTORY-FILE
           END-IF
           IF DETAIL-AVAILABLE
               CLOSE DETAIL-FILE
           END-IF
           IF REGISTRY-AVAILABLE
               CLOSE REGISTRY-FILE
           END-IF
           IF MERGE-COMPLETED
               MOVE PARTITION-COUNT TO EDIT-COUNT
               DISPLAY "AOC1MRG - PARTITIONS MERGED : " EDIT-COUNT
               MOVE RECORD-COUNT TO DISPLAY-RECORD-COUNT
               DISPLAY "AOC1MRG - RECORDS SCORED    : "
                   DISPLAY-RECORD-COUNT
               MOVE ANSWER TO DISPLAY-ANSWER
               MOVE ANSWER-PART2 TO DISPLAY-ANSWER-PART2
               DISPLAY "AOC1MRG ANSWER (PART 1, NUMERIC ONLY) : "
                        DISPLAY-ANSWER
               DISPLAY "AOC1MRG ANSWER (PART 2, WITH WORDS)   : "
                        DISPLAY-ANSWER-PART2
           END-IF
           IF CAL-OVERDUE-COUNT > ZERO
               MOVE CAL-OVERDUE-COUNT TO DISPLAY-RECORD-COUNT
               DISPLAY "AOC1MRG - INSTRUMENT LINES PAST CALIBRATION "
                   "DUE : " DISPLAY-RECORD-COUNT
           END-IF
           PERFORM 7600-WRITE-RUN-STATUS
               THRU 7600-EXIT.
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
               DISPLAY "AOC1MRG - WARNING: ALERT LOG "
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
           MOVE "AOC1MRG" TO ALR-PROGRAM
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
           IF ALR-PROGRAM NOT = "AOC1MRG"
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
           MOVE "AOC1MRG" TO ALR-PROGRAM
           MOVE NEW-ALERT-TYPE TO ALR-ALERT-TYPE
           MOVE NEW-ALERT-FILENAME TO ALR-FILENAME
           MOVE LAST-ALERT-OCCURRENCE TO ALR-OCCURRENCE
           READ ALERT-LOG-FILE
               INVALID KEY
                   DISPLAY "AOC1MRG - WARNING: OUTSTANDING "
                       NEW-ALERT-TYPE " ALERT COULD NOT BE RE-READ "
                       "(STATUS " ALERT-LOG-STATUS "). RECURRENCE "
                       "NOT LOGGED."
                   GO TO 9300-EXIT
           END-READ
           ADD 1 TO ALR-RECURRENCE-COUNT
           MOVE ALERT-DATE TO ALR-LAST-DATE
           MOVE NEW-ALERT-DROP-SEQ TO ALR-LAST-DROP-SEQ
           MOVE NEW-ALERT-TEXT TO ALR-LAST-TEXT
           IF NEW-ALERT-SEVERITY = 'H'
             OR (NEW-ALERT-SEVERITY = 'M' AND ALR-LOW)
               MOVE NEW-ALERT-SEVERITY TO ALR-SEVERITY
           END-IF
           REWRITE ALERT-RECORD
               INVALID KEY
                   DISPLAY "AOC1MRG - WARNING: ALERT "
                       ALR-ALERT-NUMBER " COULD NOT BE UPDATED "
                       "(STATUS " ALERT-LOG-STATUS "). RECURRENCE "
                       "NOT LOGGED."
                   GO TO 9300-EXIT
           END-REWRITE
           DISPLAY "AOC1MRG - ALERT " ALR-ALERT-NUMBER " ("
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
           MOVE "AOC1MRG" TO ALR-PROGRAM
           MOVE NEW-ALERT-TYPE TO ALR-ALERT-TYPE
           MOVE NEW-ALERT-FILENAME TO ALR-FILENAME
           COMPUTE ALR-OCCURRENCE = LAST-ALERT-OCCURRENCE + 1
           MOVE NEW-ALERT-NUMBER TO ALR-ALERT-NUMBER
           MOVE NEW-ALERT-SEVERITY TO ALR-SEVERITY
           SET ALR-IS-OPEN TO TRUE
           MOVE ALERT-DATE TO ALR-RAISED-DATE
           MOVE NEW-ALERT-DROP-SEQ TO ALR-DROP-SEQ
           MOVE NEW-ALERT-TEXT TO ALR-TEXT
           MOVE ALERT-DATE TO ALR-LAST-DATE
           MOVE NEW-ALERT-DROP-SEQ TO ALR-LAST-DROP-SEQ
           MOVE NEW-ALERT-TEXT TO ALR-LAST-TEXT
           MOVE ZERO TO ALR-RECURRENCE-COUNT
           MOVE ZERO TO ALR-ACK-DATE
           MOVE ZERO TO ALR-CLOSED-DATE
           WRITE ALERT-RECORD
               INVALID KEY
                   DISPLAY "AOC1MRG - WARNING: " NEW-ALERT-TYPE
                       " ALERT COULD NOT BE WRITTEN (STATUS "
                       ALERT-LOG-STATUS ")."
                   GO TO 9400-EXIT
           END-WRITE
           DISPLAY "AOC1MRG - ALERT " ALR-ALERT-NUMBER " RAISED ("
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
                           DISPLAY "AOC1MRG - WARNING: ALERT LOG "
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
                   DISPLAY "AOC1MRG - WARNING: ALERT LOG CONTROL "
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
