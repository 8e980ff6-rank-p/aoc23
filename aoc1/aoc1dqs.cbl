       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1DQS.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. CALIBRATION-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * 2026-10-15  DSB  ORIGINAL VERSION - MONTHLY SOURCE DATA-QUALITY
      *                  SCORECARD. FINANCE GETS THE AOC1MEND
      *                  STATEMENT, BUT THE LAB MANAGERS HAD NO VIEW
      *                  OF HOW CLEAN THEIR OWN DROPS ARE. FOR EACH
      *                  INPUT FILE (AND ITS OWNING LAB, FROM THE
      *                  DROP-SCHEDULE CALENDAR) THE SCORECARD SHOWS,
      *                  FOR ONE CALENDAR MONTH:
      *                    - DROPS RECEIVED (FILE-LEVEL HISTORY LINES)
      *                      AGAINST THE DAYS THE CALENDAR SCHEDULED,
      *                      AND THE SCHEDULED DAYS THAT GOT NONE;
      *                    - RECORDS REJECTED BY THE EDIT STEP, IN
      *                      TOTAL AND BY REASON, AS A RATE OF THE
      *                      RECORDS RECEIVED (FROM THE RETAINED
      *                      EDIT-STATUS RECORDS, LAYOUT IN AOC1EST);
      *                    - EXCEPTIONS RAISED, AS A RATE OF THE
      *                      RECORDS SCORED (RETAINED EXCEPTIONS,
      *                      LAYOUT IN AOC1EXC);
      *                    - THE AVERAGE AND WORST DAYS FROM AN
      *                      EXCEPTION BEING RAISED TO ITS CORRECTION
      *                      BEING KEYED (THE AOC1JRN CORRECTION
      *                      JOURNAL), AND THE ONES STILL UNCORRECTED;
      *                    - THE MONTH'S REJECTS REPAIRED, WRITTEN OFF
      *                      AND STILL OPEN (THE REJECT MASTER, LAYOUT
      *                      IN AOC1REJ).
      *                  EVERY FILE IS RANKED, WORST FIRST, ON ITS
      *                  DEFECT RATE (REJECTS PLUS EXCEPTIONS AS A
      *                  RATE OF RECORDS RECEIVED), AND THE RANK IS SET
      *                  AGAINST THE SAME RANKING FOR THE PRIOR MONTH.
      *                  A ROLL-UP BY LAB CLOSES THE REPORT. THE PARM
      *                  IS THE MONTH (YYYYMM); WHEN OMITTED, THE
      *                  MONTH BEFORE THE RUN DATE, AS FOR AOC1MEND.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC
               CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC
               HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT EDIT-STATUS-FILE ASSIGN TO DYNAMIC
               EDIT-STATUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-STATUS-FILE-STATUS.
           SELECT RETAINED-EXCEPTION-FILE ASSIGN TO DYNAMIC
               RETAINED-EXCEPTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETAINED-EXCEPTION-STATUS.
           SELECT CORRECTION-JOURNAL-FILE ASSIGN TO DYNAMIC
               CORRECTION-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTION-JOURNAL-STATUS.
           SELECT REJECT-MASTER-FILE ASSIGN TO DYNAMIC
               REJECT-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RJM-KEY
               FILE STATUS IS REJECT-MASTER-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO DYNAMIC
               SCORECARD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORECARD-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY AOC1CAL.
      *
       FD  HISTORY-FILE.
           COPY AOC1HST.
      *
       FD  EDIT-STATUS-FILE.
           COPY AOC1EST.
      *
       FD  RETAINED-EXCEPTION-FILE.
           COPY AOC1EXC.
      *
       FD  CORRECTION-JOURNAL-FILE.
           COPY AOC1JRN.
      *
       FD  REJECT-MASTER-FILE.
           COPY AOC1REJ.
      *
       FD  SCORECARD-FILE.
       01  SCORECARD-LINE              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
      * SWITCHES
      *****************************************************************
       01  EOF-FLAG                    PIC X           VALUE 'N'.
           88  END-OF-FILE                             VALUE 'Y'.
       01  FILES-OPEN-FLAG             PIC X           VALUE 'N'.
           88  FILES-ARE-OPEN                           VALUE 'Y'.
       01  SOURCE-EOF-FLAG             PIC X           VALUE 'N'.
           88  END-OF-SOURCE                            VALUE 'Y'.
       01  FILE-FOUND-FLAG             PIC X           VALUE 'N'.
           88  FILE-WAS-FOUND                           VALUE 'Y'.
       01  LAB-FOUND-FLAG              PIC X           VALUE 'N'.
           88  LAB-WAS-FOUND                            VALUE 'Y'.
       01  HOLIDAY-FLAG                PIC X           VALUE 'N'.
           88  DAY-IS-A-HOLIDAY                         VALUE 'Y'.
       01  WARNING-FLAG                PIC X           VALUE 'N'.
           88  WARNING-WAS-RAISED                       VALUE 'Y'.
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *-----------------------------------------------------------------
      * ALL DATASETS USE THE STANDARD "DD:" BINDING WITH THE USUAL
      * DD_XXX ENVIRONMENT OVERRIDE. THE PARM CARRIES THE SCORECARD
      * MONTH (YYYYMM - WHEN OMITTED, THE MONTH BEFORE THE RUN DATE,
      * THE NORMAL CASE FOR A JOB SCHEDULED ON THE FIRST).
      *****************************************************************
       01  CALENDAR-FILENAME           PIC X(100)
                                        VALUE "DD:CALFILE".
       01  HISTORY-FILENAME            PIC X(100)
                                        VALUE "DD:HISTFILE".
       01  EDIT-STATUS-FILENAME        PIC X(100)
                                        VALUE "DD:ESTRET".
       01  RETAINED-EXCEPTION-FILENAME PIC X(100)
                                        VALUE "DD:RETEXC".
       01  CORRECTION-JOURNAL-FILENAME PIC X(100)
                                        VALUE "DD:CORJRNL".
       01  REJECT-MASTER-FILENAME      PIC X(100)
                                        VALUE "DD:REJMAST".
       01  SCORECARD-FILENAME          PIC X(100)
                                        VALUE "DD:DQSFILE".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  CALENDAR-FILE-STATUS        PIC XX          VALUE SPACES.
       01  HISTORY-FILE-STATUS         PIC XX          VALUE SPACES.
       01  EDIT-STATUS-FILE-STATUS     PIC XX          VALUE SPACES.
       01  RETAINED-EXCEPTION-STATUS   PIC XX          VALUE SPACES.
       01  CORRECTION-JOURNAL-STATUS   PIC XX          VALUE SPACES.
       01  REJECT-MASTER-STATUS        PIC XX          VALUE SPACES.
       01  SCORECARD-FILE-STATUS       PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-MONTH-TOKEN            PIC X(10)       VALUE SPACES.
       01  TOKEN-WORK                  PIC X(10)       VALUE SPACES.
       01  TOKEN-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  TOKEN-LENGTH                PIC 9(03)  COMP  VALUE ZERO.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
       01  RUN-DATE-SPLIT REDEFINES RUN-DATE.
           05  RUN-YEAR                PIC 9(04).
           05  RUN-MONTH               PIC 9(02).
           05  RUN-DAY                 PIC 9(02).
       01  SCORECARD-MONTH             PIC 9(06)       VALUE ZERO.
       01  SCORECARD-MONTH-SPLIT REDEFINES SCORECARD-MONTH.
           05  SCM-YEAR                PIC 9(04).
           05  SCM-MONTH               PIC 9(02).
       01  MONTH-WORK                  PIC 9(06)       VALUE ZERO.
       01  MONTH-WORK-SPLIT REDEFINES MONTH-WORK.
           05  MNW-YEAR                PIC 9(04).
           05  MNW-MONTH               PIC 9(02).
      *****************************************************************
      * THE TWO MONTHS - ENTRY 1 IS THE SCORECARD MONTH, ENTRY 2 THE
      * PRIOR MONTH THE RANKING IS SET AGAINST. DAY ONE OF THE
      * INTEGER DATE FUNCTION (1601-01-01) WAS A MONDAY, SO THE
      * REMAINDER OF AN INTEGER DATE BY SEVEN GIVES MONDAY=1 THROUGH
      * SATURDAY=6 WITH ZERO MEANING SUNDAY (=7) - THE SAME
      * MONDAY-FIRST ORDER AS THE CALENDAR'S DAY MASK.
      *****************************************************************
       01  MONTH-INDEX                 PIC 9(01)  COMP  VALUE ZERO.
       01  MONTH-TABLE.
           05  MONTH-ENTRY             OCCURS 2 TIMES.
               10  MT-MONTH            PIC 9(06).
               10  MT-FIRST-INTEGER    PIC S9(09) COMP.
               10  MT-DAY-COUNT        PIC 9(02)  COMP.
               10  MT-RANKED-COUNT     PIC 9(03)  COMP.
       01  DAY-INDEX                   PIC 9(02)  COMP  VALUE ZERO.
       01  DAY-DATE                    PIC 9(08)       VALUE ZERO.
       01  DAY-INTEGER                 PIC S9(09) COMP  VALUE ZERO.
       01  NEXT-MONTH-INTEGER          PIC S9(09) COMP  VALUE ZERO.
       01  DOW-QUOTIENT                PIC S9(09) COMP  VALUE ZERO.
       01  DOW-NUMBER                  PIC 9(01)       VALUE ZERO.
       01  DATE-MONTH-SLOT             PIC 9(01)       VALUE ZERO.
       01  DATE-DAY-NUMBER             PIC 9(02)       VALUE ZERO.
      *****************************************************************
      * CALENDAR HOLIDAYS
      *****************************************************************
       01  HOLIDAY-COUNT               PIC 9(03)  COMP  VALUE ZERO.
       01  HOLIDAY-INDEX               PIC 9(03)  COMP  VALUE ZERO.
       01  BAD-CARD-COUNT              PIC 9(03)  COMP  VALUE ZERO.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY           OCCURS 100 TIMES.
               10  HOL-DATE            PIC 9(08).
      *****************************************************************
      * FILE TABLE - ONE ENTRY PER INPUT FILE, LOADED FIRST FROM THE
      * CALENDAR'S DROP RULES AND THEN FROM ANY FILE THE SOURCES
      * NAME THAT THE CALENDAR DOES NOT. A RAW NAME (FROM AN 'R'
      * CARD) MATCHES THE EDIT-STATUS RECORDS AND REJECT MASTER,
      * WHICH CARRY THE NAME THE EDIT STEP READ. FM- FIGURES ARE HELD
      * FOR BOTH MONTHS; THE CORRECTION TIMING AND REJECT
      * DISPOSITIONS ARE FOR THE SCORECARD MONTH ONLY.
      *****************************************************************
       01  FILE-COUNT                  PIC 9(03)  COMP  VALUE ZERO.
       01  FILE-INDEX                  PIC 9(03)  COMP  VALUE ZERO.
       01  OTHER-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  FOUND-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  LAST-RULE-INDEX             PIC 9(03)  COMP  VALUE ZERO.
       01  REASON-INDEX                PIC 9(02)  COMP  VALUE ZERO.
       01  FILE-OVERFLOW-COUNT         PIC 9(07)  COMP  VALUE ZERO.
       01  LOOKUP-FILENAME             PIC X(100)      VALUE SPACES.
       01  FILE-TABLE.
           05  FILE-ENTRY              OCCURS 100 TIMES.
               10  FT-FILENAME         PIC X(100).
               10  FT-RAW-FILENAME     PIC X(100).
               10  FT-LAB              PIC X(20).
               10  FT-DOW-MASK         PIC X(07).
               10  FT-ON-CALENDAR      PIC X.
               10  FT-MONTH-FIGURES    OCCURS 2 TIMES.
                   15  FM-DROPS-RECEIVED   PIC 9(05)  COMP.
                   15  FM-DAYS-SCHEDULED   PIC 9(03)  COMP.
                   15  FM-DAYS-MISSED      PIC 9(03)  COMP.
                   15  FM-DAY-RECEIVED     PIC X  OCCURS 31 TIMES.
                   15  FM-RECORDS-SCORED   PIC 9(09)  COMP.
                   15  FM-EDIT-RUNS        PIC 9(05)  COMP.
                   15  FM-RECORDS-READ     PIC 9(09)  COMP.
                   15  FM-RECORDS-REJECTED PIC 9(09)  COMP.
                   15  FM-REJECTS-BY-REASON
                                           PIC 9(09)  COMP
                                           OCCURS 9 TIMES.
                   15  FM-EXCEPTIONS       PIC 9(07)  COMP.
                   15  FM-RECORDS-RECEIVED PIC 9(09)  COMP.
                   15  FM-DEFECT-RATE      PIC 9(03)V99.
                   15  FM-RANK             PIC 9(03)  COMP.
               10  FT-CORRECTED        PIC 9(07)  COMP.
               10  FT-UNCORRECTED      PIC 9(07)  COMP.
               10  FT-CORRECT-DAYS     PIC 9(09)  COMP.
               10  FT-WORST-DAYS       PIC 9(05)  COMP.
               10  FT-REJ-REPAIRED     PIC 9(07)  COMP.
               10  FT-REJ-WRITTEN-OFF  PIC 9(07)  COMP.
               10  FT-REJ-OPEN         PIC 9(07)  COMP.
               10  FT-REJ-PENDING      PIC 9(07)  COMP.
      *****************************************************************
      * EDIT-STEP REJECT REASONS, IN AOC1EST FIELD ORDER. THE TEXTS
      * ARE THE ONES AOC1EDIT SETS ON ITS REJECTS.
      *****************************************************************
       01  REASON-NAME-VALUES.
           05  FILLER                  PIC X(28)       VALUE
               "FULLY BLANK RECORD".
           05  FILLER                  PIC X(28)       VALUE
               "RECORD LONGER THAN LAYOUT".
           05  FILLER                  PIC X(28)       VALUE
               "NON-PRINTABLE CHARACTER".
           05  FILLER                  PIC X(28)       VALUE
               "HDR LINE NOT RECORD ONE".
           05  FILLER                  PIC X(28)       VALUE
               "INVALID INSTRUMENT ID".
           05  FILLER                  PIC X(28)       VALUE
               "NO SCAN DATA AFTER INSTR ID".
           05  FILLER                  PIC X(28)       VALUE
               "UNREGISTERED INSTRUMENT".
           05  FILLER                  PIC X(28)       VALUE
               "RETIRED INSTRUMENT".
           05  FILLER                  PIC X(28)       VALUE
               "INSTRUMENT OUT OF SERVICE".
       01  REASON-NAME-TABLE REDEFINES REASON-NAME-VALUES.
           05  REASON-NAME             PIC X(28)  OCCURS 9 TIMES.
      *****************************************************************
      * SCORECARD-MONTH EXCEPTIONS, FOR THE EXCEPTION-TO-CORRECTION
      * TIMING. A JOURNAL ENTRY (E OR S) FOR THE SAME FILE AND RECORD
      * NUMBER ON OR AFTER THE RAISED DATE CORRECTS THE EXCEPTION;
      * THE EARLIEST SUCH ENTRY COUNTS.
      *****************************************************************
       01  EXC-COUNT                   PIC 9(05)  COMP  VALUE ZERO.
       01  EXC-INDEX                   PIC 9(05)  COMP  VALUE ZERO.
       01  EXC-OVERFLOW-COUNT          PIC 9(07)  COMP  VALUE ZERO.
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY         OCCURS 5000 TIMES.
               10  XT-FILE-INDEX       PIC 9(03)  COMP.
               10  XT-FILENAME         PIC X(100).
               10  XT-RECORD-NO        PIC 9(10).
               10  XT-RAISED-DATE      PIC 9(08).
               10  XT-CORRECTED-DATE   PIC 9(08).
       01  RAISED-INTEGER              PIC S9(09) COMP  VALUE ZERO.
       01  CORRECTED-INTEGER           PIC S9(09) COMP  VALUE ZERO.
       01  CORRECT-DAYS                PIC S9(05) COMP  VALUE ZERO.
      *****************************************************************
      * PRINT ORDER AND LAB ROLL-UP
      *****************************************************************
       01  ORDER-COUNT                 PIC 9(03)  COMP  VALUE ZERO.
       01  ORDER-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  RANK-INDEX                  PIC 9(03)  COMP  VALUE ZERO.
       01  ORDER-TABLE.
           05  ORDER-ENTRY             OCCURS 100 TIMES.
               10  ORD-FILE-INDEX      PIC 9(03)  COMP.
       01  LAB-COUNT                   PIC 9(03)  COMP  VALUE ZERO.
       01  LAB-INDEX                   PIC 9(03)  COMP  VALUE ZERO.
       01  LOOKUP-LAB                  PIC X(20)       VALUE SPACES.
       01  LAB-TABLE.
           05  LAB-ENTRY               OCCURS 100 TIMES.
               10  LB-LAB              PIC X(20).
               10  LB-FILE-COUNT       PIC 9(03)  COMP.
               10  LB-DROPS-RECEIVED   PIC 9(07)  COMP.
               10  LB-DAYS-MISSED      PIC 9(05)  COMP.
               10  LB-RECORDS-RECEIVED PIC 9(09)  COMP.
               10  LB-RECORDS-REJECTED PIC 9(09)  COMP.
               10  LB-EXCEPTIONS       PIC 9(07)  COMP.
               10  LB-REJ-OPEN         PIC 9(07)  COMP.
      *****************************************************************
      * COUNTERS AND RATE WORK
      *****************************************************************
       01  HISTORY-USED-COUNT          PIC 9(07)  COMP  VALUE ZERO.
       01  EDIT-STATUS-USED-COUNT      PIC 9(07)  COMP  VALUE ZERO.
       01  EXCEPTION-USED-COUNT        PIC 9(07)  COMP  VALUE ZERO.
       01  JOURNAL-USED-COUNT          PIC 9(07)  COMP  VALUE ZERO.
       01  REJECT-USED-COUNT           PIC 9(07)  COMP  VALUE ZERO.
       01  RATE-NUMERATOR              PIC 9(09)  COMP  VALUE ZERO.
       01  RATE-DENOMINATOR            PIC 9(09)  COMP  VALUE ZERO.
       01  RATE-WORK                   PIC 9(03)V99    VALUE ZERO.
       01  AVERAGE-DAYS                PIC 9(05)V9     VALUE ZERO.
       01  DISPLAY-COUNT               PIC Z(6)9.
      *****************************************************************
      * REPORT LINES AND PAGE CONTROL
      *-----------------------------------------------------------------
      * A LINE TO BE PRINTED IS STAGED IN PENDING-SCORECARD-LINE, NOT
      * IN THE FD RECORD AREA - A PAGE BREAK WRITES ITS HEADINGS
      * THROUGH THE RECORD AREA FIRST, WHICH WOULD DESTROY A LINE
      * STAGED THERE BEFORE IT EVER REACHED THE REPORT.
      *****************************************************************
       01  PENDING-SCORECARD-LINE      PIC X(132)      VALUE SPACES.
       01  PAGE-NUMBER                 PIC 9(04)  COMP  VALUE ZERO.
       01  LINE-COUNT                  PIC 9(03)  COMP  VALUE ZERO.
       01  LINES-PER-PAGE              PIC 9(03)  COMP  VALUE 54.
       01  EDIT-COUNT                  PIC Z(8)9.
       01  EDIT-RATE                   PIC ZZ9.99.
       01  EDIT-AVERAGE                PIC ZZZZ9.9.
       01  EDIT-RANK                   PIC ZZ9.
       01  PAGE-HEADING-1.
           05  FILLER                  PIC X(47)       VALUE
               "AOC1DQS - MONTHLY SOURCE DATA-QUALITY SCORECARD".
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE
               "MONTH ".
           05  PH1-MONTH               PIC 9(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE
               "RUN DATE ".
           05  PH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE "PAGE ".
           05  PH1-PAGE-NUMBER         PIC ZZZ9.
       01  RANKING-TITLE-LINE.
           05  FILLER                  PIC X(50)       VALUE
               "SOURCE RANKING - WORST DEFECT RATE FIRST (REJECTS ".
           05  FILLER                  PIC X(50)       VALUE
               "PLUS EXCEPTIONS PER 100 RECORDS RECEIVED)".
       01  RANKING-HEADING.
           05  FILLER                  PIC X(40)       VALUE
               "RANK  PRIOR  MOVE    DEFECT PCT  PRIOR P".
           05  FILLER                  PIC X(40)       VALUE
               "CT  LAB                   INPUT FILE".
       01  RANKING-LINE.
           05  RNK-RANK                PIC X(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RNK-PRIOR-RANK          PIC X(05).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RNK-MOVE                PIC X(06).
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  RNK-RATE                PIC X(06).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RNK-PRIOR-RATE          PIC X(06).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RNK-LAB                 PIC X(20).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RNK-FILENAME            PIC X(66).
       01  SECTION-FILE-LINE.
           05  FILLER                  PIC X(15)       VALUE
               "INPUT DATASET: ".
           05  SEC-FILENAME            PIC X(100).
       01  SECTION-LAB-LINE.
           05  FILLER                  PIC X(15)       VALUE
               "LAB:           ".
           05  SEC-LAB                 PIC X(60).
       01  SECTION-DETAIL-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  SEC-LABEL               PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  SEC-VALUE               PIC X(70).
       01  LAB-TITLE-LINE.
           05  FILLER                  PIC X(50)       VALUE
               "LAB ROLL-UP FOR THE MONTH".
       01  LAB-HEADING.
           05  FILLER                  PIC X(44)       VALUE
               "LAB                  FILES    DROPS  MISSED ".
           05  FILLER                  PIC X(44)       VALUE
               "  RECEIVED   REJECTED EXCEPTIONS  DEFECT PCT".
           05  FILLER                  PIC X(09)       VALUE
               " OPEN REJ".
       01  LAB-LINE.
           05  LBL-LAB                 PIC X(20).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LBL-FILES               PIC ZZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LBL-DROPS               PIC Z(6)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LBL-MISSED              PIC Z(5)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LBL-RECEIVED            PIC Z(8)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LBL-REJECTED            PIC Z(8)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LBL-EXCEPTIONS          PIC Z(8)9.
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  LBL-RATE                PIC ZZ9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LBL-OPEN                PIC Z(6)9.
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF FILES-ARE-OPEN
               PERFORM 2000-LOAD-CALENDAR
                   THRU 2000-EXIT
               PERFORM 2500-LOAD-HISTORY-LINE
                   THRU 2500-EXIT
                   UNTIL END-OF-FILE
               PERFORM 3000-LOAD-EDIT-STATUS
                   THRU 3000-EXIT
               PERFORM 3500-LOAD-EXCEPTIONS
                   THRU 3500-EXIT
               PERFORM 4000-APPLY-CORRECTION-JOURNAL
                   THRU 4000-EXIT
               PERFORM 4500-LOAD-REJECT-DISPOSITIONS
                   THRU 4500-EXIT
               PERFORM 5000-SCHEDULE-ONE-MONTH
                   THRU 5000-EXIT
                   VARYING MONTH-INDEX FROM 1 BY 1
                   UNTIL MONTH-INDEX > 2
               PERFORM 5300-TIME-ONE-EXCEPTION
                   THRU 5300-EXIT
                   VARYING EXC-INDEX FROM 1 BY 1
                   UNTIL EXC-INDEX > EXC-COUNT
               PERFORM 5500-RATE-ONE-FILE
                   THRU 5500-EXIT
                   VARYING FILE-INDEX FROM 1 BY 1
                   UNTIL FILE-INDEX > FILE-COUNT
               PERFORM 5600-RANK-ONE-FILE
                   THRU 5600-EXIT
                   VARYING FILE-INDEX FROM 1 BY 1
                   UNTIL FILE-INDEX > FILE-COUNT
               PERFORM 5800-BUILD-PRINT-ORDER
                   THRU 5800-EXIT
               PERFORM 6000-WRITE-RANKING
                   THRU 6000-EXIT
               PERFORM 6200-WRITE-FILE-SECTION
                   THRU 6200-EXIT
                   VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > ORDER-COUNT
               PERFORM 6500-WRITE-LAB-ROLLUP
                   THRU 6500-EXIT
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES AND THE TWO MONTHS,
      * THEN OPEN THE HISTORY MASTER AND THE SCORECARD. WITHOUT THE
      * HISTORY THERE ARE NO DROPS TO SCORE AND THE RUN ENDS RC 16;
      * EVERY OTHER SOURCE IS OPENED WHEN IT IS LOADED, AND ONE THAT
      * IS MISSING ONLY BLANKS ITS PART OF THE SCORECARD (RC 4).
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_CALFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO CALENDAR-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_HISTFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO HISTORY-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_ESTRET"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO EDIT-STATUS-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_RETEXC"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO RETAINED-EXCEPTION-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_CORJRNL"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO CORRECTION-JOURNAL-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_REJMAST"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO REJECT-MASTER-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_DQSFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO SCORECARD-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ","
                   INTO PARM-MONTH-TOKEN
               END-UNSTRING
           END-IF
           PERFORM 1100-RESOLVE-SCORECARD-MONTH
               THRU 1100-EXIT
           MOVE SCORECARD-MONTH TO MONTH-WORK
           PERFORM 1200-STEP-BACK-ONE-MONTH
               THRU 1200-EXIT
           MOVE SCORECARD-MONTH TO MT-MONTH (1)
           MOVE MONTH-WORK TO MT-MONTH (2)
           PERFORM 1400-SET-MONTH-BOUNDS
               THRU 1400-EXIT
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AOC1DQS - HISTORY MASTER " HISTORY-FILENAME
                   " COULD NOT BE OPENED (STATUS "
                   HISTORY-FILE-STATUS "). RUN TERMINATED."
               MOVE 'Y' TO EOF-FLAG
               MOVE 16 TO RETURN-CODE
           ELSE
               SET FILES-ARE-OPEN TO TRUE
               OPEN OUTPUT SCORECARD-FILE
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * 1100-RESOLVE-SCORECARD-MONTH - A SIX-DIGIT YYYYMM PARM TOKEN
      * PICKS THE MONTH; OTHERWISE THE MONTH BEFORE THE RUN DATE
      *****************************************************************
       1100-RESOLVE-SCORECARD-MONTH.
           MOVE ZERO TO SCORECARD-MONTH
           IF PARM-MONTH-TOKEN NOT = SPACES
               MOVE PARM-MONTH-TOKEN TO TOKEN-WORK
               PERFORM 1300-SIZE-TOKEN-WORK
                   THRU 1300-EXIT
               IF TOKEN-LENGTH = 6
                 AND TOKEN-WORK (1:6) IS NUMERIC
                 AND TOKEN-WORK (5:2) >= "01"
                 AND TOKEN-WORK (5:2) <= "12"
                   MOVE TOKEN-WORK (1:6) TO SCORECARD-MONTH
               ELSE
                   DISPLAY "AOC1DQS - SCORECARD MONTH PARM '"
                       PARM-MONTH-TOKEN "' IS NOT A VALID YYYYMM. "
                       "THE MONTH BEFORE THE RUN DATE IS USED."
               END-IF
           END-IF
           IF SCORECARD-MONTH = ZERO
               MOVE RUN-YEAR TO MNW-YEAR
               MOVE RUN-MONTH TO MNW-MONTH
               PERFORM 1200-STEP-BACK-ONE-MONTH
                   THRU 1200-EXIT
               MOVE MONTH-WORK TO SCORECARD-MONTH
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1200-STEP-BACK-ONE-MONTH.
           IF MNW-MONTH = 1
               SUBTRACT 1 FROM MNW-YEAR
               MOVE 12 TO MNW-MONTH
           ELSE
               SUBTRACT 1 FROM MNW-MONTH
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1300-SIZE-TOKEN-WORK.
           MOVE ZERO TO TOKEN-LENGTH
           PERFORM 1310-SIZE-TOKEN-CHAR
               THRU 1310-EXIT
               VARYING TOKEN-INDEX FROM 1 BY 1
               UNTIL TOKEN-INDEX > 10.
       1300-EXIT.
           EXIT.
      *
       1310-SIZE-TOKEN-CHAR.
           IF TOKEN-WORK (TOKEN-INDEX:1) NOT = SPACE
               MOVE TOKEN-INDEX TO TOKEN-LENGTH
           END-IF.
       1310-EXIT.
           EXIT.
      *****************************************************************
      * 1400-SET-MONTH-BOUNDS - THE INTEGER DATE OF A MONTH'S FIRST
      * DAY AND ITS NUMBER OF DAYS (THE NEXT MONTH'S FIRST DAY LESS
      * THIS ONE'S)
      *****************************************************************
       1400-SET-MONTH-BOUNDS.
           MOVE MT-MONTH (MONTH-INDEX) TO MONTH-WORK
           COMPUTE DAY-DATE = MONTH-WORK * 100 + 1
           COMPUTE MT-FIRST-INTEGER (MONTH-INDEX) =
               FUNCTION INTEGER-OF-DATE (DAY-DATE)
           IF MNW-MONTH = 12
               ADD 1 TO MNW-YEAR
               MOVE 1 TO MNW-MONTH
           ELSE
               ADD 1 TO MNW-MONTH
           END-IF
           COMPUTE DAY-DATE = MONTH-WORK * 100 + 1
           COMPUTE NEXT-MONTH-INTEGER =
               FUNCTION INTEGER-OF-DATE (DAY-DATE)
           COMPUTE MT-DAY-COUNT (MONTH-INDEX) =
               NEXT-MONTH-INTEGER - MT-FIRST-INTEGER (MONTH-INDEX)
           MOVE ZERO TO MT-RANKED-COUNT (MONTH-INDEX).
       1400-EXIT.
           EXIT.
      *****************************************************************
      * 2000-LOAD-CALENDAR - TABLE EVERY DROP RULE AS A FILE (WITH ITS
      * DAY MASK AND OWNING LAB), EVERY HOLIDAY, AND EVERY RAW-SOURCE
      * CARD AGAINST THE DROP RULE IT FOLLOWS. A MISSING CALENDAR
      * LEAVES NOTHING SCHEDULED AND NO LABS - A WARNING, NOT A
      * FAILURE: THE QUALITY FIGURES STILL STAND.
      *****************************************************************
       2000-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "AOC1DQS - WARNING: DROP-SCHEDULE CALENDAR "
                   CALENDAR-FILENAME " COULD NOT BE OPENED (STATUS "
                   CALENDAR-FILE-STATUS "). NO DROPS ARE SHOWN AS "
                   "SCHEDULED AND NO LABS ARE NAMED."
               SET WARNING-WAS-RAISED TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM 2100-LOAD-CALENDAR-CARD
               THRU 2100-EXIT
               UNTIL END-OF-SOURCE
           CLOSE CALENDAR-FILE.
       2000-EXIT.
           EXIT.
      *
       2100-LOAD-CALENDAR-CARD.
           READ CALENDAR-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF CAL-DROP-RULE
               IF CAL-FILENAME = SPACES
                   ADD 1 TO BAD-CARD-COUNT
                   MOVE ZERO TO LAST-RULE-INDEX
                   GO TO 2100-EXIT
               END-IF
               MOVE CAL-FILENAME TO LOOKUP-FILENAME
               PERFORM 2800-FIND-FILE
                   THRU 2800-EXIT
               MOVE FOUND-INDEX TO LAST-RULE-INDEX
               IF FOUND-INDEX > ZERO
                   MOVE CAL-DOW-MASK TO FT-DOW-MASK (FOUND-INDEX)
                   MOVE CAL-OWNING-LAB TO FT-LAB (FOUND-INDEX)
                   MOVE 'Y' TO FT-ON-CALENDAR (FOUND-INDEX)
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF CAL-HOLIDAY
               IF CAL-HOLIDAY-DATE IS NUMERIC
                 AND HOLIDAY-COUNT < 100
                   ADD 1 TO HOLIDAY-COUNT
                   MOVE CAL-HOLIDAY-DATE TO HOL-DATE (HOLIDAY-COUNT)
               ELSE
                   ADD 1 TO BAD-CARD-COUNT
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF CAL-RAW-SOURCE
               IF LAST-RULE-INDEX > ZERO
                 AND CAL-RAW-FILENAME NOT = SPACES
                   MOVE CAL-RAW-FILENAME
                       TO FT-RAW-FILENAME (LAST-RULE-INDEX)
               ELSE
                   ADD 1 TO BAD-CARD-COUNT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2500-LOAD-HISTORY-LINE - A FILE-LEVEL HISTORY RECORD IN
      * EITHER MONTH IS A DROP RECEIVED, AND ITS RECORD COUNT IS
      * RECORDS SCORED. INSTRUMENT SUB-TOTALS WOULD DOUBLE-COUNT AND
      * A SUPPLEMENTAL ('S') RECORD IS A RESCORE OF REPAIRED
      * REJECTS, NOT A DROP, SO BOTH ARE SKIPPED.
      *****************************************************************
       2500-LOAD-HISTORY-LINE.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO 2500-EXIT
           END-READ
           IF HIST-RUN-DATE IS NOT NUMERIC
             OR HIST-INSTRUMENT NOT = SPACES
             OR HIST-RESTATED = 'S'
               GO TO 2500-EXIT
           END-IF
           MOVE HIST-RUN-DATE TO DAY-DATE
           PERFORM 2900-SLOT-DATE
               THRU 2900-EXIT
           IF DATE-MONTH-SLOT = ZERO
               GO TO 2500-EXIT
           END-IF
           MOVE HIST-FILENAME TO LOOKUP-FILENAME
           PERFORM 2800-FIND-FILE
               THRU 2800-EXIT
           IF FOUND-INDEX = ZERO
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO HISTORY-USED-COUNT
           ADD 1 TO FM-DROPS-RECEIVED (FOUND-INDEX, DATE-MONTH-SLOT)
           IF HIST-RECORD-COUNT IS NUMERIC
               ADD HIST-RECORD-COUNT
                   TO FM-RECORDS-SCORED (FOUND-INDEX, DATE-MONTH-SLOT)
           END-IF
           MOVE 'Y' TO FM-DAY-RECEIVED
               (FOUND-INDEX, DATE-MONTH-SLOT, DATE-DAY-NUMBER).
       2500-EXIT.
           EXIT.
      *****************************************************************
      * 2800-FIND-FILE - LOCATE LOOKUP-FILENAME IN THE FILE TABLE BY
      * ITS SCORED OR RAW NAME, ADDING IT (WITH ZEROED FIGURES) WHEN
      * IT IS NEW. FOUND-INDEX COMES BACK ZERO ONLY WHEN THE TABLE IS
      * FULL; THOSE RECORDS ARE COUNTED AND LEFT OFF THE SCORECARD.
      *****************************************************************
       2800-FIND-FILE.
           MOVE ZERO TO FOUND-INDEX
           MOVE 'N' TO FILE-FOUND-FLAG
           PERFORM 2810-MATCH-FILE-ENTRY
               THRU 2810-EXIT
               VARYING FILE-INDEX FROM 1 BY 1
               UNTIL FILE-INDEX > FILE-COUNT
                   OR FILE-WAS-FOUND
           IF FILE-WAS-FOUND
               GO TO 2800-EXIT
           END-IF
           IF FILE-COUNT NOT < 100
               ADD 1 TO FILE-OVERFLOW-COUNT
               GO TO 2800-EXIT
           END-IF
           ADD 1 TO FILE-COUNT
           MOVE FILE-COUNT TO FOUND-INDEX
           MOVE LOOKUP-FILENAME TO FT-FILENAME (FOUND-INDEX)
           MOVE SPACES TO FT-RAW-FILENAME (FOUND-INDEX)
           MOVE SPACES TO FT-LAB (FOUND-INDEX)
           MOVE "NNNNNNN" TO FT-DOW-MASK (FOUND-INDEX)
           MOVE 'N' TO FT-ON-CALENDAR (FOUND-INDEX)
           MOVE ZERO TO FT-CORRECTED (FOUND-INDEX)
           MOVE ZERO TO FT-UNCORRECTED (FOUND-INDEX)
           MOVE ZERO TO FT-CORRECT-DAYS (FOUND-INDEX)
           MOVE ZERO TO FT-WORST-DAYS (FOUND-INDEX)
           MOVE ZERO TO FT-REJ-REPAIRED (FOUND-INDEX)
           MOVE ZERO TO FT-REJ-WRITTEN-OFF (FOUND-INDEX)
           MOVE ZERO TO FT-REJ-OPEN (FOUND-INDEX)
           MOVE ZERO TO FT-REJ-PENDING (FOUND-INDEX)
           PERFORM 2850-CLEAR-MONTH-FIGURES
               THRU 2850-EXIT
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2.
       2800-EXIT.
           EXIT.
      *
       2810-MATCH-FILE-ENTRY.
           IF FT-FILENAME (FILE-INDEX) = LOOKUP-FILENAME
             OR (FT-RAW-FILENAME (FILE-INDEX) NOT = SPACES
                 AND FT-RAW-FILENAME (FILE-INDEX) = LOOKUP-FILENAME)
               SET FILE-WAS-FOUND TO TRUE
               MOVE FILE-INDEX TO FOUND-INDEX
           END-IF.
       2810-EXIT.
           EXIT.
      *
       2850-CLEAR-MONTH-FIGURES.
           MOVE ZERO TO FM-DROPS-RECEIVED (FOUND-INDEX, MONTH-INDEX)
           MOVE ZERO TO FM-DAYS-SCHEDULED (FOUND-INDEX, MONTH-INDEX)
           MOVE ZERO TO FM-DAYS-MISSED (FOUND-INDEX, MONTH-INDEX)
           MOVE ZERO TO FM-RECORDS-SCORED (FOUND-INDEX, MONTH-INDEX)
           MOVE ZERO TO FM-EDIT-RUNS (FOUND-INDEX, MONTH-INDEX)
           MOVE ZERO TO FM-RECORDS-READ (FOUND-INDEX, MONTH-INDEX)
           MOVE ZERO TO FM-RECORDS-REJECTED (FOUND-INDEX, MONTH-INDEX)
           MOVE ZERO TO FM-EXCEPTIONS (FOUND-INDEX, MONTH-INDEX)
           MOVE ZERO TO FM-RECORDS-RECEIVED (FOUND-INDEX, MONTH-INDEX)
           MOVE ZERO TO FM-DEFECT-RATE (FOUND-INDEX, MONTH-INDEX)
           MOVE ZERO TO FM-RANK (FOUND-INDEX, MONTH-INDEX)
           PERFORM 2860-CLEAR-DAY-FLAG
               THRU 2860-EXIT
               VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > 31
           PERFORM 2870-CLEAR-REASON-COUNT
               THRU 2870-EXIT
               VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > 9.
       2850-EXIT.
           EXIT.
      *
       2860-CLEAR-DAY-FLAG.
           MOVE 'N' TO FM-DAY-RECEIVED
               (FOUND-INDEX, MONTH-INDEX, DAY-INDEX).
       2860-EXIT.
           EXIT.
      *
       2870-CLEAR-REASON-COUNT.
           MOVE ZERO TO FM-REJECTS-BY-REASON
               (FOUND-INDEX, MONTH-INDEX, REASON-INDEX).
       2870-EXIT.
           EXIT.
      *****************************************************************
      * 2900-SLOT-DATE - WHICH OF THE TWO MONTHS DAY-DATE FALLS IN
      * (1 = SCORECARD MONTH, 2 = PRIOR MONTH, ZERO = NEITHER), AND
      * ITS DAY OF THE MONTH
      *****************************************************************
       2900-SLOT-DATE.
           MOVE ZERO TO DATE-MONTH-SLOT
           MOVE DAY-DATE (7:2) TO DATE-DAY-NUMBER
           IF DATE-DAY-NUMBER < 1
             OR DATE-DAY-NUMBER > 31
               GO TO 2900-EXIT
           END-IF
           IF DAY-DATE (1:6) = MT-MONTH (1)
               MOVE 1 TO DATE-MONTH-SLOT
           ELSE
               IF DAY-DATE (1:6) = MT-MONTH (2)
                   MOVE 2 TO DATE-MONTH-SLOT
               END-IF
           END-IF.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * 3000-LOAD-EDIT-STATUS - ADD EACH RETAINED EDIT-STATUS RECORD
      * IN EITHER MONTH TO ITS FILE (MATCHED ON THE RAW NAME THE EDIT
      * READ): RECORDS READ, RECORDS REJECTED AND THE REJECTS BY
      * REASON. WITHOUT THE RETAINED DATASET THE REJECT FIGURES ARE
      * BLANK AND RECORDS RECEIVED FALL BACK TO RECORDS SCORED.
      *****************************************************************
       3000-LOAD-EDIT-STATUS.
           OPEN INPUT EDIT-STATUS-FILE
           IF EDIT-STATUS-FILE-STATUS NOT = "00"
               DISPLAY "AOC1DQS - WARNING: RETAINED EDIT-STATUS "
                   "DATASET " EDIT-STATUS-FILENAME " COULD NOT BE "
                   "OPENED (STATUS " EDIT-STATUS-FILE-STATUS "). NO "
                   "REJECT RATES ARE SHOWN."
               SET WARNING-WAS-RAISED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM 3100-LOAD-EDIT-STATUS-RECORD
               THRU 3100-EXIT
               UNTIL END-OF-SOURCE
           CLOSE EDIT-STATUS-FILE.
       3000-EXIT.
           EXIT.
      *
       3100-LOAD-EDIT-STATUS-RECORD.
           READ EDIT-STATUS-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF EST-RUN-DATE IS NOT NUMERIC
             OR EST-RECORDS-READ IS NOT NUMERIC
             OR EST-RECORDS-REJECTED IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           MOVE EST-RUN-DATE TO DAY-DATE
           PERFORM 2900-SLOT-DATE
               THRU 2900-EXIT
           IF DATE-MONTH-SLOT = ZERO
               GO TO 3100-EXIT
           END-IF
           MOVE EST-RAW-FILENAME TO LOOKUP-FILENAME
           PERFORM 2800-FIND-FILE
               THRU 2800-EXIT
           IF FOUND-INDEX = ZERO
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO EDIT-STATUS-USED-COUNT
           MOVE DATE-MONTH-SLOT TO MONTH-INDEX
           ADD 1 TO FM-EDIT-RUNS (FOUND-INDEX, MONTH-INDEX)
           ADD EST-RECORDS-READ
               TO FM-RECORDS-READ (FOUND-INDEX, MONTH-INDEX)
           ADD EST-RECORDS-REJECTED
               TO FM-RECORDS-REJECTED (FOUND-INDEX, MONTH-INDEX)
           IF EST-REJ-BLANK IS NUMERIC
               ADD EST-REJ-BLANK
                   TO FM-REJECTS-BY-REASON (FOUND-INDEX, MONTH-INDEX, 1)
           END-IF
           IF EST-REJ-OVERLONG IS NUMERIC
               ADD EST-REJ-OVERLONG
                   TO FM-REJECTS-BY-REASON (FOUND-INDEX, MONTH-INDEX, 2)
           END-IF
           IF EST-REJ-NONPRINT IS NUMERIC
               ADD EST-REJ-NONPRINT
                   TO FM-REJECTS-BY-REASON (FOUND-INDEX, MONTH-INDEX, 3)
           END-IF
           IF EST-REJ-MISPLACED-HDR IS NUMERIC
               ADD EST-REJ-MISPLACED-HDR
                   TO FM-REJECTS-BY-REASON (FOUND-INDEX, MONTH-INDEX, 4)
           END-IF
           IF EST-REJ-BAD-INSTRUMENT IS NUMERIC
               ADD EST-REJ-BAD-INSTRUMENT
                   TO FM-REJECTS-BY-REASON (FOUND-INDEX, MONTH-INDEX, 5)
           END-IF
           IF EST-REJ-NO-SCAN-DATA IS NUMERIC
               ADD EST-REJ-NO-SCAN-DATA
                   TO FM-REJECTS-BY-REASON (FOUND-INDEX, MONTH-INDEX, 6)
           END-IF
           IF EST-REJ-UNREGISTERED IS NUMERIC
               ADD EST-REJ-UNREGISTERED
                   TO FM-REJECTS-BY-REASON (FOUND-INDEX, MONTH-INDEX, 7)
           END-IF
           IF EST-REJ-RETIRED IS NUMERIC
               ADD EST-REJ-RETIRED
                   TO FM-REJECTS-BY-REASON (FOUND-INDEX, MONTH-INDEX, 8)
           END-IF
           IF EST-REJ-OUT-OF-SERVICE IS NUMERIC
               ADD EST-REJ-OUT-OF-SERVICE
                   TO FM-REJECTS-BY-REASON (FOUND-INDEX, MONTH-INDEX, 9)
           END-IF.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * 3500-LOAD-EXCEPTIONS - COUNT EACH RETAINED EXCEPTION RAISED
      * IN EITHER MONTH AGAINST ITS FILE, AND TABLE THE SCORECARD
      * MONTH'S ONES FOR THE CORRECTION TIMING
      *****************************************************************
       3500-LOAD-EXCEPTIONS.
           OPEN INPUT RETAINED-EXCEPTION-FILE
           IF RETAINED-EXCEPTION-STATUS NOT = "00"
               DISPLAY "AOC1DQS - WARNING: RETAINED EXCEPTION DATASET "
                   RETAINED-EXCEPTION-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " RETAINED-EXCEPTION-STATUS "). NO "
                   "EXCEPTION FIGURES ARE SHOWN."
               SET WARNING-WAS-RAISED TO TRUE
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM 3600-LOAD-ONE-EXCEPTION
               THRU 3600-EXIT
               UNTIL END-OF-SOURCE
           CLOSE RETAINED-EXCEPTION-FILE.
       3500-EXIT.
           EXIT.
      *
       3600-LOAD-ONE-EXCEPTION.
           READ RETAINED-EXCEPTION-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
                   GO TO 3600-EXIT
           END-READ
           IF EXC-RAISED-DATE IS NOT NUMERIC
             OR EXC-RECORD-NO IS NOT NUMERIC
               GO TO 3600-EXIT
           END-IF
           MOVE EXC-RAISED-DATE TO DAY-DATE
           PERFORM 2900-SLOT-DATE
               THRU 2900-EXIT
           IF DATE-MONTH-SLOT = ZERO
               GO TO 3600-EXIT
           END-IF
           MOVE EXC-FILENAME TO LOOKUP-FILENAME
           PERFORM 2800-FIND-FILE
               THRU 2800-EXIT
           IF FOUND-INDEX = ZERO
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO EXCEPTION-USED-COUNT
           ADD 1 TO FM-EXCEPTIONS (FOUND-INDEX, DATE-MONTH-SLOT)
           IF DATE-MONTH-SLOT NOT = 1
               GO TO 3600-EXIT
           END-IF
           IF EXC-COUNT NOT < 5000
               ADD 1 TO EXC-OVERFLOW-COUNT
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO EXC-COUNT
           MOVE FOUND-INDEX TO XT-FILE-INDEX (EXC-COUNT)
           MOVE EXC-FILENAME TO XT-FILENAME (EXC-COUNT)
           MOVE EXC-RECORD-NO TO XT-RECORD-NO (EXC-COUNT)
           MOVE EXC-RAISED-DATE TO XT-RAISED-DATE (EXC-COUNT)
           MOVE ZERO TO XT-CORRECTED-DATE (EXC-COUNT).
       3600-EXIT.
           EXIT.
      *****************************************************************
      * 4000-APPLY-CORRECTION-JOURNAL - READ THE CORRECTION JOURNAL
      * AND, FOR EACH CORRECTION KEYED (E) OR RE-KEYED (S), MARK THE
      * TABLED EXCEPTIONS IT ANSWERS: SAME FILE AND RECORD NUMBER,
      * RAISED ON OR BEFORE THE JOURNAL DATE. THE EARLIEST ANSWERING
      * ENTRY IS KEPT. DELETIONS AND THE ONE-TIME CONVERT LOAD ARE
      * NOT CORRECTIONS OF AN EXCEPTION AND ARE SKIPPED.
      *****************************************************************
       4000-APPLY-CORRECTION-JOURNAL.
           IF EXC-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT CORRECTION-JOURNAL-FILE
           IF CORRECTION-JOURNAL-STATUS NOT = "00"
               DISPLAY "AOC1DQS - WARNING: CORRECTION JOURNAL "
                   CORRECTION-JOURNAL-FILENAME " COULD NOT BE "
                   "OPENED (STATUS " CORRECTION-JOURNAL-STATUS "). "
                   "EVERY EXCEPTION SHOWS AS UNCORRECTED."
               SET WARNING-WAS-RAISED TO TRUE
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM 4100-APPLY-JOURNAL-LINE
               THRU 4100-EXIT
               UNTIL END-OF-SOURCE
           CLOSE CORRECTION-JOURNAL-FILE.
       4000-EXIT.
           EXIT.
      *
       4100-APPLY-JOURNAL-LINE.
           READ CORRECTION-JOURNAL-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF JRN-DATE IS NOT NUMERIC
             OR JRN-RECORD-NO IS NOT NUMERIC
               GO TO 4100-EXIT
           END-IF
           IF JRN-FUNCTION NOT = 'E'
             AND JRN-FUNCTION NOT = 'S'
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO JOURNAL-USED-COUNT
           PERFORM 4150-MATCH-JOURNAL-EXCEPTION
               THRU 4150-EXIT
               VARYING EXC-INDEX FROM 1 BY 1
               UNTIL EXC-INDEX > EXC-COUNT.
       4100-EXIT.
           EXIT.
      *
       4150-MATCH-JOURNAL-EXCEPTION.
           IF XT-RECORD-NO (EXC-INDEX) = JRN-RECORD-NO
             AND XT-FILENAME (EXC-INDEX) = JRN-FILENAME
             AND XT-RAISED-DATE (EXC-INDEX) NOT > JRN-DATE
               IF XT-CORRECTED-DATE (EXC-INDEX) = ZERO
                 OR XT-CORRECTED-DATE (EXC-INDEX) > JRN-DATE
                   MOVE JRN-DATE TO XT-CORRECTED-DATE (EXC-INDEX)
               END-IF
           END-IF.
       4150-EXIT.
           EXIT.
      *****************************************************************
      * 4500-LOAD-REJECT-DISPOSITIONS - COUNT THE REJECT MASTER'S
      * REJECTS FROM THE SCORECARD MONTH'S DROPS BY WHERE THEY STAND
      * NOW: REPAIRED (REPAIRED OR ALREADY SUBMITTED FOR SUPPLEMENTAL
      * SCORING), WRITTEN OFF, OR STILL OPEN - WHICH INCLUDES A
      * WRITE-OFF STILL AWAITING ITS SECOND OPERATOR.
      *****************************************************************
       4500-LOAD-REJECT-DISPOSITIONS.
           OPEN INPUT REJECT-MASTER-FILE
           IF REJECT-MASTER-STATUS NOT = "00"
               DISPLAY "AOC1DQS - WARNING: REJECT MASTER "
                   REJECT-MASTER-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " REJECT-MASTER-STATUS "). NO REJECT "
                   "DISPOSITIONS ARE SHOWN."
               SET WARNING-WAS-RAISED TO TRUE
               GO TO 4500-EXIT
           END-IF
           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM 4600-COUNT-ONE-REJECT
               THRU 4600-EXIT
               UNTIL END-OF-SOURCE
           CLOSE REJECT-MASTER-FILE.
       4500-EXIT.
           EXIT.
      *
       4600-COUNT-ONE-REJECT.
           READ REJECT-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-SOURCE TO TRUE
                   GO TO 4600-EXIT
           END-READ
           IF RJM-DROP-DATE IS NOT NUMERIC
             OR RJM-DROP-DATE (1:6) NOT = MT-MONTH (1)
               GO TO 4600-EXIT
           END-IF
           MOVE RJM-FILENAME TO LOOKUP-FILENAME
           PERFORM 2800-FIND-FILE
               THRU 2800-EXIT
           IF FOUND-INDEX = ZERO
               GO TO 4600-EXIT
           END-IF
           ADD 1 TO REJECT-USED-COUNT
           IF RJM-IS-REPAIRED
             OR RJM-IS-SUBMITTED
               ADD 1 TO FT-REJ-REPAIRED (FOUND-INDEX)
           END-IF
           IF RJM-IS-WRITTEN-OFF
               ADD 1 TO FT-REJ-WRITTEN-OFF (FOUND-INDEX)
           END-IF
           IF RJM-IS-OPEN
             OR RJM-IS-WRITEOFF-PENDING
               ADD 1 TO FT-REJ-OPEN (FOUND-INDEX)
           END-IF
           IF RJM-IS-WRITEOFF-PENDING
               ADD 1 TO FT-REJ-PENDING (FOUND-INDEX)
           END-IF.
       4600-EXIT.
           EXIT.
      *****************************************************************
      * 5000-SCHEDULE-ONE-MONTH - WALK THE MONTH DAY BY DAY. ON A
      * DAY THAT IS NOT A PLANT HOLIDAY (AND NOT STILL TO COME), EACH
      * FILE WHOSE DAY MASK EXPECTS A DROP HAS THE DAY SCHEDULED, AND
      * MISSED IF NO DROP OF IT ARRIVED THAT DAY.
      *****************************************************************
       5000-SCHEDULE-ONE-MONTH.
           PERFORM 5100-SCHEDULE-ONE-DAY
               THRU 5100-EXIT
               VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > MT-DAY-COUNT (MONTH-INDEX).
       5000-EXIT.
           EXIT.
      *
       5100-SCHEDULE-ONE-DAY.
           COMPUTE DAY-INTEGER =
               MT-FIRST-INTEGER (MONTH-INDEX) + DAY-INDEX - 1
           COMPUTE DAY-DATE = MT-MONTH (MONTH-INDEX) * 100 + DAY-INDEX
           IF DAY-DATE > RUN-DATE
               GO TO 5100-EXIT
           END-IF
           MOVE 'N' TO HOLIDAY-FLAG
           PERFORM 5150-CHECK-HOLIDAY
               THRU 5150-EXIT
               VARYING HOLIDAY-INDEX FROM 1 BY 1
               UNTIL HOLIDAY-INDEX > HOLIDAY-COUNT
                   OR DAY-IS-A-HOLIDAY
           IF DAY-IS-A-HOLIDAY
               GO TO 5100-EXIT
           END-IF
           DIVIDE DAY-INTEGER BY 7
               GIVING DOW-QUOTIENT
               REMAINDER DOW-NUMBER
           IF DOW-NUMBER = ZERO
               MOVE 7 TO DOW-NUMBER
           END-IF
           PERFORM 5200-SCHEDULE-FILE-DAY
               THRU 5200-EXIT
               VARYING FILE-INDEX FROM 1 BY 1
               UNTIL FILE-INDEX > FILE-COUNT.
       5100-EXIT.
           EXIT.
      *
       5150-CHECK-HOLIDAY.
           IF HOL-DATE (HOLIDAY-INDEX) = DAY-DATE
               SET DAY-IS-A-HOLIDAY TO TRUE
           END-IF.
       5150-EXIT.
           EXIT.
      *
       5200-SCHEDULE-FILE-DAY.
           IF FT-DOW-MASK (FILE-INDEX) (DOW-NUMBER:1) = 'Y'
               ADD 1 TO FM-DAYS-SCHEDULED (FILE-INDEX, MONTH-INDEX)
               IF FM-DAY-RECEIVED (FILE-INDEX, MONTH-INDEX, DAY-INDEX)
                   NOT = 'Y'
                   ADD 1 TO FM-DAYS-MISSED (FILE-INDEX, MONTH-INDEX)
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.
      *****************************************************************
      * 5300-TIME-ONE-EXCEPTION - ADD ONE SCORECARD-MONTH EXCEPTION
      * TO ITS FILE'S CORRECTION TIMING: DAYS FROM RAISED TO FIRST
      * CORRECTION (TOTAL FOR THE AVERAGE, AND THE WORST), OR ONE
      * MORE STILL UNCORRECTED
      *****************************************************************
       5300-TIME-ONE-EXCEPTION.
           MOVE XT-FILE-INDEX (EXC-INDEX) TO FILE-INDEX
           IF XT-CORRECTED-DATE (EXC-INDEX) = ZERO
               ADD 1 TO FT-UNCORRECTED (FILE-INDEX)
               GO TO 5300-EXIT
           END-IF
           COMPUTE RAISED-INTEGER = FUNCTION INTEGER-OF-DATE
               (XT-RAISED-DATE (EXC-INDEX))
           COMPUTE CORRECTED-INTEGER = FUNCTION INTEGER-OF-DATE
               (XT-CORRECTED-DATE (EXC-INDEX))
           MOVE ZERO TO CORRECT-DAYS
           IF RAISED-INTEGER > ZERO
             AND CORRECTED-INTEGER > RAISED-INTEGER
               COMPUTE CORRECT-DAYS =
                   CORRECTED-INTEGER - RAISED-INTEGER
           END-IF
           ADD 1 TO FT-CORRECTED (FILE-INDEX)
           ADD CORRECT-DAYS TO FT-CORRECT-DAYS (FILE-INDEX)
           IF CORRECT-DAYS > FT-WORST-DAYS (FILE-INDEX)
               MOVE CORRECT-DAYS TO FT-WORST-DAYS (FILE-INDEX)
           END-IF.
       5300-EXIT.
           EXIT.
      *****************************************************************
      * 5500-RATE-ONE-FILE - RECORDS RECEIVED ARE THE RAW RECORDS THE
      * EDIT STEP READ; WHERE NO EDIT-STATUS RECORD WAS RETAINED FOR
      * THE MONTH THEY FALL BACK TO THE RECORDS SCORED. THE DEFECT
      * RATE IS REJECTS PLUS EXCEPTIONS PER 100 RECORDS RECEIVED.
      *****************************************************************
       5500-RATE-ONE-FILE.
           PERFORM 5550-RATE-FILE-MONTH
               THRU 5550-EXIT
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2.
       5500-EXIT.
           EXIT.
      *
       5550-RATE-FILE-MONTH.
           IF FM-EDIT-RUNS (FILE-INDEX, MONTH-INDEX) > ZERO
               MOVE FM-RECORDS-READ (FILE-INDEX, MONTH-INDEX)
                   TO FM-RECORDS-RECEIVED (FILE-INDEX, MONTH-INDEX)
           ELSE
               MOVE FM-RECORDS-SCORED (FILE-INDEX, MONTH-INDEX)
                   TO FM-RECORDS-RECEIVED (FILE-INDEX, MONTH-INDEX)
           END-IF
           COMPUTE RATE-NUMERATOR =
               FM-RECORDS-REJECTED (FILE-INDEX, MONTH-INDEX)
               + FM-EXCEPTIONS (FILE-INDEX, MONTH-INDEX)
           MOVE FM-RECORDS-RECEIVED (FILE-INDEX, MONTH-INDEX)
               TO RATE-DENOMINATOR
           PERFORM 7500-COMPUTE-RATE
               THRU 7500-EXIT
           MOVE RATE-WORK TO FM-DEFECT-RATE (FILE-INDEX, MONTH-INDEX).
       5550-EXIT.
           EXIT.
      *****************************************************************
      * 5600-RANK-ONE-FILE - IN EACH MONTH, A FILE THAT RECEIVED ANY
      * RECORDS IS RANKED 1 + THE NUMBER OF SUCH FILES WITH A WORSE
      * DEFECT RATE (OR THE SAME RATE AND MORE MISSED DAYS, OR BOTH
      * THE SAME AND EARLIER IN THE TABLE). RANK 1 IS THE WORST
      * SOURCE. A FILE WITH NOTHING RECEIVED IS NOT RANKED.
      *****************************************************************
       5600-RANK-ONE-FILE.
           PERFORM 5650-RANK-FILE-MONTH
               THRU 5650-EXIT
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2.
       5600-EXIT.
           EXIT.
      *
       5650-RANK-FILE-MONTH.
           MOVE ZERO TO FM-RANK (FILE-INDEX, MONTH-INDEX)
           IF FM-RECORDS-RECEIVED (FILE-INDEX, MONTH-INDEX) = ZERO
               GO TO 5650-EXIT
           END-IF
           MOVE 1 TO FM-RANK (FILE-INDEX, MONTH-INDEX)
           ADD 1 TO MT-RANKED-COUNT (MONTH-INDEX)
           PERFORM 5660-COMPARE-OTHER-FILE
               THRU 5660-EXIT
               VARYING OTHER-INDEX FROM 1 BY 1
               UNTIL OTHER-INDEX > FILE-COUNT.
       5650-EXIT.
           EXIT.
      *
       5660-COMPARE-OTHER-FILE.
           IF OTHER-INDEX = FILE-INDEX
             OR FM-RECORDS-RECEIVED (OTHER-INDEX, MONTH-INDEX) = ZERO
               GO TO 5660-EXIT
           END-IF
           IF FM-DEFECT-RATE (OTHER-INDEX, MONTH-INDEX)
                   > FM-DEFECT-RATE (FILE-INDEX, MONTH-INDEX)
               ADD 1 TO FM-RANK (FILE-INDEX, MONTH-INDEX)
               GO TO 5660-EXIT
           END-IF
           IF FM-DEFECT-RATE (OTHER-INDEX, MONTH-INDEX)
                   < FM-DEFECT-RATE (FILE-INDEX, MONTH-INDEX)
               GO TO 5660-EXIT
           END-IF
           IF FM-DAYS-MISSED (OTHER-INDEX, MONTH-INDEX)
                   > FM-DAYS-MISSED (FILE-INDEX, MONTH-INDEX)
               ADD 1 TO FM-RANK (FILE-INDEX, MONTH-INDEX)
               GO TO 5660-EXIT
           END-IF
           IF FM-DAYS-MISSED (OTHER-INDEX, MONTH-INDEX)
                   = FM-DAYS-MISSED (FILE-INDEX, MONTH-INDEX)
             AND OTHER-INDEX < FILE-INDEX
               ADD 1 TO FM-RANK (FILE-INDEX, MONTH-INDEX)
           END-IF.
       5660-EXIT.
           EXIT.
      *****************************************************************
      * 5800-BUILD-PRINT-ORDER - THE RANKED FILES IN RANK ORDER,
      * WORST FIRST, THEN THE FILES THAT RECEIVED NOTHING THIS MONTH
      * (A SCHEDULED FILE THAT NEVER ARRIVED BELONGS ON THE SCORECARD
      * TOO) IN TABLE ORDER
      *****************************************************************
       5800-BUILD-PRINT-ORDER.
           MOVE ZERO TO ORDER-COUNT
           PERFORM 5850-FIND-RANKED-FILE
               THRU 5850-EXIT
               VARYING RANK-INDEX FROM 1 BY 1
               UNTIL RANK-INDEX > MT-RANKED-COUNT (1)
           PERFORM 5870-ADD-UNRANKED-FILE
               THRU 5870-EXIT
               VARYING FILE-INDEX FROM 1 BY 1
               UNTIL FILE-INDEX > FILE-COUNT.
       5800-EXIT.
           EXIT.
      *
       5850-FIND-RANKED-FILE.
           PERFORM 5860-MATCH-RANK
               THRU 5860-EXIT
               VARYING FILE-INDEX FROM 1 BY 1
               UNTIL FILE-INDEX > FILE-COUNT.
       5850-EXIT.
           EXIT.
      *
       5860-MATCH-RANK.
           IF FM-RANK (FILE-INDEX, 1) = RANK-INDEX
               ADD 1 TO ORDER-COUNT
               MOVE FILE-INDEX TO ORD-FILE-INDEX (ORDER-COUNT)
           END-IF.
       5860-EXIT.
           EXIT.
      *
       5870-ADD-UNRANKED-FILE.
           IF FM-RANK (FILE-INDEX, 1) = ZERO
               ADD 1 TO ORDER-COUNT
               MOVE FILE-INDEX TO ORD-FILE-INDEX (ORDER-COUNT)
           END-IF.
       5870-EXIT.
           EXIT.
      *****************************************************************
      * 6000-WRITE-RANKING - THE ONE-PAGE RANKING: EACH FILE'S RANK
      * AND DEFECT RATE THIS MONTH AGAINST LAST, WORST FIRST. MOVE IS
      * WORSE WHEN THE FILE CLIMBED TOWARD RANK 1, BETTER WHEN IT
      * FELL AWAY, NEW WHEN IT WAS NOT RANKED LAST MONTH.
      *****************************************************************
       6000-WRITE-RANKING.
           MOVE RANKING-TITLE-LINE TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT
           MOVE SPACES TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT
           MOVE RANKING-HEADING TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT
           PERFORM 6100-WRITE-RANKING-LINE
               THRU 6100-EXIT
               VARYING ORDER-INDEX FROM 1 BY 1
               UNTIL ORDER-INDEX > ORDER-COUNT
           IF ORDER-COUNT = ZERO
               MOVE "NO INPUT FILE WAS SCHEDULED OR RECEIVED IN THE "
                   TO PENDING-SCORECARD-LINE
               MOVE "MONTH." TO PENDING-SCORECARD-LINE (48:6)
               PERFORM 7000-WRITE-SCORECARD-LINE
                   THRU 7000-EXIT
           END-IF
      * EACH FILE'S DETAIL STARTS ON A FRESH PAGE AFTER THE RANKING
           MOVE LINES-PER-PAGE TO LINE-COUNT.
       6000-EXIT.
           EXIT.
      *
       6100-WRITE-RANKING-LINE.
           MOVE ORD-FILE-INDEX (ORDER-INDEX) TO FILE-INDEX
           MOVE SPACES TO RANKING-LINE
           IF FM-RANK (FILE-INDEX, 1) > ZERO
               MOVE FM-RANK (FILE-INDEX, 1) TO EDIT-RANK
               MOVE EDIT-RANK TO RNK-RANK
               MOVE FM-DEFECT-RATE (FILE-INDEX, 1) TO EDIT-RATE
               MOVE EDIT-RATE TO RNK-RATE
           ELSE
               MOVE " --" TO RNK-RANK
               MOVE "  NONE" TO RNK-RATE
           END-IF
           IF FM-RANK (FILE-INDEX, 2) > ZERO
               MOVE FM-RANK (FILE-INDEX, 2) TO EDIT-RANK
               MOVE EDIT-RANK TO RNK-PRIOR-RANK
               MOVE FM-DEFECT-RATE (FILE-INDEX, 2) TO EDIT-RATE
               MOVE EDIT-RATE TO RNK-PRIOR-RATE
           ELSE
               MOVE " --" TO RNK-PRIOR-RANK
               MOVE "  NONE" TO RNK-PRIOR-RATE
           END-IF
           IF FM-RANK (FILE-INDEX, 1) = ZERO
               MOVE SPACES TO RNK-MOVE
           ELSE
               IF FM-RANK (FILE-INDEX, 2) = ZERO
                   MOVE "NEW" TO RNK-MOVE
               ELSE
                   IF FM-RANK (FILE-INDEX, 1) < FM-RANK (FILE-INDEX, 2)
                       MOVE "WORSE" TO RNK-MOVE
                   ELSE
                       IF FM-RANK (FILE-INDEX, 1)
                               > FM-RANK (FILE-INDEX, 2)
                           MOVE "BETTER" TO RNK-MOVE
                       ELSE
                           MOVE "SAME" TO RNK-MOVE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 7200-NAME-LAB
               THRU 7200-EXIT
           MOVE LOOKUP-LAB TO RNK-LAB
           MOVE FT-FILENAME (FILE-INDEX) TO RNK-FILENAME
           MOVE RANKING-LINE TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT.
       6100-EXIT.
           EXIT.
      *****************************************************************
      * 6200-WRITE-FILE-SECTION - ONE FILE'S SCORECARD: SCHEDULE,
      * REJECTS BY REASON, EXCEPTIONS AND THEIR CORRECTION TIMING,
      * REJECT DISPOSITIONS AND THE RANKING. THE FILE IS ALSO ROLLED
      * INTO ITS LAB.
      *****************************************************************
       6200-WRITE-FILE-SECTION.
           MOVE ORD-FILE-INDEX (ORDER-INDEX) TO FILE-INDEX
           IF LINE-COUNT > LINES-PER-PAGE - 28
               PERFORM 7100-WRITE-PAGE-HEADING
                   THRU 7100-EXIT
           END-IF
           MOVE FT-FILENAME (FILE-INDEX) TO SEC-FILENAME
           MOVE SECTION-FILE-LINE TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT
           PERFORM 7200-NAME-LAB
               THRU 7200-EXIT
           MOVE SPACES TO SEC-LAB
           MOVE LOOKUP-LAB TO SEC-LAB
           IF FT-ON-CALENDAR (FILE-INDEX) NOT = 'Y'
               MOVE "- FILE NOT ON THE CALENDAR" TO SEC-LAB (22:)
           END-IF
           MOVE SECTION-LAB-LINE TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT
           PERFORM 6300-WRITE-SCHEDULE-LINES
               THRU 6300-EXIT
           PERFORM 6350-WRITE-REJECT-LINES
               THRU 6350-EXIT
           PERFORM 6400-WRITE-EXCEPTION-LINES
               THRU 6400-EXIT
           PERFORM 6450-WRITE-RANK-LINES
               THRU 6450-EXIT
           MOVE SPACES TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT
           PERFORM 6600-ROLL-INTO-LAB
               THRU 6600-EXIT.
       6200-EXIT.
           EXIT.
      *
       6300-WRITE-SCHEDULE-LINES.
           MOVE "DROPS RECEIVED" TO SEC-LABEL
           MOVE FM-DROPS-RECEIVED (FILE-INDEX, 1) TO EDIT-COUNT
           MOVE SPACES TO SEC-VALUE
           MOVE EDIT-COUNT TO SEC-VALUE
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "DAYS SCHEDULED" TO SEC-LABEL
           MOVE FM-DAYS-SCHEDULED (FILE-INDEX, 1) TO EDIT-COUNT
           MOVE SPACES TO SEC-VALUE
           MOVE EDIT-COUNT TO SEC-VALUE
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "SCHEDULED DAYS WITH NO DROP" TO SEC-LABEL
           MOVE FM-DAYS-MISSED (FILE-INDEX, 1) TO EDIT-COUNT
           MOVE SPACES TO SEC-VALUE
           MOVE EDIT-COUNT TO SEC-VALUE
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "RECORDS RECEIVED" TO SEC-LABEL
           MOVE FM-RECORDS-RECEIVED (FILE-INDEX, 1) TO EDIT-COUNT
           MOVE SPACES TO SEC-VALUE
           MOVE EDIT-COUNT TO SEC-VALUE
           IF FM-EDIT-RUNS (FILE-INDEX, 1) = ZERO
               MOVE "(RECORDS SCORED - NO EDIT STATUS RETAINED)"
                   TO SEC-VALUE (12:)
           END-IF
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT.
       6300-EXIT.
           EXIT.
      *
       6350-WRITE-REJECT-LINES.
           MOVE "RECORDS REJECTED" TO SEC-LABEL
           MOVE FM-RECORDS-REJECTED (FILE-INDEX, 1) TO RATE-NUMERATOR
           PERFORM 7400-STAGE-COUNT-AND-RATE
               THRU 7400-EXIT
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           PERFORM 6360-WRITE-REASON-LINE
               THRU 6360-EXIT
               VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > 9
           MOVE "REJECTS REPAIRED" TO SEC-LABEL
           MOVE FT-REJ-REPAIRED (FILE-INDEX) TO EDIT-COUNT
           MOVE SPACES TO SEC-VALUE
           MOVE EDIT-COUNT TO SEC-VALUE
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "REJECTS WRITTEN OFF" TO SEC-LABEL
           MOVE FT-REJ-WRITTEN-OFF (FILE-INDEX) TO EDIT-COUNT
           MOVE SPACES TO SEC-VALUE
           MOVE EDIT-COUNT TO SEC-VALUE
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "REJECTS STILL OPEN" TO SEC-LABEL
           MOVE FT-REJ-OPEN (FILE-INDEX) TO EDIT-COUNT
           MOVE SPACES TO SEC-VALUE
           MOVE EDIT-COUNT TO SEC-VALUE
           IF FT-REJ-PENDING (FILE-INDEX) > ZERO
               MOVE FT-REJ-PENDING (FILE-INDEX) TO DISPLAY-COUNT
               STRING "(INCLUDING" DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      " AWAITING WRITE-OFF APPROVAL)"
                          DELIMITED BY SIZE
                      INTO SEC-VALUE (12:)
           END-IF
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT.
       6350-EXIT.
           EXIT.
      *
       6360-WRITE-REASON-LINE.
           IF FM-REJECTS-BY-REASON (FILE-INDEX, 1, REASON-INDEX)
                   = ZERO
               GO TO 6360-EXIT
           END-IF
           MOVE SPACES TO SEC-LABEL
           MOVE REASON-NAME (REASON-INDEX) TO SEC-LABEL (3:)
           MOVE FM-REJECTS-BY-REASON (FILE-INDEX, 1, REASON-INDEX)
               TO RATE-NUMERATOR
           PERFORM 7400-STAGE-COUNT-AND-RATE
               THRU 7400-EXIT
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT.
       6360-EXIT.
           EXIT.
      *
       6400-WRITE-EXCEPTION-LINES.
           MOVE "EXCEPTIONS RAISED" TO SEC-LABEL
           MOVE FM-EXCEPTIONS (FILE-INDEX, 1) TO EDIT-COUNT
           MOVE SPACES TO SEC-VALUE
           MOVE EDIT-COUNT TO SEC-VALUE
           MOVE FM-EXCEPTIONS (FILE-INDEX, 1) TO RATE-NUMERATOR
           MOVE FM-RECORDS-SCORED (FILE-INDEX, 1) TO RATE-DENOMINATOR
           PERFORM 7500-COMPUTE-RATE
               THRU 7500-EXIT
           MOVE RATE-WORK TO EDIT-RATE
           STRING EDIT-RATE DELIMITED BY SIZE
                  " PCT OF RECORDS SCORED" DELIMITED BY SIZE
                  INTO SEC-VALUE (12:)
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "EXCEPTIONS CORRECTED" TO SEC-LABEL
           MOVE FT-CORRECTED (FILE-INDEX) TO EDIT-COUNT
           MOVE SPACES TO SEC-VALUE
           MOVE EDIT-COUNT TO SEC-VALUE
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "AVERAGE DAYS TO CORRECTION" TO SEC-LABEL
           MOVE SPACES TO SEC-VALUE
           IF FT-CORRECTED (FILE-INDEX) > ZERO
               COMPUTE AVERAGE-DAYS ROUNDED =
                   FT-CORRECT-DAYS (FILE-INDEX)
                   / FT-CORRECTED (FILE-INDEX)
               MOVE AVERAGE-DAYS TO EDIT-AVERAGE
               MOVE EDIT-AVERAGE TO SEC-VALUE (3:)
           ELSE
               MOVE "   NONE CORRECTED" TO SEC-VALUE
           END-IF
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "WORST DAYS TO CORRECTION" TO SEC-LABEL
           MOVE SPACES TO SEC-VALUE
           IF FT-CORRECTED (FILE-INDEX) > ZERO
               MOVE FT-WORST-DAYS (FILE-INDEX) TO EDIT-COUNT
               MOVE EDIT-COUNT TO SEC-VALUE
           ELSE
               MOVE "   NONE CORRECTED" TO SEC-VALUE
           END-IF
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "EXCEPTIONS STILL UNCORRECTED" TO SEC-LABEL
           MOVE FT-UNCORRECTED (FILE-INDEX) TO EDIT-COUNT
           MOVE SPACES TO SEC-VALUE
           MOVE EDIT-COUNT TO SEC-VALUE
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT.
       6400-EXIT.
           EXIT.
      *
       6450-WRITE-RANK-LINES.
           MOVE "DEFECT RATE (PCT)" TO SEC-LABEL
           MOVE SPACES TO SEC-VALUE
           MOVE FM-DEFECT-RATE (FILE-INDEX, 1) TO EDIT-RATE
           MOVE EDIT-RATE TO SEC-VALUE (4:)
           MOVE FM-DEFECT-RATE (FILE-INDEX, 2) TO EDIT-RATE
           STRING "  (PRIOR MONTH " DELIMITED BY SIZE
                  EDIT-RATE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO SEC-VALUE (12:)
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "RANK (1 = WORST)" TO SEC-LABEL
           MOVE SPACES TO SEC-VALUE
           IF FM-RANK (FILE-INDEX, 1) = ZERO
               MOVE "   NOT RANKED - NOTHING RECEIVED" TO SEC-VALUE
           ELSE
               MOVE FM-RANK (FILE-INDEX, 1) TO EDIT-RANK
               MOVE MT-RANKED-COUNT (1) TO DISPLAY-COUNT
               STRING "      " DELIMITED BY SIZE
                      EDIT-RANK DELIMITED BY SIZE
                      " OF" DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      INTO SEC-VALUE
           END-IF
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT
           MOVE "PRIOR MONTH RANK" TO SEC-LABEL
           MOVE SPACES TO SEC-VALUE
           IF FM-RANK (FILE-INDEX, 2) = ZERO
               MOVE "   NOT RANKED - NOTHING RECEIVED" TO SEC-VALUE
           ELSE
               MOVE FM-RANK (FILE-INDEX, 2) TO EDIT-RANK
               MOVE MT-RANKED-COUNT (2) TO DISPLAY-COUNT
               STRING "      " DELIMITED BY SIZE
                      EDIT-RANK DELIMITED BY SIZE
                      " OF" DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      INTO SEC-VALUE
           END-IF
           PERFORM 7300-WRITE-DETAIL-LINE
               THRU 7300-EXIT.
       6450-EXIT.
           EXIT.
      *****************************************************************
      * 6500-WRITE-LAB-ROLLUP - ONE LINE PER LAB, IN THE ORDER ITS
      * WORST FILE RANKED, WITH ITS FILES' FIGURES SUMMED AND THE
      * DEFECT RATE RECOMPUTED OVER THE SUMS
      *****************************************************************
       6500-WRITE-LAB-ROLLUP.
           PERFORM 7100-WRITE-PAGE-HEADING
               THRU 7100-EXIT
           MOVE LAB-TITLE-LINE TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT
           MOVE SPACES TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT
           MOVE LAB-HEADING TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT
           PERFORM 6550-WRITE-LAB-LINE
               THRU 6550-EXIT
               VARYING LAB-INDEX FROM 1 BY 1
               UNTIL LAB-INDEX > LAB-COUNT.
       6500-EXIT.
           EXIT.
      *
       6550-WRITE-LAB-LINE.
           MOVE LB-LAB (LAB-INDEX) TO LBL-LAB
           MOVE LB-FILE-COUNT (LAB-INDEX) TO LBL-FILES
           MOVE LB-DROPS-RECEIVED (LAB-INDEX) TO LBL-DROPS
           MOVE LB-DAYS-MISSED (LAB-INDEX) TO LBL-MISSED
           MOVE LB-RECORDS-RECEIVED (LAB-INDEX) TO LBL-RECEIVED
           MOVE LB-RECORDS-REJECTED (LAB-INDEX) TO LBL-REJECTED
           MOVE LB-EXCEPTIONS (LAB-INDEX) TO LBL-EXCEPTIONS
           MOVE LB-REJ-OPEN (LAB-INDEX) TO LBL-OPEN
           COMPUTE RATE-NUMERATOR = LB-RECORDS-REJECTED (LAB-INDEX)
               + LB-EXCEPTIONS (LAB-INDEX)
           MOVE LB-RECORDS-RECEIVED (LAB-INDEX) TO RATE-DENOMINATOR
           PERFORM 7500-COMPUTE-RATE
               THRU 7500-EXIT
           MOVE RATE-WORK TO LBL-RATE
           MOVE LAB-LINE TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT.
       6550-EXIT.
           EXIT.
      *****************************************************************
      * 6600-ROLL-INTO-LAB - ADD THE FILE'S SCORECARD-MONTH FIGURES
      * TO ITS LAB'S ROLL-UP ENTRY, OPENING ONE FOR A NEW LAB
      *****************************************************************
       6600-ROLL-INTO-LAB.
           PERFORM 7200-NAME-LAB
               THRU 7200-EXIT
           MOVE 'N' TO LAB-FOUND-FLAG
           PERFORM 6650-MATCH-LAB
               THRU 6650-EXIT
               VARYING LAB-INDEX FROM 1 BY 1
               UNTIL LAB-INDEX > LAB-COUNT
                   OR LAB-WAS-FOUND
           IF LAB-WAS-FOUND
               SUBTRACT 1 FROM LAB-INDEX
           ELSE
               ADD 1 TO LAB-COUNT
               MOVE LAB-COUNT TO LAB-INDEX
               MOVE LOOKUP-LAB TO LB-LAB (LAB-INDEX)
               MOVE ZERO TO LB-FILE-COUNT (LAB-INDEX)
               MOVE ZERO TO LB-DROPS-RECEIVED (LAB-INDEX)
               MOVE ZERO TO LB-DAYS-MISSED (LAB-INDEX)
               MOVE ZERO TO LB-RECORDS-RECEIVED (LAB-INDEX)
               MOVE ZERO TO LB-RECORDS-REJECTED (LAB-INDEX)
               MOVE ZERO TO LB-EXCEPTIONS (LAB-INDEX)
               MOVE ZERO TO LB-REJ-OPEN (LAB-INDEX)
           END-IF
           ADD 1 TO LB-FILE-COUNT (LAB-INDEX)
           ADD FM-DROPS-RECEIVED (FILE-INDEX, 1)
               TO LB-DROPS-RECEIVED (LAB-INDEX)
           ADD FM-DAYS-MISSED (FILE-INDEX, 1)
               TO LB-DAYS-MISSED (LAB-INDEX)
           ADD FM-RECORDS-RECEIVED (FILE-INDEX, 1)
               TO LB-RECORDS-RECEIVED (LAB-INDEX)
           ADD FM-RECORDS-REJECTED (FILE-INDEX, 1)
               TO LB-RECORDS-REJECTED (LAB-INDEX)
           ADD FM-EXCEPTIONS (FILE-INDEX, 1)
               TO LB-EXCEPTIONS (LAB-INDEX)
           ADD FT-REJ-OPEN (FILE-INDEX)
               TO LB-REJ-OPEN (LAB-INDEX).
       6600-EXIT.
           EXIT.
      *
       6650-MATCH-LAB.
           IF LB-LAB (LAB-INDEX) = LOOKUP-LAB
               SET LAB-WAS-FOUND TO TRUE
           END-IF.
       6650-EXIT.
           EXIT.
      *****************************************************************
      * 7000-WRITE-SCORECARD-LINE - WRITE THE LINE STAGED IN
      * PENDING-SCORECARD-LINE, STARTING A NEW PAGE WITH HEADINGS
      * WHEN THE PAGE IS FULL
      *****************************************************************
       7000-WRITE-SCORECARD-LINE.
           IF PAGE-NUMBER = ZERO
             OR LINE-COUNT >= LINES-PER-PAGE
               PERFORM 7100-WRITE-PAGE-HEADING
                   THRU 7100-EXIT
           END-IF
           WRITE SCORECARD-LINE FROM PENDING-SCORECARD-LINE
           ADD 1 TO LINE-COUNT.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-NUMBER
           MOVE SCORECARD-MONTH TO PH1-MONTH
           MOVE RUN-DATE TO PH1-RUN-DATE
           MOVE PAGE-NUMBER TO PH1-PAGE-NUMBER
           WRITE SCORECARD-LINE FROM PAGE-HEADING-1
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE 2 TO LINE-COUNT.
       7100-EXIT.
           EXIT.
      *****************************************************************
      * 7200-NAME-LAB - THE FILE'S OWNING LAB AS THE CALENDAR GIVES
      * IT, OR A PLACEHOLDER SO UNOWNED FILES STILL ROLL UP TOGETHER
      *****************************************************************
       7200-NAME-LAB.
           IF FT-LAB (FILE-INDEX) = SPACES
               MOVE "(NO LAB ON CALENDAR)" TO LOOKUP-LAB
           ELSE
               MOVE FT-LAB (FILE-INDEX) TO LOOKUP-LAB
           END-IF.
       7200-EXIT.
           EXIT.
      *
       7300-WRITE-DETAIL-LINE.
           MOVE SECTION-DETAIL-LINE TO PENDING-SCORECARD-LINE
           PERFORM 7000-WRITE-SCORECARD-LINE
               THRU 7000-EXIT.
       7300-EXIT.
           EXIT.
      *****************************************************************
      * 7400-STAGE-COUNT-AND-RATE - SEC-VALUE GETS THE COUNT IN
      * RATE-NUMERATOR AND ITS RATE PER 100 RECORDS RECEIVED. WITH NO
      * EDIT STATUS RETAINED FOR THE MONTH THE REJECTS ARE UNKNOWN.
      *****************************************************************
       7400-STAGE-COUNT-AND-RATE.
           MOVE SPACES TO SEC-VALUE
           IF FM-EDIT-RUNS (FILE-INDEX, 1) = ZERO
               MOVE "   NOT KNOWN - NO EDIT STATUS RETAINED"
                   TO SEC-VALUE
               GO TO 7400-EXIT
           END-IF
           MOVE RATE-NUMERATOR TO EDIT-COUNT
           MOVE EDIT-COUNT TO SEC-VALUE
           MOVE FM-RECORDS-RECEIVED (FILE-INDEX, 1) TO RATE-DENOMINATOR
           PERFORM 7500-COMPUTE-RATE
               THRU 7500-EXIT
           MOVE RATE-WORK TO EDIT-RATE
           STRING EDIT-RATE DELIMITED BY SIZE
                  " PCT OF RECORDS RECEIVED" DELIMITED BY SIZE
                  INTO SEC-VALUE (12:).
       7400-EXIT.
           EXIT.
      *
       7500-COMPUTE-RATE.
           MOVE ZERO TO RATE-WORK
           IF RATE-DENOMINATOR > ZERO
               COMPUTE RATE-WORK ROUNDED =
                   RATE-NUMERATOR * 100 / RATE-DENOMINATOR
                   ON SIZE ERROR
                       MOVE 999.99 TO RATE-WORK
               END-COMPUTE
           END-IF.
       7500-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - CLOSE THE FILES AND SUMMARIZE WHAT EACH SOURCE
      * CONTRIBUTED. A SOURCE THAT WOULD NOT OPEN, A DAMAGED CALENDAR
      * CARD OR A FULL TABLE ENDS THE RUN RC 4 - THE SCORECARD IS
      * STILL PRINTED, BUT IT IS NOT THE WHOLE STORY.
      *****************************************************************
       8000-FINALIZE.
           IF NOT FILES-ARE-OPEN
               GO TO 8000-EXIT
           END-IF
           CLOSE HISTORY-FILE
           CLOSE SCORECARD-FILE
           MOVE FILE-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1DQS - INPUT FILES SCORED    : " DISPLAY-COUNT
           MOVE HISTORY-USED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1DQS - DROPS (BOTH MONTHS)   : " DISPLAY-COUNT
           MOVE EDIT-STATUS-USED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1DQS - EDIT-STATUS RECORDS   : " DISPLAY-COUNT
           MOVE EXCEPTION-USED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1DQS - EXCEPTIONS            : " DISPLAY-COUNT
           MOVE JOURNAL-USED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1DQS - CORRECTIONS JOURNALED : " DISPLAY-COUNT
           MOVE REJECT-USED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1DQS - REJECTS IN MONTH      : " DISPLAY-COUNT
           IF BAD-CARD-COUNT > ZERO
               MOVE BAD-CARD-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1DQS - WARNING: " DISPLAY-COUNT
                   " CALENDAR CARD(S) WERE DAMAGED OR OVERFLOWED AND "
                   "WERE IGNORED."
               SET WARNING-WAS-RAISED TO TRUE
           END-IF
           IF FILE-OVERFLOW-COUNT > ZERO
               MOVE FILE-OVERFLOW-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1DQS - WARNING: " DISPLAY-COUNT
                   " RECORD(S) NAMED A FILE BEYOND THE 100-FILE TABLE "
                   "AND WERE LEFT OFF THE SCORECARD."
               SET WARNING-WAS-RAISED TO TRUE
           END-IF
           IF EXC-OVERFLOW-COUNT > ZERO
               MOVE EXC-OVERFLOW-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1DQS - WARNING: " DISPLAY-COUNT
                   " EXCEPTION(S) OVERFLOWED THE CORRECTION-TIMING "
                   "TABLE AND ARE NOT IN THE TIMING FIGURES."
               SET WARNING-WAS-RAISED TO TRUE
           END-IF
           IF WARNING-WAS-RAISED
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
