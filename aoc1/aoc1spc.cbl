       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1SPC.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. CALIBRATION-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * 2026-10-15  DSB  ORIGINAL VERSION - PER-INSTRUMENT CONTROL-
      *                  CHART REPORT OVER THE INSTRUMENT SUB-TOTAL
      *                  LINES OF THE RUN-HISTORY MASTER (NONBLANK
      *                  HIST-INSTRUMENT), WHICH AOC1TRND AND AOC1MEND
      *                  SKIP. EACH INPUT FILE'S INSTRUMENTS ARE
      *                  CHARTED ONE SERIES AT A TIME AGAINST THE
      *                  CENTRE LINE AND CONTROL LIMITS KEPT ON THE
      *                  KEYED CONTROL-LIMITS DATASET (CCLFILE, LAYOUT
      *                  IN AOC1CCL). THE PARM SELECTS THE FUNCTION:
      *                    REPORT   (OR NO PARM) - CHART EVERY SERIES
      *                             AGAINST THE LIMITS AS THEY STAND.
      *                             THE LIMITS DATASET IS READ ONLY.
      *                    BASELINE - QA'S RE-BASELINE: WORK OUT NEW
      *                             LIMITS FROM THE SUB-TOTALS IN THE
      *                             FROM/TO DATE RANGE (PARM TOKENS 2
      *                             AND 3), STAMP THEM WITH THE
      *                             OPERATOR ID (TOKEN 4) AND STORE
      *                             THEM, THEN CHART AS ABOVE. TOKEN 5
      *                             LIMITS THE RE-BASELINE TO ONE
      *                             INSTRUMENT.
      *                  A POINT IS FLAGGED L WHEN IT IS OUTSIDE THE
      *                  LIMITS, R WHEN IT ENDS A RUN OF POINTS ON ONE
      *                  SIDE OF THE CENTRE LINE AND T WHEN IT ENDS A
      *                  STEADY RISE OR FALL. AS IN AOC1TRND, EVERY
      *                  SIGNAL IS PRINTED BUT ONLY A SIGNAL ON AN
      *                  INSTRUMENT'S LATEST POINT ENDS THE JOB WITH
      *                  THE WARNING RETURN CODE.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC
               HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT LIMITS-FILE ASSIGN TO DYNAMIC
               LIMITS-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCL-KEY
               FILE STATUS IS LIMITS-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO DYNAMIC
               CHART-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY AOC1HST.
      *
       FD  LIMITS-FILE.
           COPY AOC1CCL.
      *
       FD  CHART-FILE.
       01  CHART-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
      * SWITCHES
      *****************************************************************
       01  EOF-FLAG                    PIC X           VALUE 'N'.
           88  END-OF-FILE                             VALUE 'Y'.
       01  FILE-SCAN-END-FLAG          PIC X           VALUE 'N'.
           88  END-OF-FILE-SCAN                         VALUE 'Y'.
       01  SERIES-END-FLAG             PIC X           VALUE 'N'.
           88  END-OF-SERIES                            VALUE 'Y'.
       01  FILES-OPEN-FLAG             PIC X           VALUE 'N'.
           88  FILES-ARE-OPEN                           VALUE 'Y'.
       01  LIMITS-OPEN-FLAG            PIC X           VALUE 'N'.
           88  LIMITS-AVAILABLE                         VALUE 'Y'.
       01  SERIES-LIMITS-FLAG          PIC X           VALUE 'N'.
           88  SERIES-HAS-LIMITS                        VALUE 'Y'.
       01  SERIES-LATEST-FLAG          PIC X           VALUE 'N'.
       01  OUT-OF-CONTROL-FLAG         PIC X           VALUE 'N'.
           88  INSTRUMENT-WAS-OUT                       VALUE 'Y'.
       01  TABLE-FULL-FLAG             PIC X           VALUE 'N'.
           88  TABLE-FULL-WARNED                        VALUE 'Y'.
      *****************************************************************
      * REQUESTED FUNCTION
      *****************************************************************
       01  REQUESTED-FUNCTION          PIC X(08)       VALUE "REPORT".
           88  REPORT-FUNCTION                          VALUE "REPORT".
           88  BASELINE-FUNCTION                        VALUE
                                                        "BASELINE".
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *-----------------------------------------------------------------
      * ALL THREE DATASETS DEFAULT TO THE STANDARD "DD:" BINDING
      * AGAINST THE MATCHING JCL DD STATEMENT, WITH THE USUAL DD_XXX
      * ENVIRONMENT OVERRIDE FOR AD HOC OR OFF-HOST RUNS. THE PARM IS
      * FUNCTION,FROM-DATE,TO-DATE,OPERATOR,INSTRUMENT - ONLY THE
      * BASELINE FUNCTION USES MORE THAN THE FIRST TOKEN.
      *****************************************************************
       01  HISTORY-FILENAME            PIC X(100)
                                        VALUE "DD:HISTFILE".
       01  LIMITS-FILENAME             PIC X(100)
                                        VALUE "DD:CCLFILE".
       01  CHART-FILENAME              PIC X(100)
                                        VALUE "DD:SPCFILE".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  HISTORY-FILE-STATUS         PIC XX          VALUE SPACES.
       01  LIMITS-FILE-STATUS          PIC XX          VALUE SPACES.
       01  CHART-FILE-STATUS           PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-FUNCTION-TOKEN         PIC X(10)       VALUE SPACES.
       01  PARM-FROM-TOKEN             PIC X(10)       VALUE SPACES.
       01  PARM-TO-TOKEN               PIC X(10)       VALUE SPACES.
       01  PARM-OPERATOR-TOKEN         PIC X(10)       VALUE SPACES.
       01  PARM-INSTRUMENT-TOKEN       PIC X(10)       VALUE SPACES.
       01  TOKEN-WORK                  PIC X(10)       VALUE SPACES.
       01  TOKEN-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  TOKEN-LENGTH                PIC 9(03)  COMP  VALUE ZERO.
       01  DATE-WORK                   PIC 9(08)       VALUE ZERO.
       01  DATE-WORK-SPLIT REDEFINES DATE-WORK.
           05  DATE-WORK-YEAR          PIC 9(04).
           05  DATE-WORK-MONTH         PIC 9(02).
           05  DATE-WORK-DAY           PIC 9(02).
       01  DATE-VALID-FLAG             PIC X           VALUE 'N'.
           88  DATE-IS-VALID                            VALUE 'Y'.
       01  BASELINE-FROM-DATE          PIC 9(08)       VALUE ZERO.
       01  BASELINE-TO-DATE            PIC 9(08)       VALUE ZERO.
       01  OPERATOR-ID                 PIC X(08)       VALUE SPACES.
       01  BASELINE-INSTRUMENT         PIC X(04)       VALUE SPACES.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
      *****************************************************************
      * CONTROL-CHART RULES
      *-----------------------------------------------------------------
      * INDIVIDUALS-CHART LIMITS: CENTRE LINE PLUS/MINUS LIMIT-FACTOR
      * TIMES THE AVERAGE MOVING RANGE OF THE BASELINE POINTS (2.66
      * = 3 / 1.128, THE USUAL THREE-SIGMA FACTOR FOR A MOVING RANGE
      * OF TWO). A BASELINE NEEDS BASELINE-MINIMUM POINTS OR THE OLD
      * LIMITS ARE LEFT STANDING. A RUN IS RUN-RULE-LENGTH POINTS IN
      * A ROW ON ONE SIDE OF THE CENTRE LINE (A POINT ON THE LINE
      * BREAKS IT); A TREND IS TREND-RULE-LENGTH POINTS IN A ROW EACH
      * ABOVE (OR EACH BELOW) THE ONE BEFORE.
      *****************************************************************
       01  LIMIT-FACTOR                PIC 9V99        VALUE 2.66.
       01  BASELINE-MINIMUM            PIC 9(05)  COMP  VALUE 10.
       01  RUN-RULE-LENGTH             PIC 9(05)  COMP  VALUE 8.
       01  TREND-RULE-LENGTH           PIC 9(05)  COMP  VALUE 6.
       01  DEFAULT-INSTRUMENT-ID       PIC X(04)       VALUE "*DF*".
      *****************************************************************
      * INSTRUMENTS OF THE INPUT FILE IN HAND
      *-----------------------------------------------------------------
      * THE MASTER IS FILENAME-MAJOR, SO ONE FILE'S INSTRUMENTS ARRIVE
      * INTERLEAVED DROP BY DROP. A FIRST PASS OVER THE FILE NOTES
      * EACH INSTRUMENT (AND, FOR A RE-BASELINE, ACCUMULATES ITS
      * BASELINE POINTS); EACH INSTRUMENT'S SERIES IS THEN CHARTED ON
      * ITS OWN PASS. THE TABLE IS SIZED LIKE AOC1'S OWN INSTRUMENT
      * TABLE, WHICH NO FILE CAN EXCEED.
      *****************************************************************
       01  FILE-INSTRUMENT-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  INSTRUMENT-INDEX            PIC 9(03)  COMP  VALUE ZERO.
       01  FOUND-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  FILE-INSTRUMENT-TABLE.
           05  FIN-ENTRY               OCCURS 20 TIMES.
               10  FIN-INSTRUMENT      PIC X(04).
               10  FIN-BASE-COUNT      PIC 9(05)  COMP.
               10  FIN-BASE-PART       OCCURS 2 TIMES.
                   15  FIN-BASE-TOTAL  PIC 9(15).
                   15  FIN-BASE-RANGES PIC 9(15).
                   15  FIN-BASE-PRIOR  PIC 9(10).
       01  CURRENT-FILENAME            PIC X(100)      VALUE SPACES.
       01  NEXT-FILENAME               PIC X(100)      VALUE SPACES.
      *****************************************************************
      * CHART STATE OF THE SERIES IN HAND - ENTRY 1 IS PART 1,
      * ENTRY 2 IS PART 2; BOTH ANSWERS ARE CHARTED BY THE SAME RULES
      *****************************************************************
       01  PART-INDEX                  PIC 9(01)  COMP  VALUE ZERO.
       01  POINT-VALUES.
           05  POINT-VALUE             PIC 9(10)  OCCURS 2 TIMES.
       01  CHART-PART-TABLE.
           05  CHART-PART              OCCURS 2 TIMES.
               10  CHP-CENTRE-LINE     PIC 9(10).
               10  CHP-UPPER-LIMIT     PIC 9(10).
               10  CHP-LOWER-LIMIT     PIC 9(10).
               10  CHP-PRIOR-POINT     PIC 9(10).
               10  CHP-RUN-SIDE        PIC X.
               10  CHP-RUN-COUNT       PIC 9(05)  COMP.
               10  CHP-TREND-DIRECTION PIC X.
               10  CHP-TREND-COUNT     PIC 9(05)  COMP.
               10  CHP-SIGNALS         PIC X(03).
       01  SERIES-POINT-COUNT          PIC 9(05)  COMP  VALUE ZERO.
       01  SERIES-SIGNAL-COUNT         PIC 9(05)  COMP  VALUE ZERO.
      *****************************************************************
      * BASELINE WORK AREAS
      *****************************************************************
       01  RANGE-VALUE                 PIC 9(10)       VALUE ZERO.
       01  BASE-MEAN                   PIC 9(10)V99    VALUE ZERO.
       01  AVERAGE-RANGE               PIC 9(10)V99    VALUE ZERO.
       01  LIMIT-SPREAD                PIC 9(11)V99    VALUE ZERO.
       01  LIMIT-WORK                  PIC S9(11)V99   VALUE ZERO.
      *****************************************************************
      * COUNTERS
      *****************************************************************
       01  FILE-COUNT                  PIC 9(05)  COMP  VALUE ZERO.
       01  SERIES-COUNT                PIC 9(05)  COMP  VALUE ZERO.
       01  SIGNAL-POINT-COUNT          PIC 9(05)  COMP  VALUE ZERO.
       01  OUT-OF-CONTROL-COUNT        PIC 9(05)  COMP  VALUE ZERO.
       01  NO-LIMITS-COUNT             PIC 9(05)  COMP  VALUE ZERO.
       01  BASELINE-SET-COUNT          PIC 9(05)  COMP  VALUE ZERO.
       01  BASELINE-SHORT-COUNT        PIC 9(05)  COMP  VALUE ZERO.
       01  ADJUSTMENT-SKIP-COUNT       PIC 9(05)  COMP  VALUE ZERO.
       01  BAD-HISTORY-COUNT           PIC 9(05)  COMP  VALUE ZERO.
      *****************************************************************
      * REPORT EDIT FIELDS
      *****************************************************************
       01  EDIT-ANSWER                 PIC Z(9)9.
       01  DISPLAY-COUNT               PIC Z(4)9.
      *****************************************************************
      * REPORT LINES AND PAGE CONTROL
      *-----------------------------------------------------------------
      * A LINE TO BE PRINTED IS STAGED IN PENDING-CHART-LINE, NOT IN
      * THE FD RECORD AREA - A PAGE BREAK WRITES ITS HEADINGS THROUGH
      * THE RECORD AREA FIRST, WHICH WOULD DESTROY A LINE STAGED
      * THERE BEFORE IT EVER REACHED THE REPORT.
      *****************************************************************
       01  PENDING-CHART-LINE          PIC X(132)      VALUE SPACES.
       01  PAGE-NUMBER                 PIC 9(04)  COMP  VALUE ZERO.
       01  LINE-COUNT                  PIC 9(03)  COMP  VALUE ZERO.
       01  LINES-PER-PAGE              PIC 9(03)  COMP  VALUE 60.
       01  PAGE-HEADING-1.
           05  FILLER                  PIC X(41)       VALUE
               "AOC1SPC - INSTRUMENT CONTROL-CHART REPORT".
           05  FILLER                  PIC X(07)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE
               "RUN DATE ".
           05  PH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE "PAGE ".
           05  PH1-PAGE-NUMBER         PIC ZZZ9.
       01  PAGE-HEADING-2.
           05  FILLER                  PIC X(49)       VALUE
               "LIMITS: CENTRE LINE +/- 2.66 X AVERAGE MOVING RAN".
           05  FILLER                  PIC X(32)       VALUE
               "GE OF THE INSTRUMENT'S BASELINE".
       01  PAGE-HEADING-3.
           05  FILLER                  PIC X(40)       VALUE
               "SIGNALS: L = OUTSIDE LIMITS   R = RUN OF".
           05  PH3-RUN-LENGTH          PIC ZZ9.
           05  FILLER                  PIC X(41)       VALUE
               " ON ONE SIDE OF THE CENTRE LINE   T = ".
           05  PH3-TREND-LENGTH        PIC Z9.
           05  FILLER                  PIC X(29)       VALUE
               " IN A ROW RISING OR FALLING".
       01  FILE-HEADING.
           05  FILLER                  PIC X(12)       VALUE
               "INPUT FILE: ".
           05  FH-FILENAME             PIC X(100).
       01  INSTRUMENT-HEADING.
           05  FILLER                  PIC X(12)       VALUE
               "INSTRUMENT: ".
           05  IH-INSTRUMENT           PIC X(04).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  IH-BASELINE-TEXT        PIC X(80).
       01  BASELINE-DESCRIPTION.
           05  FILLER                  PIC X(09)       VALUE
               "BASELINE ".
           05  BD-FROM-DATE            PIC 9(08).
           05  FILLER                  PIC X(01)       VALUE "-".
           05  BD-TO-DATE              PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE " (".
           05  BD-POINT-COUNT          PIC Z(4)9.
           05  FILLER                  PIC X(13)       VALUE
               " POINTS) SET ".
           05  BD-SET-DATE             PIC 9(08).
           05  FILLER                  PIC X(04)       VALUE " BY ".
           05  BD-SET-BY               PIC X(08).
       01  NO-LIMITS-DESCRIPTION.
           05  FILLER                  PIC X(40)       VALUE
               "NO CONTROL LIMITS ON FILE - TREND RULE O".
           05  FILLER                  PIC X(40)       VALUE
               "NLY UNTIL QA SETS A BASELINE".
       01  LIMITS-LINE.
           05  FILLER                  PIC X(10)       VALUE
               "PART 1 CL ".
           05  LL-CENTRE-LINE          PIC Z(9)9.
           05  FILLER                  PIC X(05)       VALUE " UCL ".
           05  LL-UPPER-LIMIT          PIC Z(9)9.
           05  FILLER                  PIC X(05)       VALUE " LCL ".
           05  LL-LOWER-LIMIT          PIC Z(9)9.
           05  FILLER                  PIC X(14)       VALUE
               "     PART 2 CL".
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LL-CENTRE-LINE-PART2    PIC Z(9)9.
           05  FILLER                  PIC X(05)       VALUE " UCL ".
           05  LL-UPPER-LIMIT-PART2    PIC Z(9)9.
           05  FILLER                  PIC X(05)       VALUE " LCL ".
           05  LL-LOWER-LIMIT-PART2    PIC Z(9)9.
       01  COLUMN-HEADING.
           05  FILLER                  PIC X(11)       VALUE
               "RUN DATE/SQ".
           05  FILLER                  PIC X(07)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE "PART 1".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(03)       VALUE "SIG".
           05  FILLER                  PIC X(09)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE "PART 2".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(03)       VALUE "SIG".
       01  DETAIL-LINE.
           05  DTL-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01)       VALUE "/".
           05  DTL-DROP-SEQ            PIC 9(02).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  DTL-ANSWER              PIC X(10).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-SIGNALS             PIC X(03).
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  DTL-ANSWER-PART2        PIC X(10).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-SIGNALS-PART2       PIC X(03).
       01  SERIES-TOTAL-LINE.
           05  FILLER                  PIC X(07)       VALUE "POINTS ".
           05  STL-POINT-COUNT         PIC Z(4)9.
           05  FILLER                  PIC X(13)       VALUE
               "  SIGNALLING ".
           05  STL-SIGNAL-COUNT        PIC Z(4)9.
           05  FILLER                  PIC X(16)       VALUE
               "  LATEST POINT: ".
           05  STL-LATEST-STATUS       PIC X(50).
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-INPUT-FILE
               THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES AND THE PARM, OPEN
      * THE DATASETS AND FIND THE FIRST INPUT FILE ON HISTORY
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_HISTFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO HISTORY-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_CCLFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO LIMITS-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_SPCFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO CHART-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-RESOLVE-PARM
               THRU 1100-EXIT
           IF RETURN-CODE = 16
               MOVE 'Y' TO EOF-FLAG
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AOC1SPC - HISTORY DATASET " HISTORY-FILENAME
                   " COULD NOT BE OPENED (STATUS "
                   HISTORY-FILE-STATUS "). RUN TERMINATED."
               MOVE 'Y' TO EOF-FLAG
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-OPEN-LIMITS
               THRU 1300-EXIT
           IF RETURN-CODE = 16
               CLOSE HISTORY-FILE
               MOVE 'Y' TO EOF-FLAG
               GO TO 1000-EXIT
           END-IF
           SET FILES-ARE-OPEN TO TRUE
           OPEN OUTPUT CHART-FILE
           PERFORM 7100-WRITE-PAGE-HEADING
               THRU 7100-EXIT
           PERFORM 1400-FIND-FIRST-FILE
               THRU 1400-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * 1100-RESOLVE-PARM - REPORT (OR NO PARM) NEEDS NOTHING ELSE.
      * BASELINE NEEDS A VALID FROM AND TO DATE, IN ORDER, AND THE
      * OPERATOR ID OF THE QA ANALYST SETTING THE LIMITS; ANYTHING
      * LESS ENDS THE RUN BEFORE A LIMIT IS TOUCHED.
      *****************************************************************
       1100-RESOLVE-PARM.
           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ","
                   INTO PARM-FUNCTION-TOKEN PARM-FROM-TOKEN
                        PARM-TO-TOKEN PARM-OPERATOR-TOKEN
                        PARM-INSTRUMENT-TOKEN
               END-UNSTRING
           END-IF
           IF PARM-FUNCTION-TOKEN = SPACES
             OR PARM-FUNCTION-TOKEN = "REPORT"
               MOVE "REPORT" TO REQUESTED-FUNCTION
               GO TO 1100-EXIT
           END-IF
           IF PARM-FUNCTION-TOKEN NOT = "BASELINE"
               DISPLAY "AOC1SPC - FUNCTION '" PARM-FUNCTION-TOKEN
                   "' IS NOT REPORT OR BASELINE. RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE "BASELINE" TO REQUESTED-FUNCTION
           MOVE PARM-FROM-TOKEN TO TOKEN-WORK
           PERFORM 1200-VALIDATE-DATE-TOKEN
               THRU 1200-EXIT
           IF NOT DATE-IS-VALID
               DISPLAY "AOC1SPC - BASELINE FROM DATE '"
                   PARM-FROM-TOKEN "' IS NOT A VALID YYYYMMDD. "
                   "RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE DATE-WORK TO BASELINE-FROM-DATE
           MOVE PARM-TO-TOKEN TO TOKEN-WORK
           PERFORM 1200-VALIDATE-DATE-TOKEN
               THRU 1200-EXIT
           IF NOT DATE-IS-VALID
               DISPLAY "AOC1SPC - BASELINE TO DATE '"
                   PARM-TO-TOKEN "' IS NOT A VALID YYYYMMDD. "
                   "RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE DATE-WORK TO BASELINE-TO-DATE
           IF BASELINE-FROM-DATE > BASELINE-TO-DATE
               DISPLAY "AOC1SPC - BASELINE FROM DATE "
                   BASELINE-FROM-DATE " IS AFTER THE TO DATE "
                   BASELINE-TO-DATE ". RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           IF PARM-OPERATOR-TOKEN = SPACES
               DISPLAY "AOC1SPC - AN OPERATOR ID (FOURTH PARM TOKEN) "
                   "IS REQUIRED TO RE-BASELINE CONTROL LIMITS. "
                   "RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE PARM-OPERATOR-TOKEN TO OPERATOR-ID
           MOVE PARM-INSTRUMENT-TOKEN TO BASELINE-INSTRUMENT.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * 1200-VALIDATE-DATE-TOKEN - TOKEN-WORK MUST HOLD EXACTLY EIGHT
      * DIGITS WITH A REAL MONTH AND DAY; THE DATE IS LEFT IN
      * DATE-WORK
      *****************************************************************
       1200-VALIDATE-DATE-TOKEN.
           MOVE 'N' TO DATE-VALID-FLAG
           MOVE ZERO TO TOKEN-LENGTH
           PERFORM 1250-SIZE-TOKEN-CHAR
               THRU 1250-EXIT
               VARYING TOKEN-INDEX FROM 1 BY 1
               UNTIL TOKEN-INDEX > 10
           IF TOKEN-LENGTH NOT = 8
             OR TOKEN-WORK (1:8) IS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF
           MOVE TOKEN-WORK (1:8) TO DATE-WORK
           IF DATE-WORK-MONTH < 01 OR DATE-WORK-MONTH > 12
             OR DATE-WORK-DAY < 01 OR DATE-WORK-DAY > 31
               GO TO 1200-EXIT
           END-IF
           SET DATE-IS-VALID TO TRUE.
       1200-EXIT.
           EXIT.
      *
       1250-SIZE-TOKEN-CHAR.
           IF TOKEN-WORK (TOKEN-INDEX:1) NOT = SPACE
               MOVE TOKEN-INDEX TO TOKEN-LENGTH
           END-IF.
       1250-EXIT.
           EXIT.
      *****************************************************************
      * 1300-OPEN-LIMITS - A RE-BASELINE OPENS THE LIMITS DATASET FOR
      * UPDATE, CREATING IT ON FIRST USE. A REPORT RUN ONLY READS IT;
      * BEFORE QA'S FIRST BASELINE THERE IS NO DATASET YET, AND EVERY
      * SERIES IS CHARTED ON THE TREND RULE ALONE.
      *****************************************************************
       1300-OPEN-LIMITS.
           IF BASELINE-FUNCTION
               OPEN I-O LIMITS-FILE
               IF LIMITS-FILE-STATUS = "35"
                   OPEN OUTPUT LIMITS-FILE
                   CLOSE LIMITS-FILE
                   OPEN I-O LIMITS-FILE
               END-IF
           ELSE
               OPEN INPUT LIMITS-FILE
               IF LIMITS-FILE-STATUS = "35"
                   DISPLAY "AOC1SPC - NO CONTROL-LIMITS DATASET "
                       "EXISTS YET. SERIES ARE CHARTED ON THE TREND "
                       "RULE ONLY."
                   GO TO 1300-EXIT
               END-IF
           END-IF
           IF LIMITS-FILE-STATUS NOT = "00"
               DISPLAY "AOC1SPC - CONTROL-LIMITS DATASET "
                   LIMITS-FILENAME " COULD NOT BE OPENED (STATUS "
                   LIMITS-FILE-STATUS "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF
           SET LIMITS-AVAILABLE TO TRUE.
       1300-EXIT.
           EXIT.
      *****************************************************************
      * 1400-FIND-FIRST-FILE - THE FIRST RECORD IN KEY ORDER NAMES THE
      * FIRST INPUT FILE; AN EMPTY MASTER SIMPLY ENDS THE RUN
      *****************************************************************
       1400-FIND-FIRST-FILE.
           MOVE LOW-VALUES TO HIST-KEY
           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
                   GO TO 1400-EXIT
           END-START
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO 1400-EXIT
           END-READ
           IF HISTORY-FILE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-FLAG
               GO TO 1400-EXIT
           END-IF
           MOVE HIST-FILENAME TO NEXT-FILENAME.
       1400-EXIT.
           EXIT.
      *****************************************************************
      * 2000-PROCESS-INPUT-FILE - ONE INPUT FILE ON HISTORY. THE FIRST
      * PASS NOTES THE FILE'S INSTRUMENTS AND FINDS WHERE THE NEXT
      * FILE STARTS; A RE-BASELINE THEN STORES THE NEW LIMITS; EACH
      * INSTRUMENT IS THEN CHARTED ON A PASS OF ITS OWN. A FILE WITH
      * NO INSTRUMENT SUB-TOTALS (AN A-BUILDING FILE, THE MANIFEST
      * GRAND TOTAL) PRINTS NOTHING.
      *****************************************************************
       2000-PROCESS-INPUT-FILE.
           MOVE NEXT-FILENAME TO CURRENT-FILENAME
           MOVE ZERO TO FILE-INSTRUMENT-COUNT
           PERFORM 2100-POSITION-AT-FILE
               THRU 2100-EXIT
           PERFORM 2200-SCAN-FILE-RECORD
               THRU 2200-EXIT
               UNTIL END-OF-FILE-SCAN
           IF FILE-INSTRUMENT-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO FILE-COUNT
           IF BASELINE-FUNCTION
               PERFORM 2500-STORE-LIMITS
                   THRU 2500-EXIT
                   VARYING INSTRUMENT-INDEX FROM 1 BY 1
                   UNTIL INSTRUMENT-INDEX > FILE-INSTRUMENT-COUNT
           END-IF
           MOVE SPACES TO PENDING-CHART-LINE
           PERFORM 7000-WRITE-CHART-LINE
               THRU 7000-EXIT
           MOVE CURRENT-FILENAME TO FH-FILENAME
           MOVE FILE-HEADING TO PENDING-CHART-LINE
           PERFORM 7000-WRITE-CHART-LINE
               THRU 7000-EXIT
           PERFORM 3000-CHART-SERIES
               THRU 3000-EXIT
               VARYING INSTRUMENT-INDEX FROM 1 BY 1
               UNTIL INSTRUMENT-INDEX > FILE-INSTRUMENT-COUNT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * 2100-POSITION-AT-FILE - START AHEAD OF THE CURRENT FILE'S
      * FIRST RECORD, READY FOR A PASS OVER THE FILE
      *****************************************************************
       2100-POSITION-AT-FILE.
           MOVE 'N' TO FILE-SCAN-END-FLAG
           MOVE 'N' TO SERIES-END-FLAG
           MOVE LOW-VALUES TO HIST-KEY
           MOVE CURRENT-FILENAME TO HIST-FILENAME
           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   SET END-OF-FILE-SCAN TO TRUE
                   SET END-OF-SERIES TO TRUE
           END-START.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2200-SCAN-FILE-RECORD - ONE RECORD OF THE FIRST PASS. THE
      * FILE-LEVEL LINE AND THE *DF* DEFAULT INSTRUMENT (RECORDS WITH
      * NO INSTRUMENT PREFIX) ARE NOT INSTRUMENTS TO CHART. A
      * RESTATED ('R') OR SUPPLEMENTAL ('S') SUB-TOTAL IS AN
      * ADJUSTMENT, NOT A POINT OF THE PROCESS, AND A DAMAGED RECORD
      * IS COUNTED AND LEFT OUT RATHER THAN ABENDING THE REPORT.
      *****************************************************************
       2200-SCAN-FILE-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE-SCAN TO TRUE
                   MOVE 'Y' TO EOF-FLAG
                   GO TO 2200-EXIT
           END-READ
           IF HISTORY-FILE-STATUS NOT = "00"
               SET END-OF-FILE-SCAN TO TRUE
               MOVE 'Y' TO EOF-FLAG
               GO TO 2200-EXIT
           END-IF
           IF HIST-FILENAME NOT = CURRENT-FILENAME
               MOVE HIST-FILENAME TO NEXT-FILENAME
               SET END-OF-FILE-SCAN TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF HIST-INSTRUMENT = SPACES
             OR HIST-INSTRUMENT = DEFAULT-INSTRUMENT-ID
               GO TO 2200-EXIT
           END-IF
           IF HIST-RUN-DATE IS NOT NUMERIC
             OR HIST-ANSWER IS NOT NUMERIC
             OR HIST-ANSWER-PART2 IS NOT NUMERIC
               ADD 1 TO BAD-HISTORY-COUNT
               GO TO 2200-EXIT
           END-IF
           IF HIST-RESTATED NOT = SPACE
               ADD 1 TO ADJUSTMENT-SKIP-COUNT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2300-NOTE-INSTRUMENT
               THRU 2300-EXIT
           IF FOUND-INDEX > ZERO
             AND BASELINE-FUNCTION
             AND HIST-RUN-DATE NOT < BASELINE-FROM-DATE
             AND HIST-RUN-DATE NOT > BASELINE-TO-DATE
             AND (BASELINE-INSTRUMENT = SPACES
                  OR BASELINE-INSTRUMENT = HIST-INSTRUMENT)
               PERFORM 2400-ACCUMULATE-BASELINE
                   THRU 2400-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * 2300-NOTE-INSTRUMENT - FIND THE INSTRUMENT IN THE FILE'S
      * TABLE, ADDING IT ON FIRST SIGHT. FOUND-INDEX IS ZERO ONLY
      * WHEN THE TABLE IS FULL.
      *****************************************************************
       2300-NOTE-INSTRUMENT.
           MOVE ZERO TO FOUND-INDEX
           PERFORM 2350-MATCH-INSTRUMENT
               THRU 2350-EXIT
               VARYING INSTRUMENT-INDEX FROM 1 BY 1
               UNTIL INSTRUMENT-INDEX > FILE-INSTRUMENT-COUNT
                   OR FOUND-INDEX > ZERO
           IF FOUND-INDEX > ZERO
               GO TO 2300-EXIT
           END-IF
           IF FILE-INSTRUMENT-COUNT >= 20
               IF NOT TABLE-FULL-WARNED
                   SET TABLE-FULL-WARNED TO TRUE
                   DISPLAY "AOC1SPC - WARNING: INSTRUMENT TABLE FULL "
                       "AT 20 FOR " CURRENT-FILENAME (1:44)
                       ". FURTHER INSTRUMENTS ARE NOT CHARTED."
               END-IF
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO FILE-INSTRUMENT-COUNT
           MOVE FILE-INSTRUMENT-COUNT TO FOUND-INDEX
           MOVE HIST-INSTRUMENT TO FIN-INSTRUMENT (FOUND-INDEX)
           MOVE ZERO TO FIN-BASE-COUNT (FOUND-INDEX)
           MOVE ZERO TO FIN-BASE-TOTAL (FOUND-INDEX 1)
               FIN-BASE-RANGES (FOUND-INDEX 1)
               FIN-BASE-PRIOR (FOUND-INDEX 1)
           MOVE ZERO TO FIN-BASE-TOTAL (FOUND-INDEX 2)
               FIN-BASE-RANGES (FOUND-INDEX 2)
               FIN-BASE-PRIOR (FOUND-INDEX 2).
       2300-EXIT.
           EXIT.
      *
       2350-MATCH-INSTRUMENT.
           IF FIN-INSTRUMENT (INSTRUMENT-INDEX) = HIST-INSTRUMENT
               MOVE INSTRUMENT-INDEX TO FOUND-INDEX
           END-IF.
       2350-EXIT.
           EXIT.
      *****************************************************************
      * 2400-ACCUMULATE-BASELINE - ADD ONE BASELINE POINT TO THE
      * INSTRUMENT'S TOTALS. THE MOVING RANGE IS THE DISTANCE FROM
      * THE INSTRUMENT'S PREVIOUS BASELINE POINT, SO THE FIRST POINT
      * HAS NONE.
      *****************************************************************
       2400-ACCUMULATE-BASELINE.
           MOVE HIST-ANSWER TO POINT-VALUE (1)
           MOVE HIST-ANSWER-PART2 TO POINT-VALUE (2)
           ADD 1 TO FIN-BASE-COUNT (FOUND-INDEX)
           PERFORM 2450-ACCUMULATE-BASELINE-PART
               THRU 2450-EXIT
               VARYING PART-INDEX FROM 1 BY 1
               UNTIL PART-INDEX > 2.
       2400-EXIT.
           EXIT.
      *
       2450-ACCUMULATE-BASELINE-PART.
           IF FIN-BASE-COUNT (FOUND-INDEX) > 1
               IF POINT-VALUE (PART-INDEX) >
                       FIN-BASE-PRIOR (FOUND-INDEX PART-INDEX)
                   COMPUTE RANGE-VALUE = POINT-VALUE (PART-INDEX)
                       - FIN-BASE-PRIOR (FOUND-INDEX PART-INDEX)
               ELSE
                   COMPUTE RANGE-VALUE =
                       FIN-BASE-PRIOR (FOUND-INDEX PART-INDEX)
                       - POINT-VALUE (PART-INDEX)
               END-IF
               ADD RANGE-VALUE
                   TO FIN-BASE-RANGES (FOUND-INDEX PART-INDEX)
           END-IF
           ADD POINT-VALUE (PART-INDEX)
               TO FIN-BASE-TOTAL (FOUND-INDEX PART-INDEX)
           MOVE POINT-VALUE (PART-INDEX)
               TO FIN-BASE-PRIOR (FOUND-INDEX PART-INDEX).
       2450-EXIT.
           EXIT.
      *****************************************************************
      * 2500-STORE-LIMITS - A RE-BASELINE REPLACES THE INSTRUMENT'S
      * LIMITS ONLY WHEN THE BASELINE PERIOD HOLDS ENOUGH POINTS TO
      * TRUST; OTHERWISE THE LIMITS ALREADY ON FILE (IF ANY) STAND
      * AND THE RUN ENDS WITH THE WARNING RETURN CODE.
      *****************************************************************
       2500-STORE-LIMITS.
           IF BASELINE-INSTRUMENT NOT = SPACES
             AND BASELINE-INSTRUMENT NOT =
                     FIN-INSTRUMENT (INSTRUMENT-INDEX)
               GO TO 2500-EXIT
           END-IF
           IF FIN-BASE-COUNT (INSTRUMENT-INDEX) < BASELINE-MINIMUM
               ADD 1 TO BASELINE-SHORT-COUNT
               MOVE FIN-BASE-COUNT (INSTRUMENT-INDEX) TO DISPLAY-COUNT
               DISPLAY "AOC1SPC - INSTRUMENT "
                   FIN-INSTRUMENT (INSTRUMENT-INDEX) " ON "
                   CURRENT-FILENAME (1:44) " HAS ONLY " DISPLAY-COUNT
                   " BASELINE POINT(S). ITS LIMITS ARE UNCHANGED."
               GO TO 2500-EXIT
           END-IF
           PERFORM 2550-COMPUTE-PART-LIMITS
               THRU 2550-EXIT
               VARYING PART-INDEX FROM 1 BY 1
               UNTIL PART-INDEX > 2
           MOVE CURRENT-FILENAME TO CCL-FILENAME
           MOVE FIN-INSTRUMENT (INSTRUMENT-INDEX) TO CCL-INSTRUMENT
           MOVE BASELINE-FROM-DATE TO CCL-BASELINE-FROM
           MOVE BASELINE-TO-DATE TO CCL-BASELINE-TO
           MOVE FIN-BASE-COUNT (INSTRUMENT-INDEX) TO CCL-POINT-COUNT
           MOVE CHP-CENTRE-LINE (1) TO CCL-CENTRE-LINE
           MOVE CHP-UPPER-LIMIT (1) TO CCL-UPPER-LIMIT
           MOVE CHP-LOWER-LIMIT (1) TO CCL-LOWER-LIMIT
           MOVE CHP-CENTRE-LINE (2) TO CCL-CENTRE-LINE-PART2
           MOVE CHP-UPPER-LIMIT (2) TO CCL-UPPER-LIMIT-PART2
           MOVE CHP-LOWER-LIMIT (2) TO CCL-LOWER-LIMIT-PART2
           MOVE RUN-DATE TO CCL-SET-DATE
           MOVE OPERATOR-ID TO CCL-SET-BY
           WRITE CONTROL-LIMITS-RECORD
               INVALID KEY
                   REWRITE CONTROL-LIMITS-RECORD
           END-WRITE
           IF LIMITS-FILE-STATUS NOT = "00"
               DISPLAY "AOC1SPC - LIMITS FOR INSTRUMENT "
                   CCL-INSTRUMENT " COULD NOT BE STORED (STATUS "
                   LIMITS-FILE-STATUS ")."
               ADD 1 TO BASELINE-SHORT-COUNT
           ELSE
               ADD 1 TO BASELINE-SET-COUNT
           END-IF.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * 2550-COMPUTE-PART-LIMITS - CENTRE LINE = BASELINE MEAN;
      * LIMITS = CENTRE LINE PLUS/MINUS LIMIT-FACTOR TIMES THE
      * AVERAGE MOVING RANGE. AN ANSWER CANNOT GO NEGATIVE, SO THE
      * LOWER LIMIT STOPS AT ZERO.
      *****************************************************************
       2550-COMPUTE-PART-LIMITS.
           DIVIDE FIN-BASE-TOTAL (INSTRUMENT-INDEX PART-INDEX)
               BY FIN-BASE-COUNT (INSTRUMENT-INDEX)
               GIVING BASE-MEAN ROUNDED
           COMPUTE AVERAGE-RANGE ROUNDED =
               FIN-BASE-RANGES (INSTRUMENT-INDEX PART-INDEX)
               / (FIN-BASE-COUNT (INSTRUMENT-INDEX) - 1)
           COMPUTE LIMIT-SPREAD ROUNDED =
               AVERAGE-RANGE * LIMIT-FACTOR
           COMPUTE CHP-CENTRE-LINE (PART-INDEX) ROUNDED = BASE-MEAN
           COMPUTE CHP-UPPER-LIMIT (PART-INDEX) ROUNDED =
               BASE-MEAN + LIMIT-SPREAD
               ON SIZE ERROR
                   MOVE 9999999999 TO CHP-UPPER-LIMIT (PART-INDEX)
           END-COMPUTE
           COMPUTE LIMIT-WORK = BASE-MEAN - LIMIT-SPREAD
           IF LIMIT-WORK < ZERO
               MOVE ZERO TO CHP-LOWER-LIMIT (PART-INDEX)
           ELSE
               COMPUTE CHP-LOWER-LIMIT (PART-INDEX) ROUNDED =
                   LIMIT-WORK
           END-IF.
       2550-EXIT.
           EXIT.
      *****************************************************************
      * 3000-CHART-SERIES - CHART ONE INSTRUMENT'S SERIES: FETCH ITS
      * LIMITS, PRINT ITS HEADINGS, THEN PASS OVER THE FILE PICKING
      * OUT ITS SUB-TOTALS, WHICH ARRIVE IN RUN-DATE AND DROP-
      * SEQUENCE ORDER
      *****************************************************************
       3000-CHART-SERIES.
           ADD 1 TO SERIES-COUNT
           MOVE ZERO TO SERIES-POINT-COUNT SERIES-SIGNAL-COUNT
           MOVE 'N' TO SERIES-LATEST-FLAG
           PERFORM 3050-RESET-CHART-PART
               THRU 3050-EXIT
               VARYING PART-INDEX FROM 1 BY 1
               UNTIL PART-INDEX > 2
           PERFORM 3100-LOAD-LIMITS
               THRU 3100-EXIT
           PERFORM 3150-WRITE-SERIES-HEADING
               THRU 3150-EXIT
           PERFORM 2100-POSITION-AT-FILE
               THRU 2100-EXIT
           PERFORM 3200-READ-SERIES-POINT
               THRU 3200-EXIT
               UNTIL END-OF-SERIES
           PERFORM 3900-CLOSE-SERIES
               THRU 3900-EXIT.
       3000-EXIT.
           EXIT.
      *
       3050-RESET-CHART-PART.
           MOVE ZERO TO CHP-CENTRE-LINE (PART-INDEX)
               CHP-UPPER-LIMIT (PART-INDEX)
               CHP-LOWER-LIMIT (PART-INDEX)
               CHP-PRIOR-POINT (PART-INDEX)
               CHP-RUN-COUNT (PART-INDEX)
               CHP-TREND-COUNT (PART-INDEX)
           MOVE SPACE TO CHP-RUN-SIDE (PART-INDEX)
               CHP-TREND-DIRECTION (PART-INDEX)
           MOVE SPACES TO CHP-SIGNALS (PART-INDEX).
       3050-EXIT.
           EXIT.
      *****************************************************************
      * 3100-LOAD-LIMITS - READ THE INSTRUMENT'S LIMITS BY KEY. AN
      * INSTRUMENT QA HAS NOT YET BASELINED HAS NONE, AND ONLY THE
      * TREND RULE - WHICH NEEDS NO CENTRE LINE - IS APPLIED.
      *****************************************************************
       3100-LOAD-LIMITS.
           MOVE 'N' TO SERIES-LIMITS-FLAG
           IF NOT LIMITS-AVAILABLE
               GO TO 3100-EXIT
           END-IF
           MOVE CURRENT-FILENAME TO CCL-FILENAME
           MOVE FIN-INSTRUMENT (INSTRUMENT-INDEX) TO CCL-INSTRUMENT
           READ LIMITS-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ
           IF LIMITS-FILE-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF
           SET SERIES-HAS-LIMITS TO TRUE
           MOVE CCL-CENTRE-LINE TO CHP-CENTRE-LINE (1)
           MOVE CCL-UPPER-LIMIT TO CHP-UPPER-LIMIT (1)
           MOVE CCL-LOWER-LIMIT TO CHP-LOWER-LIMIT (1)
           MOVE CCL-CENTRE-LINE-PART2 TO CHP-CENTRE-LINE (2)
           MOVE CCL-UPPER-LIMIT-PART2 TO CHP-UPPER-LIMIT (2)
           MOVE CCL-LOWER-LIMIT-PART2 TO CHP-LOWER-LIMIT (2).
       3100-EXIT.
           EXIT.
      *****************************************************************
      * 3150-WRITE-SERIES-HEADING - INSTRUMENT, ITS BASELINE AND ITS
      * LIMITS (OR THE NO-LIMITS NOTE), THEN THE COLUMN HEADINGS
      *****************************************************************
       3150-WRITE-SERIES-HEADING.
           MOVE SPACES TO PENDING-CHART-LINE
           PERFORM 7000-WRITE-CHART-LINE
               THRU 7000-EXIT
           MOVE FIN-INSTRUMENT (INSTRUMENT-INDEX) TO IH-INSTRUMENT
           IF SERIES-HAS-LIMITS
               MOVE CCL-BASELINE-FROM TO BD-FROM-DATE
               MOVE CCL-BASELINE-TO TO BD-TO-DATE
               MOVE CCL-POINT-COUNT TO BD-POINT-COUNT
               MOVE CCL-SET-DATE TO BD-SET-DATE
               MOVE CCL-SET-BY TO BD-SET-BY
               MOVE BASELINE-DESCRIPTION TO IH-BASELINE-TEXT
           ELSE
               ADD 1 TO NO-LIMITS-COUNT
               MOVE NO-LIMITS-DESCRIPTION TO IH-BASELINE-TEXT
           END-IF
           MOVE INSTRUMENT-HEADING TO PENDING-CHART-LINE
           PERFORM 7000-WRITE-CHART-LINE
               THRU 7000-EXIT
           IF SERIES-HAS-LIMITS
               MOVE CHP-CENTRE-LINE (1) TO LL-CENTRE-LINE
               MOVE CHP-UPPER-LIMIT (1) TO LL-UPPER-LIMIT
               MOVE CHP-LOWER-LIMIT (1) TO LL-LOWER-LIMIT
               MOVE CHP-CENTRE-LINE (2) TO LL-CENTRE-LINE-PART2
               MOVE CHP-UPPER-LIMIT (2) TO LL-UPPER-LIMIT-PART2
               MOVE CHP-LOWER-LIMIT (2) TO LL-LOWER-LIMIT-PART2
               MOVE LIMITS-LINE TO PENDING-CHART-LINE
               PERFORM 7000-WRITE-CHART-LINE
                   THRU 7000-EXIT
           END-IF
           MOVE COLUMN-HEADING TO PENDING-CHART-LINE
           PERFORM 7000-WRITE-CHART-LINE
               THRU 7000-EXIT.
       3150-EXIT.
           EXIT.
      *****************************************************************
      * 3200-READ-SERIES-POINT - ONE RECORD OF AN INSTRUMENT'S PASS.
      * THE PASS ENDS AT THE NEXT INPUT FILE; ONLY THIS INSTRUMENT'S
      * USABLE, AS-SCORED SUB-TOTALS ARE CHARTED (THE FIRST PASS HAS
      * ALREADY COUNTED THE REST).
      *****************************************************************
       3200-READ-SERIES-POINT.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-SERIES TO TRUE
                   GO TO 3200-EXIT
           END-READ
           IF HISTORY-FILE-STATUS NOT = "00"
             OR HIST-FILENAME NOT = CURRENT-FILENAME
               SET END-OF-SERIES TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF HIST-INSTRUMENT NOT = FIN-INSTRUMENT (INSTRUMENT-INDEX)
             OR HIST-RUN-DATE IS NOT NUMERIC
             OR HIST-ANSWER IS NOT NUMERIC
             OR HIST-ANSWER-PART2 IS NOT NUMERIC
             OR HIST-RESTATED NOT = SPACE
               GO TO 3200-EXIT
           END-IF
           PERFORM 3300-CHART-POINT
               THRU 3300-EXIT.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * 3300-CHART-POINT - APPLY THE RULES TO BOTH ANSWERS OF ONE
      * DROP AND PRINT ITS LINE. SERIES-LATEST-FLAG ENDS UP
      * DESCRIBING THE SERIES' LAST POINT.
      *****************************************************************
       3300-CHART-POINT.
           MOVE HIST-ANSWER TO POINT-VALUE (1)
           MOVE HIST-ANSWER-PART2 TO POINT-VALUE (2)
           MOVE 'N' TO SERIES-LATEST-FLAG
           PERFORM 3400-APPLY-RULES
               THRU 3400-EXIT
               VARYING PART-INDEX FROM 1 BY 1
               UNTIL PART-INDEX > 2
           ADD 1 TO SERIES-POINT-COUNT
           IF SERIES-LATEST-FLAG = 'Y'
               ADD 1 TO SERIES-SIGNAL-COUNT
               ADD 1 TO SIGNAL-POINT-COUNT
           END-IF
           MOVE HIST-RUN-DATE TO DTL-RUN-DATE
           MOVE HIST-DROP-SEQ TO DTL-DROP-SEQ
           MOVE HIST-ANSWER TO EDIT-ANSWER
           MOVE EDIT-ANSWER TO DTL-ANSWER
           MOVE HIST-ANSWER-PART2 TO EDIT-ANSWER
           MOVE EDIT-ANSWER TO DTL-ANSWER-PART2
           MOVE CHP-SIGNALS (1) TO DTL-SIGNALS
           MOVE CHP-SIGNALS (2) TO DTL-SIGNALS-PART2
           MOVE DETAIL-LINE TO PENDING-CHART-LINE
           PERFORM 7000-WRITE-CHART-LINE
               THRU 7000-EXIT.
       3300-EXIT.
           EXIT.
      *****************************************************************
      * 3400-APPLY-RULES - ONE ANSWER OF ONE POINT. THE LIMITS AND RUN
      * RULES NEED THE CENTRE LINE AND LIMITS; THE TREND RULE ONLY
      * NEEDS THE PREVIOUS POINT. A POINT EQUAL TO ITS PREDECESSOR
      * BREAKS A TREND, AND ONE ON THE CENTRE LINE BREAKS A RUN.
      *****************************************************************
       3400-APPLY-RULES.
           MOVE SPACES TO CHP-SIGNALS (PART-INDEX)
           IF SERIES-HAS-LIMITS
               IF POINT-VALUE (PART-INDEX) >
                       CHP-UPPER-LIMIT (PART-INDEX)
                 OR POINT-VALUE (PART-INDEX) <
                       CHP-LOWER-LIMIT (PART-INDEX)
                   MOVE 'L' TO CHP-SIGNALS (PART-INDEX) (1:1)
               END-IF
               IF POINT-VALUE (PART-INDEX) >
                       CHP-CENTRE-LINE (PART-INDEX)
                   IF CHP-RUN-SIDE (PART-INDEX) = 'A'
                       ADD 1 TO CHP-RUN-COUNT (PART-INDEX)
                   ELSE
                       MOVE 'A' TO CHP-RUN-SIDE (PART-INDEX)
                       MOVE 1 TO CHP-RUN-COUNT (PART-INDEX)
                   END-IF
               ELSE
               IF POINT-VALUE (PART-INDEX) <
                       CHP-CENTRE-LINE (PART-INDEX)
                   IF CHP-RUN-SIDE (PART-INDEX) = 'B'
                       ADD 1 TO CHP-RUN-COUNT (PART-INDEX)
                   ELSE
                       MOVE 'B' TO CHP-RUN-SIDE (PART-INDEX)
                       MOVE 1 TO CHP-RUN-COUNT (PART-INDEX)
                   END-IF
               ELSE
                   MOVE SPACE TO CHP-RUN-SIDE (PART-INDEX)
                   MOVE ZERO TO CHP-RUN-COUNT (PART-INDEX)
               END-IF
               END-IF
               IF CHP-RUN-COUNT (PART-INDEX) >= RUN-RULE-LENGTH
                   MOVE 'R' TO CHP-SIGNALS (PART-INDEX) (2:1)
               END-IF
           END-IF
           IF SERIES-POINT-COUNT = ZERO
               MOVE SPACE TO CHP-TREND-DIRECTION (PART-INDEX)
               MOVE 1 TO CHP-TREND-COUNT (PART-INDEX)
           ELSE
           IF POINT-VALUE (PART-INDEX) > CHP-PRIOR-POINT (PART-INDEX)
               IF CHP-TREND-DIRECTION (PART-INDEX) = 'U'
                   ADD 1 TO CHP-TREND-COUNT (PART-INDEX)
               ELSE
                   MOVE 'U' TO CHP-TREND-DIRECTION (PART-INDEX)
                   MOVE 2 TO CHP-TREND-COUNT (PART-INDEX)
               END-IF
           ELSE
           IF POINT-VALUE (PART-INDEX) < CHP-PRIOR-POINT (PART-INDEX)
               IF CHP-TREND-DIRECTION (PART-INDEX) = 'D'
                   ADD 1 TO CHP-TREND-COUNT (PART-INDEX)
               ELSE
                   MOVE 'D' TO CHP-TREND-DIRECTION (PART-INDEX)
                   MOVE 2 TO CHP-TREND-COUNT (PART-INDEX)
               END-IF
           ELSE
               MOVE SPACE TO CHP-TREND-DIRECTION (PART-INDEX)
               MOVE 1 TO CHP-TREND-COUNT (PART-INDEX)
           END-IF
           END-IF
           END-IF
           IF CHP-TREND-COUNT (PART-INDEX) >= TREND-RULE-LENGTH
               MOVE 'T' TO CHP-SIGNALS (PART-INDEX) (3:1)
           END-IF
           IF CHP-SIGNALS (PART-INDEX) NOT = SPACES
               MOVE 'Y' TO SERIES-LATEST-FLAG
           END-IF
           MOVE POINT-VALUE (PART-INDEX)
               TO CHP-PRIOR-POINT (PART-INDEX).
       3400-EXIT.
           EXIT.
      *****************************************************************
      * 3900-CLOSE-SERIES - EVERY SIGNAL WAS PRINTED AS THE SERIES
      * STREAMED PAST, BUT ONLY A SIGNAL ON THE INSTRUMENT'S LATEST
      * POINT - TODAY'S DROP, NOT AN EPISODE ALREADY DEALT WITH -
      * MARKS IT FOR RECALIBRATION AND RAISES THE RETURN CODE
      *****************************************************************
       3900-CLOSE-SERIES.
           MOVE SERIES-POINT-COUNT TO STL-POINT-COUNT
           MOVE SERIES-SIGNAL-COUNT TO STL-SIGNAL-COUNT
           IF SERIES-POINT-COUNT = ZERO
               MOVE "NONE - NO AS-SCORED SUB-TOTALS ON HISTORY"
                   TO STL-LATEST-STATUS
           ELSE
           IF SERIES-LATEST-FLAG = 'Y'
               MOVE "** OUT OF CONTROL - PULL FOR RECALIBRATION **"
                   TO STL-LATEST-STATUS
               ADD 1 TO OUT-OF-CONTROL-COUNT
               SET INSTRUMENT-WAS-OUT TO TRUE
               DISPLAY "AOC1SPC - INSTRUMENT "
                   FIN-INSTRUMENT (INSTRUMENT-INDEX) " ON "
                   CURRENT-FILENAME (1:44)
                   " IS OUT OF CONTROL ON ITS LATEST DROP."
           ELSE
               MOVE "IN CONTROL" TO STL-LATEST-STATUS
           END-IF
           END-IF
           MOVE SERIES-TOTAL-LINE TO PENDING-CHART-LINE
           PERFORM 7000-WRITE-CHART-LINE
               THRU 7000-EXIT.
       3900-EXIT.
           EXIT.
      *****************************************************************
      * 7000-WRITE-CHART-LINE - WRITE THE LINE STAGED IN
      * PENDING-CHART-LINE, STARTING A NEW PAGE WITH HEADINGS
      * WHENEVER THE CURRENT PAGE IS FULL
      *****************************************************************
       7000-WRITE-CHART-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 7100-WRITE-PAGE-HEADING
                   THRU 7100-EXIT
           END-IF
           WRITE CHART-LINE FROM PENDING-CHART-LINE
           ADD 1 TO LINE-COUNT.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-DATE TO PH1-RUN-DATE
           MOVE PAGE-NUMBER TO PH1-PAGE-NUMBER
           MOVE RUN-RULE-LENGTH TO PH3-RUN-LENGTH
           MOVE TREND-RULE-LENGTH TO PH3-TREND-LENGTH
           WRITE CHART-LINE FROM PAGE-HEADING-1
           WRITE CHART-LINE FROM PAGE-HEADING-2
           WRITE CHART-LINE FROM PAGE-HEADING-3
           MOVE SPACES TO CHART-LINE
           WRITE CHART-LINE
           MOVE 4 TO LINE-COUNT.
       7100-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - CLOSE THE FILES, SUMMARIZE THE RUN AND SET
      * THE WARNING RETURN CODE WHEN AN INSTRUMENT'S LATEST POINT IS
      * OUT OF CONTROL OR A REQUESTED BASELINE COULD NOT BE SET
      *****************************************************************
       8000-FINALIZE.
           IF FILES-ARE-OPEN
               CLOSE HISTORY-FILE
               CLOSE CHART-FILE
               IF LIMITS-AVAILABLE
                   CLOSE LIMITS-FILE
               END-IF
           END-IF
           IF RETURN-CODE = 16
               GO TO 8000-EXIT
           END-IF
           MOVE FILE-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1SPC - INPUT FILES CHARTED      : " DISPLAY-COUNT
           MOVE SERIES-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1SPC - INSTRUMENT SERIES        : " DISPLAY-COUNT
           MOVE NO-LIMITS-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1SPC - SERIES WITHOUT LIMITS    : " DISPLAY-COUNT
           MOVE SIGNAL-POINT-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1SPC - POINTS SIGNALLING        : " DISPLAY-COUNT
           MOVE OUT-OF-CONTROL-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1SPC - OUT OF CONTROL (LATEST)  : " DISPLAY-COUNT
           IF BASELINE-FUNCTION
               MOVE BASELINE-SET-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SPC - CONTROL LIMITS SET       : "
                   DISPLAY-COUNT
               IF BASELINE-SET-COUNT = ZERO
                 AND BASELINE-SHORT-COUNT = ZERO
                   DISPLAY "AOC1SPC - WARNING: NO INSTRUMENT ON "
                       "HISTORY MATCHED THE BASELINE REQUEST."
                   MOVE 1 TO BASELINE-SHORT-COUNT
               END-IF
           END-IF
           IF ADJUSTMENT-SKIP-COUNT > ZERO
               MOVE ADJUSTMENT-SKIP-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SPC - RESTATED/SUPPLEMENTAL SUB-TOTALS "
                   "NOT CHARTED: " DISPLAY-COUNT
           END-IF
           IF BAD-HISTORY-COUNT > ZERO
               MOVE BAD-HISTORY-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SPC - WARNING: " DISPLAY-COUNT
                   " UNREADABLE HISTORY LINE(S) WERE SKIPPED."
           END-IF
           IF INSTRUMENT-WAS-OUT
               DISPLAY "AOC1SPC - ONE OR MORE INSTRUMENTS ARE OUT OF "
                   "CONTROL ON THEIR LATEST DROP. PULL THEM FOR "
                   "RECALIBRATION."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF BASELINE-SHORT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
