      *                  IN PLACE WITH THE CORRECTED ANSWERS AND THE
      *                  RESTATED FLAG. THE NEW-HISTORY DATASET AND
      *                  THE COPY-BACK STEP ARE GONE.
      * 2026-10-15  DSB  A RESTATEMENT NOW TAKES TWO OPERATORS. THE
      *                  PARM IS FROM-DATE,TO-DATE,OPERATOR AND THE
      *                  OPERATOR MUST HOLD RESTATE AUTHORITY ON THE
      *                  OPERATOR MASTER (OPRMAST, LAYOUT IN AOC1OPR).
      *                  THE FIRST RUN FOR A PERIOD ONLY PREVIEWS IT:
      *                  THE STATEMENT IS PRINTED MARKED PREVIEW,
      *                  NOTHING IS REWRITTEN, AND THE REQUEST GOES ON
      *                  THE RESTATEMENT REQUEST MASTER (RSTRQST,
      *                  LAYOUT IN AOC1RRQ) WITH ITS FIGURES, ENDING
      *                  RC 4. A SECOND, DIFFERENT OPERATOR WITH
      *                  APPROVE AUTHORITY THEN RUNS WITH PARM
      *                  APPROVE,FROM-DATE,TO-DATE,OPERATOR (OR
      *                  DECLINE,...), AND THE NEXT RUN FOR THE PERIOD
      *                  APPLIES IT - PROVIDED ITS FIGURES STILL MATCH
      *                  THE ONES APPROVED; IF NOT, THE REQUEST GOES
      *                  BACK TO PENDING. REFUSALS, REQUESTS,
      *                  DECISIONS AND THE APPLYING RUN ARE LOGGED TO
      *                  THE RETAINED AUTHORITY JOURNAL (AUTHJRNL,
      *                  LAYOUT IN AOC1AUJ). A REFUSAL ENDS THE RUN
      *                  WITH RC 16.
      * 2026-10-15  DSB  THE APPLYING RUN IS JOURNALLED AS COMPLETED
      *                  ONLY ONCE THE REQUEST HAS BEEN MARKED SO. A
      *                  REQUEST THAT CANNOT BE MARKED IS REPORTED
      *                  WITH ITS STATUS AND ENDS THE RUN RC 16 WITH
      *                  NO COMPLETION LOGGED.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
               STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.
           SELECT REQUEST-FILE ASSIGN TO DYNAMIC
               REQUEST-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RRQ-KEY
               FILE STATUS IS REQUEST-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
               OPERATOR-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-KEY
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT AUTHORITY-JOURNAL-FILE ASSIGN TO DYNAMIC
               AUTHORITY-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTHORITY-JOURNAL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(132).
      *
       FD  REQUEST-FILE.
           COPY AOC1RRQ.
      *
       FD  OPERATOR-FILE.
           COPY AOC1OPR.
      *
       FD  AUTHORITY-JOURNAL-FILE.
           COPY AOC1AUJ.
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  ADJUSTMENT-KNOWN-FLAG       PIC X           VALUE 'N'.
           88  ADJUSTMENT-ALREADY-KNOWN                 VALUE 'Y'.
       01  CORRECTION-FOUND-WORK       PIC X           VALUE 'N'.
       01  REQUEST-OPEN-FLAG           PIC X           VALUE 'N'.
           88  REQUEST-IS-OPEN                          VALUE 'Y'.
       01  AUTHORITY-JOURNAL-OPEN-FLAG PIC X           VALUE 'N'.
           88  AUTHORITY-JOURNAL-IS-OPEN                VALUE 'Y'.
       01  TALLY-PASS-FLAG             PIC X           VALUE 'N'.
           88  TALLY-PASS                               VALUE 'Y'.
       01  REQUEST-FAILED-FLAG         PIC X           VALUE 'N'.
           88  REQUEST-NOT-RECORDED                     VALUE 'Y'.
       01  RUN-MODE-FLAG               PIC X           VALUE 'P'.
           88  PREVIEW-RUN                              VALUE 'P'.
           88  APPLY-RUN                                VALUE 'A'.
      *****************************************************************
      * REQUESTED FUNCTION
      *****************************************************************
       01  REQUESTED-FUNCTION          PIC X(08)       VALUE "RESTATE".
           88  RESTATE-FUNCTION                         VALUE "RESTATE".
           88  APPROVE-FUNCTION                         VALUE "APPROVE".
           88  DECLINE-FUNCTION                         VALUE "DECLINE".
           88  DECISION-FUNCTION                        VALUE "APPROVE"
                                                        "DECLINE".
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *-----------------------------------------------------------------
      * ALL DATASETS USE THE STANDARD "DD:" BINDING WITH THE USUAL
      * DD_XXX ENVIRONMENT OVERRIDE. THE PARM CARRIES THE RESTATEMENT
      * PERIOD AND THE OPERATOR: FROM-DATE,TO-DATE,OPERATOR (BOTH
      * DATES YYYYMMDD; THE TO DATE DEFAULTS TO THE FROM DATE FOR A
      * ONE-DAY RESTATEMENT). A FIRST TOKEN OF APPROVE OR DECLINE
      * MAKES IT A DECISION ON THAT PERIOD'S PENDING REQUEST AND
      * SHIFTS THE REST ONE TOKEN RIGHT.
      *****************************************************************
       01  RETAINED-EXCEPTION-FILENAME PIC X(100)
                                        VALUE "DD:RETEXC".
                                        VALUE "DD:HISTFILE".
       01  STATEMENT-FILENAME          PIC X(100)
                                        VALUE "DD:RSTFILE".
       01  REQUEST-FILENAME            PIC X(100)
                                        VALUE "DD:RSTRQST".
       01  OPERATOR-FILENAME           PIC X(100)
                                        VALUE "DD:OPRMAST".
       01  AUTHORITY-JOURNAL-FILENAME  PIC X(100)
                                        VALUE "DD:AUTHJRNL".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  RETAINED-EXCEPTION-STATUS   PIC XX          VALUE SPACES.
       01  CORRECTION-FILE-STATUS      PIC XX          VALUE SPACES.
       01  HISTORY-FILE-STATUS         PIC XX          VALUE SPACES.
       01  STATEMENT-FILE-STATUS       PIC XX          VALUE SPACES.
       01  REQUEST-FILE-STATUS         PIC XX          VALUE SPACES.
       01  OPERATOR-FILE-STATUS        PIC XX          VALUE SPACES.
       01  AUTHORITY-JOURNAL-STATUS    PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-FROM-TOKEN             PIC X(10)       VALUE SPACES.
       01  PARM-TO-TOKEN               PIC X(10)       VALUE SPACES.
       01  PARM-OPERATOR-TOKEN         PIC X(10)       VALUE SPACES.
       01  PARM-EXTRA-TOKEN            PIC X(10)       VALUE SPACES.
       01  OPERATOR-ID                 PIC X(08)       VALUE SPACES.
       01  RESTATE-FROM-DATE           PIC 9(08)       VALUE ZERO.
       01  RESTATE-TO-DATE             PIC 9(08)       VALUE ZERO.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
      *****************************************************************
      * OPERATOR AUTHORITY CHECK AND DUAL CONTROL
      *-----------------------------------------------------------------
      * THE RESTATING OPERATOR NEEDS RESTATE AUTHORITY, THE DECIDING
      * ONE APPROVE AUTHORITY, AND THEY MUST DIFFER. REFUSALS AND
      * EACH STEP OF A REQUEST ARE APPENDED TO THE RETAINED
      * AUTHORITY JOURNAL (SEE AOC1AUJ).
      *****************************************************************
       01  AUTHORITY-EVENT-WORK        PIC X           VALUE SPACE.
       01  AUTHORITY-SUBJECT-WORK      PIC X(120)      VALUE SPACES.
       01  AUTHORITY-REASON-WORK       PIC X(50)       VALUE SPACES.
       01  REQUEST-LINE-COUNT-WORK     PIC 9(05)       VALUE ZERO.
       01  REQUEST-CORRECTION-WORK     PIC 9(05)       VALUE ZERO.
      *****************************************************************
      * ADJUSTMENT TABLE
      *-----------------------------------------------------------------
      * ONE ROW PER CORRECTED EXCEPTION IN THE RESTATEMENT PERIOD,
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE "PAGE ".
           05  PH1-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PH1-MODE                PIC X(21).
       01  SECTION-FILE-LINE.
           05  FILLER                  PIC X(15)       VALUE
               "INPUT DATASET: ".
               THRU 4000-EXIT
               UNTIL END-OF-FILE.
           IF FILES-ARE-OPEN
               PERFORM 2000-SETTLE-RUN-MODE
                   THRU 2000-EXIT
               PERFORM 5000-APPLY-NEXT-ADJUSTMENT
                   THRU 5000-EXIT
                   VARYING APPLY-INDEX FROM 1 BY 1
                   UNTIL ADJ-INDEX > ADJUSTMENT-COUNT
               PERFORM 7300-WRITE-STATEMENT-TOTALS
                   THRU 7300-EXIT
               PERFORM 2500-COMPLETE-REQUEST
                   THRU 2500-EXIT
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
      * PERIOD, THEN OPEN THE DATASETS AND START THE STATEMENT. A
      * MISSING OR UNUSABLE FROM DATE TERMINATES THE RUN - A
      * RESTATEMENT OVER AN UNINTENDED PERIOD IS WORSE THAN NONE.
      * SO DOES AN OPERATOR WHO FAILS THE AUTHORITY CHECK. A
      * DECISION RUN IS SETTLED HERE AND OPENS NOTHING ELSE.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_RETEXC"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO STATEMENT-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_RSTRQST"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO REQUEST-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_OPRMAST"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO OPERATOR-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_AUTHJRNL"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO AUTHORITY-JOURNAL-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ","
                   INTO PARM-FROM-TOKEN PARM-TO-TOKEN
                        PARM-OPERATOR-TOKEN PARM-EXTRA-TOKEN
               END-UNSTRING
           END-IF
           IF PARM-FROM-TOKEN = "APPROVE"
             OR PARM-FROM-TOKEN = "DECLINE"
               MOVE PARM-FROM-TOKEN TO REQUESTED-FUNCTION
               MOVE PARM-TO-TOKEN TO PARM-FROM-TOKEN
               MOVE PARM-OPERATOR-TOKEN TO PARM-TO-TOKEN
               MOVE PARM-EXTRA-TOKEN TO PARM-OPERATOR-TOKEN
           END-IF
           MOVE PARM-OPERATOR-TOKEN (1:8) TO OPERATOR-ID
           IF PARM-FROM-TOKEN (1:8) IS NUMERIC
             AND PARM-FROM-TOKEN (9:2) = SPACES
               MOVE PARM-FROM-TOKEN (1:8) TO RESTATE-FROM-DATE
           ELSE
               DISPLAY "AOC1RST - THE FROM DATE PARM '"
                   PARM-FROM-TOKEN "' IS NOT A YYYYMMDD DATE. THE "
                   "PARM IS FROM-DATE,TO-DATE,OPERATOR. RUN "
                   "TERMINATED."
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
           END-IF
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
           END-IF
           IF NOT END-OF-FILE
               PERFORM 1200-OPEN-AUTHORITY-JOURNAL
                   THRU 1200-EXIT
           END-IF
           IF NOT END-OF-FILE
             AND OPERATOR-ID = SPACES
               DISPLAY "AOC1RST - A " REQUESTED-FUNCTION
                   " RUN NEEDS THE OPERATOR ID AS THE LAST PARM "
                   "TOKEN (FROM-DATE,TO-DATE,OPERATOR). RUN "
                   "TERMINATED."
               MOVE "NO OPERATOR ID ON THE PARM"
                   TO AUTHORITY-REASON-WORK
               PERFORM 1350-REFUSE-RUN
                   THRU 1350-EXIT
           END-IF
           IF NOT END-OF-FILE
               PERFORM 1300-CHECK-OPERATOR-AUTHORITY
                   THRU 1300-EXIT
           END-IF
           IF NOT END-OF-FILE
               PERFORM 1400-OPEN-REQUEST-MASTER
                   THRU 1400-EXIT
           END-IF
           IF NOT END-OF-FILE
             AND DECISION-FUNCTION
               PERFORM 3000-DECIDE-REQUEST
                   THRU 3000-EXIT
               MOVE 'Y' TO EOF-FLAG
           END-IF
           IF NOT END-OF-FILE
               PERFORM 1100-OPEN-DATASETS
                   THRU 1100-EXIT
      *****************************************************************
      * 1100-OPEN-DATASETS - THE RETAINED EXCEPTIONS, THE CORRECTIONS
      * MASTER AND THE HISTORY MUST ALL BE THERE; WITHOUT ANY ONE OF
      * THEM A RESTATEMENT CANNOT BE COMPUTED HONESTLY. THE STATEMENT
      * IS STARTED ONCE THE RUN KNOWS WHETHER IT IS A PREVIEW (SEE
      * 2000).
      *****************************************************************
       1100-OPEN-DATASETS.
           OPEN INPUT RETAINED-EXCEPTION-FILE
               MOVE 'Y' TO EOF-FLAG
               GO TO 1100-EXIT
           END-IF
           SET FILES-ARE-OPEN TO TRUE.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * 1200-OPEN-AUTHORITY-JOURNAL - OPEN THE RETAINED AUTHORITY
      * JOURNAL FOR APPEND, CREATING IT ON ITS VERY FIRST USE. A
      * RESTATEMENT OR DECISION THAT CANNOT BE LOGGED DOES NOT RUN.
      *****************************************************************
       1200-OPEN-AUTHORITY-JOURNAL.
           OPEN EXTEND AUTHORITY-JOURNAL-FILE
           IF AUTHORITY-JOURNAL-STATUS = "35"
               OPEN OUTPUT AUTHORITY-JOURNAL-FILE
           END-IF
           IF AUTHORITY-JOURNAL-STATUS = "00"
               SET AUTHORITY-JOURNAL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1RST - AUTHORITY JOURNAL "
                   AUTHORITY-JOURNAL-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " AUTHORITY-JOURNAL-STATUS "). A "
                   "RESTATEMENT CANNOT RUN UNLOGGED - RUN "
                   "TERMINATED."
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
           END-IF.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * 1300-CHECK-OPERATOR-AUTHORITY - READ THE OPERATOR MASTER FOR
      * THE PARM'S OPERATOR AND REFUSE THE RUN UNLESS THE OPERATOR IS
      * ON FILE, ACTIVE AND HOLDS RESTATE AUTHORITY (APPROVE FOR A
      * DECISION RUN). AN OPERATOR MASTER THAT CANNOT BE READ
      * REFUSES EVERYBODY.
      *****************************************************************
       1300-CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO AUTHORITY-REASON-WORK
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS NOT = "00"
               MOVE "OPERATOR MASTER COULD NOT BE OPENED"
                   TO AUTHORITY-REASON-WORK
           ELSE
               MOVE OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "OPERATOR ID NOT ON THE OPERATOR MASTER"
                           TO AUTHORITY-REASON-WORK
               END-READ
               CLOSE OPERATOR-FILE
           END-IF
           IF AUTHORITY-REASON-WORK = SPACES
             AND OPR-SUSPENDED
               MOVE "OPERATOR IS SUSPENDED" TO AUTHORITY-REASON-WORK
           END-IF
           IF AUTHORITY-REASON-WORK = SPACES
             AND NOT OPR-ACTIVE
               MOVE "OPERATOR IS NOT ACTIVE" TO AUTHORITY-REASON-WORK
           END-IF
           IF AUTHORITY-REASON-WORK = SPACES
             AND RESTATE-FUNCTION
             AND NOT OPR-MAY-RESTATE
               MOVE "NO RESTATE AUTHORITY" TO AUTHORITY-REASON-WORK
           END-IF
           IF AUTHORITY-REASON-WORK = SPACES
             AND DECISION-FUNCTION
             AND NOT OPR-MAY-APPROVE
               MOVE "NO APPROVE AUTHORITY" TO AUTHORITY-REASON-WORK
           END-IF
           IF AUTHORITY-REASON-WORK NOT = SPACES
               DISPLAY "AOC1RST - OPERATOR " OPERATOR-ID " IS REFUSED "
                   "THE " REQUESTED-FUNCTION " FUNCTION: "
                   AUTHORITY-REASON-WORK ". RUN TERMINATED."
               PERFORM 1350-REFUSE-RUN
                   THRU 1350-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      *****************************************************************
      * 1350-REFUSE-RUN - LOG THE REFUSAL (REASON ALREADY STAGED)
      * AGAINST THE PERIOD AND END THE RUN BEFORE ANYTHING IS READ
      *****************************************************************
       1350-REFUSE-RUN.
           MOVE 'R' TO AUTHORITY-EVENT-WORK
           PERFORM 7400-LOG-PERIOD-EVENT
               THRU 7400-EXIT
           MOVE 16 TO RETURN-CODE
           MOVE 'Y' TO EOF-FLAG.
       1350-EXIT.
           EXIT.
      *****************************************************************
      * 1400-OPEN-REQUEST-MASTER - OPEN THE KEYED RESTATEMENT REQUEST
      * MASTER FOR UPDATE, CREATING IT EMPTY FIRST ON THE VERY FIRST
      * RESTATEMENT
      *****************************************************************
       1400-OPEN-REQUEST-MASTER.
           OPEN I-O REQUEST-FILE
           IF REQUEST-FILE-STATUS = "35"
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
               OPEN I-O REQUEST-FILE
           END-IF
           IF REQUEST-FILE-STATUS = "00"
               SET REQUEST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1RST - RESTATEMENT REQUEST MASTER "
                   REQUEST-FILENAME " COULD NOT BE OPENED (STATUS "
                   REQUEST-FILE-STATUS "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
           END-IF.
       1400-EXIT.
           EXIT.
      *****************************************************************
      * 2000-SETTLE-RUN-MODE - DECIDE WHETHER THIS RUN APPLIES THE
      * RESTATEMENT OR ONLY PREVIEWS IT. A TALLY PASS OVER THE
      * ADJUSTMENTS (NO REWRITE, NO STATEMENT) GIVES THE FIGURES THE
      * RUN WOULD APPLY. THE RUN APPLIES ONLY WHEN THE PERIOD'S
      * REQUEST IS APPROVED AND ITS FIGURES ARE THE ONES APPROVED;
      * OTHERWISE THE REQUEST IS PUT ON FILE (OR BACK) AS PENDING
      * WITH THE NEW FIGURES AND THE RUN IS A PREVIEW. THE COUNTERS
      * AND ADJUSTMENT FLAGS ARE THEN RESET FOR THE REAL PASS AND
      * THE STATEMENT IS STARTED WITH ITS MODE IN THE HEADING.
      *****************************************************************
       2000-SETTLE-RUN-MODE.
           SET TALLY-PASS TO TRUE
           PERFORM 5000-APPLY-NEXT-ADJUSTMENT
               THRU 5000-EXIT
               VARYING APPLY-INDEX FROM 1 BY 1
               UNTIL APPLY-INDEX > ADJUSTMENT-COUNT
           MOVE 'N' TO TALLY-PASS-FLAG
           MOVE LINES-RESTATED-COUNT TO REQUEST-LINE-COUNT-WORK
           MOVE CORRECTED-IN-PERIOD TO REQUEST-CORRECTION-WORK
           PERFORM 2050-CHECK-REQUEST
               THRU 2050-EXIT
           MOVE ZERO TO LINES-RESTATED-COUNT ALREADY-RESTATED-COUNT
           MOVE ZERO TO TOTAL-ADJ-PART1 TOTAL-ADJ-PART2
           PERFORM 2100-RESET-ADJUSTMENT-FLAG
               THRU 2100-EXIT
               VARYING ADJ-INDEX FROM 1 BY 1
               UNTIL ADJ-INDEX > ADJUSTMENT-COUNT
           IF APPLY-RUN
               MOVE "APPLIED" TO PH1-MODE
           ELSE
               MOVE "PREVIEW - NOT APPLIED" TO PH1-MODE
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           PERFORM 7100-WRITE-PAGE-HEADING
               THRU 7100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2050-CHECK-REQUEST.
           SET PREVIEW-RUN TO TRUE
           MOVE RESTATE-FROM-DATE TO RRQ-FROM-DATE
           MOVE RESTATE-TO-DATE TO RRQ-TO-DATE
           READ REQUEST-FILE
               INVALID KEY
                   PERFORM 2200-NEW-REQUEST
                       THRU 2200-EXIT
                   GO TO 2050-EXIT
           END-READ
           IF RRQ-APPROVED
             AND RRQ-LINE-COUNT = REQUEST-LINE-COUNT-WORK
             AND RRQ-CORRECTION-COUNT = REQUEST-CORRECTION-WORK
             AND RRQ-TOTAL-ADJ-PART1 = TOTAL-ADJ-PART1
             AND RRQ-TOTAL-ADJ-PART2 = TOTAL-ADJ-PART2
               SET APPLY-RUN TO TRUE
               GO TO 2050-EXIT
           END-IF
           IF RRQ-APPROVED
               DISPLAY "AOC1RST - THE FIGURES FOR THIS PERIOD HAVE "
                   "CHANGED SINCE " RRQ-DECIDED-BY " APPROVED THEM "
                   "- THE REQUEST IS BACK AWAITING APPROVAL."
           END-IF
           PERFORM 2300-REFRESH-REQUEST
               THRU 2300-EXIT.
       2050-EXIT.
           EXIT.
      *
       2100-RESET-ADJUSTMENT-FLAG.
           MOVE 'N' TO ADJ-APPLIED-FLAG (ADJ-INDEX).
       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2200-NEW-REQUEST - FIRST RUN FOR THE PERIOD: PUT THE REQUEST
      * ON FILE AS PENDING WITH THE FIGURES THE PREVIEW SHOWS
      *****************************************************************
       2200-NEW-REQUEST.
           PERFORM 2400-STAGE-PENDING-REQUEST
               THRU 2400-EXIT
           WRITE RESTATEMENT-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "AOC1RST - THE RESTATEMENT REQUEST COULD "
                       "NOT BE RECORDED (STATUS " REQUEST-FILE-STATUS
                       ")."
                   SET REQUEST-NOT-RECORDED TO TRUE
               NOT INVALID KEY
                   PERFORM 2450-LOG-REQUEST
                       THRU 2450-EXIT
           END-WRITE.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * 2300-REFRESH-REQUEST - A REQUEST IS ON FILE BUT CANNOT BE
      * APPLIED (PENDING, DECLINED, ALREADY COMPLETED, OR APPROVED
      * FOR FIGURES THAT HAVE SINCE MOVED): IT BECOMES PENDING AGAIN
      * UNDER THIS RUN'S OPERATOR AND FIGURES, AND ANY EARLIER
      * DECISION IS CLEARED
      *****************************************************************
       2300-REFRESH-REQUEST.
           PERFORM 2400-STAGE-PENDING-REQUEST
               THRU 2400-EXIT
           REWRITE RESTATEMENT-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "AOC1RST - THE RESTATEMENT REQUEST COULD "
                       "NOT BE RECORDED (STATUS " REQUEST-FILE-STATUS
                       ")."
                   SET REQUEST-NOT-RECORDED TO TRUE
               NOT INVALID KEY
                   PERFORM 2450-LOG-REQUEST
                       THRU 2450-EXIT
           END-REWRITE.
       2300-EXIT.
           EXIT.
      *
       2400-STAGE-PENDING-REQUEST.
           MOVE RESTATE-FROM-DATE TO RRQ-FROM-DATE
           MOVE RESTATE-TO-DATE TO RRQ-TO-DATE
           SET RRQ-PENDING TO TRUE
           MOVE OPERATOR-ID TO RRQ-REQUESTED-BY
           MOVE RUN-DATE TO RRQ-REQUESTED-DATE
           MOVE SPACES TO RRQ-DECIDED-BY RRQ-APPLIED-BY
           MOVE ZERO TO RRQ-DECIDED-DATE RRQ-APPLIED-DATE
           MOVE REQUEST-LINE-COUNT-WORK TO RRQ-LINE-COUNT
           MOVE REQUEST-CORRECTION-WORK TO RRQ-CORRECTION-COUNT
           MOVE TOTAL-ADJ-PART1 TO RRQ-TOTAL-ADJ-PART1
           MOVE TOTAL-ADJ-PART2 TO RRQ-TOTAL-ADJ-PART2.
       2400-EXIT.
           EXIT.
      *
       2450-LOG-REQUEST.
           MOVE 'Q' TO AUTHORITY-EVENT-WORK
           MOVE SPACES TO AUTHORITY-REASON-WORK
           STRING "REQUESTED, LINES " DELIMITED BY SIZE
                  RRQ-LINE-COUNT DELIMITED BY SIZE
                  " CORRECTIONS " DELIMITED BY SIZE
                  RRQ-CORRECTION-COUNT DELIMITED BY SIZE
                  INTO AUTHORITY-REASON-WORK
           PERFORM 7400-LOG-PERIOD-EVENT
               THRU 7400-EXIT.
       2450-EXIT.
           EXIT.
      *****************************************************************
      * 2500-COMPLETE-REQUEST - AFTER AN APPLYING RUN, MARK THE
      * REQUEST COMPLETED WITH WHO APPLIED IT AND WHEN, AND ONLY THEN
      * JOURNAL THE COMPLETION - THE JOURNAL MUST NOT SAY A REQUEST
      * WAS COMPLETED THAT THE REQUEST MASTER STILL SHOWS APPROVED
      *****************************************************************
       2500-COMPLETE-REQUEST.
           IF NOT APPLY-RUN
               GO TO 2500-EXIT
           END-IF
           SET RRQ-COMPLETED TO TRUE
           MOVE OPERATOR-ID TO RRQ-APPLIED-BY
           MOVE RUN-DATE TO RRQ-APPLIED-DATE
           REWRITE RESTATEMENT-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "AOC1RST - THE RESTATEMENT REQUEST COULD "
                       "NOT BE MARKED COMPLETED (STATUS "
                       REQUEST-FILE-STATUS ")."
                   SET REQUEST-NOT-RECORDED TO TRUE
                   MOVE 16 TO RETURN-CODE
                   GO TO 2500-EXIT
           END-REWRITE
           MOVE 'C' TO AUTHORITY-EVENT-WORK
           MOVE SPACES TO AUTHORITY-REASON-WORK
           STRING "APPLIED, LINES " DELIMITED BY SIZE
                  RRQ-LINE-COUNT DELIMITED BY SIZE
                  " CORRECTIONS " DELIMITED BY SIZE
                  RRQ-CORRECTION-COUNT DELIMITED BY SIZE
                  INTO AUTHORITY-REASON-WORK
           PERFORM 7400-LOG-PERIOD-EVENT
               THRU 7400-EXIT.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * 3000-DECIDE-REQUEST - APPROVE OR DECLINE THE PERIOD'S PENDING
      * REQUEST. THE OPERATOR WHO REQUESTED IT MAY NOT DECIDE IT.
      * AN APPROVAL COVERS THE FIGURES SHOWN HERE AND NO OTHERS.
      *****************************************************************
       3000-DECIDE-REQUEST.
           MOVE RESTATE-FROM-DATE TO RRQ-FROM-DATE
           MOVE RESTATE-TO-DATE TO RRQ-TO-DATE
           READ REQUEST-FILE
               INVALID KEY
                   DISPLAY "AOC1RST - NO RESTATEMENT REQUEST ON FILE "
                       "FOR PERIOD " RESTATE-FROM-DATE "-"
                       RESTATE-TO-DATE ". RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-READ
           IF NOT RRQ-PENDING
               DISPLAY "AOC1RST - THE REQUEST FOR PERIOD "
                   RESTATE-FROM-DATE "-" RESTATE-TO-DATE
                   " IS NOT AWAITING APPROVAL (STATUS " RRQ-STATUS
                   "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           IF RRQ-REQUESTED-BY = OPERATOR-ID
               DISPLAY "AOC1RST - OPERATOR " OPERATOR-ID " IS REFUSED "
                   "THE " REQUESTED-FUNCTION " FUNCTION: THE "
                   "REQUESTING OPERATOR MAY NOT DECIDE THEIR OWN "
                   "RESTATEMENT. RUN TERMINATED."
               MOVE "APPROVER REQUESTED THE RESTATEMENT"
                   TO AUTHORITY-REASON-WORK
               PERFORM 1350-REFUSE-RUN
                   THRU 1350-EXIT
               GO TO 3000-EXIT
           END-IF
           DISPLAY "AOC1RST - RESTATEMENT REQUEST FOR PERIOD "
               RESTATE-FROM-DATE "-" RESTATE-TO-DATE
           DISPLAY "  REQUESTED BY " RRQ-REQUESTED-BY " ON "
               RRQ-REQUESTED-DATE
           MOVE RRQ-LINE-COUNT TO DISPLAY-COUNT
           DISPLAY "  HISTORY LINES TO RESTATE : " DISPLAY-COUNT
           MOVE RRQ-CORRECTION-COUNT TO DISPLAY-COUNT
           DISPLAY "  CORRECTIONS IN PERIOD    : " DISPLAY-COUNT
           MOVE RRQ-TOTAL-ADJ-PART1 TO EDIT-STATEMENT-COUNT
           DISPLAY "  PART 1 TOTAL ADJUSTMENT  : " EDIT-STATEMENT-COUNT
           MOVE RRQ-TOTAL-ADJ-PART2 TO EDIT-STATEMENT-COUNT
           DISPLAY "  PART 2 TOTAL ADJUSTMENT  : " EDIT-STATEMENT-COUNT
           MOVE OPERATOR-ID TO RRQ-DECIDED-BY
           MOVE RUN-DATE TO RRQ-DECIDED-DATE
           MOVE SPACES TO AUTHORITY-REASON-WORK
           IF APPROVE-FUNCTION
               SET RRQ-APPROVED TO TRUE
               MOVE 'A' TO AUTHORITY-EVENT-WORK
               STRING "APPROVED, LINES " DELIMITED BY SIZE
                      RRQ-LINE-COUNT DELIMITED BY SIZE
                      " CORRECTIONS " DELIMITED BY SIZE
                      RRQ-CORRECTION-COUNT DELIMITED BY SIZE
                      INTO AUTHORITY-REASON-WORK
           ELSE
               SET RRQ-DECLINED TO TRUE
               MOVE 'D' TO AUTHORITY-EVENT-WORK
               MOVE "DECLINED" TO AUTHORITY-REASON-WORK
           END-IF
           REWRITE RESTATEMENT-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "AOC1RST - THE DECISION COULD NOT BE "
                       "RECORDED (STATUS " REQUEST-FILE-STATUS
                       "). RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-REWRITE
           PERFORM 7400-LOG-PERIOD-EVENT
               THRU 7400-EXIT
           IF APPROVE-FUNCTION
               DISPLAY "AOC1RST - REQUEST APPROVED. THE NEXT AOC1RST "
                   "RUN FOR THE PERIOD APPLIES IT, PROVIDED ITS "
                   "FIGURES ARE STILL THE ONES SHOWN ABOVE."
           ELSE
               DISPLAY "AOC1RST - REQUEST DECLINED. NOTHING WILL BE "
                   "RESTATED FOR THE PERIOD UNLESS IT IS REQUESTED "
                   "AGAIN."
           END-IF.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * 4000-PROCESS-RETAINED-EXCEPTION - READ ONE RETAINED EXCEPTION
           END-READ
           IF HIST-RESTATED = 'R'
               ADD 1 TO ALREADY-RESTATED-COUNT
               IF NOT TALLY-PASS
                   DISPLAY "AOC1RST - " HIST-RUN-DATE " RECORD FOR "
                       HIST-FILENAME
                   DISPLAY "  IS ALREADY RESTATED - LEFT ALONE. A "
                       "SECOND RESTATEMENT NEEDS THE ARCHIVED "
                       "ORIGINAL."
               END-IF
               PERFORM 5190-MARK-KEY-BLOCKED
                   THRU 5190-EXIT
                   VARYING ADJ-INDEX FROM 1 BY 1
           ADD LINE-ADJ-PART1 TO HIST-ANSWER
           ADD LINE-ADJ-PART2 TO HIST-ANSWER-PART2
           MOVE 'R' TO HIST-RESTATED
      * ONLY AN APPROVED RUN REWRITES - THE TALLY PASS AND A PREVIEW
      * LEAVE THE MASTER EXACTLY AS PUBLISHED
           IF APPLY-RUN
             AND NOT TALLY-PASS
               REWRITE HISTORY-RECORD
           END-IF
           ADD 1 TO LINES-RESTATED-COUNT
           ADD LINE-ADJ-PART1 TO TOTAL-ADJ-PART1
           ADD LINE-ADJ-PART2 TO TOTAL-ADJ-PART2
           IF NOT TALLY-PASS
               PERFORM 7200-WRITE-STATEMENT-SECTION
                   THRU 7200-EXIT
           END-IF.
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7300-WRITE-STATEMENT-TOTALS - CLOSING TOTALS FOR THE FILED
      * STATEMENT: LINES RESTATED AND THE TOTAL ADJUSTMENT TO EACH
      * ANSWER OVER THE PERIOD, AND WHETHER THEY WERE APPLIED OR ARE
      * A PREVIEW AWAITING APPROVAL
      *****************************************************************
       7300-WRITE-STATEMENT-TOTALS.
           IF LINE-COUNT > LINES-PER-PAGE - 5
           MOVE TOTAL-ADJ-PART2 TO EDIT-STATEMENT-COUNT
           MOVE EDIT-STATEMENT-COUNT TO SEC-VALUE
           MOVE SECTION-DETAIL-LINE TO PENDING-STATEMENT-LINE
           PERFORM 7000-WRITE-STATEMENT-LINE
               THRU 7000-EXIT
           MOVE "STATEMENT STATUS" TO SEC-LABEL
           MOVE SPACES TO SEC-VALUE
           IF APPLY-RUN
               STRING "APPLIED BY " DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                      ", APPROVED BY " DELIMITED BY SIZE
                      RRQ-DECIDED-BY DELIMITED BY SPACE
                      INTO SEC-VALUE
           ELSE
               STRING "PREVIEW BY " DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                      " - AWAITING APPROVAL, NOT APPLIED"
                          DELIMITED BY SIZE
                      INTO SEC-VALUE
           END-IF
           MOVE SECTION-DETAIL-LINE TO PENDING-STATEMENT-LINE
           PERFORM 7000-WRITE-STATEMENT-LINE
               THRU 7000-EXIT.
       7300-EXIT.
           EXIT.
      *****************************************************************
      * 7400-LOG-PERIOD-EVENT - APPEND AN AUTHORITY JOURNAL LINE (SEE
      * AOC1AUJ) WITH THE RESTATEMENT PERIOD AS THE SUBJECT AND THE
      * EVENT AND REASON THE CALLER STAGED
      *****************************************************************
       7400-LOG-PERIOD-EVENT.
           IF AUTHORITY-JOURNAL-IS-OPEN
               MOVE SPACES TO AUTHORITY-JOURNAL-RECORD
               MOVE RUN-DATE TO AUJ-DATE
               MOVE OPERATOR-ID TO AUJ-OPERATOR
               MOVE AUTHORITY-EVENT-WORK TO AUJ-EVENT
               MOVE "AOC1RST" TO AUJ-PROGRAM
               MOVE REQUESTED-FUNCTION TO AUJ-FUNCTION
               STRING "PERIOD " DELIMITED BY SIZE
                      RESTATE-FROM-DATE DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      RESTATE-TO-DATE DELIMITED BY SIZE
                      INTO AUJ-SUBJECT
               MOVE AUTHORITY-REASON-WORK TO AUJ-REASON
               WRITE AUTHORITY-JOURNAL-RECORD
           END-IF.
       7400-EXIT.
           EXIT.
      *****************************************************************
      * 7000-WRITE-STATEMENT-LINE - WRITE THE LINE STAGED IN
      * PENDING-STATEMENT-LINE, STARTING A NEW PAGE WITH HEADINGS
      * WHEN THE PAGE IS FULL. THE HEADINGS GO THROUGH THE FD RECORD
      *****************************************************************
      * 8000-FINALIZE - CLOSE THE FILES, SUMMARIZE THE RUN AND SET
      * THE WARNING RETURN CODE WHEN AN ADJUSTMENT COULD NOT BE
      * APPLIED OR AN ALREADY-RESTATED LINE WAS MET, OR WHEN THE RUN
      * WAS ONLY A PREVIEW. A REQUEST THAT COULD NOT BE RECORDED
      * ENDS THE RUN RC 16. A DECISION RUN HAS NOTHING TO SUMMARIZE.
      *****************************************************************
       8000-FINALIZE.
           IF FILES-ARE-OPEN
           IF CORRECTIONS-AVAILABLE
               CLOSE CORRECTION-FILE
           END-IF
           IF REQUEST-IS-OPEN
               CLOSE REQUEST-FILE
           END-IF
           IF AUTHORITY-JOURNAL-IS-OPEN
               CLOSE AUTHORITY-JOURNAL-FILE
           END-IF
           IF DECISION-FUNCTION
               GO TO 8000-EXIT
           END-IF
           MOVE EXCEPTIONS-IN-PERIOD TO DISPLAY-COUNT
           DISPLAY "AOC1RST - EXCEPTIONS IN PERIOD   : " DISPLAY-COUNT
           MOVE CORRECTED-IN-PERIOD TO DISPLAY-COUNT
                   " RETAINED LINE(S) COULD NOT BE USED (UNREADABLE "
                   "OR TABLE FULL)."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF FILES-ARE-OPEN
             AND PREVIEW-RUN
               DISPLAY "AOC1RST - PREVIEW ONLY - NOTHING WAS RESTATED. "
                   "A SECOND OPERATOR MUST APPROVE THE REQUEST (PARM "
                   "APPROVE," RESTATE-FROM-DATE "," RESTATE-TO-DATE
                   ",OPERATOR); THE NEXT RUN THEN APPLIES IT."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF REQUEST-NOT-RECORDED
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
