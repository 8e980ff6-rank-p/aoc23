      *                  SIMPLY GONE. A NEW AUDIT FUNCTION LISTS THE
      *                  JOURNAL FOR AN OPERATOR-ENTERED DATE RANGE
      *                  ON DEMAND FOR THE QA AUDITORS.
      * 2026-10-15  DSB  THE UPDATING FUNCTIONS NOW CHECK THE OPERATOR
      *                  AUTHORITY MASTER (OPRMAST, LAYOUT IN AOC1OPR)
      *                  BEFORE DOING ANYTHING: THE PARM'S OPERATOR
      *                  MUST BE ON FILE, ACTIVE AND HOLD CORRECT
      *                  AUTHORITY. A REFUSAL - INCLUDING A MISSING
      *                  OPERATOR ID - IS LOGGED TO THE RETAINED
      *                  AUTHORITY JOURNAL (AUTHJRNL, LAYOUT IN
      *                  AOC1AUJ) AND ENDS THE RUN WITH RC 16.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
               JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
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
       FD  JOURNAL-FILE.
           COPY AOC1JRN.
      *
       FD  OPERATOR-FILE.
           COPY AOC1OPR.
      *
       FD  AUTHORITY-JOURNAL-FILE.
           COPY AOC1AUJ.
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  NEW-COORDINATES-WORK        PIC X(02)       VALUE SPACES.
       01  JOURNAL-COUNT               PIC 9(05)  COMP  VALUE ZERO.
      *****************************************************************
      * OPERATOR AUTHORITY CHECK
      *-----------------------------------------------------------------
      * AN UPDATING FUNCTION RUNS ONLY FOR AN OPERATOR ON THE
      * OPERATOR MASTER, ACTIVE, WITH CORRECT AUTHORITY. A REFUSAL
      * IS APPENDED TO THE RETAINED AUTHORITY JOURNAL (SEE AOC1AUJ).
      *****************************************************************
       01  OPERATOR-FILENAME           PIC X(100)
                                        VALUE "DD:OPRMAST".
       01  OPERATOR-FILE-STATUS        PIC XX          VALUE SPACES.
       01  AUTHORITY-JOURNAL-FILENAME  PIC X(100)
                                        VALUE "DD:AUTHJRNL".
       01  AUTHORITY-JOURNAL-STATUS    PIC XX          VALUE SPACES.
       01  AUTHORITY-JOURNAL-OPEN-FLAG PIC X           VALUE 'N'.
           88  AUTHORITY-JOURNAL-IS-OPEN                VALUE 'Y'.
       01  REFUSAL-REASON              PIC X(50)       VALUE SPACES.
      *****************************************************************
      * AUDIT-PERIOD LISTING WORK AREAS
      *****************************************************************
       01  ENTERED-DATE                PIC X(10)       VALUE SPACES.
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO JOURNAL-FILENAME
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
               END-IF
           END-IF
           MOVE PARM-OPERATOR-TOKEN (1:8) TO OPERATOR-ID
           IF UPDATING-FUNCTION
               PERFORM 1300-OPEN-AUTHORITY-JOURNAL
                   THRU 1300-EXIT
           END-IF
      * THE QA AUDITORS' FIRST QUESTION IS "WHO" - AN UPDATING
      * SESSION WITHOUT AN OPERATOR ID ON THE PARM DOES NOT RUN
           IF UPDATING-FUNCTION
                   " FUNCTION UPDATES THE CORRECTIONS MASTER AND "
                   "NEEDS THE OPERATOR ID AS THE SECOND PARM TOKEN "
                   "(FUNCTION,OPERATOR). RUN TERMINATED."
               MOVE "NO OPERATOR ID ON THE PARM" TO REFUSAL-REASON
               PERFORM 7100-WRITE-AUTHORITY-JOURNAL
                   THRU 7100-EXIT
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
               SET MAINTENANCE-IS-DONE TO TRUE
               MOVE SPACES TO REQUESTED-FUNCTION
           END-IF
           IF UPDATING-FUNCTION
               PERFORM 1400-CHECK-OPERATOR-AUTHORITY
                   THRU 1400-EXIT
           END-IF
           IF UPDATING-FUNCTION
               PERFORM 1200-OPEN-JOURNAL-EXTEND
                   THRU 1200-EXIT
       1100-EXIT.
           EXIT.
      *****************************************************************
      * 1300-OPEN-AUTHORITY-JOURNAL - OPEN THE RETAINED AUTHORITY
      * JOURNAL FOR APPEND, CREATING IT ON ITS VERY FIRST USE. AN
      * UPDATING SESSION WHOSE AUTHORITY CHECK CANNOT BE LOGGED DOES
      * NOT RUN.
      *****************************************************************
       1300-OPEN-AUTHORITY-JOURNAL.
           OPEN EXTEND AUTHORITY-JOURNAL-FILE
           IF AUTHORITY-JOURNAL-STATUS = "35"
               OPEN OUTPUT AUTHORITY-JOURNAL-FILE
           END-IF
           IF AUTHORITY-JOURNAL-STATUS = "00"
               SET AUTHORITY-JOURNAL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1FIX - AUTHORITY JOURNAL "
                   AUTHORITY-JOURNAL-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " AUTHORITY-JOURNAL-STATUS "). AN "
                   "UPDATING SESSION CANNOT RUN UNLOGGED - RUN "
                   "TERMINATED."
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
               SET MAINTENANCE-IS-DONE TO TRUE
               MOVE SPACES TO REQUESTED-FUNCTION
           END-IF.
       1300-EXIT.
           EXIT.
      *****************************************************************
      * 1400-CHECK-OPERATOR-AUTHORITY - READ THE OPERATOR MASTER FOR
      * THE PARM'S OPERATOR AND REFUSE THE SESSION UNLESS THE
      * OPERATOR IS ON FILE, ACTIVE AND HOLDS CORRECT AUTHORITY. AN
      * OPERATOR MASTER THAT CANNOT BE READ REFUSES EVERYBODY.
      *****************************************************************
       1400-CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO REFUSAL-REASON
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS NOT = "00"
               MOVE "OPERATOR MASTER COULD NOT BE OPENED"
                   TO REFUSAL-REASON
           ELSE
               MOVE OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "OPERATOR ID NOT ON THE OPERATOR MASTER"
                           TO REFUSAL-REASON
               END-READ
               CLOSE OPERATOR-FILE
           END-IF
           IF REFUSAL-REASON = SPACES
             AND OPR-SUSPENDED
               MOVE "OPERATOR IS SUSPENDED" TO REFUSAL-REASON
           END-IF
           IF REFUSAL-REASON = SPACES
             AND NOT OPR-ACTIVE
               MOVE "OPERATOR IS NOT ACTIVE" TO REFUSAL-REASON
           END-IF
           IF REFUSAL-REASON = SPACES
             AND NOT OPR-MAY-CORRECT
               MOVE "NO CORRECT AUTHORITY" TO REFUSAL-REASON
           END-IF
           IF REFUSAL-REASON NOT = SPACES
               DISPLAY "AOC1FIX - OPERATOR " OPERATOR-ID " IS REFUSED "
                   "THE " REQUESTED-FUNCTION " FUNCTION: "
                   REFUSAL-REASON ". RUN TERMINATED."
               PERFORM 7100-WRITE-AUTHORITY-JOURNAL
                   THRU 7100-EXIT
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
               SET MAINTENANCE-IS-DONE TO TRUE
               MOVE SPACES TO REQUESTED-FUNCTION
           END-IF.
       1400-EXIT.
           EXIT.
      *****************************************************************
      * 4000-PROCESS-EXCEPTION - READ ONE EXCEPTION RECORD AND PROMPT
      * THE OPERATOR FOR A CORRECTION
      *****************************************************************
       7000-EXIT.
           EXIT.
      *****************************************************************
      * 7100-WRITE-AUTHORITY-JOURNAL - APPEND ONE REFUSAL LINE (SEE
      * AOC1AUJ) WITH THE REASON STAGED IN REFUSAL-REASON. CALLED
      * BEFORE THE REQUESTED FUNCTION IS CLEARED.
      *****************************************************************
       7100-WRITE-AUTHORITY-JOURNAL.
           IF AUTHORITY-JOURNAL-IS-OPEN
               MOVE SPACES TO AUTHORITY-JOURNAL-RECORD
               MOVE RUN-DATE TO AUJ-DATE
               MOVE OPERATOR-ID TO AUJ-OPERATOR
               MOVE 'R' TO AUJ-EVENT
               MOVE "AOC1FIX" TO AUJ-PROGRAM
               MOVE REQUESTED-FUNCTION TO AUJ-FUNCTION
               MOVE REFUSAL-REASON TO AUJ-REASON
               WRITE AUTHORITY-JOURNAL-RECORD
           END-IF.
       7100-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - REPORT WHAT THE SESSION DID AND CLOSE THE
      * FILES
      *****************************************************************
           END-IF
           IF JOURNAL-IS-OPEN
               CLOSE JOURNAL-FILE
           END-IF
           IF AUTHORITY-JOURNAL-IS-OPEN
               CLOSE AUTHORITY-JOURNAL-FILE
           END-IF.
       8000-EXIT.
           EXIT.
