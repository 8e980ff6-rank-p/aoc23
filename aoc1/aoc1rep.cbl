      *                             SUBMITTED (STATUS S). AOC1'S
      *                             SUPPLEMENT MODE SCORES THE FILE
      *                             AGAINST THE ORIGINAL DROP DATES.
      * 2026-10-15  DSB  THE UPDATING FUNCTIONS (REPAIR, WRITEOFF,
      *                  EXTRACT AND THE NEW APPROVE) NOW TAKE THE
      *                  OPERATOR ID AS THE PARM'S SECOND TOKEN AND
      *                  CHECK THE OPERATOR AUTHORITY MASTER (OPRMAST,
      *                  LAYOUT IN AOC1OPR) BEFORE DOING ANYTHING. A
      *                  REFUSAL IS LOGGED TO THE RETAINED AUTHORITY
      *                  JOURNAL (AUTHJRNL, LAYOUT IN AOC1AUJ) AND
      *                  ENDS THE RUN WITH RC 16. A WRITE-OFF NOW TAKES
      *                  TWO OPERATORS: WRITEOFF ONLY REQUESTS IT
      *                  (STATUS P, PRIOR STATUS KEPT), AND THE NEW
      *                  APPROVE FUNCTION LETS A SECOND OPERATOR -
      *                  NEITHER THE REQUESTER NOR THE REPAIRER -
      *                  APPROVE IT (STATUS W) OR DECLINE IT (PRIOR
      *                  STATUS RESTORED). REPAIR NOW RECORDS WHO
      *                  KEYED IT. EACH REQUEST AND DECISION IS LOGGED
      *                  TO THE AUTHORITY JOURNAL. LOAD AND REVIEW
      *                  ARE UNCHANGED AND NEED NO OPERATOR.
      * 2026-10-15  DSB  NEW ONE-TIME RELOAD FUNCTION FOR THE CUT-OVER
      *                  TO THE 794-BYTE MASTER RECORD: READS THE OLD
      *                  753-BYTE MASTER, AS UNLOADED BY THE AOC1CNV
      *                  JOB (DD REJUNLD), INTO THE NEWLY DEFINED
      *                  MASTER WITH THE REPAIRED-BY AND WRITE-OFF
      *                  FIELDS BLANK AND THE DATES ZERO. THE OPERATOR
      *                  NEEDS PURGE AUTHORITY, THE SAME AUTHORITY THE
      *                  REST OF THE CUT-OVER RUNS UNDER. AN UNLOAD
      *                  THAT WILL NOT OPEN ENDS THE RUN RC 16.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJM-KEY
               FILE STATUS IS REJECT-MASTER-STATUS.
           SELECT UNLOADED-MASTER-FILE ASSIGN TO DYNAMIC
               UNLOADED-MASTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNLOADED-MASTER-STATUS.
           SELECT SUPPLEMENT-FILE ASSIGN TO DYNAMIC
               SUPPLEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLEMENT-FILE-STATUS.
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
       FD  REJECT-MASTER.
           COPY AOC1REJ.
      *
      * LAYOUT OF THE REJECT MASTER AS IT STOOD BEFORE THE REPAIRED-BY
      * AND WRITE-OFF FIELDS WERE ADDED (753 BYTES), UNLOADED TO A
      * FLAT DATASET BY THE CUT-OVER JOB AND READ ONLY BY RELOAD
       FD  UNLOADED-MASTER-FILE.
       01  UNLOADED-MASTER-RECORD.
           05  UNL-RJM-DROP-DATE       PIC 9(08).
           05  UNL-RJM-FILENAME        PIC X(100).
           05  UNL-RJM-RECORD-NO       PIC 9(10).
           05  UNL-RJM-RECORD-LENGTH   PIC 9(04).
           05  UNL-RJM-REASON          PIC X(30).
           05  UNL-RJM-STATUS          PIC X.
           05  UNL-RJM-RECORD-DATA     PIC X(600).
      *
       FD  SUPPLEMENT-FILE.
           COPY AOC1SUP.
      *
       FD  OPERATOR-FILE.
           COPY AOC1OPR.
      *
       FD  AUTHORITY-JOURNAL-FILE.
           COPY AOC1AUJ.
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
           88  MASTER-IS-OPEN                           VALUE 'Y'.
       01  SUPPLEMENT-OPEN-FLAG        PIC X           VALUE 'N'.
           88  SUPPLEMENT-IS-OPEN                       VALUE 'Y'.
       01  UNLOADED-OPEN-FLAG          PIC X           VALUE 'N'.
           88  UNLOADED-IS-OPEN                         VALUE 'Y'.
      *****************************************************************
      * REQUESTED FUNCTION
      *****************************************************************
                                                        "WRITEOFF".
           88  EXTRACT-FUNCTION                         VALUE
                                                        "EXTRACT".
           88  APPROVE-FUNCTION                         VALUE
                                                        "APPROVE".
           88  RELOAD-FUNCTION                          VALUE "RELOAD".
           88  UPDATING-FUNCTION                        VALUE "REPAIR"
                                                        "WRITEOFF"
                                                        "EXTRACT"
                                                        "APPROVE"
                                                        "RELOAD".
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *****************************************************************
                                        VALUE "DD:REJFILE".
       01  REJECT-MASTER-FILENAME      PIC X(100)
                                        VALUE "DD:REJMAST".
       01  UNLOADED-MASTER-FILENAME    PIC X(100)
                                        VALUE "DD:REJUNLD".
       01  SUPPLEMENT-FILENAME         PIC X(100)
                                        VALUE "DD:SUPFILE".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  REJECT-FILE-STATUS          PIC XX          VALUE SPACES.
       01  REJECT-MASTER-STATUS        PIC XX          VALUE SPACES.
       01  UNLOADED-MASTER-STATUS      PIC XX          VALUE SPACES.
       01  SUPPLEMENT-FILE-STATUS      PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-FUNCTION-TOKEN         PIC X(10)       VALUE SPACES.
       01  PARM-OPERATOR-TOKEN         PIC X(10)       VALUE SPACES.
       01  OPERATOR-ID                 PIC X(08)       VALUE SPACES.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
      *****************************************************************
      * OPERATOR AUTHORITY CHECK AND DUAL CONTROL
      *-----------------------------------------------------------------
      * AN UPDATING FUNCTION RUNS ONLY FOR AN OPERATOR ON THE
      * OPERATOR MASTER, ACTIVE, HOLDING THAT FUNCTION'S AUTHORITY.
      * REFUSALS, WRITE-OFF REQUESTS AND THEIR DECISIONS ARE
      * APPENDED TO THE RETAINED AUTHORITY JOURNAL (SEE AOC1AUJ).
      *****************************************************************
       01  OPERATOR-FILENAME           PIC X(100)
                                        VALUE "DD:OPRMAST".
       01  OPERATOR-FILE-STATUS        PIC XX          VALUE SPACES.
       01  AUTHORITY-JOURNAL-FILENAME  PIC X(100)
                                        VALUE "DD:AUTHJRNL".
       01  AUTHORITY-JOURNAL-STATUS    PIC XX          VALUE SPACES.
       01  AUTHORITY-JOURNAL-OPEN-FLAG PIC X           VALUE 'N'.
           88  AUTHORITY-JOURNAL-IS-OPEN                VALUE 'Y'.
       01  AUTHORITY-EVENT-WORK        PIC X           VALUE SPACE.
       01  AUTHORITY-SUBJECT-WORK      PIC X(120)      VALUE SPACES.
       01  AUTHORITY-REASON-WORK       PIC X(50)       VALUE SPACES.
      *****************************************************************
      * OPERATOR-ENTRY WORK AREAS
      *****************************************************************
       01  SLICE-INDEX                 PIC 9(01)       VALUE ZERO.
       01  SLICE-START                 PIC 9(04)  COMP  VALUE ZERO.
       01  REVIEW-DATE-FILTER          PIC 9(08)       VALUE ZERO.
       01  ENTERED-DECISION            PIC X(02)       VALUE SPACES.
      *****************************************************************
      * COUNTERS
      *****************************************************************
       01  REPAIR-COUNT                PIC 9(05)  COMP  VALUE ZERO.
       01  WRITEOFF-COUNT              PIC 9(05)  COMP  VALUE ZERO.
       01  EXTRACT-COUNT               PIC 9(05)  COMP  VALUE ZERO.
       01  APPROVED-COUNT              PIC 9(05)  COMP  VALUE ZERO.
       01  DECLINED-COUNT              PIC 9(05)  COMP  VALUE ZERO.
       01  RELOAD-COUNT                PIC 9(07)  COMP  VALUE ZERO.
       01  RELOAD-KEPT-COUNT           PIC 9(07)  COMP  VALUE ZERO.
       01  RELOAD-BAD-COUNT            PIC 9(07)  COMP  VALUE ZERO.
       01  DISPLAY-COUNT               PIC Z(4)9.
       01  DISPLAY-RELOAD-COUNT        PIC Z(6)9.
      *
       PROCEDURE DIVISION.
      *****************************************************************
                   THRU 4000-EXIT
                   UNTIL END-OF-FILE
           END-IF
           IF RELOAD-FUNCTION
               PERFORM 4100-RELOAD-ONE-REJECT
                   THRU 4100-EXIT
                   UNTIL END-OF-FILE
           END-IF
           IF REVIEW-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               PERFORM 4300-REVIEW-REJECTS
                   THRU 4700-EXIT
                   UNTIL MAINTENANCE-IS-DONE
           END-IF
           IF APPROVE-FUNCTION
               PERFORM 4800-DECIDE-ONE-WRITEOFF
                   THRU 4800-EXIT
                   UNTIL MAINTENANCE-IS-DONE
           END-IF
           IF EXTRACT-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               PERFORM 4900-EXTRACT-REPAIRED
      * FUNCTION AND OPEN WHAT THAT FUNCTION NEEDS. THE KEYED REJECT
      * MASTER IS CREATED EMPTY ON THE FIRST LOAD IF IT DOES NOT
      * EXIST YET, THE SAME WAY AOC1FIX CREATES THE CORRECTIONS
      * MASTER. AN UPDATING FUNCTION OPENS THE AUTHORITY JOURNAL
      * FIRST, SO THAT EVEN A REFUSAL IS LOGGED, AND RUNS ONLY IF
      * THE OPERATOR PASSES THE AUTHORITY CHECK.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_REJFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO REJECT-MASTER-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_REJUNLD"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO UNLOADED-MASTER-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_SUPFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO SUPPLEMENT-FILENAME
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
                   INTO PARM-FUNCTION-TOKEN PARM-OPERATOR-TOKEN
               END-UNSTRING
           END-IF
           IF PARM-FUNCTION-TOKEN = SPACES
                 OR PARM-FUNCTION-TOKEN = "REPAIR"
                 OR PARM-FUNCTION-TOKEN = "WRITEOFF"
                 OR PARM-FUNCTION-TOKEN = "EXTRACT"
                 OR PARM-FUNCTION-TOKEN = "APPROVE"
                 OR PARM-FUNCTION-TOKEN = "RELOAD"
                   MOVE PARM-FUNCTION-TOKEN TO REQUESTED-FUNCTION
               ELSE
                   DISPLAY "AOC1REP - UNKNOWN FUNCTION '"
                       PARM-FUNCTION-TOKEN "'. VALID FUNCTIONS ARE "
                       "LOAD, REVIEW, REPAIR, WRITEOFF, APPROVE, "
                       "EXTRACT AND RELOAD."
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO EOF-FLAG
                   SET MAINTENANCE-IS-DONE TO TRUE
                   MOVE SPACES TO REQUESTED-FUNCTION
               END-IF
           END-IF
           MOVE PARM-OPERATOR-TOKEN (1:8) TO OPERATOR-ID
           IF UPDATING-FUNCTION
               PERFORM 1200-OPEN-AUTHORITY-JOURNAL
                   THRU 1200-EXIT
           END-IF
           IF UPDATING-FUNCTION
             AND OPERATOR-ID = SPACES
               DISPLAY "AOC1REP - THE " REQUESTED-FUNCTION
                   " FUNCTION UPDATES THE REJECT MASTER AND NEEDS "
                   "THE OPERATOR ID AS THE SECOND PARM TOKEN "
                   "(FUNCTION,OPERATOR). RUN TERMINATED."
               MOVE "NO OPERATOR ID ON THE PARM"
                   TO AUTHORITY-REASON-WORK
               PERFORM 1350-REFUSE-RUN
                   THRU 1350-EXIT
           END-IF
           IF UPDATING-FUNCTION
               PERFORM 1300-CHECK-OPERATOR-AUTHORITY
                   THRU 1300-EXIT
           END-IF
           IF LOAD-FUNCTION
               OPEN INPUT REJECT-FILE
               IF REJECT-FILE-STATUS = "00"
               PERFORM 1100-OPEN-MASTER-UPDATE
                   THRU 1100-EXIT
           END-IF
      * THE CUT-OVER JOB HAS ALREADY DELETED THE OLD MASTER BY THE
      * TIME RELOAD RUNS, SO AN UNLOAD THAT WILL NOT OPEN LEAVES THE
      * NEW MASTER EMPTY - THAT IS A FAILURE, NOT "NOTHING TO DO"
           IF RELOAD-FUNCTION
               OPEN INPUT UNLOADED-MASTER-FILE
               IF UNLOADED-MASTER-STATUS = "00"
                   SET UNLOADED-IS-OPEN TO TRUE
                   PERFORM 1100-OPEN-MASTER-UPDATE
                       THRU 1100-EXIT
               ELSE
                   DISPLAY "AOC1REP - UNLOADED REJECT MASTER "
                       UNLOADED-MASTER-FILENAME " COULD NOT BE OPENED "
                       "(STATUS " UNLOADED-MASTER-STATUS
                       "). RUN TERMINATED - THE NEW MASTER IS EMPTY."
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO EOF-FLAG
               END-IF
           END-IF
           IF REPAIR-FUNCTION
             OR WRITEOFF-FUNCTION
             OR APPROVE-FUNCTION
             OR EXTRACT-FUNCTION
               OPEN I-O REJECT-MASTER
               IF REJECT-MASTER-STATUS = "00"
       1100-EXIT.
           EXIT.
      *****************************************************************
      * 1200-OPEN-AUTHORITY-JOURNAL - OPEN THE RETAINED AUTHORITY
      * JOURNAL FOR APPEND, CREATING IT ON ITS VERY FIRST USE. AN
      * UPDATING FUNCTION WHOSE AUTHORITY CHECK AND DECISIONS CANNOT
      * BE LOGGED DOES NOT RUN.
      *****************************************************************
       1200-OPEN-AUTHORITY-JOURNAL.
           OPEN EXTEND AUTHORITY-JOURNAL-FILE
           IF AUTHORITY-JOURNAL-STATUS = "35"
               OPEN OUTPUT AUTHORITY-JOURNAL-FILE
           END-IF
           IF AUTHORITY-JOURNAL-STATUS = "00"
               SET AUTHORITY-JOURNAL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1REP - AUTHORITY JOURNAL "
                   AUTHORITY-JOURNAL-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " AUTHORITY-JOURNAL-STATUS "). AN "
                   "UPDATING FUNCTION CANNOT RUN UNLOGGED - RUN "
                   "TERMINATED."
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
               SET MAINTENANCE-IS-DONE TO TRUE
               MOVE SPACES TO REQUESTED-FUNCTION
           END-IF.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * 1300-CHECK-OPERATOR-AUTHORITY - READ THE OPERATOR MASTER FOR
      * THE PARM'S OPERATOR AND REFUSE THE RUN UNLESS THE OPERATOR IS
      * ON FILE, ACTIVE AND HOLDS THE REQUESTED FUNCTION'S AUTHORITY.
      * AN OPERATOR MASTER THAT CANNOT BE READ REFUSES EVERYBODY.
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
               IF (REPAIR-FUNCTION AND NOT OPR-MAY-REPAIR)
                 OR (WRITEOFF-FUNCTION AND NOT OPR-MAY-WRITEOFF)
                 OR (APPROVE-FUNCTION AND NOT OPR-MAY-APPROVE)
                 OR (EXTRACT-FUNCTION AND NOT OPR-MAY-EXTRACT)
                 OR (RELOAD-FUNCTION AND NOT OPR-MAY-PURGE)
                   STRING "NO " DELIMITED BY SIZE
                          REQUESTED-FUNCTION DELIMITED BY SPACE
                          " AUTHORITY" DELIMITED BY SIZE
                          INTO AUTHORITY-REASON-WORK
               END-IF
           END-IF
           IF AUTHORITY-REASON-WORK NOT = SPACES
               DISPLAY "AOC1REP - OPERATOR " OPERATOR-ID " IS REFUSED "
                   "THE " REQUESTED-FUNCTION " FUNCTION: "
                   AUTHORITY-REASON-WORK ". RUN TERMINATED."
               PERFORM 1350-REFUSE-RUN
                   THRU 1350-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      *****************************************************************
      * 1350-REFUSE-RUN - LOG THE REFUSAL (REASON ALREADY STAGED) AND
      * END THE RUN BEFORE IT TOUCHES THE REJECT MASTER
      *****************************************************************
       1350-REFUSE-RUN.
           MOVE 'R' TO AUTHORITY-EVENT-WORK
           MOVE SPACES TO AUTHORITY-SUBJECT-WORK
           PERFORM 7500-WRITE-AUTHORITY-JOURNAL
               THRU 7500-EXIT
           MOVE 16 TO RETURN-CODE
           MOVE 'Y' TO EOF-FLAG
           SET MAINTENANCE-IS-DONE TO TRUE
           MOVE SPACES TO REQUESTED-FUNCTION.
       1350-EXIT.
           EXIT.
      *****************************************************************
      * 4000-LOAD-ONE-REJECT - FOLD ONE NIGHTLY REJECT LINE INTO THE
      * MASTER WITH STATUS OPEN. A KEY ALREADY ON FILE KEEPS ITS
      * EXISTING DISPOSITION - A RE-RUN OF THE LOAD (OR A RESCORED
                       MOVE REJ-REASON TO RJM-REASON
                       SET RJM-IS-OPEN TO TRUE
                       MOVE REJ-RECORD-DATA TO RJM-RECORD-DATA
                       MOVE SPACES TO RJM-REPAIRED-BY
                                      RJM-WO-PRIOR-STATUS
                                      RJM-WO-REQUESTED-BY
                                      RJM-WO-DECIDED-BY
                       MOVE ZERO TO RJM-WO-REQUESTED-DATE
                                    RJM-WO-DECIDED-DATE
                       WRITE REJECT-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO PRESERVED-COUNT
       4000-EXIT.
           EXIT.
      *****************************************************************
      * 4100-RELOAD-ONE-REJECT - CARRY ONE RECORD OF THE UNLOADED
      * 753-BYTE MASTER INTO THE 794-BYTE MASTER WITH ITS STATUS AND
      * EVIDENCE AS THEY WERE. THE REPAIRED-BY AND WRITE-OFF FIELDS
      * START BLANK AND THE DATES ZERO: NOBODY IS RECORDED AS THE
      * REPAIRER OF AN OLD REPAIR, SO THE TWO-OPERATOR RULE ON APPROVE
      * CAN ONLY EXCLUDE THE REQUESTER OF A NEW WRITE-OFF.
      *****************************************************************
       4100-RELOAD-ONE-REJECT.
           READ UNLOADED-MASTER-FILE INTO UNLOADED-MASTER-RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO 4100-EXIT
           END-READ
           IF UNL-RJM-DROP-DATE NOT NUMERIC
             OR UNL-RJM-RECORD-NO NOT NUMERIC
             OR UNL-RJM-RECORD-LENGTH NOT NUMERIC
               ADD 1 TO RELOAD-BAD-COUNT
               DISPLAY "AOC1REP - UNREADABLE UNLOADED REJECT RECORD "
                   "SKIPPED: " UNLOADED-MASTER-RECORD (1:60)
               GO TO 4100-EXIT
           END-IF
           MOVE UNL-RJM-DROP-DATE TO RJM-DROP-DATE
           MOVE UNL-RJM-FILENAME TO RJM-FILENAME
           MOVE UNL-RJM-RECORD-NO TO RJM-RECORD-NO
           MOVE UNL-RJM-RECORD-LENGTH TO RJM-RECORD-LENGTH
           MOVE UNL-RJM-REASON TO RJM-REASON
           MOVE UNL-RJM-STATUS TO RJM-STATUS
           MOVE UNL-RJM-RECORD-DATA TO RJM-RECORD-DATA
           MOVE SPACES TO RJM-REPAIRED-BY
                          RJM-WO-PRIOR-STATUS
                          RJM-WO-REQUESTED-BY
                          RJM-WO-DECIDED-BY
           MOVE ZERO TO RJM-WO-REQUESTED-DATE
                        RJM-WO-DECIDED-DATE
           WRITE REJECT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO RELOAD-KEPT-COUNT
               NOT INVALID KEY
                   ADD 1 TO RELOAD-COUNT
           END-WRITE.
       4100-EXIT.
           EXIT.
      *****************************************************************
      * 4300-REVIEW-REJECTS - LIST WHAT IS ON THE MASTER FOR AN
      * OPERATOR-ENTERED DROP DATE, OR FOR EVERY DATE WHEN LEFT
      * BLANK, IN KEY ORDER WITH EACH RECORD'S STATUS AND REASON
      * SHOW THE EVIDENCE AND ACCEPT THE CORRECTED RECORD TEXT. THE
      * REPAIR MUST FIT THE 512-CHARACTER CALIBRATION LAYOUT AOC1
      * SCORES - THE SAME LIMIT THE EDIT STEP HOLDS A FRESH DROP TO.
      * A REJECT WHOSE WRITE-OFF AWAITS APPROVAL IS LEFT ALONE UNTIL
      * IT IS DECIDED. A BLANK DROP DATE ENDS THE SESSION.
      *****************************************************************
       4500-REPAIR-ONE-REJECT.
           PERFORM 5000-ACCEPT-REJECT-KEY
                   "SUPPLEMENTAL SCORING - NOT REPAIRABLE AGAIN."
               GO TO 4500-EXIT
           END-IF
           IF RJM-IS-WRITEOFF-PENDING
               DISPLAY "THAT REJECT'S WRITE-OFF IS AWAITING APPROVAL "
                   "- IT CANNOT BE REPAIRED UNLESS THE WRITE-OFF IS "
                   "DECLINED."
               GO TO 4500-EXIT
           END-IF
           DISPLAY "REASON    : " RJM-REASON
           DISPLAY "LENGTH    : " RJM-RECORD-LENGTH
      * THE WHOLE RETAINED RECORD IS SHOWN, 100 CHARACTERS PER
           MOVE ENTERED-TEXT TO RJM-RECORD-DATA (1:512)
           MOVE TEXT-LENGTH TO RJM-RECORD-LENGTH
           SET RJM-IS-REPAIRED TO TRUE
           MOVE OPERATOR-ID TO RJM-REPAIRED-BY
           REWRITE REJECT-MASTER-RECORD
           ADD 1 TO REPAIR-COUNT
           DISPLAY "REJECT MARKED REPAIRED - RUN THE EXTRACT "
       4550-EXIT.
           EXIT.
      *****************************************************************
      * 4700-WRITE-OFF-ONE-REJECT - REQUEST THAT A REJECT BE WRITTEN
      * OFF AS NOT WORTH SCORING. THE WRITE-OFF TAKES EFFECT ONLY
      * WHEN A SECOND OPERATOR APPROVES IT (SEE 4800); UNTIL THEN THE
      * REJECT IS PENDING, WITH ITS PRIOR STATUS KEPT SO A DECLINE
      * CAN PUT IT BACK. THE RECORD AND ITS EVIDENCE STAY ON THE
      * MASTER EITHER WAY.
      *****************************************************************
       4700-WRITE-OFF-ONE-REJECT.
           PERFORM 5000-ACCEPT-REJECT-KEY
                   "SUPPLEMENTAL SCORING - TOO LATE TO WRITE OFF."
               GO TO 4700-EXIT
           END-IF
           IF RJM-IS-WRITEOFF-PENDING
               DISPLAY "A WRITE-OFF FOR THAT REJECT IS ALREADY "
                   "AWAITING APPROVAL (REQUESTED BY "
                   RJM-WO-REQUESTED-BY ")."
               GO TO 4700-EXIT
           END-IF
           IF RJM-IS-WRITTEN-OFF
               DISPLAY "THAT REJECT IS ALREADY WRITTEN OFF."
               GO TO 4700-EXIT
           END-IF
           MOVE RJM-STATUS TO RJM-WO-PRIOR-STATUS
           SET RJM-IS-WRITEOFF-PENDING TO TRUE
           MOVE OPERATOR-ID TO RJM-WO-REQUESTED-BY
           MOVE RUN-DATE TO RJM-WO-REQUESTED-DATE
           MOVE SPACES TO RJM-WO-DECIDED-BY
           MOVE ZERO TO RJM-WO-DECIDED-DATE
           REWRITE REJECT-MASTER-RECORD
           ADD 1 TO WRITEOFF-COUNT
           MOVE 'Q' TO AUTHORITY-EVENT-WORK
           MOVE "WRITE-OFF REQUESTED" TO AUTHORITY-REASON-WORK
           PERFORM 7400-LOG-REJECT-EVENT
               THRU 7400-EXIT
           DISPLAY "WRITE-OFF REQUESTED - A SECOND OPERATOR MUST "
               "APPROVE IT WITH THE APPROVE FUNCTION.".
       4700-EXIT.
           EXIT.
      *****************************************************************
      * 4800-DECIDE-ONE-WRITEOFF - SHOW A REJECT WHOSE WRITE-OFF IS
      * PENDING AND TAKE THE SECOND OPERATOR'S DECISION: APPROVE
      * WRITES IT OFF, DECLINE PUTS BACK THE STATUS IT HAD. THE
      * OPERATOR WHO REQUESTED THE WRITE-OFF, OR WHO REPAIRED THE
      * REJECT, MAY NOT DECIDE IT - THAT ATTEMPT IS REFUSED AND
      * LOGGED AND THE SESSION CARRIES ON. A BLANK DROP DATE ENDS
      * THE SESSION.
      *****************************************************************
       4800-DECIDE-ONE-WRITEOFF.
           PERFORM 5000-ACCEPT-REJECT-KEY
               THRU 5000-EXIT
           IF MAINTENANCE-IS-DONE
             OR NOT ENTRY-IS-VALID
               GO TO 4800-EXIT
           END-IF
           READ REJECT-MASTER
               INVALID KEY
                   DISPLAY "NO REJECT ON THE MASTER FOR THAT KEY."
                   GO TO 4800-EXIT
           END-READ
           IF NOT RJM-IS-WRITEOFF-PENDING
               DISPLAY "THAT REJECT HAS NO WRITE-OFF AWAITING "
                   "APPROVAL (STATUS " RJM-STATUS ")."
               GO TO 4800-EXIT
           END-IF
           MOVE SPACES TO AUTHORITY-REASON-WORK
           IF OPERATOR-ID = RJM-WO-REQUESTED-BY
               MOVE "APPROVER REQUESTED THE WRITE-OFF"
                   TO AUTHORITY-REASON-WORK
           END-IF
           IF OPERATOR-ID = RJM-REPAIRED-BY
               MOVE "APPROVER REPAIRED THE REJECT"
                   TO AUTHORITY-REASON-WORK
           END-IF
           IF AUTHORITY-REASON-WORK NOT = SPACES
               DISPLAY "REFUSED - " AUTHORITY-REASON-WORK
                   ". A DIFFERENT OPERATOR MUST DECIDE IT."
               MOVE 'R' TO AUTHORITY-EVENT-WORK
               PERFORM 7400-LOG-REJECT-EVENT
                   THRU 7400-EXIT
               GO TO 4800-EXIT
           END-IF
           DISPLAY "REASON    : " RJM-REASON
           DISPLAY "REQUESTED : " RJM-WO-REQUESTED-DATE " BY "
               RJM-WO-REQUESTED-BY
           DISPLAY "PRIOR     : STATUS " RJM-WO-PRIOR-STATUS
           PERFORM 4550-SHOW-DATA-SLICE
               THRU 4550-EXIT
               VARYING SLICE-INDEX FROM 1 BY 1
               UNTIL SLICE-INDEX > 6
                   OR (SLICE-INDEX - 1) * 100 >= RJM-RECORD-LENGTH
           DISPLAY "APPROVE OR DECLINE THE WRITE-OFF (A/D), OR PRESS "
                   "ENTER TO SKIP: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-DECISION
           ACCEPT ENTERED-DECISION
           IF ENTERED-DECISION NOT = "A"
             AND ENTERED-DECISION NOT = "D"
               DISPLAY "NOTHING CHANGED."
               GO TO 4800-EXIT
           END-IF
           MOVE OPERATOR-ID TO RJM-WO-DECIDED-BY
           MOVE RUN-DATE TO RJM-WO-DECIDED-DATE
           IF ENTERED-DECISION = "A"
               SET RJM-IS-WRITTEN-OFF TO TRUE
               MOVE 'A' TO AUTHORITY-EVENT-WORK
               MOVE "WRITE-OFF APPROVED" TO AUTHORITY-REASON-WORK
               ADD 1 TO APPROVED-COUNT
           ELSE
               MOVE RJM-WO-PRIOR-STATUS TO RJM-STATUS
               MOVE 'D' TO AUTHORITY-EVENT-WORK
               MOVE "WRITE-OFF DECLINED" TO AUTHORITY-REASON-WORK
               ADD 1 TO DECLINED-COUNT
           END-IF
           REWRITE REJECT-MASTER-RECORD
           PERFORM 7400-LOG-REJECT-EVENT
               THRU 7400-EXIT
           DISPLAY AUTHORITY-REASON-WORK.
       4800-EXIT.
           EXIT.
      *****************************************************************
      * 4900-EXTRACT-REPAIRED - WRITE EVERY REPAIRED REJECT TO THE
      * SUPPLEMENTAL SCORING FILE AND MARK IT SUBMITTED, IN KEY
      * ORDER. THE SUPPLEMENTAL FILE IS CUT FRESH EACH EXTRACT AND
       5200-EXIT.
           EXIT.
      *****************************************************************
      * 7400-LOG-REJECT-EVENT - APPEND AN AUTHORITY JOURNAL LINE FOR
      * THE REJECT IN THE RECORD AREA: ITS KEY AS THE SUBJECT, WITH
      * THE EVENT AND REASON THE CALLER STAGED
      *****************************************************************
       7400-LOG-REJECT-EVENT.
           MOVE SPACES TO AUTHORITY-SUBJECT-WORK
           STRING RJM-DROP-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RJM-RECORD-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RJM-FILENAME DELIMITED BY SIZE
                  INTO AUTHORITY-SUBJECT-WORK
           PERFORM 7500-WRITE-AUTHORITY-JOURNAL
               THRU 7500-EXIT.
       7400-EXIT.
           EXIT.
      *****************************************************************
      * 7500-WRITE-AUTHORITY-JOURNAL - APPEND ONE LINE (SEE AOC1AUJ)
      * FROM THE EVENT, SUBJECT AND REASON WORK AREAS
      *****************************************************************
       7500-WRITE-AUTHORITY-JOURNAL.
           IF AUTHORITY-JOURNAL-IS-OPEN
               MOVE SPACES TO AUTHORITY-JOURNAL-RECORD
               MOVE RUN-DATE TO AUJ-DATE
               MOVE OPERATOR-ID TO AUJ-OPERATOR
               MOVE AUTHORITY-EVENT-WORK TO AUJ-EVENT
               MOVE "AOC1REP" TO AUJ-PROGRAM
               MOVE REQUESTED-FUNCTION TO AUJ-FUNCTION
               MOVE AUTHORITY-SUBJECT-WORK TO AUJ-SUBJECT
               MOVE AUTHORITY-REASON-WORK TO AUJ-REASON
               WRITE AUTHORITY-JOURNAL-RECORD
           END-IF.
       7500-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - REPORT WHAT THE SESSION DID AND CLOSE THE
      * FILES
      *****************************************************************
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF RELOAD-FUNCTION
               MOVE RELOAD-COUNT TO DISPLAY-RELOAD-COUNT
               DISPLAY "AOC1REP - REJECTS RELOADED       : "
                   DISPLAY-RELOAD-COUNT
               MOVE RELOAD-KEPT-COUNT TO DISPLAY-RELOAD-COUNT
               DISPLAY "AOC1REP - ALREADY ON MASTER (KEPT): "
                   DISPLAY-RELOAD-COUNT
               IF RELOAD-BAD-COUNT > ZERO
                   MOVE RELOAD-BAD-COUNT TO DISPLAY-RELOAD-COUNT
                   DISPLAY "AOC1REP - WARNING: " DISPLAY-RELOAD-COUNT
                       " UNREADABLE UNLOADED RECORD(S) SKIPPED."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF REVIEW-FUNCTION
               MOVE LIST-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1REP - REJECTS LISTED         : "
           END-IF
           IF WRITEOFF-FUNCTION
               MOVE WRITEOFF-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1REP - WRITE-OFFS REQUESTED   : "
                   DISPLAY-COUNT
           END-IF
           IF APPROVE-FUNCTION
               MOVE APPROVED-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1REP - WRITE-OFFS APPROVED    : "
                   DISPLAY-COUNT
               MOVE DECLINED-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1REP - WRITE-OFFS DECLINED    : "
                   DISPLAY-COUNT
           END-IF
           IF EXTRACT-FUNCTION
           IF REJECT-IS-OPEN
               CLOSE REJECT-FILE
           END-IF
           IF UNLOADED-IS-OPEN
               CLOSE UNLOADED-MASTER-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE REJECT-MASTER
           END-IF
           IF SUPPLEMENT-IS-OPEN
               CLOSE SUPPLEMENT-FILE
           END-IF
           IF AUTHORITY-JOURNAL-IS-OPEN
               CLOSE AUTHORITY-JOURNAL-FILE
           END-IF.
       8000-EXIT.
           EXIT.
