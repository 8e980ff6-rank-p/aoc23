       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1OPM.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. CALIBRATION-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * 2026-10-15  DSB  ORIGINAL VERSION - OPERATOR AUTHORITY MASTER
      *                  MAINTENANCE. KEEPS THE KEYED OPERATOR MASTER
      *                  (OPRMAST, LAYOUT IN AOC1OPR) THAT AOC1FIX,
      *                  AOC1REP, AOC1RST AND AOC1MEND CHECK BEFORE
      *                  ANY UPDATING FUNCTION: OPERATOR ID, NAME,
      *                  STATUS (ACTIVE, SUSPENDED) AND THE FUNCTIONS
      *                  THE OPERATOR MAY PERFORM. THE PARM SELECTS
      *                  THE FUNCTION:
      *                    ADD       - PUT A NEW OPERATOR ON FILE,
      *                              ACTIVE, WITH ITS AUTHORITIES.
      *                    CHANGE    - AMEND AN OPERATOR'S NAME OR
      *                              AUTHORITIES.
      *                    SUSPEND   - SUSPEND AN OPERATOR. THE RECORD
      *                              STAYS ON FILE SO A REFUSAL CAN
      *                              SAY WHY.
      *                    RESTORE   - MAKE A SUSPENDED OPERATOR
      *                              ACTIVE AGAIN.
      *                    LIST      (OR NO PARM) - LIST THE MASTER
      *                              IN OPERATOR-ID ORDER.
      *                    AUDIT     - LIST THE AUTHORITY JOURNAL
      *                              (AUTHJRNL, LAYOUT IN AOC1AUJ) FOR
      *                              AN OPERATOR-ENTERED DATE RANGE,
      *                              OPTIONALLY REFUSALS ONLY.
      *                  THE PARM'S SECOND TOKEN IS THE OPERATOR ID,
      *                  REQUIRED FOR THE UPDATING FUNCTIONS, WHICH
      *                  NEED ADMIN AUTHORITY. NOBODY MAINTAINS THEIR
      *                  OWN RECORD. WHILE THE MASTER IS EMPTY AN ADD
      *                  SESSION MAY PUT ITS OWN OPERATOR ON FILE,
      *                  WITH ADMIN AUTHORITY, SO THE FIRST
      *                  ADMINISTRATOR CAN BE SET UP. EVERY CHANGE
      *                  AND EVERY REFUSAL IS LOGGED TO THE AUTHORITY
      *                  JOURNAL.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
               OPERATOR-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT AUTHORITY-JOURNAL-FILE ASSIGN TO DYNAMIC
               AUTHORITY-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTHORITY-JOURNAL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY AOC1OPR.
      *
       FD  AUTHORITY-JOURNAL-FILE.
           COPY AOC1AUJ.
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
      * SWITCHES
      *****************************************************************
       01  EOF-FLAG                    PIC X           VALUE 'N'.
           88  END-OF-FILE                             VALUE 'Y'.
       01  ENTRY-VALID-FLAG            PIC X           VALUE 'N'.
           88  ENTRY-IS-VALID                           VALUE 'Y'.
       01  MAINTENANCE-DONE-FLAG       PIC X           VALUE 'N'.
           88  MAINTENANCE-IS-DONE                      VALUE 'Y'.
       01  MASTER-OPEN-FLAG            PIC X           VALUE 'N'.
           88  MASTER-IS-OPEN                           VALUE 'Y'.
       01  AUTHORITY-JOURNAL-OPEN-FLAG PIC X           VALUE 'N'.
           88  AUTHORITY-JOURNAL-IS-OPEN                VALUE 'Y'.
       01  BOOTSTRAP-FLAG              PIC X           VALUE 'N'.
           88  BOOTSTRAP-SESSION                        VALUE 'Y'.
       01  REFUSALS-ONLY-FLAG          PIC X           VALUE 'N'.
           88  REFUSALS-ONLY                            VALUE 'Y'.
      *****************************************************************
      * REQUESTED FUNCTION
      *****************************************************************
       01  REQUESTED-FUNCTION          PIC X(08)       VALUE "LIST".
           88  ADD-FUNCTION                             VALUE "ADD".
           88  CHANGE-FUNCTION                          VALUE "CHANGE".
           88  SUSPEND-FUNCTION                         VALUE "SUSPEND".
           88  RESTORE-FUNCTION                         VALUE "RESTORE".
           88  LIST-FUNCTION                            VALUE "LIST".
           88  AUDIT-FUNCTION                           VALUE "AUDIT".
           88  UPDATING-FUNCTION                        VALUE "ADD"
                                                        "CHANGE"
                                                        "SUSPEND"
                                                        "RESTORE".
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *****************************************************************
       01  OPERATOR-FILENAME           PIC X(100)
                                        VALUE "DD:OPRMAST".
       01  AUTHORITY-JOURNAL-FILENAME  PIC X(100)
                                        VALUE "DD:AUTHJRNL".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  OPERATOR-FILE-STATUS        PIC XX          VALUE SPACES.
       01  AUTHORITY-JOURNAL-STATUS    PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-FUNCTION-TOKEN         PIC X(10)       VALUE SPACES.
       01  PARM-OPERATOR-TOKEN         PIC X(10)       VALUE SPACES.
       01  OPERATOR-ID                 PIC X(08)       VALUE SPACES.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
      *****************************************************************
      * AUTHORITY NAMES - IN THE ORDER OF OPR-AUTHORITY-TABLE
      *****************************************************************
       01  AUTHORITY-NAME-VALUES.
           05  FILLER                  PIC X(08)       VALUE "CORRECT".
           05  FILLER                  PIC X(08)       VALUE "REPAIR".
           05  FILLER                  PIC X(08)       VALUE "WRITEOFF".
           05  FILLER                  PIC X(08)       VALUE "EXTRACT".
           05  FILLER                  PIC X(08)       VALUE "RESTATE".
           05  FILLER                  PIC X(08)       VALUE "PURGE".
           05  FILLER                  PIC X(08)       VALUE "APPROVE".
           05  FILLER                  PIC X(08)       VALUE "ADMIN".
       01  AUTHORITY-NAME-TABLE REDEFINES AUTHORITY-NAME-VALUES.
           05  AUTHORITY-NAME          PIC X(08)  OCCURS 8 TIMES.
       01  AUTHORITY-COUNT             PIC 9(02)  COMP  VALUE 8.
       01  AUTHORITY-INDEX             PIC 9(02)  COMP  VALUE ZERO.
       01  CHAR-INDEX                  PIC 9(02)  COMP  VALUE ZERO.
      *****************************************************************
      * AUTHORITY JOURNAL WORK AREAS
      *****************************************************************
       01  AUTHORITY-EVENT-WORK        PIC X           VALUE SPACE.
       01  AUTHORITY-SUBJECT-WORK      PIC X(120)      VALUE SPACES.
       01  REFUSAL-REASON              PIC X(50)       VALUE SPACES.
       01  JOURNAL-REASON-WORK         PIC X(50)       VALUE SPACES.
       01  JOURNAL-COUNT               PIC 9(05)  COMP  VALUE ZERO.
      *****************************************************************
      * OPERATOR-ENTRY WORK AREAS
      *****************************************************************
       01  ENTERED-OPERATOR-ID         PIC X(10)       VALUE SPACES.
       01  ENTERED-NAME                PIC X(30)       VALUE SPACES.
       01  ENTERED-FLAG                PIC X(02)       VALUE SPACES.
       01  ENTERED-DATE                PIC X(10)       VALUE SPACES.
       01  AUDIT-FROM-DATE             PIC 9(08)       VALUE ZERO.
       01  AUDIT-TO-DATE               PIC 9(08)       VALUE 99999999.
       01  NEW-AUTHORITIES             PIC X(16)       VALUE SPACES.
      *****************************************************************
      * COUNTERS
      *****************************************************************
       01  ADD-COUNT                   PIC 9(05)  COMP  VALUE ZERO.
       01  CHANGE-COUNT                PIC 9(05)  COMP  VALUE ZERO.
       01  SUSPEND-COUNT               PIC 9(05)  COMP  VALUE ZERO.
       01  RESTORE-COUNT               PIC 9(05)  COMP  VALUE ZERO.
       01  LIST-COUNT                  PIC 9(05)  COMP  VALUE ZERO.
       01  AUDIT-LIST-COUNT            PIC 9(05)  COMP  VALUE ZERO.
       01  DISPLAY-COUNT               PIC Z(4)9.
      *****************************************************************
      * OPERATOR LISTING LINE
      *****************************************************************
       01  LIST-DETAIL-LINE.
           05  LST-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LST-NAME                PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LST-STATUS              PIC X(09).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LST-AUTHORITY-COLUMN    PIC X(04)  OCCURS 8 TIMES.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LST-UPDATED-DATE        PIC 9(08).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LST-UPDATED-BY          PIC X(08).
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF ADD-FUNCTION
               PERFORM 4000-ADD-ONE-OPERATOR
                   THRU 4000-EXIT
                   UNTIL MAINTENANCE-IS-DONE
           END-IF
           IF CHANGE-FUNCTION
               PERFORM 4200-CHANGE-ONE-OPERATOR
                   THRU 4200-EXIT
                   UNTIL MAINTENANCE-IS-DONE
           END-IF
           IF SUSPEND-FUNCTION
             OR RESTORE-FUNCTION
               PERFORM 4400-SET-OPERATOR-STATUS
                   THRU 4400-EXIT
                   UNTIL MAINTENANCE-IS-DONE
           END-IF
           IF LIST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               PERFORM 4700-LIST-OPERATORS
                   THRU 4700-EXIT
           END-IF
           IF AUDIT-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               PERFORM 4900-LIST-JOURNAL
                   THRU 4900-EXIT
           END-IF
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE THE DATASET NAMES, DECODE THE
      * REQUESTED FUNCTION FROM THE PARM AND OPEN WHAT THAT FUNCTION
      * NEEDS. AN UPDATING SESSION OPENS THE AUTHORITY JOURNAL FIRST
      * SO THAT EVEN A REFUSAL IS LOGGED, THEN CHECKS THAT ITS
      * OPERATOR IS AN ACTIVE ADMINISTRATOR.
      *****************************************************************
       1000-INITIALIZE.
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
             OR PARM-FUNCTION-TOKEN = "LIST"
               MOVE "LIST" TO REQUESTED-FUNCTION
           ELSE
               IF PARM-FUNCTION-TOKEN = "ADD"
                 OR PARM-FUNCTION-TOKEN = "CHANGE"
                 OR PARM-FUNCTION-TOKEN = "SUSPEND"
                 OR PARM-FUNCTION-TOKEN = "RESTORE"
                 OR PARM-FUNCTION-TOKEN = "AUDIT"
                   MOVE PARM-FUNCTION-TOKEN TO REQUESTED-FUNCTION
               ELSE
                   DISPLAY "AOC1OPM - UNKNOWN FUNCTION '"
                       PARM-FUNCTION-TOKEN "'. VALID FUNCTIONS ARE "
                       "ADD, CHANGE, SUSPEND, RESTORE, LIST AND "
                       "AUDIT."
                   MOVE 16 TO RETURN-CODE
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
               DISPLAY "AOC1OPM - THE " REQUESTED-FUNCTION
                   " FUNCTION UPDATES THE OPERATOR MASTER AND "
                   "NEEDS THE OPERATOR ID AS THE SECOND PARM TOKEN "
                   "(FUNCTION,OPERATOR). RUN TERMINATED."
               MOVE "NO OPERATOR ID ON THE PARM" TO REFUSAL-REASON
               PERFORM 1350-REFUSE-SESSION
                   THRU 1350-EXIT
           END-IF
           IF UPDATING-FUNCTION
               PERFORM 1100-OPEN-MASTER-UPDATE
                   THRU 1100-EXIT
           END-IF
           IF UPDATING-FUNCTION
               PERFORM 1300-CHECK-ADMINISTRATOR
                   THRU 1300-EXIT
           END-IF
           IF LIST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               OPEN INPUT OPERATOR-FILE
               IF OPERATOR-FILE-STATUS = "00"
                   SET MASTER-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "AOC1OPM - OPERATOR MASTER "
                       OPERATOR-FILENAME " COULD NOT BE OPENED "
                       "(STATUS " OPERATOR-FILE-STATUS
                       "). NOTHING TO LIST."
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
           END-IF
           IF AUDIT-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               OPEN INPUT AUTHORITY-JOURNAL-FILE
               IF AUTHORITY-JOURNAL-STATUS = "00"
                   SET AUTHORITY-JOURNAL-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "AOC1OPM - AUTHORITY JOURNAL "
                       AUTHORITY-JOURNAL-FILENAME " COULD NOT BE "
                       "OPENED (STATUS " AUTHORITY-JOURNAL-STATUS
                       "). NOTHING TO REPORT."
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * 1100-OPEN-MASTER-UPDATE - OPEN THE KEYED OPERATOR MASTER FOR
      * UPDATE, CREATING IT EMPTY FIRST WHEN THE FIRST ADMINISTRATOR
      * IS BEING SET UP
      *****************************************************************
       1100-OPEN-MASTER-UPDATE.
           OPEN I-O OPERATOR-FILE
           IF OPERATOR-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF
           IF OPERATOR-FILE-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1OPM - OPERATOR MASTER "
                   OPERATOR-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " OPERATOR-FILE-STATUS
                   "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET MAINTENANCE-IS-DONE TO TRUE
               MOVE SPACES TO REQUESTED-FUNCTION
           END-IF.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * 1200-OPEN-AUTHORITY-JOURNAL - OPEN THE RETAINED AUTHORITY
      * JOURNAL FOR APPEND, CREATING IT ON ITS VERY FIRST USE. A
      * SESSION THAT CANNOT LOG WHAT IT DOES TO THE OPERATOR MASTER
      * DOES NOT RUN.
      *****************************************************************
       1200-OPEN-AUTHORITY-JOURNAL.
           OPEN EXTEND AUTHORITY-JOURNAL-FILE
           IF AUTHORITY-JOURNAL-STATUS = "35"
               OPEN OUTPUT AUTHORITY-JOURNAL-FILE
           END-IF
           IF AUTHORITY-JOURNAL-STATUS = "00"
               SET AUTHORITY-JOURNAL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1OPM - AUTHORITY JOURNAL "
                   AUTHORITY-JOURNAL-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " AUTHORITY-JOURNAL-STATUS "). AN "
                   "UPDATING SESSION CANNOT RUN UNLOGGED - RUN "
                   "TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET MAINTENANCE-IS-DONE TO TRUE
               MOVE SPACES TO REQUESTED-FUNCTION
           END-IF.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * 1300-CHECK-ADMINISTRATOR - THE SESSION'S OPERATOR MUST BE ON
      * THE MASTER, ACTIVE AND HOLD ADMIN AUTHORITY. THE ONE
      * EXCEPTION IS AN ADD SESSION AGAINST AN EMPTY MASTER, WHICH IS
      * LET THROUGH TO PUT ITS OWN OPERATOR ON FILE AS THE FIRST
      * ADMINISTRATOR.
      *****************************************************************
       1300-CHECK-ADMINISTRATOR.
           MOVE SPACES TO REFUSAL-REASON
           IF ADD-FUNCTION
               MOVE LOW-VALUES TO OPR-KEY
               START OPERATOR-FILE KEY >= OPR-KEY
                   INVALID KEY
                       SET BOOTSTRAP-SESSION TO TRUE
               END-START
           END-IF
           IF BOOTSTRAP-SESSION
               DISPLAY "AOC1OPM - THE OPERATOR MASTER IS EMPTY. THIS "
                   "SESSION MAY ADD ONLY ITS OWN OPERATOR ("
                   OPERATOR-ID "), WHO IS GIVEN ADMIN AUTHORITY."
               GO TO 1300-EXIT
           END-IF
           MOVE OPERATOR-ID TO OPR-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "OPERATOR ID NOT ON THE OPERATOR MASTER"
                       TO REFUSAL-REASON
           END-READ
           IF REFUSAL-REASON = SPACES
             AND OPR-SUSPENDED
               MOVE "OPERATOR IS SUSPENDED" TO REFUSAL-REASON
           END-IF
           IF REFUSAL-REASON = SPACES
             AND NOT OPR-ACTIVE
               MOVE "OPERATOR IS NOT ACTIVE" TO REFUSAL-REASON
           END-IF
           IF REFUSAL-REASON = SPACES
             AND NOT OPR-MAY-ADMINISTER
               MOVE "NO ADMIN AUTHORITY" TO REFUSAL-REASON
           END-IF
           IF REFUSAL-REASON NOT = SPACES
               DISPLAY "AOC1OPM - OPERATOR " OPERATOR-ID " IS REFUSED "
                   "THE " REQUESTED-FUNCTION " FUNCTION: "
                   REFUSAL-REASON ". RUN TERMINATED."
               PERFORM 1350-REFUSE-SESSION
                   THRU 1350-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      *****************************************************************
      * 1350-REFUSE-SESSION - LOG THE REFUSAL (REASON ALREADY IN
      * REFUSAL-REASON) AND END THE SESSION BEFORE IT TOUCHES THE
      * MASTER
      *****************************************************************
       1350-REFUSE-SESSION.
           MOVE 'R' TO AUTHORITY-EVENT-WORK
           MOVE SPACES TO AUTHORITY-SUBJECT-WORK
           MOVE REFUSAL-REASON TO JOURNAL-REASON-WORK
           PERFORM 7000-WRITE-AUTHORITY-JOURNAL
               THRU 7000-EXIT
           MOVE 16 TO RETURN-CODE
           SET MAINTENANCE-IS-DONE TO TRUE
           MOVE SPACES TO REQUESTED-FUNCTION.
       1350-EXIT.
           EXIT.
      *****************************************************************
      * 4000-ADD-ONE-OPERATOR - PROMPT FOR A NEW OPERATOR ID, ITS NAME
      * AND AUTHORITIES AND PUT IT ON FILE, ACTIVE. AN ID ALREADY ON
      * FILE IS REFUSED - CHANGE IS THE WAY TO AMEND ONE. A BLANK
      * OPERATOR ID ENDS THE SESSION.
      *****************************************************************
       4000-ADD-ONE-OPERATOR.
           DISPLAY "----------------------------------------------"
           PERFORM 5000-ACCEPT-OPERATOR-ID
               THRU 5000-EXIT
           IF MAINTENANCE-IS-DONE
             OR NOT ENTRY-IS-VALID
               GO TO 4000-EXIT
           END-IF
           IF BOOTSTRAP-SESSION
             AND OPR-OPERATOR-ID NOT = OPERATOR-ID
               DISPLAY "WHILE THE MASTER IS EMPTY ONLY YOUR OWN "
                   "OPERATOR ID (" OPERATOR-ID ") MAY BE ADDED."
               GO TO 4000-EXIT
           END-IF
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "OPERATOR " OPR-OPERATOR-ID " IS ALREADY "
                       "ON FILE - USE CHANGE TO AMEND IT."
                   GO TO 4000-EXIT
           END-READ
           DISPLAY "ENTER OPERATOR NAME: " WITH NO ADVANCING
           MOVE SPACES TO ENTERED-NAME
           ACCEPT ENTERED-NAME
           IF ENTERED-NAME = SPACES
               DISPLAY "THE OPERATOR NAME IS REQUIRED. NOTHING ADDED."
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO NEW-AUTHORITIES
           PERFORM 5100-ACCEPT-ONE-AUTHORITY
               THRU 5100-EXIT
               VARYING AUTHORITY-INDEX FROM 1 BY 1
               UNTIL AUTHORITY-INDEX > AUTHORITY-COUNT
                   OR NOT ENTRY-IS-VALID
           IF NOT ENTRY-IS-VALID
               DISPLAY "NOTHING ADDED."
               GO TO 4000-EXIT
           END-IF
           IF BOOTSTRAP-SESSION
               MOVE 'Y' TO NEW-AUTHORITIES (8:1)
           END-IF
           MOVE SPACES TO OPR-NAME
           MOVE ENTERED-NAME TO OPR-NAME
           SET OPR-ACTIVE TO TRUE
           MOVE NEW-AUTHORITIES TO OPR-AUTHORITIES
           MOVE RUN-DATE TO OPR-UPDATED-DATE
           MOVE OPERATOR-ID TO OPR-UPDATED-BY
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "OPERATOR " OPR-OPERATOR-ID " COULD NOT "
                       "BE ADDED (STATUS " OPERATOR-FILE-STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO ADD-COUNT
                   MOVE 'N' TO BOOTSTRAP-FLAG
                   DISPLAY "OPERATOR " OPR-OPERATOR-ID
                       " ADDED, ACTIVE."
                   MOVE SPACES TO JOURNAL-REASON-WORK
                   STRING "ADDED, AUTHORITIES (COR-ADM) "
                              DELIMITED BY SIZE
                          OPR-AUTHORITIES (1:8) DELIMITED BY SIZE
                          INTO JOURNAL-REASON-WORK
                   PERFORM 7100-LOG-MAINTENANCE
                       THRU 7100-EXIT
           END-WRITE.
       4000-EXIT.
           EXIT.
      *****************************************************************
      * 4200-CHANGE-ONE-OPERATOR - PROMPT FOR AN OPERATOR ON FILE,
      * SHOW WHAT IS THERE AND TAKE ANY AMENDMENTS TO THE NAME OR
      * THE AUTHORITIES. A BLANK ANSWER TO ANY PROMPT KEEPS THE VALUE
      * ON FILE. STATUS HAS ITS OWN FUNCTIONS. A BLANK OPERATOR ID
      * ENDS THE SESSION.
      *****************************************************************
       4200-CHANGE-ONE-OPERATOR.
           DISPLAY "----------------------------------------------"
           PERFORM 5000-ACCEPT-OPERATOR-ID
               THRU 5000-EXIT
           IF MAINTENANCE-IS-DONE
             OR NOT ENTRY-IS-VALID
               GO TO 4200-EXIT
           END-IF
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR " OPR-OPERATOR-ID " IS NOT ON "
                       "FILE - USE ADD TO PUT IT ON."
                   GO TO 4200-EXIT
           END-READ
           PERFORM 5300-CHECK-NOT-OWN-RECORD
               THRU 5300-EXIT
           IF NOT ENTRY-IS-VALID
               GO TO 4200-EXIT
           END-IF
           PERFORM 5200-SHOW-OPERATOR
               THRU 5200-EXIT
           DISPLAY "ENTER NEW NAME, OR PRESS ENTER TO KEEP: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-NAME
           ACCEPT ENTERED-NAME
           MOVE OPR-AUTHORITIES TO NEW-AUTHORITIES
           PERFORM 5100-ACCEPT-ONE-AUTHORITY
               THRU 5100-EXIT
               VARYING AUTHORITY-INDEX FROM 1 BY 1
               UNTIL AUTHORITY-INDEX > AUTHORITY-COUNT
                   OR NOT ENTRY-IS-VALID
           IF NOT ENTRY-IS-VALID
               DISPLAY "NOTHING CHANGED."
               GO TO 4200-EXIT
           END-IF
           IF ENTERED-NAME NOT = SPACES
               MOVE ENTERED-NAME TO OPR-NAME
           END-IF
           MOVE NEW-AUTHORITIES TO OPR-AUTHORITIES
           MOVE RUN-DATE TO OPR-UPDATED-DATE
           MOVE OPERATOR-ID TO OPR-UPDATED-BY
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "OPERATOR " OPR-OPERATOR-ID " COULD NOT "
                       "BE CHANGED (STATUS " OPERATOR-FILE-STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO CHANGE-COUNT
                   DISPLAY "OPERATOR " OPR-OPERATOR-ID " CHANGED."
                   MOVE SPACES TO JOURNAL-REASON-WORK
                   STRING "CHANGED, AUTHORITIES (COR-ADM) "
                              DELIMITED BY SIZE
                          OPR-AUTHORITIES (1:8) DELIMITED BY SIZE
                          INTO JOURNAL-REASON-WORK
                   PERFORM 7100-LOG-MAINTENANCE
                       THRU 7100-EXIT
           END-REWRITE.
       4200-EXIT.
           EXIT.
      *****************************************************************
      * 4400-SET-OPERATOR-STATUS - SUSPEND AN ACTIVE OPERATOR, OR
      * RESTORE A SUSPENDED ONE, ACCORDING TO THE FUNCTION. THE
      * AUTHORITIES ON FILE ARE LEFT AS THEY ARE - A SUSPENDED
      * OPERATOR SIMPLY HOLDS NONE OF THEM UNTIL RESTORED. A BLANK
      * OPERATOR ID ENDS THE SESSION.
      *****************************************************************
       4400-SET-OPERATOR-STATUS.
           DISPLAY "----------------------------------------------"
           PERFORM 5000-ACCEPT-OPERATOR-ID
               THRU 5000-EXIT
           IF MAINTENANCE-IS-DONE
             OR NOT ENTRY-IS-VALID
               GO TO 4400-EXIT
           END-IF
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR " OPR-OPERATOR-ID " IS NOT ON "
                       "FILE."
                   GO TO 4400-EXIT
           END-READ
           PERFORM 5300-CHECK-NOT-OWN-RECORD
               THRU 5300-EXIT
           IF NOT ENTRY-IS-VALID
               GO TO 4400-EXIT
           END-IF
           IF SUSPEND-FUNCTION
             AND OPR-SUSPENDED
               DISPLAY "OPERATOR " OPR-OPERATOR-ID " IS ALREADY "
                   "SUSPENDED."
               GO TO 4400-EXIT
           END-IF
           IF RESTORE-FUNCTION
             AND OPR-ACTIVE
               DISPLAY "OPERATOR " OPR-OPERATOR-ID " IS ALREADY "
                   "ACTIVE."
               GO TO 4400-EXIT
           END-IF
           PERFORM 5200-SHOW-OPERATOR
               THRU 5200-EXIT
           IF SUSPEND-FUNCTION
               SET OPR-SUSPENDED TO TRUE
               MOVE "SUSPENDED" TO JOURNAL-REASON-WORK
           ELSE
               SET OPR-ACTIVE TO TRUE
               MOVE "RESTORED" TO JOURNAL-REASON-WORK
           END-IF
           MOVE RUN-DATE TO OPR-UPDATED-DATE
           MOVE OPERATOR-ID TO OPR-UPDATED-BY
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "OPERATOR " OPR-OPERATOR-ID " COULD NOT "
                       "BE UPDATED (STATUS " OPERATOR-FILE-STATUS ")."
               NOT INVALID KEY
                   IF SUSPEND-FUNCTION
                       ADD 1 TO SUSPEND-COUNT
                   ELSE
                       ADD 1 TO RESTORE-COUNT
                   END-IF
                   DISPLAY "OPERATOR " OPR-OPERATOR-ID " "
                       JOURNAL-REASON-WORK
                   PERFORM 7100-LOG-MAINTENANCE
                       THRU 7100-EXIT
           END-REWRITE.
       4400-EXIT.
           EXIT.
      *****************************************************************
      * 4700-LIST-OPERATORS - LIST THE MASTER IN OPERATOR-ID ORDER,
      * FROM AN OPERATOR-ENTERED STARTING ID OR FROM THE TOP, WITH A
      * Y UNDER EACH AUTHORITY HELD
      *****************************************************************
       4700-LIST-OPERATORS.
           DISPLAY "ENTER OPERATOR ID TO START FROM, OR PRESS ENTER "
                   "FOR ALL: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-OPERATOR-ID
           ACCEPT ENTERED-OPERATOR-ID
           IF ENTERED-OPERATOR-ID = SPACES
               MOVE LOW-VALUES TO OPR-KEY
           ELSE
               MOVE ENTERED-OPERATOR-ID (1:8) TO OPR-OPERATOR-ID
           END-IF
           START OPERATOR-FILE KEY >= OPR-KEY
               INVALID KEY
                   SET MAINTENANCE-IS-DONE TO TRUE
           END-START
           DISPLAY "----------------------------------------------"
           DISPLAY "OPERATOR AUTHORITY MASTER AS AT " RUN-DATE
           DISPLAY "ID        NAME                            STATUS"
                   "    COR REP WOF EXT RST PRG APR ADM  UPDATED  BY"
           PERFORM 4750-LIST-NEXT-OPERATOR
               THRU 4750-EXIT
               UNTIL MAINTENANCE-IS-DONE
           IF LIST-COUNT = ZERO
               DISPLAY "NO OPERATORS ON THE MASTER FROM THE "
                   "REQUESTED ID."
           END-IF.
       4700-EXIT.
           EXIT.
      *
       4750-LIST-NEXT-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   SET MAINTENANCE-IS-DONE TO TRUE
               NOT AT END
                   PERFORM 5400-FORMAT-LIST-LINE
                       THRU 5400-EXIT
                   DISPLAY LIST-DETAIL-LINE
                   ADD 1 TO LIST-COUNT
           END-READ.
       4750-EXIT.
           EXIT.
      *****************************************************************
      * 4900-LIST-JOURNAL - LIST THE AUTHORITY JOURNAL FOR AN
      * OPERATOR-ENTERED DATE RANGE, EVERY EVENT OR REFUSALS ONLY,
      * FOR THE QA AUDITORS
      *****************************************************************
       4900-LIST-JOURNAL.
           DISPLAY "ENTER AUDIT PERIOD FROM DATE (YYYYMMDD), OR "
                   "PRESS ENTER FOR THE BEGINNING: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-DATE
           ACCEPT ENTERED-DATE
           IF ENTERED-DATE NOT = SPACES
               IF ENTERED-DATE (1:8) IS NUMERIC
                 AND ENTERED-DATE (9:2) = SPACES
                   MOVE ENTERED-DATE (1:8) TO AUDIT-FROM-DATE
               ELSE
                   DISPLAY "INVALID FROM DATE - LISTING FROM THE "
                       "BEGINNING."
               END-IF
           END-IF
           DISPLAY "ENTER AUDIT PERIOD TO DATE (YYYYMMDD), OR "
                   "PRESS ENTER FOR TODAY: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-DATE
           ACCEPT ENTERED-DATE
           IF ENTERED-DATE = SPACES
               MOVE RUN-DATE TO AUDIT-TO-DATE
           ELSE
               IF ENTERED-DATE (1:8) IS NUMERIC
                 AND ENTERED-DATE (9:2) = SPACES
                   MOVE ENTERED-DATE (1:8) TO AUDIT-TO-DATE
               ELSE
                   DISPLAY "INVALID TO DATE - LISTING THROUGH TODAY."
                   MOVE RUN-DATE TO AUDIT-TO-DATE
               END-IF
           END-IF
           DISPLAY "REFUSALS ONLY (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO ENTERED-FLAG
           ACCEPT ENTERED-FLAG
           IF ENTERED-FLAG = "Y"
               SET REFUSALS-ONLY TO TRUE
           END-IF
           DISPLAY "----------------------------------------------"
           DISPLAY "AUTHORITY ACTIVITY " AUDIT-FROM-DATE " THROUGH "
               AUDIT-TO-DATE
           DISPLAY "DATE     OPERATOR E PROGRAM  FUNCTION SUBJECT/"
                   "REASON"
           PERFORM 4950-LIST-JOURNAL-LINE
               THRU 4950-EXIT
               UNTIL END-OF-FILE
           IF AUDIT-LIST-COUNT = ZERO
               DISPLAY "NO AUTHORITY ACTIVITY ON THE JOURNAL FOR "
                   "THE REQUESTED PERIOD."
           END-IF.
       4900-EXIT.
           EXIT.
      *
       4950-LIST-JOURNAL-LINE.
           READ AUTHORITY-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   IF AUJ-DATE IS NUMERIC
                     AND AUJ-DATE >= AUDIT-FROM-DATE
                     AND AUJ-DATE <= AUDIT-TO-DATE
                     AND (AUJ-EVENT = 'R' OR NOT REFUSALS-ONLY)
                       DISPLAY AUJ-DATE " " AUJ-OPERATOR " "
                           AUJ-EVENT " " AUJ-PROGRAM " "
                           AUJ-FUNCTION " " AUJ-REASON
                       IF AUJ-SUBJECT NOT = SPACES
                           DISPLAY "         " AUJ-SUBJECT
                       END-IF
                       ADD 1 TO AUDIT-LIST-COUNT
                   END-IF
           END-READ.
       4950-EXIT.
           EXIT.
      *****************************************************************
      * 5000-ACCEPT-OPERATOR-ID - ACCEPT THE ID OF THE OPERATOR TO BE
      * MAINTAINED: ONE TO EIGHT CHARACTERS WITH NO LEADING OR
      * EMBEDDED BLANKS. A BLANK ENTRY ENDS THE SESSION. A VALID ID
      * IS LEFT IN THE MASTER KEY READY FOR THE CALLER'S READ.
      *****************************************************************
       5000-ACCEPT-OPERATOR-ID.
           MOVE 'N' TO ENTRY-VALID-FLAG
           DISPLAY "ENTER OPERATOR ID, OR PRESS ENTER TO QUIT: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-OPERATOR-ID
           ACCEPT ENTERED-OPERATOR-ID
           IF ENTERED-OPERATOR-ID = SPACES
               SET MAINTENANCE-IS-DONE TO TRUE
               GO TO 5000-EXIT
           END-IF
           IF ENTERED-OPERATOR-ID (1:1) = SPACE
             OR ENTERED-OPERATOR-ID (9:2) NOT = SPACES
               DISPLAY "INVALID OPERATOR ID - ONE TO EIGHT CHARACTERS "
                   "WITH NO BLANKS."
               GO TO 5000-EXIT
           END-IF
           SET ENTRY-IS-VALID TO TRUE
           PERFORM 5050-CHECK-OPERATOR-ID-CHAR
               THRU 5050-EXIT
               VARYING CHAR-INDEX FROM 2 BY 1
               UNTIL CHAR-INDEX > 8
                   OR NOT ENTRY-IS-VALID
           IF ENTRY-IS-VALID
               MOVE ENTERED-OPERATOR-ID (1:8) TO OPR-OPERATOR-ID
           ELSE
               DISPLAY "INVALID OPERATOR ID - ONE TO EIGHT CHARACTERS "
                   "WITH NO BLANKS."
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5050-CHECK-OPERATOR-ID-CHAR.
           IF ENTERED-OPERATOR-ID (CHAR-INDEX:1) = SPACE
             AND ENTERED-OPERATOR-ID (CHAR-INDEX:) NOT = SPACES
               MOVE 'N' TO ENTRY-VALID-FLAG
           END-IF.
       5050-EXIT.
           EXIT.
      *****************************************************************
      * 5100-ACCEPT-ONE-AUTHORITY - PROMPT FOR ONE AUTHORITY FLAG
      * INTO NEW-AUTHORITIES. ON AN ADD A BLANK ANSWER MEANS NO; ON A
      * CHANGE IT KEEPS WHAT IS ON FILE. ANYTHING BUT Y, N OR BLANK
      * ABANDONS THE ENTRY.
      *****************************************************************
       5100-ACCEPT-ONE-AUTHORITY.
           IF ADD-FUNCTION
               DISPLAY "MAY " AUTHORITY-NAME (AUTHORITY-INDEX)
                   " (Y/N): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "MAY " AUTHORITY-NAME (AUTHORITY-INDEX)
                   " (Y/N), OR PRESS ENTER TO KEEP '"
                   NEW-AUTHORITIES (AUTHORITY-INDEX:1) "': "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO ENTERED-FLAG
           ACCEPT ENTERED-FLAG
           IF ENTERED-FLAG = "Y"
             OR ENTERED-FLAG = "N"
               MOVE ENTERED-FLAG (1:1)
                   TO NEW-AUTHORITIES (AUTHORITY-INDEX:1)
           ELSE
               IF ENTERED-FLAG = SPACES
                   IF ADD-FUNCTION
                       MOVE 'N' TO NEW-AUTHORITIES (AUTHORITY-INDEX:1)
                   END-IF
               ELSE
                   DISPLAY "INVALID ANSWER - MUST BE Y OR N."
                   MOVE 'N' TO ENTRY-VALID-FLAG
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.
      *****************************************************************
      * 5200-SHOW-OPERATOR - DISPLAY WHAT IS ON FILE FOR THE OPERATOR
      * JUST READ, AHEAD OF A CHANGE OR STATUS CHANGE
      *****************************************************************
       5200-SHOW-OPERATOR.
           PERFORM 5400-FORMAT-LIST-LINE
               THRU 5400-EXIT
           DISPLAY "          COR REP WOF EXT RST PRG APR ADM"
           DISPLAY "ON FILE : " LIST-DETAIL-LINE.
       5200-EXIT.
           EXIT.
      *****************************************************************
      * 5300-CHECK-NOT-OWN-RECORD - AN ADMINISTRATOR MAY NOT CHANGE,
      * SUSPEND OR RESTORE THEIR OWN RECORD - OTHERWISE ONE PERSON
      * COULD GRANT THEMSELVES ANY AUTHORITY. THE ATTEMPT IS REFUSED
      * AND LOGGED; THE SESSION CARRIES ON.
      *****************************************************************
       5300-CHECK-NOT-OWN-RECORD.
           SET ENTRY-IS-VALID TO TRUE
           IF OPR-OPERATOR-ID = OPERATOR-ID
               MOVE 'N' TO ENTRY-VALID-FLAG
               DISPLAY "YOU MAY NOT MAINTAIN YOUR OWN OPERATOR RECORD "
                   "- ANOTHER ADMINISTRATOR MUST DO IT."
               MOVE 'R' TO AUTHORITY-EVENT-WORK
               MOVE OPR-OPERATOR-ID TO AUTHORITY-SUBJECT-WORK
               MOVE "OPERATORS MAY NOT MAINTAIN THEIR OWN RECORD"
                   TO JOURNAL-REASON-WORK
               PERFORM 7000-WRITE-AUTHORITY-JOURNAL
                   THRU 7000-EXIT
           END-IF.
       5300-EXIT.
           EXIT.
      *****************************************************************
      * 5400-FORMAT-LIST-LINE - BUILD THE LISTING LINE FOR THE
      * OPERATOR RECORD JUST READ
      *****************************************************************
       5400-FORMAT-LIST-LINE.
           MOVE OPR-OPERATOR-ID TO LST-OPERATOR-ID
           MOVE OPR-NAME TO LST-NAME
           IF OPR-ACTIVE
               MOVE "ACTIVE" TO LST-STATUS
           ELSE
               IF OPR-SUSPENDED
                   MOVE "SUSPENDED" TO LST-STATUS
               ELSE
                   MOVE "UNKNOWN" TO LST-STATUS
               END-IF
           END-IF
           PERFORM 5450-FORMAT-AUTHORITY-COLUMN
               THRU 5450-EXIT
               VARYING AUTHORITY-INDEX FROM 1 BY 1
               UNTIL AUTHORITY-INDEX > AUTHORITY-COUNT
           MOVE OPR-UPDATED-DATE TO LST-UPDATED-DATE
           MOVE OPR-UPDATED-BY TO LST-UPDATED-BY.
       5400-EXIT.
           EXIT.
      *
       5450-FORMAT-AUTHORITY-COLUMN.
           MOVE SPACES TO LST-AUTHORITY-COLUMN (AUTHORITY-INDEX)
           IF OPR-AUTHORITY-FLAG (AUTHORITY-INDEX) = 'Y'
               MOVE 'Y' TO LST-AUTHORITY-COLUMN (AUTHORITY-INDEX) (2:1)
           ELSE
               MOVE '-' TO LST-AUTHORITY-COLUMN (AUTHORITY-INDEX) (2:1)
           END-IF.
       5450-EXIT.
           EXIT.
      *****************************************************************
      * 7000-WRITE-AUTHORITY-JOURNAL - APPEND ONE LINE (SEE AOC1AUJ)
      * FROM THE EVENT, SUBJECT AND REASON WORK AREAS
      *****************************************************************
       7000-WRITE-AUTHORITY-JOURNAL.
           IF AUTHORITY-JOURNAL-IS-OPEN
               MOVE SPACES TO AUTHORITY-JOURNAL-RECORD
               MOVE RUN-DATE TO AUJ-DATE
               MOVE OPERATOR-ID TO AUJ-OPERATOR
               MOVE AUTHORITY-EVENT-WORK TO AUJ-EVENT
               MOVE "AOC1OPM" TO AUJ-PROGRAM
               MOVE REQUESTED-FUNCTION TO AUJ-FUNCTION
               MOVE AUTHORITY-SUBJECT-WORK TO AUJ-SUBJECT
               MOVE JOURNAL-REASON-WORK TO AUJ-REASON
               WRITE AUTHORITY-JOURNAL-RECORD
               ADD 1 TO JOURNAL-COUNT
           END-IF.
       7000-EXIT.
           EXIT.
      *
       7100-LOG-MAINTENANCE.
           MOVE 'M' TO AUTHORITY-EVENT-WORK
           MOVE SPACES TO AUTHORITY-SUBJECT-WORK
           STRING OPR-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPR-NAME DELIMITED BY SIZE
                  INTO AUTHORITY-SUBJECT-WORK
           PERFORM 7000-WRITE-AUTHORITY-JOURNAL
               THRU 7000-EXIT.
       7100-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - REPORT WHAT THE SESSION DID AND CLOSE THE
      * FILES
      *****************************************************************
       8000-FINALIZE.
           DISPLAY "----------------------------------------------"
           IF ADD-FUNCTION
               MOVE ADD-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1OPM - OPERATORS ADDED       : "
                   DISPLAY-COUNT
           END-IF
           IF CHANGE-FUNCTION
               MOVE CHANGE-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1OPM - OPERATORS CHANGED     : "
                   DISPLAY-COUNT
           END-IF
           IF SUSPEND-FUNCTION
               MOVE SUSPEND-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1OPM - OPERATORS SUSPENDED   : "
                   DISPLAY-COUNT
           END-IF
           IF RESTORE-FUNCTION
               MOVE RESTORE-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1OPM - OPERATORS RESTORED    : "
                   DISPLAY-COUNT
           END-IF
           IF LIST-FUNCTION
               MOVE LIST-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1OPM - OPERATORS LISTED      : "
                   DISPLAY-COUNT
           END-IF
           IF AUDIT-FUNCTION
               MOVE AUDIT-LIST-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1OPM - JOURNAL LINES LISTED  : "
                   DISPLAY-COUNT
           END-IF
           IF AUTHORITY-JOURNAL-IS-OPEN
             AND NOT AUDIT-FUNCTION
               MOVE JOURNAL-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1OPM - JOURNAL LINES WRITTEN : "
                   DISPLAY-COUNT
           END-IF
           IF MASTER-IS-OPEN
               CLOSE OPERATOR-FILE
           END-IF
           IF AUTHORITY-JOURNAL-IS-OPEN
               CLOSE AUTHORITY-JOURNAL-FILE
           END-IF.
       8000-EXIT.
           EXIT.
