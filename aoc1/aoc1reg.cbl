       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1REG.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. CALIBRATION-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * 2026-10-15  DSB  ORIGINAL VERSION - INSTRUMENT REGISTRY
      *                  MAINTENANCE. KEEPS THE KEYED INSTRUMENT
      *                  MASTER (INSTREG, LAYOUT IN AOC1IRG) THAT
      *                  AOC1EDIT ENFORCES AND AOC1 FLAGS AGAINST:
      *                  INSTRUMENT ID, BUILDING, OWNING LAB, STATUS
      *                  (IN SERVICE, OUT OF SERVICE, RETIRED) AND
      *                  CALIBRATION-DUE DATE. THE PARM SELECTS THE
      *                  FUNCTION:
      *                    ADD     - REGISTER A NEW INSTRUMENT, IN
      *                            SERVICE.
      *                    CHANGE  - AMEND AN INSTRUMENT'S BUILDING,
      *                            LAB, CALIBRATION-DUE DATE, OR TAKE
      *                            IT OUT OF / BACK INTO SERVICE.
      *                    RETIRE  - RETIRE AN INSTRUMENT FOR GOOD.
      *                            THE RECORD STAYS ON FILE SO THE
      *                            EDIT CAN SAY WHY ITS RECORDS ARE
      *                            REFUSED.
      *                    LIST    (OR NO PARM) - LIST THE REGISTRY
      *                            IN INSTRUMENT-ID ORDER.
      *                  THE PARM'S SECOND TOKEN IS THE OPERATOR ID,
      *                  REQUIRED FOR THE UPDATING FUNCTIONS AND
      *                  STAMPED ON EVERY RECORD THEY TOUCH WITH THE
      *                  DATE OF THE CHANGE.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC
               REGISTRY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRG-KEY
               FILE STATUS IS REGISTRY-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
           COPY AOC1IRG.
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
      * SWITCHES
      *****************************************************************
       01  ENTRY-VALID-FLAG            PIC X           VALUE 'N'.
           88  ENTRY-IS-VALID                           VALUE 'Y'.
       01  MAINTENANCE-DONE-FLAG       PIC X           VALUE 'N'.
           88  MAINTENANCE-IS-DONE                      VALUE 'Y'.
       01  REGISTRY-OPEN-FLAG          PIC X           VALUE 'N'.
           88  REGISTRY-IS-OPEN                         VALUE 'Y'.
      *****************************************************************
      * REQUESTED FUNCTION
      *****************************************************************
       01  REQUESTED-FUNCTION          PIC X(08)       VALUE "LIST".
           88  ADD-FUNCTION                             VALUE "ADD".
           88  CHANGE-FUNCTION                          VALUE "CHANGE".
           88  RETIRE-FUNCTION                          VALUE "RETIRE".
           88  LIST-FUNCTION                            VALUE "LIST".
           88  UPDATING-FUNCTION                        VALUE "ADD"
                                                        "CHANGE"
                                                        "RETIRE".
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *****************************************************************
       01  REGISTRY-FILENAME           PIC X(100)
                                        VALUE "DD:INSTREG".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  REGISTRY-FILE-STATUS        PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-FUNCTION-TOKEN         PIC X(10)       VALUE SPACES.
       01  PARM-OPERATOR-TOKEN         PIC X(10)       VALUE SPACES.
       01  OPERATOR-ID                 PIC X(08)       VALUE SPACES.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
      *****************************************************************
      * OPERATOR-ENTRY WORK AREAS
      *****************************************************************
       01  ENTERED-INSTRUMENT-ID       PIC X(10)       VALUE SPACES.
       01  ENTERED-BUILDING            PIC X(10)       VALUE SPACES.
       01  ENTERED-OWNING-LAB          PIC X(20)       VALUE SPACES.
       01  ENTERED-STATUS              PIC X(02)       VALUE SPACES.
       01  ENTERED-DATE                PIC X(10)       VALUE SPACES.
       01  ENTERED-DATE-VALUE          PIC 9(08)       VALUE ZERO.
       01  ENTERED-DATE-PARTS REDEFINES ENTERED-DATE-VALUE.
           05  ENTERED-DATE-YEAR       PIC 9(04).
           05  ENTERED-DATE-MONTH      PIC 9(02).
           05  ENTERED-DATE-DAY        PIC 9(02).
       01  SCAN-INDEX                  PIC 9(03)  COMP  VALUE ZERO.
       01  ADD-COUNT                   PIC 9(05)  COMP  VALUE ZERO.
       01  CHANGE-COUNT                PIC 9(05)  COMP  VALUE ZERO.
       01  RETIRE-COUNT                PIC 9(05)  COMP  VALUE ZERO.
       01  LIST-COUNT                  PIC 9(05)  COMP  VALUE ZERO.
       01  OVERDUE-COUNT               PIC 9(05)  COMP  VALUE ZERO.
       01  DISPLAY-COUNT               PIC Z(4)9.
      *****************************************************************
      * REGISTRY LISTING LINE
      *****************************************************************
       01  LIST-DETAIL-LINE.
           05  LST-INSTRUMENT-ID       PIC X(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LST-BUILDING            PIC X(10).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LST-OWNING-LAB          PIC X(20).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LST-STATUS              PIC X(14).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LST-CAL-DUE-DATE        PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LST-LAST-SEEN-DATE      PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LST-OVERDUE-FLAG        PIC X(11).
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF ADD-FUNCTION
               PERFORM 4000-ADD-ONE-INSTRUMENT
                   THRU 4000-EXIT
                   UNTIL MAINTENANCE-IS-DONE
           END-IF
           IF CHANGE-FUNCTION
               PERFORM 4200-CHANGE-ONE-INSTRUMENT
                   THRU 4200-EXIT
                   UNTIL MAINTENANCE-IS-DONE
           END-IF
           IF RETIRE-FUNCTION
               PERFORM 4500-RETIRE-ONE-INSTRUMENT
                   THRU 4500-EXIT
                   UNTIL MAINTENANCE-IS-DONE
           END-IF
           IF LIST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               PERFORM 4700-LIST-REGISTRY
                   THRU 4700-EXIT
           END-IF
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE THE DATASET NAME, DECODE THE
      * REQUESTED FUNCTION FROM THE PARM AND OPEN THE REGISTRY THE
      * WAY THAT FUNCTION NEEDS IT. THE KEYED REGISTRY IS CREATED
      * EMPTY ON THE FIRST ADD RUN IF IT DOES NOT EXIST YET.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_INSTREG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO REGISTRY-FILENAME
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
                 OR PARM-FUNCTION-TOKEN = "RETIRE"
                   MOVE PARM-FUNCTION-TOKEN TO REQUESTED-FUNCTION
               ELSE
                   DISPLAY "AOC1REG - UNKNOWN FUNCTION '"
                       PARM-FUNCTION-TOKEN "'. VALID FUNCTIONS ARE "
                       "ADD, CHANGE, RETIRE AND LIST."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
                   MOVE SPACES TO REQUESTED-FUNCTION
               END-IF
           END-IF
           MOVE PARM-OPERATOR-TOKEN (1:8) TO OPERATOR-ID
           IF UPDATING-FUNCTION
             AND OPERATOR-ID = SPACES
               DISPLAY "AOC1REG - THE " REQUESTED-FUNCTION
                   " FUNCTION UPDATES THE INSTRUMENT REGISTRY AND "
                   "NEEDS THE OPERATOR ID AS THE SECOND PARM TOKEN "
                   "(FUNCTION,OPERATOR). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET MAINTENANCE-IS-DONE TO TRUE
               MOVE SPACES TO REQUESTED-FUNCTION
           END-IF
           IF ADD-FUNCTION
               PERFORM 1100-OPEN-REGISTRY-UPDATE
                   THRU 1100-EXIT
           END-IF
           IF CHANGE-FUNCTION
             OR RETIRE-FUNCTION
               OPEN I-O REGISTRY-FILE
               IF REGISTRY-FILE-STATUS = "00"
                   SET REGISTRY-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "AOC1REG - INSTRUMENT REGISTRY "
                       REGISTRY-FILENAME " COULD NOT BE OPENED "
                       "(STATUS " REGISTRY-FILE-STATUS
                       "). NOTHING TO " REQUESTED-FUNCTION "."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
           END-IF
           IF LIST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               OPEN INPUT REGISTRY-FILE
               IF REGISTRY-FILE-STATUS = "00"
                   SET REGISTRY-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "AOC1REG - INSTRUMENT REGISTRY "
                       REGISTRY-FILENAME " COULD NOT BE OPENED "
                       "(STATUS " REGISTRY-FILE-STATUS
                       "). NOTHING TO LIST."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * 1100-OPEN-REGISTRY-UPDATE - OPEN THE KEYED INSTRUMENT
      * REGISTRY FOR UPDATE, CREATING IT EMPTY FIRST WHEN THIS IS THE
      * FIRST INSTRUMENT EVER REGISTERED
      *****************************************************************
       1100-OPEN-REGISTRY-UPDATE.
           OPEN I-O REGISTRY-FILE
           IF REGISTRY-FILE-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
               CLOSE REGISTRY-FILE
               OPEN I-O REGISTRY-FILE
           END-IF
           IF REGISTRY-FILE-STATUS = "00"
               SET REGISTRY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1REG - INSTRUMENT REGISTRY "
                   REGISTRY-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " REGISTRY-FILE-STATUS
                   "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET MAINTENANCE-IS-DONE TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * 4000-ADD-ONE-INSTRUMENT - PROMPT FOR A NEW INSTRUMENT ID AND
      * ITS DETAILS AND REGISTER IT, IN SERVICE. AN ID ALREADY ON THE
      * REGISTRY IS REFUSED - CHANGE IS THE WAY TO AMEND ONE. A BLANK
      * INSTRUMENT ID ENDS THE SESSION.
      *****************************************************************
       4000-ADD-ONE-INSTRUMENT.
           DISPLAY "----------------------------------------------"
           PERFORM 5000-ACCEPT-INSTRUMENT-ID
               THRU 5000-EXIT
           IF MAINTENANCE-IS-DONE
             OR NOT ENTRY-IS-VALID
               GO TO 4000-EXIT
           END-IF
           READ REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID " IS "
                       "ALREADY REGISTERED - USE CHANGE TO AMEND IT."
                   GO TO 4000-EXIT
           END-READ
           DISPLAY "ENTER BUILDING: " WITH NO ADVANCING
           MOVE SPACES TO ENTERED-BUILDING
           ACCEPT ENTERED-BUILDING
           DISPLAY "ENTER OWNING LAB: " WITH NO ADVANCING
           MOVE SPACES TO ENTERED-OWNING-LAB
           ACCEPT ENTERED-OWNING-LAB
           IF ENTERED-BUILDING = SPACES
             OR ENTERED-OWNING-LAB = SPACES
               DISPLAY "BUILDING AND OWNING LAB ARE BOTH REQUIRED. "
                   "NOTHING ADDED."
               GO TO 4000-EXIT
           END-IF
           DISPLAY "ENTER CALIBRATION-DUE DATE (YYYYMMDD): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-DATE
           ACCEPT ENTERED-DATE
           PERFORM 5100-EDIT-DATE
               THRU 5100-EXIT
           IF NOT ENTRY-IS-VALID
               DISPLAY "INVALID CALIBRATION-DUE DATE - MUST BE A "
                   "YYYYMMDD DATE. NOTHING ADDED."
               GO TO 4000-EXIT
           END-IF
           MOVE ENTERED-INSTRUMENT-ID (1:4) TO IRG-INSTRUMENT-ID
           MOVE ENTERED-BUILDING TO IRG-BUILDING
           MOVE ENTERED-OWNING-LAB TO IRG-OWNING-LAB
           SET IRG-IN-SERVICE TO TRUE
           MOVE ENTERED-DATE-VALUE TO IRG-CAL-DUE-DATE
           MOVE ZERO TO IRG-LAST-SEEN-DATE
           MOVE RUN-DATE TO IRG-UPDATED-DATE
           MOVE OPERATOR-ID TO IRG-UPDATED-BY
           WRITE INSTRUMENT-REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID " COULD "
                       "NOT BE ADDED (STATUS " REGISTRY-FILE-STATUS
                       ")."
               NOT INVALID KEY
                   ADD 1 TO ADD-COUNT
                   DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID
                       " REGISTERED, IN SERVICE."
           END-WRITE.
       4000-EXIT.
           EXIT.
      *****************************************************************
      * 4200-CHANGE-ONE-INSTRUMENT - PROMPT FOR A REGISTERED
      * INSTRUMENT, SHOW WHAT IS ON FILE AND TAKE ANY AMENDMENTS. A
      * BLANK ANSWER TO ANY PROMPT KEEPS THE VALUE ON FILE. STATUS
      * MAY MOVE BETWEEN IN SERVICE (I) AND OUT OF SERVICE (O) ONLY -
      * RETIREMENT IS ITS OWN FUNCTION AND A RETIRED INSTRUMENT IS
      * NOT BROUGHT BACK. A BLANK INSTRUMENT ID ENDS THE SESSION.
      *****************************************************************
       4200-CHANGE-ONE-INSTRUMENT.
           DISPLAY "----------------------------------------------"
           PERFORM 5000-ACCEPT-INSTRUMENT-ID
               THRU 5000-EXIT
           IF MAINTENANCE-IS-DONE
             OR NOT ENTRY-IS-VALID
               GO TO 4200-EXIT
           END-IF
           READ REGISTRY-FILE
               INVALID KEY
                   DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID " IS NOT "
                       "REGISTERED - USE ADD TO REGISTER IT."
                   GO TO 4200-EXIT
           END-READ
           IF IRG-RETIRED
               DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID " IS RETIRED "
                   "AND CANNOT BE CHANGED."
               GO TO 4200-EXIT
           END-IF
           PERFORM 5200-SHOW-INSTRUMENT
               THRU 5200-EXIT
           DISPLAY "ENTER NEW BUILDING, OR PRESS ENTER TO KEEP: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-BUILDING
           ACCEPT ENTERED-BUILDING
           DISPLAY "ENTER NEW OWNING LAB, OR PRESS ENTER TO KEEP: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-OWNING-LAB
           ACCEPT ENTERED-OWNING-LAB
           DISPLAY "ENTER NEW STATUS (I = IN SERVICE, O = OUT OF "
                   "SERVICE), OR PRESS ENTER TO KEEP: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-STATUS
           ACCEPT ENTERED-STATUS
           IF ENTERED-STATUS NOT = SPACES
             AND ENTERED-STATUS NOT = "I"
             AND ENTERED-STATUS NOT = "O"
               DISPLAY "INVALID STATUS - MUST BE I OR O. NOTHING "
                   "CHANGED."
               GO TO 4200-EXIT
           END-IF
           DISPLAY "ENTER NEW CALIBRATION-DUE DATE (YYYYMMDD), OR "
                   "PRESS ENTER TO KEEP: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-DATE
           ACCEPT ENTERED-DATE
           IF ENTERED-DATE NOT = SPACES
               PERFORM 5100-EDIT-DATE
                   THRU 5100-EXIT
               IF NOT ENTRY-IS-VALID
                   DISPLAY "INVALID CALIBRATION-DUE DATE - MUST BE A "
                       "YYYYMMDD DATE. NOTHING CHANGED."
                   GO TO 4200-EXIT
               END-IF
               MOVE ENTERED-DATE-VALUE TO IRG-CAL-DUE-DATE
           END-IF
           IF ENTERED-BUILDING NOT = SPACES
               MOVE ENTERED-BUILDING TO IRG-BUILDING
           END-IF
           IF ENTERED-OWNING-LAB NOT = SPACES
               MOVE ENTERED-OWNING-LAB TO IRG-OWNING-LAB
           END-IF
           IF ENTERED-STATUS NOT = SPACES
               MOVE ENTERED-STATUS (1:1) TO IRG-STATUS
           END-IF
           MOVE RUN-DATE TO IRG-UPDATED-DATE
           MOVE OPERATOR-ID TO IRG-UPDATED-BY
           REWRITE INSTRUMENT-REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID " COULD "
                       "NOT BE CHANGED (STATUS " REGISTRY-FILE-STATUS
                       ")."
               NOT INVALID KEY
                   ADD 1 TO CHANGE-COUNT
                   DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID
                       " CHANGED."
           END-REWRITE.
       4200-EXIT.
           EXIT.
      *****************************************************************
      * 4500-RETIRE-ONE-INSTRUMENT - PROMPT FOR A REGISTERED
      * INSTRUMENT AND MARK IT RETIRED. THE RECORD IS KEPT, NOT
      * DELETED, SO A STRAY RECORD FROM A RETIRED HEAD IS REFUSED AS
      * RETIRED RATHER THAN AS UNKNOWN. A BLANK INSTRUMENT ID ENDS
      * THE SESSION.
      *****************************************************************
       4500-RETIRE-ONE-INSTRUMENT.
           DISPLAY "----------------------------------------------"
           PERFORM 5000-ACCEPT-INSTRUMENT-ID
               THRU 5000-EXIT
           IF MAINTENANCE-IS-DONE
             OR NOT ENTRY-IS-VALID
               GO TO 4500-EXIT
           END-IF
           READ REGISTRY-FILE
               INVALID KEY
                   DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID " IS NOT "
                       "REGISTERED. NOTHING RETIRED."
                   GO TO 4500-EXIT
           END-READ
           IF IRG-RETIRED
               DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID " IS ALREADY "
                   "RETIRED."
               GO TO 4500-EXIT
           END-IF
           PERFORM 5200-SHOW-INSTRUMENT
               THRU 5200-EXIT
           SET IRG-RETIRED TO TRUE
           MOVE RUN-DATE TO IRG-UPDATED-DATE
           MOVE OPERATOR-ID TO IRG-UPDATED-BY
           REWRITE INSTRUMENT-REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID " COULD "
                       "NOT BE RETIRED (STATUS " REGISTRY-FILE-STATUS
                       ")."
               NOT INVALID KEY
                   ADD 1 TO RETIRE-COUNT
                   DISPLAY "INSTRUMENT " IRG-INSTRUMENT-ID
                       " RETIRED."
           END-REWRITE.
       4500-EXIT.
           EXIT.
      *****************************************************************
      * 4700-LIST-REGISTRY - LIST THE REGISTRY IN INSTRUMENT-ID
      * ORDER, FROM AN OPERATOR-ENTERED STARTING ID OR FROM THE TOP.
      * AN INSTRUMENT NOT RETIRED AND PAST ITS CALIBRATION-DUE DATE
      * IS MARKED OVERDUE.
      *****************************************************************
       4700-LIST-REGISTRY.
           DISPLAY "ENTER INSTRUMENT ID TO START FROM, OR PRESS "
                   "ENTER FOR ALL: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-INSTRUMENT-ID
           ACCEPT ENTERED-INSTRUMENT-ID
           IF ENTERED-INSTRUMENT-ID = SPACES
               MOVE LOW-VALUES TO IRG-KEY
           ELSE
               MOVE ENTERED-INSTRUMENT-ID (1:4) TO IRG-INSTRUMENT-ID
           END-IF
           START REGISTRY-FILE KEY >= IRG-KEY
               INVALID KEY
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-START
           DISPLAY "----------------------------------------------"
           DISPLAY "INSTRUMENT REGISTRY AS AT " RUN-DATE
           DISPLAY "ID    BUILDING    OWNING LAB            STATUS"
                   "          CAL DUE   LAST SEEN"
           PERFORM 4750-LIST-NEXT-INSTRUMENT
               THRU 4750-EXIT
               UNTIL MAINTENANCE-IS-DONE
           IF LIST-COUNT = ZERO
               DISPLAY "NO INSTRUMENTS ON THE REGISTRY FROM THE "
                   "REQUESTED ID."
           END-IF.
       4700-EXIT.
           EXIT.
      *
       4750-LIST-NEXT-INSTRUMENT.
           READ REGISTRY-FILE NEXT RECORD
               AT END
                   SET MAINTENANCE-IS-DONE TO TRUE
               NOT AT END
                   PERFORM 5300-FORMAT-LIST-LINE
                       THRU 5300-EXIT
                   DISPLAY LIST-DETAIL-LINE
                   ADD 1 TO LIST-COUNT
           END-READ.
       4750-EXIT.
           EXIT.
      *****************************************************************
      * 5000-ACCEPT-INSTRUMENT-ID - ACCEPT AN INSTRUMENT ID FROM THE
      * OPERATOR AND EDIT IT THE WAY AOC1EDIT EDITS THE FIRMWARE'S
      * PREFIX: EXACTLY FOUR UPPER-CASE LETTERS AND DIGITS. A BLANK
      * ENTRY ENDS THE SESSION. A VALID ID IS LEFT IN THE REGISTRY
      * KEY READY FOR THE CALLER'S READ.
      *****************************************************************
       5000-ACCEPT-INSTRUMENT-ID.
           MOVE 'N' TO ENTRY-VALID-FLAG
           DISPLAY "ENTER INSTRUMENT ID, OR PRESS ENTER TO QUIT: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-INSTRUMENT-ID
           ACCEPT ENTERED-INSTRUMENT-ID
           IF ENTERED-INSTRUMENT-ID = SPACES
               SET MAINTENANCE-IS-DONE TO TRUE
               GO TO 5000-EXIT
           END-IF
           SET ENTRY-IS-VALID TO TRUE
           IF ENTERED-INSTRUMENT-ID (5:6) NOT = SPACES
               MOVE 'N' TO ENTRY-VALID-FLAG
           ELSE
               PERFORM 5050-CHECK-INSTRUMENT-CHAR
                   THRU 5050-EXIT
                   VARYING SCAN-INDEX FROM 1 BY 1
                   UNTIL SCAN-INDEX > 4
                       OR NOT ENTRY-IS-VALID
           END-IF
           IF ENTRY-IS-VALID
               MOVE ENTERED-INSTRUMENT-ID (1:4) TO IRG-INSTRUMENT-ID
           ELSE
               DISPLAY "INVALID INSTRUMENT ID - MUST BE EXACTLY FOUR "
                   "UPPER-CASE LETTERS AND DIGITS."
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5050-CHECK-INSTRUMENT-CHAR.
           IF ENTERED-INSTRUMENT-ID (SCAN-INDEX:1) = SPACE
               MOVE 'N' TO ENTRY-VALID-FLAG
           ELSE
               IF ENTERED-INSTRUMENT-ID (SCAN-INDEX:1) IS NOT NUMERIC
                 AND ENTERED-INSTRUMENT-ID (SCAN-INDEX:1)
                     IS NOT ALPHABETIC-UPPER
                   MOVE 'N' TO ENTRY-VALID-FLAG
               END-IF
           END-IF.
       5050-EXIT.
           EXIT.
      *****************************************************************
      * 5100-EDIT-DATE - VALIDATE AN OPERATOR-ENTERED YYYYMMDD DATE:
      * EIGHT DIGITS, NOTHING AFTER THEM, A MONTH OF 01-12 AND A DAY
      * OF 01-31. A GOOD DATE IS LEFT IN ENTERED-DATE-VALUE.
      *****************************************************************
       5100-EDIT-DATE.
           MOVE 'N' TO ENTRY-VALID-FLAG
           IF ENTERED-DATE (1:8) IS NUMERIC
             AND ENTERED-DATE (9:2) = SPACES
               MOVE ENTERED-DATE (1:8) TO ENTERED-DATE-VALUE
               IF ENTERED-DATE-MONTH >= 1
                 AND ENTERED-DATE-MONTH <= 12
                 AND ENTERED-DATE-DAY >= 1
                 AND ENTERED-DATE-DAY <= 31
                   SET ENTRY-IS-VALID TO TRUE
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.
      *****************************************************************
      * 5200-SHOW-INSTRUMENT - DISPLAY WHAT IS ON FILE FOR THE
      * INSTRUMENT JUST READ, AHEAD OF A CHANGE OR RETIREMENT
      *****************************************************************
       5200-SHOW-INSTRUMENT.
           PERFORM 5300-FORMAT-LIST-LINE
               THRU 5300-EXIT
           DISPLAY "ON FILE   : " LIST-DETAIL-LINE
           DISPLAY "UPDATED   : " IRG-UPDATED-DATE " BY "
               IRG-UPDATED-BY.
       5200-EXIT.
           EXIT.
      *****************************************************************
      * 5300-FORMAT-LIST-LINE - BUILD THE LISTING LINE FOR THE
      * REGISTRY RECORD JUST READ
      *****************************************************************
       5300-FORMAT-LIST-LINE.
           MOVE IRG-INSTRUMENT-ID TO LST-INSTRUMENT-ID
           MOVE IRG-BUILDING TO LST-BUILDING
           MOVE IRG-OWNING-LAB TO LST-OWNING-LAB
           IF IRG-IN-SERVICE
               MOVE "IN SERVICE" TO LST-STATUS
           ELSE
               IF IRG-OUT-OF-SERVICE
                   MOVE "OUT OF SERVICE" TO LST-STATUS
               ELSE
                   IF IRG-RETIRED
                       MOVE "RETIRED" TO LST-STATUS
                   ELSE
                       MOVE "UNKNOWN" TO LST-STATUS
                   END-IF
               END-IF
           END-IF
           MOVE IRG-CAL-DUE-DATE TO LST-CAL-DUE-DATE
           MOVE IRG-LAST-SEEN-DATE TO LST-LAST-SEEN-DATE
           MOVE SPACES TO LST-OVERDUE-FLAG
           IF NOT IRG-RETIRED
             AND IRG-CAL-DUE-DATE < RUN-DATE
               MOVE "CAL OVERDUE" TO LST-OVERDUE-FLAG
               IF LIST-FUNCTION
                   ADD 1 TO OVERDUE-COUNT
               END-IF
           END-IF.
       5300-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - REPORT WHAT THE SESSION DID AND CLOSE THE
      * REGISTRY
      *****************************************************************
       8000-FINALIZE.
           DISPLAY "----------------------------------------------"
           IF ADD-FUNCTION
               MOVE ADD-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1REG - INSTRUMENTS ADDED     : "
                   DISPLAY-COUNT
           END-IF
           IF CHANGE-FUNCTION
               MOVE CHANGE-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1REG - INSTRUMENTS CHANGED   : "
                   DISPLAY-COUNT
           END-IF
           IF RETIRE-FUNCTION
               MOVE RETIRE-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1REG - INSTRUMENTS RETIRED   : "
                   DISPLAY-COUNT
           END-IF
           IF LIST-FUNCTION
               MOVE LIST-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1REG - INSTRUMENTS LISTED    : "
                   DISPLAY-COUNT
               MOVE OVERDUE-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1REG - CALIBRATION OVERDUE   : "
                   DISPLAY-COUNT
           END-IF
           IF REGISTRY-IS-OPEN
               CLOSE REGISTRY-FILE
           END-IF.
       8000-EXIT.
           EXIT.
