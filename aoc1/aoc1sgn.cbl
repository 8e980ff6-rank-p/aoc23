       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1SGN.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. CALIBRATION-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * 2026-10-15  DSB  ORIGINAL VERSION - WAREHOUSE RELEASE SIGN-OFF.
      *                  AOC1EXT USED TO SHIP EVERY DROP SCORED TODAY
      *                  STRAIGHT TO THE PLANT METRICS WAREHOUSE, SO A
      *                  CONTROL-BREAK NIGHT OR AN AOC1TRND DEVIATION
      *                  REACHED THE DASHBOARDS BEFORE ANYONE HAD
      *                  LOOKED AT IT. AOC1EXT NOW PUTS EACH DROP ON
      *                  THE KEYED RELEASE-APPROVAL MASTER (RELMAST,
      *                  LAYOUT IN AOC1REL) AND FEEDS ONLY THE DROPS
      *                  THE SHIFT SUPERVISOR HAS APPROVED HERE. THE
      *                  PARM SELECTS THE FUNCTION:
      *                    APPROVE - RELEASE A DROP TO THE NEXT FEED.
      *                    HOLD    - KEEP A DROP BACK. IT IS CARRIED
      *                            FORWARD NIGHT AFTER NIGHT AND FEEDS
      *                            THE NIGHT IT IS FINALLY APPROVED,
      *                            UNDER ITS ORIGINAL RUN DATE.
      *                    REJECT  - KEEP A DROP OUT OF THE WAREHOUSE
      *                            FOR GOOD.
      *                    LIST    (OR NO PARM) - LIST THE MASTER IN
      *                            KEY ORDER WITH EACH DROP'S STATUS.
      *                    REPORT  - PRINT EVERY DROP STILL AWAITING
      *                            SIGN-OFF OR HELD, WITH THE DAYS IT
      *                            HAS BEEN WAITING. RUN FROM THE
      *                            NIGHTLY JOB; THE SECOND PARM TOKEN
      *                            IS THE NUMBER OF DAYS AFTER WHICH
      *                            A WAITING DROP IS FLAGGED (DEFAULT
      *                            2).
      *                  FOR APPROVE, HOLD AND REJECT THE PARM'S
      *                  SECOND TOKEN IS THE SUPERVISOR'S OPERATOR ID,
      *                  STAMPED ON THE DECISION WITH THE DATE AND A
      *                  REQUIRED REASON. A DROP IS IDENTIFIED BY
      *                  INPUT FILE, RUN DATE AND DROP SEQUENCE, AND
      *                  MUST BE ON THE HISTORY MASTER.
      * 2026-10-15  DSB  THE DECISION'S FINGERPRINT NOW ALSO HOLDS
      *                  BOTH ANSWERS AND THE RESTATED FLAG (SEE
      *                  AOC1REL).
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-FILE ASSIGN TO DYNAMIC
               RELEASE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS RELEASE-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC
               HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT SIGNOFF-REPORT-FILE ASSIGN TO DYNAMIC
               SIGNOFF-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGNOFF-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-FILE.
           COPY AOC1REL.
      *
       FD  HISTORY-FILE.
           COPY AOC1HST.
      *
       FD  SIGNOFF-REPORT-FILE.
       01  SIGNOFF-REPORT-LINE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
      * SWITCHES
      *****************************************************************
       01  ENTRY-VALID-FLAG            PIC X           VALUE 'N'.
           88  ENTRY-IS-VALID                           VALUE 'Y'.
       01  MAINTENANCE-DONE-FLAG       PIC X           VALUE 'N'.
           88  MAINTENANCE-IS-DONE                      VALUE 'Y'.
       01  RELEASE-OPEN-FLAG           PIC X           VALUE 'N'.
           88  RELEASE-IS-OPEN                          VALUE 'Y'.
       01  HISTORY-OPEN-FLAG           PIC X           VALUE 'N'.
           88  HISTORY-IS-OPEN                          VALUE 'Y'.
       01  REPORT-OPEN-FLAG            PIC X           VALUE 'N'.
           88  REPORT-IS-OPEN                           VALUE 'Y'.
       01  RELEASE-ON-FILE-FLAG        PIC X           VALUE 'N'.
           88  RELEASE-ON-FILE                          VALUE 'Y'.
       01  OVERDUE-FLAG                PIC X           VALUE 'N'.
           88  OVERDUE-RAISED                           VALUE 'Y'.
      *****************************************************************
      * REQUESTED FUNCTION
      *****************************************************************
       01  REQUESTED-FUNCTION          PIC X(08)       VALUE "LIST".
           88  APPROVE-FUNCTION                         VALUE
                                                        "APPROVE".
           88  HOLD-FUNCTION                            VALUE "HOLD".
           88  REJECT-FUNCTION                          VALUE "REJECT".
           88  LIST-FUNCTION                            VALUE "LIST".
           88  REPORT-FUNCTION                          VALUE "REPORT".
           88  UPDATING-FUNCTION                        VALUE
                                                        "APPROVE"
                                                        "HOLD"
                                                        "REJECT".
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *****************************************************************
       01  RELEASE-FILENAME            PIC X(100)
                                        VALUE "DD:RELMAST".
       01  HISTORY-FILENAME            PIC X(100)
                                        VALUE "DD:HISTFILE".
       01  SIGNOFF-REPORT-FILENAME     PIC X(100)
                                        VALUE "DD:SGNFILE".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  RELEASE-FILE-STATUS         PIC XX          VALUE SPACES.
       01  HISTORY-FILE-STATUS         PIC XX          VALUE SPACES.
       01  SIGNOFF-REPORT-STATUS       PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-FUNCTION-TOKEN         PIC X(10)       VALUE SPACES.
       01  PARM-OPERATOR-TOKEN         PIC X(10)       VALUE SPACES.
       01  OPERATOR-ID                 PIC X(08)       VALUE SPACES.
       01  TOKEN-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  TOKEN-LENGTH                PIC 9(03)  COMP  VALUE ZERO.
       01  THRESHOLD-JUSTIFIED         PIC X(03)  JUSTIFIED RIGHT.
       01  OVERDUE-DAYS                PIC 9(03)       VALUE 2.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
       01  TODAY-INTEGER               PIC S9(09) COMP  VALUE ZERO.
       01  SINCE-INTEGER               PIC S9(09) COMP  VALUE ZERO.
       01  WAIT-DAYS                   PIC S9(09) COMP  VALUE ZERO.
      *****************************************************************
      * OPERATOR-ENTRY WORK AREAS
      *****************************************************************
       01  ENTERED-FILENAME            PIC X(100)      VALUE SPACES.
       01  ENTERED-DATE                PIC X(10)       VALUE SPACES.
       01  ENTERED-DATE-VALUE          PIC 9(08)       VALUE ZERO.
       01  ENTERED-DATE-PARTS REDEFINES ENTERED-DATE-VALUE.
           05  ENTERED-DATE-YEAR       PIC 9(04).
           05  ENTERED-DATE-MONTH      PIC 9(02).
           05  ENTERED-DATE-DAY        PIC 9(02).
       01  ENTERED-DROP-SEQ            PIC X(03)       VALUE SPACES.
       01  ENTERED-REASON              PIC X(60)       VALUE SPACES.
       01  DECIDED-STATUS              PIC X           VALUE SPACE.
       01  STATUS-TEXT                 PIC X(08)       VALUE SPACES.
      *****************************************************************
      * COUNTERS
      *****************************************************************
       01  APPROVE-COUNT               PIC 9(05)  COMP  VALUE ZERO.
       01  HOLD-COUNT                  PIC 9(05)  COMP  VALUE ZERO.
       01  REJECT-COUNT                PIC 9(05)  COMP  VALUE ZERO.
       01  LIST-COUNT                  PIC 9(05)  COMP  VALUE ZERO.
       01  AWAITING-COUNT              PIC 9(05)  COMP  VALUE ZERO.
       01  HELD-COUNT                  PIC 9(05)  COMP  VALUE ZERO.
       01  APPROVED-COUNT              PIC 9(05)  COMP  VALUE ZERO.
       01  FLAGGED-COUNT               PIC 9(05)  COMP  VALUE ZERO.
       01  DISPLAY-COUNT               PIC Z(4)9.
      *****************************************************************
      * REPORT LINES AND PAGE CONTROL
      *-----------------------------------------------------------------
      * A LINE TO BE PRINTED IS STAGED IN PENDING-SIGNOFF-LINE, NOT IN
      * THE FD RECORD AREA - A PAGE BREAK WRITES ITS HEADINGS THROUGH
      * THE RECORD AREA FIRST, WHICH WOULD DESTROY A LINE STAGED
      * THERE BEFORE IT EVER REACHED THE REPORT.
      *****************************************************************
       01  PENDING-SIGNOFF-LINE        PIC X(132)      VALUE SPACES.
       01  PAGE-NUMBER                 PIC 9(04)  COMP  VALUE ZERO.
       01  LINE-COUNT                  PIC 9(03)  COMP  VALUE ZERO.
       01  LINES-PER-PAGE              PIC 9(03)  COMP  VALUE 60.
       01  EDIT-DAYS                   PIC ZZZZ9.
       01  PAGE-HEADING-1.
           05  FILLER                  PIC X(44)       VALUE
               "AOC1SGN - DROPS AWAITING WAREHOUSE SIGN-OFF".
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE
               "RUN DATE ".
           05  PH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE "PAGE ".
           05  PH1-PAGE-NUMBER         PIC ZZZ9.
       01  PAGE-HEADING-2.
           05  FILLER                  PIC X(40)       VALUE
               "OVERDUE FOR SIGN-OFF: WAITING MORE THAN ".
           05  PH2-THRESHOLD           PIC ZZ9.
           05  FILLER                  PIC X(05)       VALUE " DAYS".
       01  COLUMN-HEADING.
           05  FILLER                  PIC X(08)       VALUE
               "RUN DATE".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(02)       VALUE "SQ".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE
               "STATUS".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE
               "WAITING".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE " DAYS".
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(01)       VALUE "R".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE
               "INPUT FILE".
       01  DETAIL-LINE.
           05  DTL-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-DROP-SEQ            PIC 9(02).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-STATUS              PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-SINCE-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-DAYS                PIC X(05).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  DTL-FLAG                PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-RECON-STATUS        PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-FILENAME            PIC X(86).
       01  DECISION-LINE.
           05  FILLER                  PIC X(14)       VALUE SPACES.
           05  DCN-ACTION              PIC X(08).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  DCN-DECIDED-DATE        PIC 9(08).
           05  FILLER                  PIC X(04)       VALUE " BY ".
           05  DCN-DECIDED-BY          PIC X(08).
           05  FILLER                  PIC X(02)       VALUE ": ".
           05  DCN-REASON              PIC X(60).
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF UPDATING-FUNCTION
               PERFORM 4000-DECIDE-ONE-DROP
                   THRU 4000-EXIT
                   UNTIL MAINTENANCE-IS-DONE
           END-IF
           IF LIST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               PERFORM 4700-LIST-RELEASE-MASTER
                   THRU 4700-EXIT
           END-IF
           IF REPORT-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               PERFORM 6000-REPORT-AWAITING
                   THRU 6000-EXIT
           END-IF
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES, DECODE THE REQUESTED
      * FUNCTION FROM THE PARM AND OPEN WHAT THAT FUNCTION NEEDS. THE
      * DECISION FUNCTIONS READ THE HISTORY MASTER TO PROVE THE DROP
      * EXISTS AND TO SHOW THE SUPERVISOR ITS NUMBERS; THE KEYED
      * RELEASE MASTER IS CREATED EMPTY IF A DECISION IS TAKEN
      * BEFORE AOC1EXT HAS EVER RUN.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_RELMAST"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO RELEASE-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_HISTFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO HISTORY-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_SGNFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO SIGNOFF-REPORT-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (RUN-DATE)
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
               IF PARM-FUNCTION-TOKEN = "APPROVE"
                 OR PARM-FUNCTION-TOKEN = "HOLD"
                 OR PARM-FUNCTION-TOKEN = "REJECT"
                 OR PARM-FUNCTION-TOKEN = "REPORT"
                   MOVE PARM-FUNCTION-TOKEN TO REQUESTED-FUNCTION
               ELSE
                   DISPLAY "AOC1SGN - UNKNOWN FUNCTION '"
                       PARM-FUNCTION-TOKEN "'. VALID FUNCTIONS ARE "
                       "APPROVE, HOLD, REJECT, LIST AND REPORT."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
                   MOVE SPACES TO REQUESTED-FUNCTION
               END-IF
           END-IF
           IF REPORT-FUNCTION
               PERFORM 1200-EDIT-THRESHOLD
                   THRU 1200-EXIT
           ELSE
               MOVE PARM-OPERATOR-TOKEN (1:8) TO OPERATOR-ID
           END-IF
           IF UPDATING-FUNCTION
             AND OPERATOR-ID = SPACES
               DISPLAY "AOC1SGN - THE " REQUESTED-FUNCTION
                   " FUNCTION RECORDS A SIGN-OFF DECISION AND "
                   "NEEDS THE OPERATOR ID AS THE SECOND PARM TOKEN "
                   "(FUNCTION,OPERATOR). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET MAINTENANCE-IS-DONE TO TRUE
               MOVE SPACES TO REQUESTED-FUNCTION
           END-IF
           IF UPDATING-FUNCTION
               PERFORM 1100-OPEN-FOR-DECISIONS
                   THRU 1100-EXIT
           END-IF
           IF LIST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               OPEN INPUT RELEASE-FILE
               IF RELEASE-FILE-STATUS = "00"
                   SET RELEASE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "AOC1SGN - RELEASE-APPROVAL MASTER "
                       RELEASE-FILENAME " COULD NOT BE OPENED "
                       "(STATUS " RELEASE-FILE-STATUS
                       "). NOTHING TO LIST."
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
           END-IF
           IF REPORT-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               OPEN INPUT RELEASE-FILE
               IF RELEASE-FILE-STATUS = "00"
                   SET RELEASE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "AOC1SGN - RELEASE-APPROVAL MASTER "
                       RELEASE-FILENAME " COULD NOT BE OPENED "
                       "(STATUS " RELEASE-FILE-STATUS
                       "). RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
           END-IF
           IF REPORT-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               OPEN OUTPUT SIGNOFF-REPORT-FILE
               IF SIGNOFF-REPORT-STATUS = "00"
                   SET REPORT-IS-OPEN TO TRUE
                   PERFORM 7100-WRITE-PAGE-HEADING
                       THRU 7100-EXIT
               ELSE
                   DISPLAY "AOC1SGN - SIGN-OFF REPORT "
                       SIGNOFF-REPORT-FILENAME " COULD NOT BE OPENED "
                       "(STATUS " SIGNOFF-REPORT-STATUS
                       "). RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * 1100-OPEN-FOR-DECISIONS - OPEN THE HISTORY MASTER TO READ
      * AND THE RELEASE MASTER FOR UPDATE, CREATING THE RELEASE
      * MASTER EMPTY FIRST IF IT DOES NOT EXIST YET. NO DECISION IS
      * TAKEN ON A DROP NOBODY CAN SEE THE NUMBERS OF.
      *****************************************************************
       1100-OPEN-FOR-DECISIONS.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AOC1SGN - HISTORY MASTER " HISTORY-FILENAME
                   " COULD NOT BE OPENED (STATUS " HISTORY-FILE-STATUS
                   "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET MAINTENANCE-IS-DONE TO TRUE
               GO TO 1100-EXIT
           END-IF
           SET HISTORY-IS-OPEN TO TRUE
           OPEN I-O RELEASE-FILE
           IF RELEASE-FILE-STATUS = "35"
               OPEN OUTPUT RELEASE-FILE
               CLOSE RELEASE-FILE
               OPEN I-O RELEASE-FILE
           END-IF
           IF RELEASE-FILE-STATUS = "00"
               SET RELEASE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1SGN - RELEASE-APPROVAL MASTER "
                   RELEASE-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " RELEASE-FILE-STATUS
                   "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET MAINTENANCE-IS-DONE TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * 1200-EDIT-THRESHOLD - THE REPORT FUNCTION'S SECOND PARM TOKEN
      * IS THE NUMBER OF DAYS A DROP MAY WAIT BEFORE IT IS FLAGGED,
      * EDITED THE WAY AOC1AGE EDITS ITS ESCALATION THRESHOLD
      *****************************************************************
       1200-EDIT-THRESHOLD.
           IF PARM-OPERATOR-TOKEN = SPACES
               GO TO 1200-EXIT
           END-IF
           MOVE ZERO TO TOKEN-LENGTH
           PERFORM 1250-SIZE-THRESHOLD-TOKEN
               THRU 1250-EXIT
               VARYING TOKEN-INDEX FROM 1 BY 1
               UNTIL TOKEN-INDEX > 10
           IF TOKEN-LENGTH > ZERO
             AND TOKEN-LENGTH <= 3
             AND PARM-OPERATOR-TOKEN (1:TOKEN-LENGTH) IS NUMERIC
               MOVE PARM-OPERATOR-TOKEN (1:TOKEN-LENGTH)
                   TO THRESHOLD-JUSTIFIED
               INSPECT THRESHOLD-JUSTIFIED
                   REPLACING LEADING SPACE BY '0'
               MOVE THRESHOLD-JUSTIFIED TO OVERDUE-DAYS
           ELSE
               DISPLAY "AOC1SGN - THRESHOLD PARM '"
                   PARM-OPERATOR-TOKEN "' IS NOT A 1- TO "
                   "3-DIGIT NUMBER OF DAYS. THE DEFAULT OF 2 "
                   "DAYS IS BEING USED."
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1250-SIZE-THRESHOLD-TOKEN.
           IF PARM-OPERATOR-TOKEN (TOKEN-INDEX:1) NOT = SPACE
               MOVE TOKEN-INDEX TO TOKEN-LENGTH
           END-IF.
       1250-EXIT.
           EXIT.
      *****************************************************************
      * 4000-DECIDE-ONE-DROP - PROMPT FOR A DROP, SHOW THE SUPERVISOR
      * WHAT IS ABOUT TO BE RELEASED OR KEPT BACK, TAKE THE REASON
      * AND RECORD THE DECISION. A DROP NOT YET ON THE RELEASE
      * MASTER (DECIDED AHEAD OF TONIGHT'S EXTRACT) IS PUT ON IT
      * HERE. A DROP ALREADY FED IS BEYOND SIGN-OFF. A BLANK INPUT
      * FILE NAME ENDS THE SESSION.
      *****************************************************************
       4000-DECIDE-ONE-DROP.
           DISPLAY "----------------------------------------------"
           PERFORM 5000-ACCEPT-DROP-KEY
               THRU 5000-EXIT
           IF MAINTENANCE-IS-DONE
             OR NOT ENTRY-IS-VALID
               GO TO 4000-EXIT
           END-IF
           MOVE REL-FILENAME TO HIST-FILENAME
           MOVE REL-RUN-DATE TO HIST-RUN-DATE
           MOVE REL-DROP-SEQ TO HIST-DROP-SEQ
           MOVE SPACES TO HIST-INSTRUMENT
           READ HISTORY-FILE
               INVALID KEY
                   DISPLAY "NO SCORED DROP ON THE HISTORY MASTER FOR "
                       "THAT FILE, RUN DATE AND SEQUENCE. NOTHING "
                       "CHANGED."
                   GO TO 4000-EXIT
           END-READ
           MOVE 'Y' TO RELEASE-ON-FILE-FLAG
           READ RELEASE-FILE
               INVALID KEY
                   MOVE 'N' TO RELEASE-ON-FILE-FLAG
                   MOVE HIST-FILENAME TO REL-FILENAME
                   MOVE HIST-RUN-DATE TO REL-RUN-DATE
                   MOVE HIST-DROP-SEQ TO REL-DROP-SEQ
                   MOVE SPACES TO REL-DECIDED-BY REL-REASON
                   SET REL-AWAITING TO TRUE
                   MOVE HIST-RUN-DATE TO REL-AWAITING-SINCE
                   MOVE ZERO TO REL-DECIDED-DATE
                   MOVE ZERO TO REL-FED-DATE
                   MOVE ZERO TO REL-FEED-SEQUENCE
           END-READ
           IF REL-FED
               DISPLAY "THAT DROP WAS FED TO THE WAREHOUSE ON "
                   REL-FED-DATE " UNDER FEED SEQUENCE "
                   REL-FEED-SEQUENCE " - IT IS PAST SIGN-OFF."
               GO TO 4000-EXIT
           END-IF
           PERFORM 5200-SHOW-DROP
               THRU 5200-EXIT
           IF APPROVE-FUNCTION
               MOVE 'A' TO DECIDED-STATUS
           ELSE
           IF HOLD-FUNCTION
               MOVE 'H' TO DECIDED-STATUS
           ELSE
               MOVE 'R' TO DECIDED-STATUS
           END-IF
           END-IF
           IF REL-STATUS = DECIDED-STATUS
               DISPLAY "THAT DROP IS ALREADY " STATUS-TEXT
                   ". NOTHING CHANGED."
               GO TO 4000-EXIT
           END-IF
           DISPLAY "ENTER THE REASON FOR THIS DECISION: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-REASON
           ACCEPT ENTERED-REASON
           IF ENTERED-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED. NOTHING CHANGED."
               GO TO 4000-EXIT
           END-IF
           MOVE DECIDED-STATUS TO REL-STATUS
           MOVE RUN-DATE TO REL-DECIDED-DATE
           MOVE OPERATOR-ID TO REL-DECIDED-BY
           MOVE ENTERED-REASON TO REL-REASON
      * THE FINGERPRINT IS TAKEN FROM THE NUMBERS JUST SHOWN - A
      * RESCORE AFTER THIS POINT WITHDRAWS THE DECISION
           MOVE HIST-RECORD-COUNT TO REL-RECORD-COUNT
           IF HIST-CONTENT-TOTAL IS NUMERIC
               MOVE HIST-CONTENT-TOTAL TO REL-CONTENT-TOTAL
           ELSE
               MOVE ZERO TO REL-CONTENT-TOTAL
           END-IF
           MOVE HIST-ANSWER TO REL-ANSWER
           MOVE HIST-ANSWER-PART2 TO REL-ANSWER-PART2
           MOVE HIST-RESTATED TO REL-RESTATED
           MOVE HIST-RECON-STATUS TO REL-RECON-STATUS
           IF RELEASE-ON-FILE
               REWRITE RELEASE-RECORD
                   INVALID KEY
                       DISPLAY "THE DECISION COULD NOT BE RECORDED "
                           "(STATUS " RELEASE-FILE-STATUS ")."
                       GO TO 4000-EXIT
               END-REWRITE
           ELSE
               WRITE RELEASE-RECORD
                   INVALID KEY
                       DISPLAY "THE DECISION COULD NOT BE RECORDED "
                           "(STATUS " RELEASE-FILE-STATUS ")."
                       GO TO 4000-EXIT
               END-WRITE
           END-IF
           IF REL-APPROVED
               ADD 1 TO APPROVE-COUNT
               DISPLAY "DROP APPROVED - IT GOES TO THE WAREHOUSE "
                   "ON THE NEXT FEED."
           ELSE
           IF REL-HELD
               ADD 1 TO HOLD-COUNT
               DISPLAY "DROP HELD - IT IS CARRIED FORWARD UNTIL "
                   "IT IS APPROVED OR REJECTED."
           ELSE
               ADD 1 TO REJECT-COUNT
               DISPLAY "DROP REJECTED - IT WILL NOT BE FED."
           END-IF
           END-IF.
       4000-EXIT.
           EXIT.
      *****************************************************************
      * 4700-LIST-RELEASE-MASTER - LIST THE RELEASE MASTER IN KEY
      * ORDER, FROM AN OPERATOR-ENTERED STARTING INPUT FILE OR FROM
      * THE TOP, WITH EACH DROP'S STATUS AND LAST DECISION
      *****************************************************************
       4700-LIST-RELEASE-MASTER.
           DISPLAY "ENTER INPUT FILE NAME TO START FROM, OR PRESS "
                   "ENTER FOR ALL: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-FILENAME
           ACCEPT ENTERED-FILENAME
           IF ENTERED-FILENAME = SPACES
               MOVE LOW-VALUES TO REL-KEY
           ELSE
               MOVE ENTERED-FILENAME TO REL-FILENAME
               MOVE ZERO TO REL-RUN-DATE
               MOVE ZERO TO REL-DROP-SEQ
           END-IF
           START RELEASE-FILE KEY >= REL-KEY
               INVALID KEY
                   SET MAINTENANCE-IS-DONE TO TRUE
           END-START
           DISPLAY "----------------------------------------------"
           DISPLAY "RELEASE-APPROVAL MASTER AS AT " RUN-DATE
           DISPLAY "RUN DATE  SQ  STATUS    DECIDED   BY        "
                   "REASON"
           PERFORM 4750-LIST-NEXT-DROP
               THRU 4750-EXIT
               UNTIL MAINTENANCE-IS-DONE
           IF LIST-COUNT = ZERO
               DISPLAY "NO DROPS ON THE RELEASE MASTER FROM THE "
                   "REQUESTED FILE."
           END-IF.
       4700-EXIT.
           EXIT.
      *
       4750-LIST-NEXT-DROP.
           READ RELEASE-FILE NEXT RECORD
               AT END
                   SET MAINTENANCE-IS-DONE TO TRUE
               NOT AT END
                   PERFORM 5300-SET-STATUS-TEXT
                       THRU 5300-EXIT
                   DISPLAY REL-RUN-DATE "  " REL-DROP-SEQ "  "
                       STATUS-TEXT "  " REL-DECIDED-DATE "  "
                       REL-DECIDED-BY "  " REL-REASON
                   DISPLAY "  " REL-FILENAME
                   ADD 1 TO LIST-COUNT
           END-READ.
       4750-EXIT.
           EXIT.
      *****************************************************************
      * 5000-ACCEPT-DROP-KEY - PROMPT FOR A DROP'S KEY (INPUT FILE,
      * RUN DATE, DROP SEQUENCE) AND BUILD REL-KEY. A BLANK RUN DATE
      * MEANS TODAY AND A BLANK SEQUENCE MEANS 01, THE ONLY DROP ON
      * A NIGHT WITHOUT PER-SHIFT SCORING. A BLANK INPUT FILE NAME
      * ENDS THE SESSION.
      *****************************************************************
       5000-ACCEPT-DROP-KEY.
           MOVE 'N' TO ENTRY-VALID-FLAG
           DISPLAY "ENTER INPUT FILE NAME, OR PRESS ENTER TO QUIT: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-FILENAME
           ACCEPT ENTERED-FILENAME
           IF ENTERED-FILENAME = SPACES
               SET MAINTENANCE-IS-DONE TO TRUE
               GO TO 5000-EXIT
           END-IF
           DISPLAY "ENTER RUN DATE (YYYYMMDD), OR PRESS ENTER FOR "
                   "TODAY: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-DATE
           ACCEPT ENTERED-DATE
           IF ENTERED-DATE = SPACES
               MOVE RUN-DATE TO ENTERED-DATE-VALUE
               SET ENTRY-IS-VALID TO TRUE
           ELSE
               PERFORM 5100-EDIT-DATE
                   THRU 5100-EXIT
           END-IF
           IF NOT ENTRY-IS-VALID
               DISPLAY "INVALID RUN DATE - MUST BE A YYYYMMDD DATE."
               GO TO 5000-EXIT
           END-IF
           DISPLAY "ENTER DROP SEQUENCE, OR PRESS ENTER FOR 01: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-DROP-SEQ
           ACCEPT ENTERED-DROP-SEQ
           MOVE ENTERED-FILENAME TO REL-FILENAME
           MOVE ENTERED-DATE-VALUE TO REL-RUN-DATE
           IF ENTERED-DROP-SEQ = SPACES
               MOVE 1 TO REL-DROP-SEQ
           ELSE
           IF ENTERED-DROP-SEQ (1:1) IS NUMERIC
             AND ENTERED-DROP-SEQ (2:2) = SPACES
               MOVE ENTERED-DROP-SEQ (1:1) TO REL-DROP-SEQ
           ELSE
           IF ENTERED-DROP-SEQ (1:2) IS NUMERIC
             AND ENTERED-DROP-SEQ (3:1) = SPACE
               MOVE ENTERED-DROP-SEQ (1:2) TO REL-DROP-SEQ
           ELSE
               MOVE 'N' TO ENTRY-VALID-FLAG
               DISPLAY "INVALID DROP SEQUENCE - MUST BE ONE OR "
                   "TWO DIGITS."
           END-IF
           END-IF
           END-IF.
       5000-EXIT.
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
      * 5200-SHOW-DROP - DISPLAY THE DROP'S NUMBERS OFF THE HISTORY
      * MASTER AND ITS SIGN-OFF STATE, AHEAD OF A DECISION. A
      * CONTROL BREAK IS CALLED OUT - THAT IS THE NIGHT THE
      * SUPERVISOR MOST NEEDS TO LOOK AT.
      *****************************************************************
       5200-SHOW-DROP.
           PERFORM 5300-SET-STATUS-TEXT
               THRU 5300-EXIT
           DISPLAY "RECORDS   : " HIST-RECORD-COUNT
           DISPLAY "ANSWER    : " HIST-ANSWER
           DISPLAY "PART 2    : " HIST-ANSWER-PART2
           DISPLAY "RECON     : " HIST-RECON-STATUS
               "   RESTATED : " HIST-RESTATED
           DISPLAY "SIGN-OFF  : " STATUS-TEXT
               "   WAITING SINCE " REL-AWAITING-SINCE
           IF REL-DECIDED-BY NOT = SPACES
               DISPLAY "DECIDED   : " REL-DECIDED-DATE " BY "
                   REL-DECIDED-BY
           END-IF
           IF REL-REASON NOT = SPACES
               DISPLAY "REASON    : " REL-REASON
           END-IF
           IF HIST-RECON-STATUS = "B"
               DISPLAY "WARNING: THIS DROP FAILED ITS CONTROL-TOTAL "
                   "RECONCILIATION (CONTROL BREAK)."
           END-IF.
       5200-EXIT.
           EXIT.
      *****************************************************************
      * 5300-SET-STATUS-TEXT - SPELL OUT THE SIGN-OFF STATUS OF THE
      * RELEASE RECORD JUST READ
      *****************************************************************
       5300-SET-STATUS-TEXT.
           IF REL-AWAITING
               MOVE "AWAITING" TO STATUS-TEXT
           ELSE
           IF REL-APPROVED
               MOVE "APPROVED" TO STATUS-TEXT
           ELSE
           IF REL-HELD
               MOVE "HELD" TO STATUS-TEXT
           ELSE
           IF REL-REJECTED
               MOVE "REJECTED" TO STATUS-TEXT
           ELSE
           IF REL-FED
               MOVE "FED" TO STATUS-TEXT
           ELSE
               MOVE "UNKNOWN" TO STATUS-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       5300-EXIT.
           EXIT.
      *****************************************************************
      * 6000-REPORT-AWAITING - PRINT EVERY DROP AWAITING SIGN-OFF OR
      * HELD, IN KEY ORDER, WITH THE DAYS IT HAS BEEN WAITING. A
      * DROP WAITING LONGER THAN THE THRESHOLD IS FLAGGED. A HELD
      * DROP, OR ONE WHOSE DECISION WAS WITHDRAWN BY A RESCORE,
      * CARRIES A SECOND LINE SAYING WHO DID WHAT AND WHY.
      *****************************************************************
       6000-REPORT-AWAITING.
           MOVE LOW-VALUES TO REL-KEY
           START RELEASE-FILE KEY >= REL-KEY
               INVALID KEY
                   SET MAINTENANCE-IS-DONE TO TRUE
           END-START
           PERFORM 6100-REPORT-NEXT-DROP
               THRU 6100-EXIT
               UNTIL MAINTENANCE-IS-DONE
           IF AWAITING-COUNT = ZERO
             AND HELD-COUNT = ZERO
               MOVE "NOTHING IS AWAITING SIGN-OFF."
                   TO PENDING-SIGNOFF-LINE
               PERFORM 7000-WRITE-SIGNOFF-LINE
                   THRU 7000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.
      *
       6100-REPORT-NEXT-DROP.
           READ RELEASE-FILE NEXT RECORD
               AT END
                   SET MAINTENANCE-IS-DONE TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF REL-AWAITING
               ADD 1 TO AWAITING-COUNT
           ELSE
           IF REL-HELD
               ADD 1 TO HELD-COUNT
           ELSE
               IF REL-APPROVED
                   ADD 1 TO APPROVED-COUNT
               END-IF
               GO TO 6100-EXIT
           END-IF
           END-IF
           PERFORM 5300-SET-STATUS-TEXT
               THRU 5300-EXIT
           MOVE SPACES TO DTL-DAYS DTL-FLAG
           MOVE REL-RUN-DATE TO DTL-RUN-DATE
           MOVE REL-DROP-SEQ TO DTL-DROP-SEQ
           MOVE STATUS-TEXT TO DTL-STATUS
           MOVE REL-AWAITING-SINCE TO DTL-SINCE-DATE
           MOVE REL-RECON-STATUS TO DTL-RECON-STATUS
           MOVE REL-FILENAME TO DTL-FILENAME
           MOVE ZERO TO SINCE-INTEGER
           IF REL-AWAITING-SINCE IS NUMERIC
             AND REL-AWAITING-SINCE > ZERO
               COMPUTE SINCE-INTEGER = FUNCTION INTEGER-OF-DATE
                   (REL-AWAITING-SINCE)
           END-IF
           IF SINCE-INTEGER > ZERO
               COMPUTE WAIT-DAYS = TODAY-INTEGER - SINCE-INTEGER
               IF WAIT-DAYS < ZERO
                   MOVE ZERO TO WAIT-DAYS
               END-IF
           ELSE
               MOVE 99999 TO WAIT-DAYS
           END-IF
           IF WAIT-DAYS > 99999
               MOVE 99999 TO WAIT-DAYS
           END-IF
           MOVE WAIT-DAYS TO EDIT-DAYS
           MOVE EDIT-DAYS TO DTL-DAYS
           IF WAIT-DAYS > OVERDUE-DAYS
               MOVE '*' TO DTL-FLAG
               ADD 1 TO FLAGGED-COUNT
               SET OVERDUE-RAISED TO TRUE
           END-IF
           MOVE DETAIL-LINE TO PENDING-SIGNOFF-LINE
           PERFORM 7000-WRITE-SIGNOFF-LINE
               THRU 7000-EXIT
           IF REL-REASON NOT = SPACES
               IF REL-HELD
                   MOVE "HELD" TO DCN-ACTION
               ELSE
                   MOVE "NOTE" TO DCN-ACTION
               END-IF
      * A DECISION AOC1EXT WITHDREW ON A RESCORE HAS NO DECIDER LEFT
      * ON THE RECORD - THE NOTE IS DATED THE NIGHT OF THE RESCORE,
      * WHEN THE DROP WENT BACK TO AWAITING, AND CREDITED TO AOC1EXT
               IF REL-DECIDED-BY = SPACES
                   MOVE REL-AWAITING-SINCE TO DCN-DECIDED-DATE
                   MOVE "AOC1EXT" TO DCN-DECIDED-BY
               ELSE
                   MOVE REL-DECIDED-DATE TO DCN-DECIDED-DATE
                   MOVE REL-DECIDED-BY TO DCN-DECIDED-BY
               END-IF
               MOVE REL-REASON TO DCN-REASON
               MOVE DECISION-LINE TO PENDING-SIGNOFF-LINE
               PERFORM 7000-WRITE-SIGNOFF-LINE
                   THRU 7000-EXIT
           END-IF.
       6100-EXIT.
           EXIT.
      *****************************************************************
      * 7000-WRITE-SIGNOFF-LINE - WRITE THE LINE STAGED IN
      * PENDING-SIGNOFF-LINE, STARTING A NEW PAGE WITH HEADINGS
      * WHENEVER THE CURRENT PAGE IS FULL
      *****************************************************************
       7000-WRITE-SIGNOFF-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 7100-WRITE-PAGE-HEADING
                   THRU 7100-EXIT
           END-IF
           WRITE SIGNOFF-REPORT-LINE FROM PENDING-SIGNOFF-LINE
           ADD 1 TO LINE-COUNT.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-DATE TO PH1-RUN-DATE
           MOVE PAGE-NUMBER TO PH1-PAGE-NUMBER
           MOVE OVERDUE-DAYS TO PH2-THRESHOLD
           WRITE SIGNOFF-REPORT-LINE FROM PAGE-HEADING-1
           WRITE SIGNOFF-REPORT-LINE FROM PAGE-HEADING-2
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE FROM COLUMN-HEADING
           MOVE 4 TO LINE-COUNT.
       7100-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - REPORT WHAT THE SESSION DID, CLOSE THE FILES
      * AND SET THE WARNING RETURN CODE WHEN A DROP HAS WAITED TOO
      * LONG FOR SIGN-OFF
      *****************************************************************
       8000-FINALIZE.
           DISPLAY "----------------------------------------------"
           IF APPROVE-FUNCTION
               MOVE APPROVE-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SGN - DROPS APPROVED        : "
                   DISPLAY-COUNT
           END-IF
           IF HOLD-FUNCTION
               MOVE HOLD-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SGN - DROPS HELD            : "
                   DISPLAY-COUNT
           END-IF
           IF REJECT-FUNCTION
               MOVE REJECT-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SGN - DROPS REJECTED        : "
                   DISPLAY-COUNT
           END-IF
           IF LIST-FUNCTION
               MOVE LIST-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SGN - DROPS LISTED          : "
                   DISPLAY-COUNT
           END-IF
           IF REPORT-FUNCTION
               MOVE AWAITING-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SGN - AWAITING SIGN-OFF     : "
                   DISPLAY-COUNT
               MOVE HELD-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SGN - HELD                  : "
                   DISPLAY-COUNT
               MOVE APPROVED-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SGN - APPROVED, NOT YET FED : "
                   DISPLAY-COUNT
               MOVE FLAGGED-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1SGN - WAITING TOO LONG      : "
                   DISPLAY-COUNT
           END-IF
           IF RELEASE-IS-OPEN
               CLOSE RELEASE-FILE
           END-IF
           IF HISTORY-IS-OPEN
               CLOSE HISTORY-FILE
           END-IF
           IF REPORT-IS-OPEN
               CLOSE SIGNOFF-REPORT-FILE
           END-IF
           IF OVERDUE-RAISED
               DISPLAY "AOC1SGN - DROPS HAVE WAITED LONGER THAN THE "
                   "THRESHOLD FOR SIGN-OFF AND ARE NOT REACHING THE "
                   "WAREHOUSE. ESCALATE TO THE SHIFT SUPERVISOR."
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
