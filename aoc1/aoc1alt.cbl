       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1ALT.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. CALIBRATION-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * 2026-10-15  DSB  ORIGINAL VERSION - OPERATIONS ALERT LOG
      *                  UTILITY. AOC1EDIT'S REJECT THRESHOLD, AOC1 AND
      *                  AOC1MRG CONTROL BREAKS AND DUPLICATE-DROP
      *                  REFUSALS, AOC1TRND DEVIATIONS, AOC1AGE
      *                  ESCALATIONS AND AOC1MON MISSED DROPS EACH
      *                  USED TO SHOW ONLY AS A RETURN CODE AND A JOB-
      *                  LOG MESSAGE THAT WAS GONE BY THE NEXT SHIFT.
      *                  THEY NOW ALSO RAISE AN ALERT ON THE ONE
      *                  SHARED, RETAINED ALERT LOG (ALERTLOG, LAYOUT
      *                  IN AOC1ALR), WHERE IT STAYS UNTIL SOMEBODY
      *                  CLOSES IT HERE. THE PARM SELECTS THE
      *                  FUNCTION:
      *                    LIST    (OR NO PARM) - LIST EVERY ALERT
      *                            STILL OPEN OR ACKNOWLEDGED.
      *                    ACK     - ACKNOWLEDGE AN ALERT: SOMEBODY
      *                            HAS IT IN HAND. IT STAYS
      *                            OUTSTANDING, AND A REPEAT OF THE
      *                            CONDITION STILL COUNTS AGAINST IT.
      *                    CLOSE   - CLOSE AN ALERT. A REPEAT OF THE
      *                            CONDITION AFTER THIS OPENS A NEW
      *                            ALERT.
      *                    DIGEST  - PRINT THE OPEN-ALERT DIGEST FOR
      *                            THE SHIFT TURNOVER MEETING: EVERY
      *                            OUTSTANDING ALERT, MOST SEVERE
      *                            FIRST, WITH ITS AGE AND REPEATS,
      *                            AND WHAT WAS OPENED, REPEATED AND
      *                            CLOSED SINCE YESTERDAY. A HIGH-
      *                            SEVERITY ALERT NOBODY HAS YET
      *                            ACKNOWLEDGED ENDS THE STEP RC 4.
      *                  FOR ACK AND CLOSE THE PARM'S SECOND TOKEN IS
      *                  THE OPERATOR ID, STAMPED ON THE ALERT WITH
      *                  THE DATE AND A REQUIRED NOTE. AN ALERT IS
      *                  IDENTIFIED BY ITS ALERT NUMBER, AS SHOWN BY
      *                  THE RAISING STEP, LIST AND THE DIGEST.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-LOG-FILE ASSIGN TO DYNAMIC
               ALERT-LOG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-KEY
               FILE STATUS IS ALERT-LOG-STATUS.
           SELECT DIGEST-REPORT-FILE ASSIGN TO DYNAMIC
               DIGEST-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIGEST-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-LOG-FILE.
           COPY AOC1ALR.
      *
       FD  DIGEST-REPORT-FILE.
       01  DIGEST-REPORT-LINE          PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
      * SWITCHES
      *****************************************************************
       01  ENTRY-VALID-FLAG            PIC X           VALUE 'N'.
           88  ENTRY-IS-VALID                           VALUE 'Y'.
       01  MAINTENANCE-DONE-FLAG       PIC X           VALUE 'N'.
           88  MAINTENANCE-IS-DONE                      VALUE 'Y'.
       01  ALERT-LOG-OPEN-FLAG         PIC X           VALUE 'N'.
           88  ALERT-LOG-IS-OPEN                        VALUE 'Y'.
       01  ALERT-LOG-MISSING-FLAG      PIC X           VALUE 'N'.
           88  ALERT-LOG-NOT-YET-CREATED                VALUE 'Y'.
       01  REPORT-OPEN-FLAG            PIC X           VALUE 'N'.
           88  REPORT-IS-OPEN                           VALUE 'Y'.
       01  ALERT-EOF-FLAG              PIC X           VALUE 'N'.
           88  END-OF-ALERTS                            VALUE 'Y'.
       01  ALERT-FOUND-FLAG            PIC X           VALUE 'N'.
           88  ALERT-WAS-FOUND                          VALUE 'Y'.
       01  SEVERITY-HEADED-FLAG        PIC X           VALUE 'N'.
           88  SEVERITY-IS-HEADED                       VALUE 'Y'.
       01  UNACKNOWLEDGED-HIGH-FLAG    PIC X           VALUE 'N'.
           88  UNACKNOWLEDGED-HIGH-RAISED               VALUE 'Y'.
      *****************************************************************
      * REQUESTED FUNCTION
      *****************************************************************
       01  REQUESTED-FUNCTION          PIC X(08)       VALUE "LIST".
           88  ACK-FUNCTION                             VALUE "ACK".
           88  CLOSE-FUNCTION                           VALUE "CLOSE".
           88  LIST-FUNCTION                            VALUE "LIST".
           88  DIGEST-FUNCTION                          VALUE "DIGEST".
           88  UPDATING-FUNCTION                        VALUE "ACK"
                                                        "CLOSE".
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *****************************************************************
       01  ALERT-LOG-FILENAME          PIC X(100)
                                        VALUE "DD:ALERTLOG".
       01  DIGEST-REPORT-FILENAME      PIC X(100)
                                        VALUE "DD:DIGFILE".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  ALERT-LOG-STATUS            PIC XX          VALUE SPACES.
       01  DIGEST-REPORT-STATUS        PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-FUNCTION-TOKEN         PIC X(10)       VALUE SPACES.
       01  PARM-OPERATOR-TOKEN         PIC X(10)       VALUE SPACES.
       01  OPERATOR-ID                 PIC X(08)       VALUE SPACES.
       01  TOKEN-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  TOKEN-LENGTH                PIC 9(03)  COMP  VALUE ZERO.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
       01  YESTERDAY-DATE              PIC 9(08)       VALUE ZERO.
       01  TODAY-INTEGER               PIC S9(09) COMP  VALUE ZERO.
       01  RAISED-INTEGER              PIC S9(09) COMP  VALUE ZERO.
       01  OPEN-DAYS                   PIC S9(09) COMP  VALUE ZERO.
      *****************************************************************
      * OPERATOR-ENTRY WORK AREAS
      *****************************************************************
       01  ENTERED-ALERT-NUMBER        PIC X(08)       VALUE SPACES.
       01  NUMBER-JUSTIFIED            PIC X(06)  JUSTIFIED RIGHT.
       01  WANTED-ALERT-NUMBER         PIC 9(06)       VALUE ZERO.
       01  ENTERED-NOTE                PIC X(60)       VALUE SPACES.
       01  STATUS-TEXT                 PIC X(08)       VALUE SPACES.
       01  SEVERITY-TEXT               PIC X(06)       VALUE SPACES.
       01  DIGEST-SEVERITY             PIC X           VALUE SPACE.
      *****************************************************************
      * COUNTERS
      *****************************************************************
       01  ACK-COUNT                   PIC 9(05)  COMP  VALUE ZERO.
       01  CLOSE-COUNT                 PIC 9(05)  COMP  VALUE ZERO.
       01  LIST-COUNT                  PIC 9(05)  COMP  VALUE ZERO.
       01  OUTSTANDING-COUNT           PIC 9(05)  COMP  VALUE ZERO.
       01  HIGH-COUNT                  PIC 9(05)  COMP  VALUE ZERO.
       01  UNACKNOWLEDGED-HIGH-COUNT   PIC 9(05)  COMP  VALUE ZERO.
       01  OPENED-RECENTLY-COUNT       PIC 9(05)  COMP  VALUE ZERO.
       01  RECURRED-RECENTLY-COUNT     PIC 9(05)  COMP  VALUE ZERO.
       01  CLOSED-RECENTLY-COUNT       PIC 9(05)  COMP  VALUE ZERO.
       01  DISPLAY-COUNT               PIC Z(4)9.
      *****************************************************************
      * REPORT LINES AND PAGE CONTROL
      *-----------------------------------------------------------------
      * A LINE TO BE PRINTED IS STAGED IN PENDING-DIGEST-LINE, NOT IN
      * THE FD RECORD AREA - A PAGE BREAK WRITES ITS HEADINGS THROUGH
      * THE RECORD AREA FIRST, WHICH WOULD DESTROY A LINE STAGED
      * THERE BEFORE IT EVER REACHED THE REPORT.
      *****************************************************************
       01  PENDING-DIGEST-LINE         PIC X(132)      VALUE SPACES.
       01  PAGE-NUMBER                 PIC 9(04)  COMP  VALUE ZERO.
       01  LINE-COUNT                  PIC 9(03)  COMP  VALUE ZERO.
       01  LINES-PER-PAGE              PIC 9(03)  COMP  VALUE 60.
       01  EDIT-DAYS                   PIC ZZZZ9.
       01  PAGE-HEADING-1.
           05  FILLER                  PIC X(44)       VALUE
               "AOC1ALT - OPEN OPERATIONS ALERT DIGEST".
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE
               "RUN DATE ".
           05  PH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE "PAGE ".
           05  PH1-PAGE-NUMBER         PIC ZZZ9.
       01  PAGE-HEADING-2.
           05  FILLER                  PIC X(60)       VALUE
               "ALERTS OPEN OR ACKNOWLEDGED, MOST SEVERE FIRST".
       01  COLUMN-HEADING.
           05  FILLER                  PIC X(06)       VALUE "ALERT".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE
               "PROGRAM".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE "TYPE".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE "STATUS".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE "RAISED".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE "LATEST".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE " DAYS".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE "REPTS".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(02)       VALUE "SQ".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE
               "INPUT FILE".
       01  SEVERITY-HEADING.
           05  SVH-SEVERITY            PIC X(06).
           05  FILLER                  PIC X(09)       VALUE
               " SEVERITY".
       01  DETAIL-LINE.
           05  DTL-ALERT-NUMBER        PIC 9(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-ALERT-TYPE          PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-STATUS              PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-RAISED-DATE         PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-LAST-DATE           PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-DAYS                PIC X(05).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-REPEATS             PIC ZZZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-DROP-SEQ            PIC 9(02).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-FILENAME            PIC X(56).
       01  TEXT-LINE.
           05  FILLER                  PIC X(08)       VALUE SPACES.
           05  TXL-LABEL               PIC X(08).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  TXL-TEXT                PIC X(60).
       01  NOTE-LINE.
           05  FILLER                  PIC X(08)       VALUE SPACES.
           05  NTL-ACTION              PIC X(08).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  NTL-DATE                PIC 9(08).
           05  FILLER                  PIC X(04)       VALUE " BY ".
           05  NTL-BY                  PIC X(08).
           05  FILLER                  PIC X(02)       VALUE ": ".
           05  NTL-NOTE                PIC X(60).
       01  TOTAL-LINE.
           05  TTL-LABEL               PIC X(40).
           05  TTL-COUNT               PIC Z(4)9.
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF UPDATING-FUNCTION
               PERFORM 4000-MAINTAIN-ONE-ALERT
                   THRU 4000-EXIT
                   UNTIL MAINTENANCE-IS-DONE
           END-IF
           IF LIST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               PERFORM 4700-LIST-OUTSTANDING
                   THRU 4700-EXIT
           END-IF
           IF DIGEST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               PERFORM 6000-PRINT-DIGEST
                   THRU 6000-EXIT
           END-IF
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES, DECODE THE REQUESTED
      * FUNCTION FROM THE PARM AND OPEN WHAT THAT FUNCTION NEEDS. A
      * LOG THAT DOES NOT EXIST YET MEANS NO ALERT HAS EVER BEEN
      * RAISED: NOTHING TO LIST, AN EMPTY DIGEST, AND NOTHING TO
      * ACKNOWLEDGE OR CLOSE.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_ALERTLOG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO ALERT-LOG-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_DIGFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO DIGEST-REPORT-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (RUN-DATE)
           COMPUTE YESTERDAY-DATE =
               FUNCTION DATE-OF-INTEGER (TODAY-INTEGER - 1)
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
               IF PARM-FUNCTION-TOKEN = "ACK"
                 OR PARM-FUNCTION-TOKEN = "CLOSE"
                 OR PARM-FUNCTION-TOKEN = "DIGEST"
                   MOVE PARM-FUNCTION-TOKEN TO REQUESTED-FUNCTION
               ELSE
                   DISPLAY "AOC1ALT - UNKNOWN FUNCTION '"
                       PARM-FUNCTION-TOKEN "'. VALID FUNCTIONS ARE "
                       "LIST, ACK, CLOSE AND DIGEST."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
                   MOVE SPACES TO REQUESTED-FUNCTION
               END-IF
           END-IF
           MOVE PARM-OPERATOR-TOKEN (1:8) TO OPERATOR-ID
           IF UPDATING-FUNCTION
             AND OPERATOR-ID = SPACES
               DISPLAY "AOC1ALT - THE " REQUESTED-FUNCTION
                   " FUNCTION UPDATES THE ALERT LOG AND NEEDS THE "
                   "OPERATOR ID AS THE SECOND PARM TOKEN "
                   "(FUNCTION,OPERATOR). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET MAINTENANCE-IS-DONE TO TRUE
               MOVE SPACES TO REQUESTED-FUNCTION
           END-IF
           IF UPDATING-FUNCTION
               OPEN I-O ALERT-LOG-FILE
               IF ALERT-LOG-STATUS = "00"
                   SET ALERT-LOG-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "AOC1ALT - ALERT LOG " ALERT-LOG-FILENAME
                       " COULD NOT BE OPENED (STATUS "
                       ALERT-LOG-STATUS "). RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
           END-IF
           IF LIST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               OPEN INPUT ALERT-LOG-FILE
               IF ALERT-LOG-STATUS = "00"
                   SET ALERT-LOG-IS-OPEN TO TRUE
               ELSE
               IF ALERT-LOG-STATUS = "35"
                   DISPLAY "AOC1ALT - NO ALERT HAS BEEN RAISED YET. "
                       "NOTHING TO LIST."
                   SET MAINTENANCE-IS-DONE TO TRUE
               ELSE
                   DISPLAY "AOC1ALT - ALERT LOG " ALERT-LOG-FILENAME
                       " COULD NOT BE OPENED (STATUS "
                       ALERT-LOG-STATUS "). RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
               END-IF
           END-IF
           IF DIGEST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               OPEN INPUT ALERT-LOG-FILE
               IF ALERT-LOG-STATUS = "00"
                   SET ALERT-LOG-IS-OPEN TO TRUE
               ELSE
               IF ALERT-LOG-STATUS = "35"
                   SET ALERT-LOG-NOT-YET-CREATED TO TRUE
               ELSE
                   DISPLAY "AOC1ALT - ALERT LOG "
                       ALERT-LOG-FILENAME " COULD NOT BE OPENED "
                       "(STATUS " ALERT-LOG-STATUS
                       "). RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
               END-IF
           END-IF
           IF DIGEST-FUNCTION
             AND NOT MAINTENANCE-IS-DONE
               OPEN OUTPUT DIGEST-REPORT-FILE
               IF DIGEST-REPORT-STATUS = "00"
                   SET REPORT-IS-OPEN TO TRUE
                   PERFORM 7100-WRITE-PAGE-HEADING
                       THRU 7100-EXIT
               ELSE
                   DISPLAY "AOC1ALT - ALERT DIGEST "
                       DIGEST-REPORT-FILENAME " COULD NOT BE OPENED "
                       "(STATUS " DIGEST-REPORT-STATUS
                       "). RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET MAINTENANCE-IS-DONE TO TRUE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * 4000-MAINTAIN-ONE-ALERT - PROMPT FOR AN ALERT NUMBER, SHOW
      * THE ALERT, TAKE THE NOTE AND ACKNOWLEDGE OR CLOSE IT. A
      * CLOSED ALERT IS FINISHED WITH; AN ACKNOWLEDGED ONE CAN STILL
      * BE CLOSED BUT NOT ACKNOWLEDGED AGAIN. A BLANK ALERT NUMBER
      * ENDS THE SESSION.
      *****************************************************************
       4000-MAINTAIN-ONE-ALERT.
           DISPLAY "----------------------------------------------"
           PERFORM 5000-ACCEPT-ALERT-NUMBER
               THRU 5000-EXIT
           IF MAINTENANCE-IS-DONE
             OR NOT ENTRY-IS-VALID
               GO TO 4000-EXIT
           END-IF
           PERFORM 5100-FIND-ALERT
               THRU 5100-EXIT
           IF NOT ALERT-WAS-FOUND
               DISPLAY "NO ALERT " WANTED-ALERT-NUMBER
                   " ON THE ALERT LOG. NOTHING CHANGED."
               GO TO 4000-EXIT
           END-IF
           PERFORM 5200-SHOW-ALERT
               THRU 5200-EXIT
           IF ALR-IS-CLOSED
               DISPLAY "THAT ALERT WAS CLOSED ON " ALR-CLOSED-DATE
                   " BY " ALR-CLOSED-BY ". NOTHING CHANGED."
               GO TO 4000-EXIT
           END-IF
           IF ACK-FUNCTION
             AND ALR-IS-ACKNOWLEDGED
               DISPLAY "THAT ALERT WAS ACKNOWLEDGED ON " ALR-ACK-DATE
                   " BY " ALR-ACK-BY ". NOTHING CHANGED."
               GO TO 4000-EXIT
           END-IF
           IF ACK-FUNCTION
               DISPLAY "ENTER THE ACKNOWLEDGEMENT NOTE: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "ENTER THE CLOSING NOTE: "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO ENTERED-NOTE
           ACCEPT ENTERED-NOTE
           IF ENTERED-NOTE = SPACES
               DISPLAY "A NOTE IS REQUIRED. NOTHING CHANGED."
               GO TO 4000-EXIT
           END-IF
           IF ACK-FUNCTION
               SET ALR-IS-ACKNOWLEDGED TO TRUE
               MOVE OPERATOR-ID TO ALR-ACK-BY
               MOVE RUN-DATE TO ALR-ACK-DATE
               MOVE ENTERED-NOTE TO ALR-ACK-NOTE
           ELSE
               SET ALR-IS-CLOSED TO TRUE
               MOVE OPERATOR-ID TO ALR-CLOSED-BY
               MOVE RUN-DATE TO ALR-CLOSED-DATE
               MOVE ENTERED-NOTE TO ALR-CLOSE-NOTE
           END-IF
           REWRITE ALERT-RECORD
               INVALID KEY
                   DISPLAY "THE ALERT COULD NOT BE UPDATED (STATUS "
                       ALERT-LOG-STATUS ")."
                   GO TO 4000-EXIT
           END-REWRITE
           IF ACK-FUNCTION
               ADD 1 TO ACK-COUNT
               DISPLAY "ALERT ACKNOWLEDGED - IT STAYS ON THE DIGEST "
                   "UNTIL IT IS CLOSED."
           ELSE
               ADD 1 TO CLOSE-COUNT
               DISPLAY "ALERT CLOSED - IF THE CONDITION COMES BACK "
                   "IT WILL OPEN A NEW ALERT."
           END-IF.
       4000-EXIT.
           EXIT.
      *****************************************************************
      * 4700-LIST-OUTSTANDING - LIST EVERY ALERT STILL OPEN OR
      * ACKNOWLEDGED, IN KEY ORDER (PROGRAM, TYPE, INPUT FILE)
      *****************************************************************
       4700-LIST-OUTSTANDING.
           MOVE 'N' TO ALERT-EOF-FLAG
           MOVE LOW-VALUES TO ALR-KEY
           START ALERT-LOG-FILE KEY >= ALR-KEY
               INVALID KEY
                   SET END-OF-ALERTS TO TRUE
           END-START
           DISPLAY "----------------------------------------------"
           DISPLAY "OUTSTANDING OPERATIONS ALERTS AS AT " RUN-DATE
           DISPLAY "ALERT   SEV     PROGRAM   TYPE      STATUS    "
                   "RAISED    LATEST    REPEATS"
           PERFORM 4750-LIST-NEXT-ALERT
               THRU 4750-EXIT
               UNTIL END-OF-ALERTS
           IF LIST-COUNT = ZERO
               DISPLAY "NO ALERT IS OPEN OR ACKNOWLEDGED."
           END-IF.
       4700-EXIT.
           EXIT.
      *
       4750-LIST-NEXT-ALERT.
           READ ALERT-LOG-FILE NEXT RECORD
               AT END
                   SET END-OF-ALERTS TO TRUE
                   GO TO 4750-EXIT
           END-READ
           IF ALR-PROGRAM = SPACES
             OR NOT ALR-IS-OUTSTANDING
               GO TO 4750-EXIT
           END-IF
           PERFORM 5300-SET-STATUS-TEXT
               THRU 5300-EXIT
           DISPLAY ALR-ALERT-NUMBER "  " SEVERITY-TEXT "  "
               ALR-PROGRAM "  " ALR-ALERT-TYPE "  " STATUS-TEXT "  "
               ALR-RAISED-DATE "  " ALR-LAST-DATE "  "
               ALR-RECURRENCE-COUNT
           DISPLAY "  FILE   : " ALR-FILENAME
           DISPLAY "  LATEST : " ALR-LAST-TEXT
           IF ALR-IS-ACKNOWLEDGED
               DISPLAY "  ACKED  : " ALR-ACK-DATE " BY " ALR-ACK-BY
                   ": " ALR-ACK-NOTE
           END-IF
           ADD 1 TO LIST-COUNT.
       4750-EXIT.
           EXIT.
      *****************************************************************
      * 5000-ACCEPT-ALERT-NUMBER - PROMPT FOR AN ALERT NUMBER, ONE TO
      * SIX DIGITS, EDITED THE WAY THE PARM THRESHOLDS ARE. A BLANK
      * ENTRY ENDS THE SESSION.
      *****************************************************************
       5000-ACCEPT-ALERT-NUMBER.
           MOVE 'N' TO ENTRY-VALID-FLAG
           DISPLAY "ENTER ALERT NUMBER, OR PRESS ENTER TO QUIT: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTERED-ALERT-NUMBER
           ACCEPT ENTERED-ALERT-NUMBER
           IF ENTERED-ALERT-NUMBER = SPACES
               SET MAINTENANCE-IS-DONE TO TRUE
               GO TO 5000-EXIT
           END-IF
           MOVE ZERO TO TOKEN-LENGTH
           PERFORM 5050-SIZE-NUMBER-ENTRY
               THRU 5050-EXIT
               VARYING TOKEN-INDEX FROM 1 BY 1
               UNTIL TOKEN-INDEX > 8
           IF TOKEN-LENGTH > ZERO
             AND TOKEN-LENGTH <= 6
             AND ENTERED-ALERT-NUMBER (1:TOKEN-LENGTH) IS NUMERIC
               MOVE ENTERED-ALERT-NUMBER (1:TOKEN-LENGTH)
                   TO NUMBER-JUSTIFIED
               INSPECT NUMBER-JUSTIFIED
                   REPLACING LEADING SPACE BY '0'
               MOVE NUMBER-JUSTIFIED TO WANTED-ALERT-NUMBER
               IF WANTED-ALERT-NUMBER > ZERO
                   SET ENTRY-IS-VALID TO TRUE
               END-IF
           END-IF
           IF NOT ENTRY-IS-VALID
               DISPLAY "INVALID ALERT NUMBER - MUST BE ONE TO SIX "
                   "DIGITS."
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5050-SIZE-NUMBER-ENTRY.
           IF ENTERED-ALERT-NUMBER (TOKEN-INDEX:1) NOT = SPACE
               MOVE TOKEN-INDEX TO TOKEN-LENGTH
           END-IF.
       5050-EXIT.
           EXIT.
      *****************************************************************
      * 5100-FIND-ALERT - THE LOG IS KEYED BY PROGRAM, TYPE AND FILE,
      * NOT BY ALERT NUMBER, SO THE NUMBER IS FOUND BY READING THE
      * LOG THROUGH. THE LOG HOLDS A FEW HUNDRED ALERTS AT MOST. THE
      * ALERT FOUND IS LEFT IN THE RECORD AREA.
      *****************************************************************
       5100-FIND-ALERT.
           MOVE 'N' TO ALERT-FOUND-FLAG
           MOVE 'N' TO ALERT-EOF-FLAG
           MOVE LOW-VALUES TO ALR-KEY
           START ALERT-LOG-FILE KEY >= ALR-KEY
               INVALID KEY
                   GO TO 5100-EXIT
           END-START
           PERFORM 5150-READ-FOR-ALERT
               THRU 5150-EXIT
               UNTIL END-OF-ALERTS
                   OR ALERT-WAS-FOUND.
       5100-EXIT.
           EXIT.
      *
       5150-READ-FOR-ALERT.
           READ ALERT-LOG-FILE NEXT RECORD
               AT END
                   SET END-OF-ALERTS TO TRUE
                   GO TO 5150-EXIT
           END-READ
           IF ALR-PROGRAM NOT = SPACES
             AND ALR-ALERT-NUMBER = WANTED-ALERT-NUMBER
               SET ALERT-WAS-FOUND TO TRUE
           END-IF.
       5150-EXIT.
           EXIT.
      *****************************************************************
      * 5200-SHOW-ALERT - DISPLAY THE ALERT AHEAD OF THE UPDATE
      *****************************************************************
       5200-SHOW-ALERT.
           PERFORM 5300-SET-STATUS-TEXT
               THRU 5300-EXIT
           DISPLAY "ALERT     : " ALR-ALERT-NUMBER "   " SEVERITY-TEXT
               " SEVERITY   " STATUS-TEXT
           DISPLAY "RAISED BY : " ALR-PROGRAM "   TYPE " ALR-ALERT-TYPE
           DISPLAY "FILE      : " ALR-FILENAME
           DISPLAY "RAISED    : " ALR-RAISED-DATE "   DROP SEQ "
               ALR-DROP-SEQ
           DISPLAY "TEXT      : " ALR-TEXT
           IF ALR-RECURRENCE-COUNT > ZERO
               DISPLAY "REPEATED  : " ALR-RECURRENCE-COUNT
                   " TIME(S), LATEST " ALR-LAST-DATE "   DROP SEQ "
                   ALR-LAST-DROP-SEQ
               DISPLAY "LATEST    : " ALR-LAST-TEXT
           END-IF
           IF ALR-ACK-BY NOT = SPACES
               DISPLAY "ACKED     : " ALR-ACK-DATE " BY " ALR-ACK-BY
               DISPLAY "NOTE      : " ALR-ACK-NOTE
           END-IF.
       5200-EXIT.
           EXIT.
      *****************************************************************
      * 5300-SET-STATUS-TEXT - SPELL OUT THE STATUS AND SEVERITY OF
      * THE ALERT RECORD JUST READ
      *****************************************************************
       5300-SET-STATUS-TEXT.
           IF ALR-IS-OPEN
               MOVE "OPEN" TO STATUS-TEXT
           ELSE
           IF ALR-IS-ACKNOWLEDGED
               MOVE "ACKED" TO STATUS-TEXT
           ELSE
           IF ALR-IS-CLOSED
               MOVE "CLOSED" TO STATUS-TEXT
           ELSE
               MOVE "UNKNOWN" TO STATUS-TEXT
           END-IF
           END-IF
           END-IF
           IF ALR-HIGH
               MOVE "HIGH" TO SEVERITY-TEXT
           ELSE
           IF ALR-MEDIUM
               MOVE "MEDIUM" TO SEVERITY-TEXT
           ELSE
           IF ALR-LOW
               MOVE "LOW" TO SEVERITY-TEXT
           ELSE
               MOVE "?" TO SEVERITY-TEXT
           END-IF
           END-IF
           END-IF.
       5300-EXIT.
           EXIT.
      *****************************************************************
      * 6000-PRINT-DIGEST - THE OPEN-ALERT DIGEST FOR THE TURNOVER
      * MEETING. THE LOG IS READ ONCE PER SEVERITY, HIGH FIRST, SO
      * THE MOST SEVERE ALERTS HEAD THE REPORT; THE FIRST PASS ALSO
      * COUNTS WHAT WAS OPENED, REPEATED AND CLOSED SINCE YESTERDAY
      * FOR THE TOTALS AT THE FOOT.
      *****************************************************************
       6000-PRINT-DIGEST.
           IF NOT ALERT-LOG-NOT-YET-CREATED
               MOVE 'H' TO DIGEST-SEVERITY
               PERFORM 6100-DIGEST-ONE-SEVERITY
                   THRU 6100-EXIT
               MOVE 'M' TO DIGEST-SEVERITY
               PERFORM 6100-DIGEST-ONE-SEVERITY
                   THRU 6100-EXIT
               MOVE 'L' TO DIGEST-SEVERITY
               PERFORM 6100-DIGEST-ONE-SEVERITY
                   THRU 6100-EXIT
           END-IF
           IF OUTSTANDING-COUNT = ZERO
               MOVE "NO ALERT IS OPEN OR ACKNOWLEDGED."
                   TO PENDING-DIGEST-LINE
               PERFORM 7000-WRITE-DIGEST-LINE
                   THRU 7000-EXIT
           END-IF
           PERFORM 6300-PRINT-DIGEST-TOTALS
               THRU 6300-EXIT.
       6000-EXIT.
           EXIT.
      *****************************************************************
      * 6100-DIGEST-ONE-SEVERITY - ONE PASS OF THE LOG, PRINTING THE
      * OUTSTANDING ALERTS OF ONE SEVERITY UNDER THEIR OWN HEADING
      *****************************************************************
       6100-DIGEST-ONE-SEVERITY.
           MOVE 'N' TO ALERT-EOF-FLAG
           MOVE 'N' TO SEVERITY-HEADED-FLAG
           MOVE LOW-VALUES TO ALR-KEY
           START ALERT-LOG-FILE KEY >= ALR-KEY
               INVALID KEY
                   GO TO 6100-EXIT
           END-START
           PERFORM 6150-DIGEST-NEXT-ALERT
               THRU 6150-EXIT
               UNTIL END-OF-ALERTS.
       6100-EXIT.
           EXIT.
      *
       6150-DIGEST-NEXT-ALERT.
           READ ALERT-LOG-FILE NEXT RECORD
               AT END
                   SET END-OF-ALERTS TO TRUE
                   GO TO 6150-EXIT
           END-READ
           IF ALR-PROGRAM = SPACES
               GO TO 6150-EXIT
           END-IF
           IF DIGEST-SEVERITY = 'H'
               PERFORM 6200-COUNT-RECENT-ACTIVITY
                   THRU 6200-EXIT
           END-IF
           IF NOT ALR-IS-OUTSTANDING
             OR ALR-SEVERITY NOT = DIGEST-SEVERITY
               GO TO 6150-EXIT
           END-IF
           ADD 1 TO OUTSTANDING-COUNT
           IF ALR-HIGH
               ADD 1 TO HIGH-COUNT
               IF ALR-IS-OPEN
                   ADD 1 TO UNACKNOWLEDGED-HIGH-COUNT
                   SET UNACKNOWLEDGED-HIGH-RAISED TO TRUE
               END-IF
           END-IF
           PERFORM 5300-SET-STATUS-TEXT
               THRU 5300-EXIT
           IF NOT SEVERITY-IS-HEADED
               MOVE SPACES TO PENDING-DIGEST-LINE
               PERFORM 7000-WRITE-DIGEST-LINE
                   THRU 7000-EXIT
               MOVE SEVERITY-TEXT TO SVH-SEVERITY
               MOVE SEVERITY-HEADING TO PENDING-DIGEST-LINE
               PERFORM 7000-WRITE-DIGEST-LINE
                   THRU 7000-EXIT
               SET SEVERITY-IS-HEADED TO TRUE
           END-IF
           MOVE ALR-ALERT-NUMBER TO DTL-ALERT-NUMBER
           MOVE ALR-PROGRAM TO DTL-PROGRAM
           MOVE ALR-ALERT-TYPE TO DTL-ALERT-TYPE
           MOVE STATUS-TEXT TO DTL-STATUS
           MOVE ALR-RAISED-DATE TO DTL-RAISED-DATE
           MOVE ALR-LAST-DATE TO DTL-LAST-DATE
           MOVE ALR-RECURRENCE-COUNT TO DTL-REPEATS
           MOVE ALR-DROP-SEQ TO DTL-DROP-SEQ
           MOVE ALR-FILENAME TO DTL-FILENAME
           MOVE ZERO TO RAISED-INTEGER
           IF ALR-RAISED-DATE IS NUMERIC
             AND ALR-RAISED-DATE > ZERO
               COMPUTE RAISED-INTEGER = FUNCTION INTEGER-OF-DATE
                   (ALR-RAISED-DATE)
           END-IF
           IF RAISED-INTEGER > ZERO
               COMPUTE OPEN-DAYS = TODAY-INTEGER - RAISED-INTEGER
               IF OPEN-DAYS < ZERO
                   MOVE ZERO TO OPEN-DAYS
               END-IF
           ELSE
               MOVE 99999 TO OPEN-DAYS
           END-IF
           IF OPEN-DAYS > 99999
               MOVE 99999 TO OPEN-DAYS
           END-IF
           MOVE OPEN-DAYS TO EDIT-DAYS
           MOVE EDIT-DAYS TO DTL-DAYS
           MOVE DETAIL-LINE TO PENDING-DIGEST-LINE
           PERFORM 7000-WRITE-DIGEST-LINE
               THRU 7000-EXIT
           IF ALR-RECURRENCE-COUNT > ZERO
               MOVE "LATEST" TO TXL-LABEL
               MOVE ALR-LAST-TEXT TO TXL-TEXT
           ELSE
               MOVE "ALERT" TO TXL-LABEL
               MOVE ALR-TEXT TO TXL-TEXT
           END-IF
           MOVE TEXT-LINE TO PENDING-DIGEST-LINE
           PERFORM 7000-WRITE-DIGEST-LINE
               THRU 7000-EXIT
           IF ALR-IS-ACKNOWLEDGED
               MOVE "ACKED" TO NTL-ACTION
               MOVE ALR-ACK-DATE TO NTL-DATE
               MOVE ALR-ACK-BY TO NTL-BY
               MOVE ALR-ACK-NOTE TO NTL-NOTE
               MOVE NOTE-LINE TO PENDING-DIGEST-LINE
               PERFORM 7000-WRITE-DIGEST-LINE
                   THRU 7000-EXIT
           END-IF.
       6150-EXIT.
           EXIT.
      *****************************************************************
      * 6200-COUNT-RECENT-ACTIVITY - COUNT AN ALERT OPENED, REPEATED
      * OR CLOSED SINCE YESTERDAY. THE NIGHT'S BATCH RUNS EITHER SIDE
      * OF MIDNIGHT, SO "SINCE YESTERDAY" IS WHAT COVERS THE SHIFT
      * BEING HANDED OVER.
      *****************************************************************
       6200-COUNT-RECENT-ACTIVITY.
           IF ALR-RAISED-DATE >= YESTERDAY-DATE
               ADD 1 TO OPENED-RECENTLY-COUNT
           END-IF
           IF ALR-RECURRENCE-COUNT > ZERO
             AND ALR-LAST-DATE >= YESTERDAY-DATE
               ADD 1 TO RECURRED-RECENTLY-COUNT
           END-IF
           IF ALR-IS-CLOSED
             AND ALR-CLOSED-DATE >= YESTERDAY-DATE
               ADD 1 TO CLOSED-RECENTLY-COUNT
           END-IF.
       6200-EXIT.
           EXIT.
      *****************************************************************
      * 6300-PRINT-DIGEST-TOTALS - THE TOTALS AT THE FOOT OF THE
      * DIGEST
      *****************************************************************
       6300-PRINT-DIGEST-TOTALS.
           MOVE SPACES TO PENDING-DIGEST-LINE
           PERFORM 7000-WRITE-DIGEST-LINE
               THRU 7000-EXIT
           MOVE "ALERTS OUTSTANDING                  :" TO TTL-LABEL
           MOVE OUTSTANDING-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO PENDING-DIGEST-LINE
           PERFORM 7000-WRITE-DIGEST-LINE
               THRU 7000-EXIT
           MOVE "  OF WHICH HIGH SEVERITY            :" TO TTL-LABEL
           MOVE HIGH-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO PENDING-DIGEST-LINE
           PERFORM 7000-WRITE-DIGEST-LINE
               THRU 7000-EXIT
           MOVE "  HIGH AND NOT YET ACKNOWLEDGED     :" TO TTL-LABEL
           MOVE UNACKNOWLEDGED-HIGH-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO PENDING-DIGEST-LINE
           PERFORM 7000-WRITE-DIGEST-LINE
               THRU 7000-EXIT
           MOVE "ALERTS OPENED SINCE YESTERDAY       :" TO TTL-LABEL
           MOVE OPENED-RECENTLY-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO PENDING-DIGEST-LINE
           PERFORM 7000-WRITE-DIGEST-LINE
               THRU 7000-EXIT
           MOVE "ALERTS REPEATED SINCE YESTERDAY     :" TO TTL-LABEL
           MOVE RECURRED-RECENTLY-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO PENDING-DIGEST-LINE
           PERFORM 7000-WRITE-DIGEST-LINE
               THRU 7000-EXIT
           MOVE "ALERTS CLOSED SINCE YESTERDAY       :" TO TTL-LABEL
           MOVE CLOSED-RECENTLY-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO PENDING-DIGEST-LINE
           PERFORM 7000-WRITE-DIGEST-LINE
               THRU 7000-EXIT.
       6300-EXIT.
           EXIT.
      *****************************************************************
      * 7000-WRITE-DIGEST-LINE - WRITE THE LINE STAGED IN
      * PENDING-DIGEST-LINE, STARTING A NEW PAGE WITH HEADINGS
      * WHENEVER THE CURRENT PAGE IS FULL
      *****************************************************************
       7000-WRITE-DIGEST-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 7100-WRITE-PAGE-HEADING
                   THRU 7100-EXIT
           END-IF
           WRITE DIGEST-REPORT-LINE FROM PENDING-DIGEST-LINE
           ADD 1 TO LINE-COUNT.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-DATE TO PH1-RUN-DATE
           MOVE PAGE-NUMBER TO PH1-PAGE-NUMBER
           WRITE DIGEST-REPORT-LINE FROM PAGE-HEADING-1
           WRITE DIGEST-REPORT-LINE FROM PAGE-HEADING-2
           MOVE SPACES TO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE FROM COLUMN-HEADING
           MOVE 4 TO LINE-COUNT.
       7100-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - REPORT WHAT THE SESSION DID, CLOSE THE FILES
      * AND SET THE WARNING RETURN CODE WHEN A HIGH-SEVERITY ALERT IS
      * STILL WAITING FOR SOMEBODY TO PICK IT UP
      *****************************************************************
       8000-FINALIZE.
           DISPLAY "----------------------------------------------"
           IF ACK-FUNCTION
               MOVE ACK-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ALT - ALERTS ACKNOWLEDGED   : "
                   DISPLAY-COUNT
           END-IF
           IF CLOSE-FUNCTION
               MOVE CLOSE-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ALT - ALERTS CLOSED         : "
                   DISPLAY-COUNT
           END-IF
           IF LIST-FUNCTION
               MOVE LIST-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ALT - ALERTS LISTED         : "
                   DISPLAY-COUNT
           END-IF
           IF DIGEST-FUNCTION
               MOVE OUTSTANDING-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ALT - ALERTS OUTSTANDING    : "
                   DISPLAY-COUNT
               MOVE UNACKNOWLEDGED-HIGH-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ALT - HIGH, NOT ACKNOWLEDGED: "
                   DISPLAY-COUNT
           END-IF
           IF ALERT-LOG-IS-OPEN
               CLOSE ALERT-LOG-FILE
           END-IF
           IF REPORT-IS-OPEN
               CLOSE DIGEST-REPORT-FILE
           END-IF
           IF UNACKNOWLEDGED-HIGH-RAISED
               DISPLAY "AOC1ALT - HIGH-SEVERITY ALERTS ARE OPEN THAT "
                   "NOBODY HAS ACKNOWLEDGED. RAISE THEM AT THE "
                   "TURNOVER MEETING."
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
