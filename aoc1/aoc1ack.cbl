       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1ACK.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. CALIBRATION-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * 2026-10-15  DSB  ORIGINAL VERSION - WAREHOUSE FEED
      *                  ACKNOWLEDGEMENT RECONCILIATION AND RESEND.
      *                  AOC1EXT STEPPED THE FEED SEQUENCE AND TRUSTED
      *                  THE WAREHOUSE TO LOAD EACH FEED; A LOAD THAT
      *                  FAILED ON THEIR SIDE SURFACED WEEKS LATER
      *                  FROM AN ANALYST. AOC1EXT NOW KEEPS EVERY FEED
      *                  ON THE KEYED FEED LOG (FEEDLOG, LAYOUT IN
      *                  AOC1FLG) AND THE WAREHOUSE RETURNS AN
      *                  ACKNOWLEDGEMENT FILE EACH MORNING (LAYOUT IN
      *                  AOC1WAK). THE PARM SELECTS THE FUNCTION:
      *                    RECONCILE (OR NO PARM) - POST THE MORNING'S
      *                            ACKNOWLEDGEMENTS TO THE FEED LOG
      *                            AND REPORT EVERY FEED REJECTED,
      *                            ACKNOWLEDGED WITH A DETAIL COUNT OR
      *                            HASH TOTAL THAT DOES NOT MATCH WHAT
      *                            WAS SENT, OR STILL UNACKNOWLEDGED
      *                            PAST THE CUTOFF. THE SECOND PARM
      *                            TOKEN IS THE CUTOFF IN DAYS
      *                            (DEFAULT 1). RC 4 = SOMETHING
      *                            NEEDS CHASING WITH THE WAREHOUSE.
      *                    RESEND  - REGENERATE ONE FEED (THE SECOND
      *                            PARM TOKEN IS ITS SEQUENCE) FROM
      *                            THE LOG, LINE FOR LINE AS IT WAS
      *                            ORIGINALLY CUT, ONTO THE INTERFACE
      *                            FILE. THE FEED-SEQUENCE DATASET IS
      *                            NOT TOUCHED - A RESEND CONSUMES NO
      *                            NEW SEQUENCE NUMBER. THE FEED GOES
      *                            BACK TO AWAITING ACKNOWLEDGEMENT.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO DYNAMIC
               ACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
           SELECT FEED-LOG-FILE ASSIGN TO DYNAMIC
               FEED-LOG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLG-KEY
               FILE STATUS IS FEED-LOG-FILE-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO DYNAMIC
               WAREHOUSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAREHOUSE-FILE-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO DYNAMIC
               ACK-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-FILE-RECORD             PIC X(101).
      *
       FD  FEED-LOG-FILE.
           COPY AOC1FLG.
      *
       FD  WAREHOUSE-FILE.
           COPY AOC1WHX.
      *
       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
      * SWITCHES
      *****************************************************************
       01  EOF-FLAG                    PIC X           VALUE 'N'.
           88  END-OF-FILE                             VALUE 'Y'.
       01  LOG-EOF-FLAG                PIC X           VALUE 'N'.
           88  END-OF-LOG                              VALUE 'Y'.
       01  RUN-REFUSED-FLAG            PIC X           VALUE 'N'.
           88  RUN-IS-REFUSED                           VALUE 'Y'.
       01  FEED-LOG-OPEN-FLAG          PIC X           VALUE 'N'.
           88  FEED-LOG-IS-OPEN                         VALUE 'Y'.
       01  ACK-OPEN-FLAG               PIC X           VALUE 'N'.
           88  ACK-IS-OPEN                              VALUE 'Y'.
       01  REPORT-OPEN-FLAG            PIC X           VALUE 'N'.
           88  REPORT-IS-OPEN                           VALUE 'Y'.
       01  WAREHOUSE-OPEN-FLAG         PIC X           VALUE 'N'.
           88  WAREHOUSE-IS-OPEN                        VALUE 'Y'.
       01  PROBLEM-FLAG                PIC X           VALUE 'N'.
           88  PROBLEM-RAISED                           VALUE 'Y'.
       01  LOGGED-COPY-FLAG            PIC X           VALUE 'Y'.
           88  LOGGED-COPY-IS-WHOLE                     VALUE 'Y'.
       01  RESEND-FAILED-FLAG          PIC X           VALUE 'N'.
           88  RESEND-FAILED                            VALUE 'Y'.
      *****************************************************************
      * REQUESTED FUNCTION
      *****************************************************************
       01  REQUESTED-FUNCTION          PIC X(09)       VALUE
                                                        "RECONCILE".
           88  RECONCILE-FUNCTION                       VALUE
                                                        "RECONCILE".
           88  RESEND-FUNCTION                          VALUE "RESEND".
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *****************************************************************
       01  ACK-FILENAME                PIC X(100)
                                        VALUE "DD:ACKFILE".
       01  FEED-LOG-FILENAME           PIC X(100)
                                        VALUE "DD:FEEDLOG".
       01  WAREHOUSE-FILENAME          PIC X(100)
                                        VALUE "DD:WHXFILE".
       01  ACK-REPORT-FILENAME         PIC X(100)
                                        VALUE "DD:ACKRPT".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  ACK-FILE-STATUS             PIC XX          VALUE SPACES.
       01  FEED-LOG-FILE-STATUS        PIC XX          VALUE SPACES.
       01  WAREHOUSE-FILE-STATUS       PIC XX          VALUE SPACES.
       01  ACK-REPORT-STATUS           PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-FUNCTION-TOKEN         PIC X(10)       VALUE SPACES.
       01  PARM-VALUE-TOKEN            PIC X(10)       VALUE SPACES.
       01  TOKEN-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  TOKEN-LENGTH                PIC 9(03)  COMP  VALUE ZERO.
       01  THRESHOLD-JUSTIFIED         PIC X(03)  JUSTIFIED RIGHT.
       01  SEQUENCE-JUSTIFIED          PIC X(06)  JUSTIFIED RIGHT.
       01  CUTOFF-DAYS                 PIC 9(03)       VALUE 1.
       01  RESEND-SEQUENCE             PIC 9(06)       VALUE ZERO.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
       01  TODAY-INTEGER               PIC S9(09) COMP  VALUE ZERO.
       01  SENT-INTEGER                PIC S9(09) COMP  VALUE ZERO.
       01  WAIT-DAYS                   PIC S9(09) COMP  VALUE ZERO.
      *****************************************************************
      * ACKNOWLEDGEMENT AND RESEND WORK AREAS
      *****************************************************************
           COPY AOC1WAK.
       01  NEXT-SEQUENCE               PIC 9(07)       VALUE ZERO.
       01  RESEND-LINE-COUNT           PIC 9(06)       VALUE ZERO.
       01  RESEND-DETAIL-COUNT         PIC 9(06)       VALUE ZERO.
       01  RESEND-RUN-DATE             PIC 9(08)       VALUE ZERO.
       01  LINE-INDEX                  PIC 9(06)       VALUE ZERO.
      *****************************************************************
      * COUNTERS
      *****************************************************************
       01  ACK-READ-COUNT              PIC 9(05)  COMP  VALUE ZERO.
       01  MATCHED-COUNT               PIC 9(05)  COMP  VALUE ZERO.
       01  REJECTED-COUNT              PIC 9(05)  COMP  VALUE ZERO.
       01  MISMATCH-COUNT              PIC 9(05)  COMP  VALUE ZERO.
       01  UNKNOWN-COUNT               PIC 9(05)  COMP  VALUE ZERO.
       01  BAD-LINE-COUNT              PIC 9(05)  COMP  VALUE ZERO.
       01  FEEDS-ON-LOG-COUNT          PIC 9(05)  COMP  VALUE ZERO.
       01  AWAITING-COUNT              PIC 9(05)  COMP  VALUE ZERO.
       01  OVERDUE-COUNT               PIC 9(05)  COMP  VALUE ZERO.
       01  OPEN-PROBLEM-COUNT          PIC 9(05)  COMP  VALUE ZERO.
       01  DISPLAY-COUNT               PIC Z(4)9.
      *****************************************************************
      * REPORT LINES AND PAGE CONTROL
      *-----------------------------------------------------------------
      * A LINE TO BE PRINTED IS STAGED IN PENDING-ACK-LINE, NOT IN THE
      * FD RECORD AREA - A PAGE BREAK WRITES ITS HEADINGS THROUGH THE
      * RECORD AREA FIRST, WHICH WOULD DESTROY A LINE STAGED THERE
      * BEFORE IT EVER REACHED THE REPORT. THE REPORT HAS TWO
      * SECTIONS; THE CURRENT SECTION'S COLUMN HEADING IS REPEATED
      * AT THE TOP OF EVERY PAGE.
      *****************************************************************
       01  PENDING-ACK-LINE            PIC X(132)      VALUE SPACES.
       01  CURRENT-COLUMN-HEADING      PIC X(132)      VALUE SPACES.
       01  PAGE-NUMBER                 PIC 9(04)  COMP  VALUE ZERO.
       01  LINE-COUNT                  PIC 9(03)  COMP  VALUE ZERO.
       01  LINES-PER-PAGE              PIC 9(03)  COMP  VALUE 60.
       01  EDIT-DAYS                   PIC ZZZZ9.
       01  PAGE-HEADING-1.
           05  FILLER                  PIC X(44)       VALUE
               "AOC1ACK - WAREHOUSE FEED ACKNOWLEDGEMENTS".
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE
               "RUN DATE ".
           05  PH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE "PAGE ".
           05  PH1-PAGE-NUMBER         PIC ZZZ9.
       01  PAGE-HEADING-2.
           05  FILLER                  PIC X(39)       VALUE
               "UNACKNOWLEDGED CUTOFF: SENT MORE THAN ".
           05  PH2-CUTOFF              PIC ZZ9.
           05  FILLER                  PIC X(09)       VALUE
               " DAYS AGO".
       01  RECEIVED-TITLE              PIC X(60)       VALUE
           "ACKNOWLEDGEMENTS RECEIVED THIS MORNING".
       01  OUTSTANDING-TITLE           PIC X(60)       VALUE
           "FEEDS NOT CLEANLY ACKNOWLEDGED".
       01  RECEIVED-HEADING.
           05  FILLER                  PIC X(08)       VALUE
               "FEED SEQ".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE
               "OUTCOME".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(16)       VALUE
               "RESULT".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE
               "  SENT".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE
               " ACKED".
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE
               "REASON".
       01  RECEIVED-LINE.
           05  RCV-FEED-SEQ            PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-OUTCOME             PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-RESULT              PIC X(16).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-SENT-COUNT          PIC Z(5)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-ACK-COUNT           PIC Z(5)9.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RCV-FLAG                PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-REASON              PIC X(40).
       01  OUTSTANDING-HEADING.
           05  FILLER                  PIC X(08)       VALUE
               "FEED SEQ".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE
               "RUN DATE".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE
               "LAST SENT".
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE " DAYS".
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(14)       VALUE
               "STATUS".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(07)       VALUE
               "RESENDS".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE
               "  SENT".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE
               " ACKED".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE
               "REASON".
       01  OUTSTANDING-LINE.
           05  OUT-FEED-SEQ            PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  OUT-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  OUT-SENT-DATE           PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  OUT-DAYS                PIC X(05).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  OUT-FLAG                PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  OUT-STATUS              PIC X(14).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  OUT-RESENDS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  OUT-SENT-COUNT          PIC Z(5)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  OUT-ACK-COUNT           PIC Z(5)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  OUT-REASON              PIC X(40).
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF RECONCILE-FUNCTION
             AND NOT RUN-IS-REFUSED
               PERFORM 4000-POST-ACKNOWLEDGEMENTS
                   THRU 4000-EXIT
               PERFORM 5000-REPORT-OUTSTANDING
                   THRU 5000-EXIT
           END-IF
           IF RESEND-FUNCTION
             AND NOT RUN-IS-REFUSED
               PERFORM 6000-RESEND-FEED
                   THRU 6000-EXIT
           END-IF
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES, DECODE THE REQUESTED
      * FUNCTION AND ITS VALUE FROM THE PARM AND OPEN THE FEED LOG.
      * THE LOG MUST ALREADY EXIST - AOC1EXT CREATES IT WITH THE
      * FIRST FEED, AND WITHOUT IT THERE IS NOTHING TO RECONCILE OR
      * RESEND.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_ACKFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO ACK-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_FEEDLOG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO FEED-LOG-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_WHXFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO WAREHOUSE-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_ACKRPT"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO ACK-REPORT-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (RUN-DATE)
           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ","
                   INTO PARM-FUNCTION-TOKEN PARM-VALUE-TOKEN
               END-UNSTRING
           END-IF
           IF PARM-FUNCTION-TOKEN = SPACES
             OR PARM-FUNCTION-TOKEN = "RECONCILE"
               MOVE "RECONCILE" TO REQUESTED-FUNCTION
           ELSE
               IF PARM-FUNCTION-TOKEN = "RESEND"
                   MOVE PARM-FUNCTION-TOKEN TO REQUESTED-FUNCTION
               ELSE
                   DISPLAY "AOC1ACK - UNKNOWN FUNCTION '"
                       PARM-FUNCTION-TOKEN "'. VALID FUNCTIONS ARE "
                       "RECONCILE AND RESEND."
                   MOVE 16 TO RETURN-CODE
                   SET RUN-IS-REFUSED TO TRUE
                   MOVE SPACES TO REQUESTED-FUNCTION
                   GO TO 1000-EXIT
               END-IF
           END-IF
           MOVE ZERO TO TOKEN-LENGTH
           PERFORM 1100-SIZE-VALUE-TOKEN
               THRU 1100-EXIT
               VARYING TOKEN-INDEX FROM 1 BY 1
               UNTIL TOKEN-INDEX > 10
           IF RECONCILE-FUNCTION
               PERFORM 1200-EDIT-CUTOFF
                   THRU 1200-EXIT
           ELSE
               PERFORM 1300-EDIT-RESEND-SEQUENCE
                   THRU 1300-EXIT
           END-IF
           IF RUN-IS-REFUSED
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FEED-LOG-FILE
           IF FEED-LOG-FILE-STATUS NOT = "00"
               DISPLAY "AOC1ACK - FEED LOG " FEED-LOG-FILENAME
                   " COULD NOT BE OPENED (STATUS "
                   FEED-LOG-FILE-STATUS "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET RUN-IS-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET FEED-LOG-IS-OPEN TO TRUE
           IF RECONCILE-FUNCTION
               PERFORM 1400-OPEN-RECONCILE-FILES
                   THRU 1400-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-SIZE-VALUE-TOKEN.
           IF PARM-VALUE-TOKEN (TOKEN-INDEX:1) NOT = SPACE
               MOVE TOKEN-INDEX TO TOKEN-LENGTH
           END-IF.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * 1200-EDIT-CUTOFF - THE RECONCILE FUNCTION'S SECOND PARM TOKEN
      * IS THE NUMBER OF DAYS A FEED MAY GO UNACKNOWLEDGED, EDITED
      * THE WAY AOC1AGE EDITS ITS ESCALATION THRESHOLD
      *****************************************************************
       1200-EDIT-CUTOFF.
           IF PARM-VALUE-TOKEN = SPACES
               GO TO 1200-EXIT
           END-IF
           IF TOKEN-LENGTH > ZERO
             AND TOKEN-LENGTH <= 3
             AND PARM-VALUE-TOKEN (1:TOKEN-LENGTH) IS NUMERIC
               MOVE PARM-VALUE-TOKEN (1:TOKEN-LENGTH)
                   TO THRESHOLD-JUSTIFIED
               INSPECT THRESHOLD-JUSTIFIED
                   REPLACING LEADING SPACE BY '0'
               MOVE THRESHOLD-JUSTIFIED TO CUTOFF-DAYS
           ELSE
               DISPLAY "AOC1ACK - CUTOFF PARM '"
                   PARM-VALUE-TOKEN "' IS NOT A 1- TO "
                   "3-DIGIT NUMBER OF DAYS. THE DEFAULT OF 1 "
                   "DAY IS BEING USED."
           END-IF.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * 1300-EDIT-RESEND-SEQUENCE - THE RESEND FUNCTION'S SECOND PARM
      * TOKEN IS THE FEED SEQUENCE TO RESEND, 1 TO 6 DIGITS. THERE IS
      * NO DEFAULT - RESENDING THE WRONG FEED IS WORSE THAN NONE.
      *****************************************************************
       1300-EDIT-RESEND-SEQUENCE.
           IF TOKEN-LENGTH > ZERO
             AND TOKEN-LENGTH <= 6
             AND PARM-VALUE-TOKEN (1:TOKEN-LENGTH) IS NUMERIC
               MOVE PARM-VALUE-TOKEN (1:TOKEN-LENGTH)
                   TO SEQUENCE-JUSTIFIED
               INSPECT SEQUENCE-JUSTIFIED
                   REPLACING LEADING SPACE BY '0'
               MOVE SEQUENCE-JUSTIFIED TO RESEND-SEQUENCE
           END-IF
           IF RESEND-SEQUENCE = ZERO
               DISPLAY "AOC1ACK - THE RESEND FUNCTION NEEDS THE FEED "
                   "SEQUENCE TO RESEND AS THE SECOND PARM TOKEN "
                   "(RESEND,SEQUENCE). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET RUN-IS-REFUSED TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.
      *****************************************************************
      * 1400-OPEN-RECONCILE-FILES - OPEN THE MORNING'S ACKNOWLEDGEMENT
      * FILE AND THE REPORT. A MORNING WITH NO ACKNOWLEDGEMENT FILE
      * AT ALL IS STILL RECONCILED - EVERY FEED SENT SIMPLY STAYS
      * UNACKNOWLEDGED, WHICH IS EXACTLY WHAT THE REPORT MUST SAY.
      *****************************************************************
       1400-OPEN-RECONCILE-FILES.
           OPEN OUTPUT ACK-REPORT-FILE
           IF ACK-REPORT-STATUS NOT = "00"
               DISPLAY "AOC1ACK - ACKNOWLEDGEMENT REPORT "
                   ACK-REPORT-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " ACK-REPORT-STATUS "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET RUN-IS-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF
           SET REPORT-IS-OPEN TO TRUE
           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS = "00"
               SET ACK-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1ACK - WARNING: ACKNOWLEDGEMENT FILE "
                   ACK-FILENAME " COULD NOT BE OPENED (STATUS "
                   ACK-FILE-STATUS "). NO ACKNOWLEDGEMENTS WERE "
                   "POSTED."
               MOVE 'Y' TO EOF-FLAG
               SET PROBLEM-RAISED TO TRUE
           END-IF.
       1400-EXIT.
           EXIT.
      *****************************************************************
      * 4000-POST-ACKNOWLEDGEMENTS - FIRST SECTION OF THE REPORT: ONE
      * LINE PER ACKNOWLEDGEMENT RECEIVED, WITH WHAT IT SAID ABOUT THE
      * FEED IT NAMES
      *****************************************************************
       4000-POST-ACKNOWLEDGEMENTS.
           MOVE SPACES TO CURRENT-COLUMN-HEADING
           PERFORM 7100-WRITE-PAGE-HEADING
               THRU 7100-EXIT
           MOVE RECEIVED-TITLE TO PENDING-ACK-LINE
           PERFORM 7000-WRITE-ACK-LINE
               THRU 7000-EXIT
           MOVE RECEIVED-HEADING TO CURRENT-COLUMN-HEADING
           MOVE CURRENT-COLUMN-HEADING TO PENDING-ACK-LINE
           PERFORM 7000-WRITE-ACK-LINE
               THRU 7000-EXIT
           PERFORM 4100-POST-ONE-ACKNOWLEDGEMENT
               THRU 4100-EXIT
               UNTIL END-OF-FILE
           IF ACK-READ-COUNT = ZERO
               MOVE "NO ACKNOWLEDGEMENTS WERE RECEIVED."
                   TO PENDING-ACK-LINE
               PERFORM 7000-WRITE-ACK-LINE
                   THRU 7000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *****************************************************************
      * 4100-POST-ONE-ACKNOWLEDGEMENT - MATCH ONE ACKNOWLEDGEMENT TO
      * ITS FEED'S CONTROL RECORD ON THE LOG AND RECORD THE OUTCOME:
      * REJECTED, ACCEPTED AND MATCHING, OR ACCEPTED WITH A DETAIL
      * COUNT OR HASH TOTAL THAT DIFFERS FROM WHAT WAS SENT (THE
      * WAREHOUSE LOADED SOMETHING OTHER THAN OUR FEED). ANYTHING BUT
      * A CLEAN MATCH IS FLAGGED.
      *****************************************************************
       4100-POST-ONE-ACKNOWLEDGEMENT.
           READ ACK-FILE INTO ACKNOWLEDGEMENT-RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO ACK-READ-COUNT
           MOVE SPACES TO RECEIVED-LINE
           MOVE ZERO TO RCV-SENT-COUNT
           MOVE ZERO TO RCV-ACK-COUNT
           MOVE WAK-FEED-SEQUENCE TO RCV-FEED-SEQ
           MOVE WAK-REASON TO RCV-REASON
           IF WAK-ACCEPTED
               MOVE "ACCEPTED" TO RCV-OUTCOME
           ELSE
               MOVE "REJECTED" TO RCV-OUTCOME
           END-IF
           IF WAK-FEED-SEQUENCE IS NOT NUMERIC
             OR WAK-DETAIL-COUNT IS NOT NUMERIC
             OR WAK-HASH-ANSWER IS NOT NUMERIC
             OR WAK-HASH-ANS-PART2 IS NOT NUMERIC
             OR WAK-HASH-RECORDS IS NOT NUMERIC
             OR (NOT WAK-ACCEPTED AND NOT WAK-REJECTED)
               ADD 1 TO BAD-LINE-COUNT
               MOVE WAK-OUTCOME TO RCV-OUTCOME
               MOVE "UNREADABLE" TO RCV-RESULT
           ELSE
               PERFORM 4150-MATCH-LOGGED-FEED
                   THRU 4150-EXIT
           END-IF
           IF RCV-RESULT NOT = "MATCHED"
               MOVE '*' TO RCV-FLAG
               SET PROBLEM-RAISED TO TRUE
           END-IF
           MOVE RECEIVED-LINE TO PENDING-ACK-LINE
           PERFORM 7000-WRITE-ACK-LINE
               THRU 7000-EXIT.
       4100-EXIT.
           EXIT.
      *****************************************************************
      * 4150-MATCH-LOGGED-FEED - FIND THE ACKNOWLEDGED FEED'S CONTROL
      * RECORD ON THE LOG, COMPARE AND RECORD THE OUTCOME ON IT
      *****************************************************************
       4150-MATCH-LOGGED-FEED.
           MOVE WAK-DETAIL-COUNT TO RCV-ACK-COUNT
           MOVE WAK-FEED-SEQUENCE TO FLG-FEED-SEQUENCE
           MOVE ZERO TO FLG-LINE-NO
           READ FEED-LOG-FILE
               INVALID KEY
                   ADD 1 TO UNKNOWN-COUNT
                   MOVE "NOT ON FEED LOG" TO RCV-RESULT
                   GO TO 4150-EXIT
           END-READ
           MOVE FLG-DETAIL-COUNT TO RCV-SENT-COUNT
           MOVE RUN-DATE TO FLG-ACK-DATE
           MOVE WAK-OUTCOME TO FLG-ACK-OUTCOME
           MOVE WAK-DETAIL-COUNT TO FLG-ACK-DETAIL-COUNT
           MOVE WAK-HASH-ANSWER TO FLG-ACK-HASH-ANSWER
           MOVE WAK-HASH-ANS-PART2 TO FLG-ACK-HASH-PART2
           MOVE WAK-HASH-RECORDS TO FLG-ACK-HASH-RECORDS
           MOVE WAK-REASON TO FLG-ACK-REASON
           IF WAK-REJECTED
               SET FLG-REJECTED TO TRUE
               ADD 1 TO REJECTED-COUNT
               MOVE "REJECTED" TO RCV-RESULT
           ELSE
           IF WAK-DETAIL-COUNT NOT = FLG-DETAIL-COUNT
               SET FLG-MISMATCHED TO TRUE
               ADD 1 TO MISMATCH-COUNT
               MOVE "COUNT MISMATCH" TO RCV-RESULT
           ELSE
           IF WAK-HASH-ANSWER NOT = FLG-HASH-ANSWER
             OR WAK-HASH-ANS-PART2 NOT = FLG-HASH-ANS-PART2
             OR WAK-HASH-RECORDS NOT = FLG-HASH-RECORDS
               SET FLG-MISMATCHED TO TRUE
               ADD 1 TO MISMATCH-COUNT
               MOVE "HASH MISMATCH" TO RCV-RESULT
           ELSE
               SET FLG-ACCEPTED TO TRUE
               ADD 1 TO MATCHED-COUNT
               MOVE "MATCHED" TO RCV-RESULT
           END-IF
           END-IF
           END-IF
           REWRITE FEED-LOG-RECORD
               INVALID KEY
                   DISPLAY "AOC1ACK - WARNING: FEED SEQUENCE "
                       FLG-FEED-SEQUENCE " COULD NOT BE UPDATED ON "
                       "THE FEED LOG (STATUS " FEED-LOG-FILE-STATUS
                       ")."
                   SET PROBLEM-RAISED TO TRUE
           END-REWRITE.
       4150-EXIT.
           EXIT.
      *****************************************************************
      * 5000-REPORT-OUTSTANDING - SECOND SECTION OF THE REPORT: EVERY
      * FEED ON THE LOG NOT CLEANLY ACKNOWLEDGED - REJECTED,
      * MISMATCHED, OR SENT AND STILL WAITING. ONE WAITING LONGER
      * THAN THE CUTOFF IS FLAGGED; REJECTED AND MISMATCHED FEEDS
      * ALWAYS ARE, UNTIL A RESEND IS ACKNOWLEDGED CLEANLY. THE SCAN
      * READS EACH FEED'S CONTROL RECORD AND SKIPS STRAIGHT TO THE
      * NEXT SEQUENCE PAST ITS LOGGED LINES.
      *****************************************************************
       5000-REPORT-OUTSTANDING.
           MOVE SPACES TO PENDING-ACK-LINE
           PERFORM 7000-WRITE-ACK-LINE
               THRU 7000-EXIT
           MOVE OUTSTANDING-TITLE TO PENDING-ACK-LINE
           PERFORM 7000-WRITE-ACK-LINE
               THRU 7000-EXIT
           MOVE OUTSTANDING-HEADING TO CURRENT-COLUMN-HEADING
           MOVE CURRENT-COLUMN-HEADING TO PENDING-ACK-LINE
           PERFORM 7000-WRITE-ACK-LINE
               THRU 7000-EXIT
           MOVE ZERO TO FLG-FEED-SEQUENCE
           MOVE ZERO TO FLG-LINE-NO
           START FEED-LOG-FILE KEY >= FLG-KEY
               INVALID KEY
                   SET END-OF-LOG TO TRUE
           END-START
           PERFORM 5100-REPORT-NEXT-FEED
               THRU 5100-EXIT
               UNTIL END-OF-LOG
           IF AWAITING-COUNT = ZERO
             AND OPEN-PROBLEM-COUNT = ZERO
               MOVE "EVERY LOGGED FEED HAS BEEN ACKNOWLEDGED CLEANLY."
                   TO PENDING-ACK-LINE
               PERFORM 7000-WRITE-ACK-LINE
                   THRU 7000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-REPORT-NEXT-FEED.
           READ FEED-LOG-FILE NEXT RECORD
               AT END
                   SET END-OF-LOG TO TRUE
                   GO TO 5100-EXIT
           END-READ
           MOVE SPACES TO OUTSTANDING-LINE
           MOVE ZERO TO OUT-RESENDS
           MOVE ZERO TO OUT-SENT-COUNT
           MOVE ZERO TO OUT-ACK-COUNT
           MOVE FLG-FEED-SEQUENCE TO OUT-FEED-SEQ
           IF FLG-LINE-NO NOT = ZERO
      * LINES WITH NO CONTROL RECORD - A FEED WHOSE RUN FAILED BEFORE
      * IT FINISHED LOGGING
               MOVE "LOG INCOMPLETE" TO OUT-STATUS
               MOVE '*' TO OUT-FLAG
               ADD 1 TO OPEN-PROBLEM-COUNT
               SET PROBLEM-RAISED TO TRUE
               MOVE OUTSTANDING-LINE TO PENDING-ACK-LINE
               PERFORM 7000-WRITE-ACK-LINE
                   THRU 7000-EXIT
           ELSE
               ADD 1 TO FEEDS-ON-LOG-COUNT
               IF NOT FLG-ACCEPTED
                   PERFORM 5150-REPORT-OPEN-FEED
                       THRU 5150-EXIT
               END-IF
           END-IF
           PERFORM 5180-SKIP-TO-NEXT-SEQUENCE
               THRU 5180-EXIT.
       5100-EXIT.
           EXIT.
      *****************************************************************
      * 5150-REPORT-OPEN-FEED - PRINT ONE FEED NOT CLEANLY
      * ACKNOWLEDGED, WITH THE DAYS SINCE IT WAS LAST SENT
      *****************************************************************
       5150-REPORT-OPEN-FEED.
           MOVE FLG-RUN-DATE TO OUT-RUN-DATE
           MOVE FLG-LAST-SENT-DATE TO OUT-SENT-DATE
           MOVE FLG-RESEND-COUNT TO OUT-RESENDS
           MOVE FLG-DETAIL-COUNT TO OUT-SENT-COUNT
           MOVE FLG-ACK-DETAIL-COUNT TO OUT-ACK-COUNT
           MOVE FLG-ACK-REASON TO OUT-REASON
           MOVE ZERO TO SENT-INTEGER
           IF FLG-LAST-SENT-DATE IS NUMERIC
             AND FLG-LAST-SENT-DATE > ZERO
               COMPUTE SENT-INTEGER = FUNCTION INTEGER-OF-DATE
                   (FLG-LAST-SENT-DATE)
           END-IF
           IF SENT-INTEGER > ZERO
               COMPUTE WAIT-DAYS = TODAY-INTEGER - SENT-INTEGER
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
           MOVE EDIT-DAYS TO OUT-DAYS
           IF FLG-SENT
               MOVE "AWAITING ACK" TO OUT-STATUS
               ADD 1 TO AWAITING-COUNT
               IF WAIT-DAYS > CUTOFF-DAYS
                   MOVE '*' TO OUT-FLAG
                   ADD 1 TO OVERDUE-COUNT
                   SET PROBLEM-RAISED TO TRUE
               END-IF
           ELSE
               IF FLG-REJECTED
                   MOVE "REJECTED" TO OUT-STATUS
               ELSE
               IF FLG-MISMATCHED
                   MOVE "MISMATCHED" TO OUT-STATUS
               ELSE
                   MOVE "UNKNOWN" TO OUT-STATUS
               END-IF
               END-IF
               MOVE '*' TO OUT-FLAG
               ADD 1 TO OPEN-PROBLEM-COUNT
               SET PROBLEM-RAISED TO TRUE
           END-IF
           MOVE OUTSTANDING-LINE TO PENDING-ACK-LINE
           PERFORM 7000-WRITE-ACK-LINE
               THRU 7000-EXIT.
       5150-EXIT.
           EXIT.
      *****************************************************************
      * 5180-SKIP-TO-NEXT-SEQUENCE - POSITION PAST THE LOGGED LINES OF
      * THE FEED JUST REPORTED, AT THE NEXT SEQUENCE'S CONTROL RECORD
      *****************************************************************
       5180-SKIP-TO-NEXT-SEQUENCE.
           COMPUTE NEXT-SEQUENCE = FLG-FEED-SEQUENCE + 1
           IF NEXT-SEQUENCE > 999999
               SET END-OF-LOG TO TRUE
               GO TO 5180-EXIT
           END-IF
           MOVE NEXT-SEQUENCE TO FLG-FEED-SEQUENCE
           MOVE ZERO TO FLG-LINE-NO
           START FEED-LOG-FILE KEY >= FLG-KEY
               INVALID KEY
                   SET END-OF-LOG TO TRUE
           END-START.
       5180-EXIT.
           EXIT.
      *****************************************************************
      * 6000-RESEND-FEED - REGENERATE ONE FEED FROM THE LOG ONTO THE
      * INTERFACE FILE. EVERY LOGGED LINE IS PROVED PRESENT, AND THE
      * FIRST PROVED TO BE THE HEADER OF THE REQUESTED SEQUENCE,
      * BEFORE THE INTERFACE FILE IS OPENED - A LOGGED COPY THAT IS
      * NOT WHOLE MUST NOT OVERWRITE WHATEVER FEED IS THERE NOW.
      *****************************************************************
       6000-RESEND-FEED.
           MOVE RESEND-SEQUENCE TO FLG-FEED-SEQUENCE
           MOVE ZERO TO FLG-LINE-NO
           READ FEED-LOG-FILE
               INVALID KEY
                   DISPLAY "AOC1ACK - FEED SEQUENCE " RESEND-SEQUENCE
                       " IS NOT ON THE FEED LOG. NOTHING WAS RESENT."
                   MOVE 16 TO RETURN-CODE
                   GO TO 6000-EXIT
           END-READ
           MOVE FLG-LINE-COUNT TO RESEND-LINE-COUNT
           MOVE FLG-DETAIL-COUNT TO RESEND-DETAIL-COUNT
           MOVE FLG-RUN-DATE TO RESEND-RUN-DATE
           IF FLG-ACCEPTED
               DISPLAY "AOC1ACK - NOTE: THE WAREHOUSE ALREADY "
                   "ACCEPTED FEED SEQUENCE " RESEND-SEQUENCE
                   " ON " FLG-ACK-DATE ". IT IS RESENT AS ASKED."
           END-IF
           PERFORM 6100-PROVE-LOGGED-LINE
               THRU 6100-EXIT
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX > RESEND-LINE-COUNT
                   OR NOT LOGGED-COPY-IS-WHOLE
           IF RESEND-LINE-COUNT = ZERO
               MOVE 'N' TO LOGGED-COPY-FLAG
           END-IF
           IF NOT LOGGED-COPY-IS-WHOLE
               DISPLAY "AOC1ACK - THE LOGGED COPY OF FEED SEQUENCE "
                   RESEND-SEQUENCE " IS NOT WHOLE. NOTHING WAS "
                   "RESENT - THE FEED MUST BE REBUILT BY HAND."
               MOVE 16 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT WAREHOUSE-FILE
           IF WAREHOUSE-FILE-STATUS NOT = "00"
               DISPLAY "AOC1ACK - INTERFACE DATASET "
                   WAREHOUSE-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " WAREHOUSE-FILE-STATUS "). NOTHING WAS "
                   "RESENT."
               MOVE 16 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           SET WAREHOUSE-IS-OPEN TO TRUE
           PERFORM 6200-RESEND-LOGGED-LINE
               THRU 6200-EXIT
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX > RESEND-LINE-COUNT
                   OR RESEND-FAILED
           IF RESEND-FAILED
               DISPLAY "AOC1ACK - FEED SEQUENCE " RESEND-SEQUENCE
                   " WAS NOT RESENT WHOLE. THE INTERFACE FILE MUST "
                   "NOT BE LOADED - THE FEED MUST BE REBUILT BY HAND."
               MOVE 16 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
      * THE FEED IS ON THE INTERFACE FILE. A CONTROL RECORD THAT
      * CANNOT BE MARKED LEAVES THE LOG SAYING THE FEED WAS NEVER
      * RESENT, SO THE RUN IS STILL A FAILURE
           MOVE RESEND-SEQUENCE TO FLG-FEED-SEQUENCE
           MOVE ZERO TO FLG-LINE-NO
           READ FEED-LOG-FILE
               INVALID KEY
                   DISPLAY "AOC1ACK - FEED SEQUENCE "
                       RESEND-SEQUENCE " WAS WRITTEN TO THE INTERFACE "
                       "FILE BUT ITS CONTROL RECORD COULD NOT BE READ "
                       "BACK (STATUS " FEED-LOG-FILE-STATUS
                       ") TO MARK IT RESENT."
                   SET RESEND-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
                   GO TO 6000-EXIT
           END-READ
           SET FLG-SENT TO TRUE
           MOVE RUN-DATE TO FLG-LAST-SENT-DATE
           ADD 1 TO FLG-RESEND-COUNT
           REWRITE FEED-LOG-RECORD
               INVALID KEY
                   DISPLAY "AOC1ACK - FEED SEQUENCE "
                       RESEND-SEQUENCE " WAS WRITTEN TO THE INTERFACE "
                       "FILE BUT ITS CONTROL RECORD COULD NOT BE "
                       "MARKED RESENT (STATUS "
                       FEED-LOG-FILE-STATUS ")."
                   SET RESEND-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
       6000-EXIT.
           EXIT.
      *
       6100-PROVE-LOGGED-LINE.
           MOVE RESEND-SEQUENCE TO FLG-FEED-SEQUENCE
           MOVE LINE-INDEX TO FLG-LINE-NO
           READ FEED-LOG-FILE
               INVALID KEY
                   MOVE 'N' TO LOGGED-COPY-FLAG
                   GO TO 6100-EXIT
           END-READ
           IF LINE-INDEX = 1
               MOVE FLG-FEED-LINE TO WAREHOUSE-RECORD
               IF NOT WHX-HEADER
                 OR WHX-FEED-SEQUENCE NOT = RESEND-SEQUENCE
                   MOVE 'N' TO LOGGED-COPY-FLAG
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.
      *
       6200-RESEND-LOGGED-LINE.
           MOVE RESEND-SEQUENCE TO FLG-FEED-SEQUENCE
           MOVE LINE-INDEX TO FLG-LINE-NO
           READ FEED-LOG-FILE
               INVALID KEY
                   DISPLAY "AOC1ACK - LINE " LINE-INDEX " OF FEED "
                       "SEQUENCE " RESEND-SEQUENCE " COULD NOT BE "
                       "READ FROM THE FEED LOG (STATUS "
                       FEED-LOG-FILE-STATUS ")."
                   MOVE 'N' TO LOGGED-COPY-FLAG
                   SET RESEND-FAILED TO TRUE
                   GO TO 6200-EXIT
           END-READ
           MOVE FLG-FEED-LINE TO WAREHOUSE-RECORD
           WRITE WAREHOUSE-RECORD
           IF WAREHOUSE-FILE-STATUS NOT = "00"
               DISPLAY "AOC1ACK - LINE " LINE-INDEX " OF FEED "
                   "SEQUENCE " RESEND-SEQUENCE " COULD NOT BE "
                   "WRITTEN TO THE INTERFACE FILE (STATUS "
                   WAREHOUSE-FILE-STATUS ")."
               SET RESEND-FAILED TO TRUE
           END-IF.
       6200-EXIT.
           EXIT.
      *****************************************************************
      * 7000-WRITE-ACK-LINE - WRITE THE LINE STAGED IN
      * PENDING-ACK-LINE, STARTING A NEW PAGE WITH HEADINGS WHENEVER
      * THE CURRENT PAGE IS FULL
      *****************************************************************
       7000-WRITE-ACK-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 7100-WRITE-PAGE-HEADING
                   THRU 7100-EXIT
           END-IF
           WRITE ACK-REPORT-LINE FROM PENDING-ACK-LINE
           ADD 1 TO LINE-COUNT.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-DATE TO PH1-RUN-DATE
           MOVE PAGE-NUMBER TO PH1-PAGE-NUMBER
           MOVE CUTOFF-DAYS TO PH2-CUTOFF
           WRITE ACK-REPORT-LINE FROM PAGE-HEADING-1
           WRITE ACK-REPORT-LINE FROM PAGE-HEADING-2
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE 3 TO LINE-COUNT
           IF CURRENT-COLUMN-HEADING NOT = SPACES
               WRITE ACK-REPORT-LINE FROM CURRENT-COLUMN-HEADING
               ADD 1 TO LINE-COUNT
           END-IF.
       7100-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - CLOSE THE FILES, SUMMARIZE THE RUN AND SET
      * THE WARNING RETURN CODE WHEN A FEED NEEDS CHASING
      *****************************************************************
       8000-FINALIZE.
           IF FEED-LOG-IS-OPEN
               CLOSE FEED-LOG-FILE
           END-IF
           IF ACK-IS-OPEN
               CLOSE ACK-FILE
           END-IF
           IF REPORT-IS-OPEN
               CLOSE ACK-REPORT-FILE
           END-IF
           IF WAREHOUSE-IS-OPEN
               CLOSE WAREHOUSE-FILE
           END-IF
           IF RECONCILE-FUNCTION
             AND NOT RUN-IS-REFUSED
               MOVE ACK-READ-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ACK - ACKNOWLEDGEMENTS READ : "
                   DISPLAY-COUNT
               MOVE MATCHED-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ACK - ACCEPTED AND MATCHED  : "
                   DISPLAY-COUNT
               MOVE REJECTED-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ACK - REJECTED              : "
                   DISPLAY-COUNT
               MOVE MISMATCH-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ACK - COUNT/HASH MISMATCHES : "
                   DISPLAY-COUNT
               MOVE UNKNOWN-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ACK - NOT ON THE FEED LOG   : "
                   DISPLAY-COUNT
               MOVE FEEDS-ON-LOG-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ACK - FEEDS ON THE LOG      : "
                   DISPLAY-COUNT
               MOVE AWAITING-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ACK - AWAITING ACK          : "
                   DISPLAY-COUNT
               MOVE OVERDUE-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ACK -   PAST THE CUTOFF     : "
                   DISPLAY-COUNT
               MOVE OPEN-PROBLEM-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ACK - REJECTED/MISMATCHED   : "
                   DISPLAY-COUNT
               IF BAD-LINE-COUNT > ZERO
                   MOVE BAD-LINE-COUNT TO DISPLAY-COUNT
                   DISPLAY "AOC1ACK - WARNING: " DISPLAY-COUNT
                       " UNREADABLE ACKNOWLEDGEMENT LINE(S)."
               END-IF
               IF PROBLEM-RAISED
                   DISPLAY "AOC1ACK - FEEDS NEED CHASING WITH THE "
                       "WAREHOUSE - SEE THE ACKNOWLEDGEMENT REPORT."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF RESEND-FUNCTION
             AND WAREHOUSE-IS-OPEN
             AND NOT RESEND-FAILED
               MOVE RESEND-DETAIL-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1ACK - FEED SEQUENCE " RESEND-SEQUENCE
                   " (CUT " RESEND-RUN-DATE ") RESENT WITH "
                   DISPLAY-COUNT " DETAIL RECORD(S). NO NEW "
                   "SEQUENCE NUMBER WAS USED."
           END-IF.
       8000-EXIT.
           EXIT.
