       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1CMP.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. CALIBRATION-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * 2026-10-15  DSB  ORIGINAL VERSION - DROP-TO-DROP COMPARISON.
      *                  WHEN A FILE'S ANSWER MOVES BETWEEN TWO DROPS
      *                  THE HISTORY SAYS BY HOW MUCH BUT NOT WHY.
      *                  FOR A PARM OF FILENAME AND TWO DROPS THIS
      *                  UTILITY LINES THE TWO DROPS UP RECORD BY
      *                  RECORD ON THE SCORING-DETAIL MASTER AOC1
      *                  WRITES (SEE AOC1SDT) AND LISTS EVERY RECORD
      *                  ADDED, REMOVED OR CHANGED WITH ITS PART 1
      *                  AND PART 2 MOVEMENT, THEN RECONCILES THE NET
      *                  MOVEMENT TO THE DIFFERENCE BETWEEN THE TWO
      *                  DROPS' HISTORY ANSWERS. WITH NO DROPS NAMED
      *                  IT COMPARES TODAY'S LATEST DROP WITH THE
      *                  DROP BEFORE IT ON HISTORY.
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
           SELECT DETAIL-FILE ASSIGN TO DYNAMIC
               DETAIL-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDT-KEY
               FILE STATUS IS DETAIL-FILE-STATUS.
           SELECT COMPARISON-FILE ASSIGN TO DYNAMIC
               COMPARISON-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPARISON-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY AOC1HST.
      *
       FD  DETAIL-FILE.
           COPY AOC1SDT.
      *
       FD  COMPARISON-FILE.
       01  COMPARISON-LINE             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
      * SWITCHES
      *****************************************************************
       01  HISTORY-EOF-FLAG            PIC X           VALUE 'N'.
           88  END-OF-HISTORY                           VALUE 'Y'.
       01  FILES-OPEN-FLAG             PIC X           VALUE 'N'.
           88  FILES-ARE-OPEN                           VALUE 'Y'.
       01  HISTORY-OPEN-FLAG           PIC X           VALUE 'N'.
           88  HISTORY-IS-OPEN                          VALUE 'Y'.
       01  DETAIL-OPEN-FLAG            PIC X           VALUE 'N'.
           88  DETAIL-IS-OPEN                           VALUE 'Y'.
       01  BASE-REQUEST-FLAG           PIC X           VALUE 'N'.
           88  BASE-WAS-REQUESTED                       VALUE 'Y'.
       01  TOKEN-VALID-FLAG            PIC X           VALUE 'N'.
           88  TOKEN-IS-VALID                           VALUE 'Y'.
       01  DETAIL-COMPARED-FLAG        PIC X           VALUE 'N'.
           88  DETAIL-WAS-COMPARED                      VALUE 'Y'.
       01  PROBE-FOUND-FLAG            PIC X           VALUE 'N'.
           88  PROBE-DETAIL-FOUND                       VALUE 'Y'.
       01  COLUMN-HEADING-FLAG         PIC X           VALUE 'N'.
           88  COLUMN-HEADINGS-ACTIVE                   VALUE 'Y'.
       01  RECONCILE-FLAG              PIC X           VALUE 'N'.
           88  RECONCILIATION-BREAK                     VALUE 'Y'.
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *-----------------------------------------------------------------
      * ALL DATASETS USE THE STANDARD "DD:" BINDING WITH THE USUAL
      * DD_XXX ENVIRONMENT OVERRIDE. THE PARM IS
      * FILENAME,CURRENT-DROP,BASE-DROP. A DROP IS NAMED AS
      * YYYYMMDD (THE LAST DROP OF THAT DAY) OR YYYYMMDDNN (THE DROP
      * WITH SEQUENCE NN). CURRENT-DROP DEFAULTS TO THE LAST DROP OF
      * THE RUN DATE, BASE-DROP TO THE DROP BEFORE CURRENT-DROP ON
      * HISTORY.
      *****************************************************************
       01  HISTORY-FILENAME            PIC X(100)
                                        VALUE "DD:HISTFILE".
       01  DETAIL-FILENAME             PIC X(100)
                                        VALUE "DD:SCRDTL".
       01  COMPARISON-FILENAME         PIC X(100)
                                        VALUE "DD:CMPFILE".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  HISTORY-FILE-STATUS         PIC XX          VALUE SPACES.
       01  DETAIL-FILE-STATUS          PIC XX          VALUE SPACES.
       01  COMPARISON-FILE-STATUS      PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-FILE-TOKEN             PIC X(100)      VALUE SPACES.
       01  PARM-CURRENT-TOKEN          PIC X(10)       VALUE SPACES.
       01  PARM-BASE-TOKEN             PIC X(10)       VALUE SPACES.
       01  TOKEN-WORK                  PIC X(10)       VALUE SPACES.
       01  TOKEN-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  TOKEN-LENGTH                PIC 9(03)  COMP  VALUE ZERO.
       01  TOKEN-DATE                  PIC 9(08)       VALUE ZERO.
       01  TOKEN-SEQ                   PIC 9(02)       VALUE ZERO.
       01  RUN-DATE                    PIC 9(08)       VALUE ZERO.
      *****************************************************************
      * THE COMPARISON ITSELF
      *-----------------------------------------------------------------
      * A WANTED SEQUENCE OF ZERO MEANS "THE LAST DROP OF THE DAY".
      * EACH DROP GROUP HOLDS ONE FILE-LEVEL HISTORY RECORD; THE
      * THREE SHARE A LAYOUT SO THE DROP BEFORE THE CURRENT ONE CAN
      * BE TAKEN OVER AS THE BASE WITH A SINGLE MOVE.
      *****************************************************************
       01  COMPARE-FILE-NAME           PIC X(100)      VALUE SPACES.
       01  CURRENT-WANT-DATE           PIC 9(08)       VALUE ZERO.
       01  CURRENT-WANT-SEQ            PIC 9(02)       VALUE ZERO.
       01  BASE-WANT-DATE              PIC 9(08)       VALUE ZERO.
       01  BASE-WANT-SEQ               PIC 9(02)       VALUE ZERO.
       01  CURRENT-DROP.
           05  CURRENT-FOUND-FLAG      PIC X           VALUE 'N'.
               88  CURRENT-DROP-FOUND                  VALUE 'Y'.
           05  CURRENT-RUN-DATE        PIC 9(08)       VALUE ZERO.
           05  CURRENT-DROP-SEQ        PIC 9(02)       VALUE ZERO.
           05  CURRENT-ANSWER          PIC 9(10)       VALUE ZERO.
           05  CURRENT-ANSWER-PART2    PIC 9(10)       VALUE ZERO.
           05  CURRENT-RECORD-COUNT    PIC 9(10)       VALUE ZERO.
           05  CURRENT-RESTATED        PIC X           VALUE SPACE.
           05  CURRENT-DICT-VERSION    PIC X(08)       VALUE SPACES.
       01  BASE-DROP.
           05  BASE-FOUND-FLAG         PIC X           VALUE 'N'.
               88  BASE-DROP-FOUND                     VALUE 'Y'.
           05  BASE-RUN-DATE           PIC 9(08)       VALUE ZERO.
           05  BASE-DROP-SEQ           PIC 9(02)       VALUE ZERO.
           05  BASE-ANSWER             PIC 9(10)       VALUE ZERO.
           05  BASE-ANSWER-PART2       PIC 9(10)       VALUE ZERO.
           05  BASE-RECORD-COUNT       PIC 9(10)       VALUE ZERO.
           05  BASE-RESTATED           PIC X           VALUE SPACE.
           05  BASE-DICT-VERSION       PIC X(08)       VALUE SPACES.
       01  PRIOR-DROP.
           05  PRIOR-FOUND-FLAG        PIC X           VALUE 'N'.
               88  PRIOR-DROP-FOUND                    VALUE 'Y'.
           05  PRIOR-RUN-DATE          PIC 9(08)       VALUE ZERO.
           05  PRIOR-DROP-SEQ          PIC 9(02)       VALUE ZERO.
           05  PRIOR-ANSWER            PIC 9(10)       VALUE ZERO.
           05  PRIOR-ANSWER-PART2      PIC 9(10)       VALUE ZERO.
           05  PRIOR-RECORD-COUNT      PIC 9(10)       VALUE ZERO.
           05  PRIOR-RESTATED          PIC X           VALUE SPACE.
           05  PRIOR-DICT-VERSION      PIC X(08)       VALUE SPACES.
       01  PROBE-RUN-DATE              PIC 9(08)       VALUE ZERO.
       01  PROBE-DROP-SEQ              PIC 9(02)       VALUE ZERO.
       01  COMPARE-RECORD-NO           PIC 9(10)       VALUE ZERO.
       01  HIGH-RECORD-NO              PIC 9(10)       VALUE ZERO.
      *****************************************************************
      * ONE RECORD NUMBER'S DETAIL FROM EACH DROP
      *****************************************************************
       01  BASE-DETAIL.
           05  BASE-DTL-FOUND-FLAG     PIC X           VALUE 'N'.
               88  BASE-DETAIL-FOUND                   VALUE 'Y'.
           05  BASE-DTL-INSTRUMENT     PIC X(04)       VALUE SPACES.
           05  BASE-DTL-LENGTH         PIC 9(04)       VALUE ZERO.
           05  BASE-DTL-FINGERPRINT    PIC 9(09)       VALUE ZERO.
           05  BASE-DTL-COORDINATES    PIC 9(02)       VALUE ZERO.
           05  BASE-DTL-COORD-PART2    PIC 9(02)       VALUE ZERO.
           05  BASE-DTL-FLAG           PIC X           VALUE SPACE.
       01  CURRENT-DETAIL.
           05  CURRENT-DTL-FOUND-FLAG  PIC X           VALUE 'N'.
               88  CURRENT-DETAIL-FOUND                VALUE 'Y'.
           05  CURRENT-DTL-INSTRUMENT  PIC X(04)       VALUE SPACES.
           05  CURRENT-DTL-LENGTH      PIC 9(04)       VALUE ZERO.
           05  CURRENT-DTL-FINGERPRINT PIC 9(09)       VALUE ZERO.
           05  CURRENT-DTL-COORDINATES PIC 9(02)       VALUE ZERO.
           05  CURRENT-DTL-COORD-PART2 PIC 9(02)       VALUE ZERO.
           05  CURRENT-DTL-FLAG        PIC X           VALUE SPACE.
      *****************************************************************
      * COUNTERS AND RECONCILIATION AMOUNTS
      *-----------------------------------------------------------------
      * MOVEMENT IS CURRENT LESS BASE, SO A RECORD ADDED MOVES THE
      * ANSWER UP BY ITS COORDINATES AND A RECORD REMOVED MOVES IT
      * DOWN. A RECORD WITH NO DETAIL ON ONE SIDE CANNOT BE
      * EXPLAINED AND ITS MOVEMENT LANDS IN THE UNEXPLAINED LINE.
      *****************************************************************
       01  UNCHANGED-COUNT             PIC 9(09)  COMP  VALUE ZERO.
       01  ADDED-COUNT                 PIC 9(09)  COMP  VALUE ZERO.
       01  REMOVED-COUNT               PIC 9(09)  COMP  VALUE ZERO.
       01  CHANGED-COUNT               PIC 9(09)  COMP  VALUE ZERO.
       01  NO-DETAIL-COUNT             PIC 9(09)  COMP  VALUE ZERO.
       01  CHANGE-LINE-COUNT           PIC 9(09)  COMP  VALUE ZERO.
       01  DISPLAY-COUNT               PIC Z(8)9.
       01  RECORD-MOVEMENT             PIC S9(03)      VALUE ZERO.
       01  RECORD-MOVEMENT-PART2       PIC S9(03)      VALUE ZERO.
       01  ADDED-MOVEMENT              PIC S9(11)      VALUE ZERO.
       01  ADDED-MOVEMENT-PART2        PIC S9(11)      VALUE ZERO.
       01  REMOVED-MOVEMENT            PIC S9(11)      VALUE ZERO.
       01  REMOVED-MOVEMENT-PART2      PIC S9(11)      VALUE ZERO.
       01  CHANGED-MOVEMENT            PIC S9(11)      VALUE ZERO.
       01  CHANGED-MOVEMENT-PART2      PIC S9(11)      VALUE ZERO.
       01  EXPLAINED-MOVEMENT          PIC S9(11)      VALUE ZERO.
       01  EXPLAINED-MOVEMENT-PART2    PIC S9(11)      VALUE ZERO.
       01  HISTORY-DIFFERENCE          PIC S9(11)      VALUE ZERO.
       01  HISTORY-DIFFERENCE-PART2    PIC S9(11)      VALUE ZERO.
       01  UNEXPLAINED-MOVEMENT        PIC S9(11)      VALUE ZERO.
       01  UNEXPLAINED-MOVEMENT-PART2  PIC S9(11)      VALUE ZERO.
       01  RECON-AMOUNT                PIC S9(11)      VALUE ZERO.
       01  RECON-AMOUNT-PART2          PIC S9(11)      VALUE ZERO.
      *****************************************************************
      * REPORT LINES AND PAGE CONTROL
      *-----------------------------------------------------------------
      * A LINE TO BE PRINTED IS STAGED IN PENDING-COMPARISON-LINE,
      * NOT IN THE FD RECORD AREA - A PAGE BREAK WRITES ITS HEADINGS
      * THROUGH THE RECORD AREA FIRST, WHICH WOULD DESTROY A LINE
      * STAGED THERE BEFORE IT EVER REACHED THE REPORT. WHILE THE
      * RECORD CHANGES ARE BEING LISTED, A PAGE BREAK REPEATS THE
      * COLUMN HEADINGS TOO.
      *****************************************************************
       01  PENDING-COMPARISON-LINE     PIC X(132)      VALUE SPACES.
       01  PAGE-NUMBER                 PIC 9(04)  COMP  VALUE ZERO.
       01  LINE-COUNT                  PIC 9(03)  COMP  VALUE ZERO.
       01  LINES-PER-PAGE              PIC 9(03)  COMP  VALUE 60.
       01  EDIT-ANSWER                 PIC Z(9)9.
       01  EDIT-ANSWER-2               PIC Z(9)9.
       01  EDIT-CHANGE                 PIC +Z(9)9.
       01  EDIT-CHANGE-2               PIC +Z(9)9.
       01  EDIT-RECORD-COUNT           PIC Z(9)9.
       01  PAGE-HEADING-1.
           05  FILLER                  PIC X(35)       VALUE
               "AOC1CMP - DROP-TO-DROP COMPARISON ".
           05  FILLER                  PIC X(04)       VALUE "RUN ".
           05  PH1-DATE                PIC 9(08).
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE "PAGE ".
           05  PH1-PAGE-NUMBER         PIC ZZZ9.
       01  PAGE-HEADING-2.
           05  FILLER                  PIC X(15)       VALUE
               "INPUT DATASET: ".
           05  PH2-FILENAME            PIC X(100).
       01  DETAIL-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-LABEL               PIC X(22).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-VALUE               PIC X(90).
       01  COLUMN-HEADING-1.
           05  FILLER                  PIC X(32)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE
               "BASE".
           05  FILLER                  PIC X(10)       VALUE
               "CURRENT".
           05  FILLER                  PIC X(08)       VALUE
               "MOVEMENT".
       01  COLUMN-HEADING-2.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE
               " RECORD NO".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE
               "CHANGE".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE
               "INST".
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(07)       VALUE
               "P1 P2 F".
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(07)       VALUE
               "P1 P2 F".
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE
               " P1   P2".
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE
               "NOTE".
       01  CHANGE-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CHG-RECORD-NO           PIC Z(9)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CHG-TYPE                PIC X(09).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CHG-INSTRUMENT          PIC X(04).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CHG-BASE.
               10  CHG-BASE-P1         PIC Z9.
               10  FILLER              PIC X           VALUE SPACE.
               10  CHG-BASE-P2         PIC Z9.
               10  FILLER              PIC X           VALUE SPACE.
               10  CHG-BASE-FLAG       PIC X.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CHG-CURRENT.
               10  CHG-CURRENT-P1      PIC Z9.
               10  FILLER              PIC X           VALUE SPACE.
               10  CHG-CURRENT-P2      PIC Z9.
               10  FILLER              PIC X           VALUE SPACE.
               10  CHG-CURRENT-FLAG    PIC X.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CHG-MOVE-P1             PIC +Z9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CHG-MOVE-P2             PIC +Z9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CHG-NOTE                PIC X(30).
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF FILES-ARE-OPEN
               PERFORM 2000-RESOLVE-DROPS
                   THRU 2000-EXIT
               PERFORM 3000-REPORT-DROPS
                   THRU 3000-EXIT
               IF CURRENT-DROP-FOUND
                 AND BASE-DROP-FOUND
                   PERFORM 4000-COMPARE-DETAIL
                       THRU 4000-EXIT
                   PERFORM 5000-REPORT-RECONCILIATION
                       THRU 5000-EXIT
               END-IF
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES AND THE TWO DROPS
      * FROM THE PARM, THEN OPEN THE FILES. THE HISTORY MASTER AND
      * THE REPORT ARE MANDATORY; A SCORING-DETAIL MASTER THAT WILL
      * NOT OPEN STILL LEAVES THE HISTORY-LEVEL DIFFERENCE TO REPORT.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_HISTFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO HISTORY-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_SCRDTL"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO DETAIL-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_CMPFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO COMPARISON-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PARM-STRING FROM COMMAND-LINE
           IF PARM-STRING NOT = SPACES
               UNSTRING PARM-STRING DELIMITED BY ","
                   INTO PARM-FILE-TOKEN PARM-CURRENT-TOKEN
                        PARM-BASE-TOKEN
               END-UNSTRING
           END-IF
           IF PARM-FILE-TOKEN = SPACES
               DISPLAY "AOC1CMP - THE PARM IS FILENAME AND OPTIONALLY "
                   ",CURRENT-DROP,BASE-DROP (EACH YYYYMMDD OR "
                   "YYYYMMDDNN). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE PARM-FILE-TOKEN TO COMPARE-FILE-NAME
           MOVE RUN-DATE TO CURRENT-WANT-DATE
           IF PARM-CURRENT-TOKEN NOT = SPACES
               MOVE PARM-CURRENT-TOKEN TO TOKEN-WORK
               PERFORM 1100-EDIT-DROP-TOKEN
                   THRU 1100-EXIT
               IF NOT TOKEN-IS-VALID
                   DISPLAY "AOC1CMP - CURRENT DROP '"
                       PARM-CURRENT-TOKEN "' IS NOT YYYYMMDD OR "
                       "YYYYMMDDNN (NN 01-99). RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE TOKEN-DATE TO CURRENT-WANT-DATE
               MOVE TOKEN-SEQ TO CURRENT-WANT-SEQ
           END-IF
           IF PARM-BASE-TOKEN NOT = SPACES
               MOVE PARM-BASE-TOKEN TO TOKEN-WORK
               PERFORM 1100-EDIT-DROP-TOKEN
                   THRU 1100-EXIT
               IF NOT TOKEN-IS-VALID
                   DISPLAY "AOC1CMP - BASE DROP '"
                       PARM-BASE-TOKEN "' IS NOT YYYYMMDD OR "
                       "YYYYMMDDNN (NN 01-99). RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE TOKEN-DATE TO BASE-WANT-DATE
               MOVE TOKEN-SEQ TO BASE-WANT-SEQ
               SET BASE-WAS-REQUESTED TO TRUE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AOC1CMP - HISTORY MASTER " HISTORY-FILENAME
                   " COULD NOT BE OPENED (STATUS "
                   HISTORY-FILE-STATUS "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET HISTORY-IS-OPEN TO TRUE
           OPEN OUTPUT COMPARISON-FILE
           IF COMPARISON-FILE-STATUS NOT = "00"
               DISPLAY "AOC1CMP - COMPARISON REPORT "
                   COMPARISON-FILENAME " COULD NOT BE OPENED (STATUS "
                   COMPARISON-FILE-STATUS "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET FILES-ARE-OPEN TO TRUE
           PERFORM 7100-WRITE-PAGE-HEADING
               THRU 7100-EXIT
           OPEN INPUT DETAIL-FILE
           IF DETAIL-FILE-STATUS = "00"
               SET DETAIL-IS-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * 1100-EDIT-DROP-TOKEN - VALIDATE ONE DROP TOKEN IN TOKEN-WORK:
      * EIGHT DIGITS NAME A DAY (SEQUENCE ZERO = ITS LAST DROP), TEN
      * DIGITS A DAY AND A DROP SEQUENCE. SEQUENCE 00 IS REFUSED -
      * IT IS THE SUPPLEMENTAL SCORING, WHICH IS NOT A DROP.
      *****************************************************************
       1100-EDIT-DROP-TOKEN.
           MOVE 'N' TO TOKEN-VALID-FLAG
           MOVE ZERO TO TOKEN-LENGTH
           MOVE ZERO TO TOKEN-SEQ
           PERFORM 1150-SIZE-TOKEN-CHAR
               THRU 1150-EXIT
               VARYING TOKEN-INDEX FROM 1 BY 1
               UNTIL TOKEN-INDEX > 10
           IF TOKEN-LENGTH = 8
             AND TOKEN-WORK (1:8) IS NUMERIC
               MOVE TOKEN-WORK (1:8) TO TOKEN-DATE
               SET TOKEN-IS-VALID TO TRUE
           END-IF
           IF TOKEN-LENGTH = 10
             AND TOKEN-WORK (1:10) IS NUMERIC
             AND TOKEN-WORK (9:2) NOT = "00"
               MOVE TOKEN-WORK (1:8) TO TOKEN-DATE
               MOVE TOKEN-WORK (9:2) TO TOKEN-SEQ
               SET TOKEN-IS-VALID TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1150-SIZE-TOKEN-CHAR.
           IF TOKEN-WORK (TOKEN-INDEX:1) NOT = SPACE
               MOVE TOKEN-INDEX TO TOKEN-LENGTH
           END-IF.
       1150-EXIT.
           EXIT.
      *****************************************************************
      * 2000-RESOLVE-DROPS - ONE PASS OVER THE FILE'S HISTORY IN KEY
      * ORDER (RUN DATE, THEN DROP SEQUENCE), LOOKING ONLY AT THE
      * FILE-LEVEL RECORDS OF REAL DROPS - INSTRUMENT SUB-TOTALS AND
      * THE SUPPLEMENTAL SCORING OF REPAIRED REJECTS ARE SKIPPED.
      * THE LAST RECORD MATCHING A DROP WINS, WHICH IS WHAT MAKES A
      * DAY WITHOUT A SEQUENCE MEAN ITS LAST DROP. UNLESS A BASE WAS
      * NAMED, THE DROP SEEN JUST BEFORE THE CURRENT ONE BECOMES THE
      * BASE.
      *****************************************************************
       2000-RESOLVE-DROPS.
           MOVE COMPARE-FILE-NAME TO HIST-FILENAME
           MOVE ZERO TO HIST-RUN-DATE
           MOVE ZERO TO HIST-DROP-SEQ
           MOVE LOW-VALUES TO HIST-INSTRUMENT
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM 2100-EXAMINE-ONE-HISTORY
               THRU 2100-EXIT
               UNTIL END-OF-HISTORY.
       2000-EXIT.
           EXIT.
      *
       2100-EXAMINE-ONE-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF HIST-FILENAME NOT = COMPARE-FILE-NAME
               SET END-OF-HISTORY TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF HIST-INSTRUMENT NOT = SPACES
             OR HIST-RESTATED = 'S'
               GO TO 2100-EXIT
           END-IF
           IF HIST-RUN-DATE = CURRENT-WANT-DATE
             AND (CURRENT-WANT-SEQ = ZERO
               OR HIST-DROP-SEQ = CURRENT-WANT-SEQ)
               SET CURRENT-DROP-FOUND TO TRUE
               MOVE HIST-RUN-DATE TO CURRENT-RUN-DATE
               MOVE HIST-DROP-SEQ TO CURRENT-DROP-SEQ
               MOVE HIST-ANSWER TO CURRENT-ANSWER
               MOVE HIST-ANSWER-PART2 TO CURRENT-ANSWER-PART2
               MOVE HIST-RECORD-COUNT TO CURRENT-RECORD-COUNT
               MOVE HIST-RESTATED TO CURRENT-RESTATED
               MOVE HIST-DICT-VERSION TO CURRENT-DICT-VERSION
               IF NOT BASE-WAS-REQUESTED
                   MOVE PRIOR-DROP TO BASE-DROP
               END-IF
           END-IF
           IF BASE-WAS-REQUESTED
             AND HIST-RUN-DATE = BASE-WANT-DATE
             AND (BASE-WANT-SEQ = ZERO
               OR HIST-DROP-SEQ = BASE-WANT-SEQ)
               SET BASE-DROP-FOUND TO TRUE
               MOVE HIST-RUN-DATE TO BASE-RUN-DATE
               MOVE HIST-DROP-SEQ TO BASE-DROP-SEQ
               MOVE HIST-ANSWER TO BASE-ANSWER
               MOVE HIST-ANSWER-PART2 TO BASE-ANSWER-PART2
               MOVE HIST-RECORD-COUNT TO BASE-RECORD-COUNT
               MOVE HIST-RESTATED TO BASE-RESTATED
               MOVE HIST-DICT-VERSION TO BASE-DICT-VERSION
           END-IF
           SET PRIOR-DROP-FOUND TO TRUE
           MOVE HIST-RUN-DATE TO PRIOR-RUN-DATE
           MOVE HIST-DROP-SEQ TO PRIOR-DROP-SEQ
           MOVE HIST-ANSWER TO PRIOR-ANSWER
           MOVE HIST-ANSWER-PART2 TO PRIOR-ANSWER-PART2
           MOVE HIST-RECORD-COUNT TO PRIOR-RECORD-COUNT
           MOVE HIST-RESTATED TO PRIOR-RESTATED
           MOVE HIST-DICT-VERSION TO PRIOR-DICT-VERSION.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * 3000-REPORT-DROPS - SAY WHICH TWO DROPS ARE BEING COMPARED,
      * OR WHY THEY CANNOT BE
      *****************************************************************
       3000-REPORT-DROPS.
           MOVE SPACES TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           MOVE "DROPS COMPARED" TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           IF CURRENT-DROP-FOUND
               MOVE "CURRENT DROP" TO DTL-LABEL
               MOVE SPACES TO DTL-VALUE
               MOVE CURRENT-ANSWER TO EDIT-ANSWER
               MOVE CURRENT-ANSWER-PART2 TO EDIT-ANSWER-2
               STRING CURRENT-RUN-DATE DELIMITED BY SIZE
                      " SEQ " DELIMITED BY SIZE
                      CURRENT-DROP-SEQ DELIMITED BY SIZE
                      "  PART 1 " DELIMITED BY SIZE
                      EDIT-ANSWER DELIMITED BY SIZE
                      "  PART 2 " DELIMITED BY SIZE
                      EDIT-ANSWER-2 DELIMITED BY SIZE
                      "  RECORDS " DELIMITED BY SIZE
                      CURRENT-RECORD-COUNT DELIMITED BY SIZE
                      "  DICTIONARY " DELIMITED BY SIZE
                      CURRENT-DICT-VERSION DELIMITED BY SIZE
                      INTO DTL-VALUE
               IF CURRENT-RESTATED = 'R'
                   MOVE "(RESTATED)" TO DTL-LABEL (13:10)
               END-IF
           ELSE
               MOVE "CURRENT DROP" TO DTL-LABEL
               MOVE SPACES TO DTL-VALUE
               IF CURRENT-WANT-SEQ = ZERO
                   STRING "NO DROP OF THIS FILE ON HISTORY FOR "
                              DELIMITED BY SIZE
                          CURRENT-WANT-DATE DELIMITED BY SIZE
                          INTO DTL-VALUE
               ELSE
                   STRING "NO DROP OF THIS FILE ON HISTORY FOR "
                              DELIMITED BY SIZE
                          CURRENT-WANT-DATE DELIMITED BY SIZE
                          " SEQ " DELIMITED BY SIZE
                          CURRENT-WANT-SEQ DELIMITED BY SIZE
                          INTO DTL-VALUE
               END-IF
           END-IF
           MOVE DETAIL-LINE TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           MOVE "BASE DROP" TO DTL-LABEL
           MOVE SPACES TO DTL-VALUE
           IF BASE-DROP-FOUND
               MOVE BASE-ANSWER TO EDIT-ANSWER
               MOVE BASE-ANSWER-PART2 TO EDIT-ANSWER-2
               STRING BASE-RUN-DATE DELIMITED BY SIZE
                      " SEQ " DELIMITED BY SIZE
                      BASE-DROP-SEQ DELIMITED BY SIZE
                      "  PART 1 " DELIMITED BY SIZE
                      EDIT-ANSWER DELIMITED BY SIZE
                      "  PART 2 " DELIMITED BY SIZE
                      EDIT-ANSWER-2 DELIMITED BY SIZE
                      "  RECORDS " DELIMITED BY SIZE
                      BASE-RECORD-COUNT DELIMITED BY SIZE
                      "  DICTIONARY " DELIMITED BY SIZE
                      BASE-DICT-VERSION DELIMITED BY SIZE
                      INTO DTL-VALUE
               IF BASE-RESTATED = 'R'
                   MOVE "(RESTATED)" TO DTL-LABEL (13:10)
               END-IF
           ELSE
               IF BASE-WAS-REQUESTED
                   IF BASE-WANT-SEQ = ZERO
                       STRING "NO DROP OF THIS FILE ON HISTORY FOR "
                                  DELIMITED BY SIZE
                              BASE-WANT-DATE DELIMITED BY SIZE
                              INTO DTL-VALUE
                   ELSE
                       STRING "NO DROP OF THIS FILE ON HISTORY FOR "
                                  DELIMITED BY SIZE
                              BASE-WANT-DATE DELIMITED BY SIZE
                              " SEQ " DELIMITED BY SIZE
                              BASE-WANT-SEQ DELIMITED BY SIZE
                              INTO DTL-VALUE
                   END-IF
               ELSE
                   IF CURRENT-DROP-FOUND
                       MOVE "NO EARLIER DROP OF THIS FILE ON HISTORY"
                           TO DTL-VALUE
                   ELSE
                       MOVE "NOT RESOLVED - NO CURRENT DROP"
                           TO DTL-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE DETAIL-LINE TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           IF CURRENT-DROP-FOUND
             AND BASE-DROP-FOUND
             AND CURRENT-RUN-DATE = BASE-RUN-DATE
             AND CURRENT-DROP-SEQ = BASE-DROP-SEQ
               MOVE "  (BOTH PARMS NAME THE SAME DROP - NOTHING TO "
                   TO PENDING-COMPARISON-LINE
               MOVE "COMPARE)" TO PENDING-COMPARISON-LINE (48:8)
               PERFORM 7000-WRITE-COMPARISON-LINE
                   THRU 7000-EXIT
               MOVE 'N' TO BASE-FOUND-FLAG
           END-IF.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * 4000-COMPARE-DETAIL - LINE THE TWO DROPS UP RECORD NUMBER BY
      * RECORD NUMBER ON THE SCORING-DETAIL MASTER, UP TO THE LONGER
      * OF THE TWO, AND LIST EVERY RECORD THAT IS NOT IDENTICAL. A
      * DROP WITH NO DETAIL AT ALL (SCORED BEFORE THE MASTER EXISTED,
      * ALREADY PAST RETENTION, OR A SUPPLEMENT-ONLY RUN) CANNOT BE
      * COMPARED RECORD BY RECORD - THE HISTORY-LEVEL DIFFERENCE IS
      * STILL RECONCILED, ALL OF IT UNEXPLAINED.
      *****************************************************************
       4000-COMPARE-DETAIL.
           MOVE SPACES TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           MOVE "RECORD CHANGES" TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           IF NOT DETAIL-IS-OPEN
               MOVE "  (SCORING-DETAIL MASTER UNAVAILABLE - STATUS "
                   TO PENDING-COMPARISON-LINE
               MOVE DETAIL-FILE-STATUS
                   TO PENDING-COMPARISON-LINE (48:2)
               MOVE ")" TO PENDING-COMPARISON-LINE (50:1)
               PERFORM 7000-WRITE-COMPARISON-LINE
                   THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF
           IF BASE-RECORD-COUNT > ZERO
               MOVE BASE-RUN-DATE TO PROBE-RUN-DATE
               MOVE BASE-DROP-SEQ TO PROBE-DROP-SEQ
               PERFORM 4050-PROBE-DETAIL
                   THRU 4050-EXIT
               IF NOT PROBE-DETAIL-FOUND
                   MOVE "  (NO SCORING DETAIL RETAINED FOR THE BASE "
                       TO PENDING-COMPARISON-LINE
                   MOVE "DROP)" TO PENDING-COMPARISON-LINE (45:5)
                   PERFORM 7000-WRITE-COMPARISON-LINE
                       THRU 7000-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF
           IF CURRENT-RECORD-COUNT > ZERO
               MOVE CURRENT-RUN-DATE TO PROBE-RUN-DATE
               MOVE CURRENT-DROP-SEQ TO PROBE-DROP-SEQ
               PERFORM 4050-PROBE-DETAIL
                   THRU 4050-EXIT
               IF NOT PROBE-DETAIL-FOUND
                   MOVE "  (NO SCORING DETAIL RETAINED FOR THE "
                       TO PENDING-COMPARISON-LINE
                   MOVE "CURRENT DROP)"
                       TO PENDING-COMPARISON-LINE (40:13)
                   PERFORM 7000-WRITE-COMPARISON-LINE
                       THRU 7000-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF
           SET DETAIL-WAS-COMPARED TO TRUE
           MOVE "  FLAG: C = CORRECTED, E = PART 1 EXCEPTION, X = "
               TO PENDING-COMPARISON-LINE
           MOVE "EXCEPTION IN BOTH PARTS"
               TO PENDING-COMPARISON-LINE (51:23)
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           PERFORM 7200-WRITE-COLUMN-HEADINGS
               THRU 7200-EXIT
           SET COLUMN-HEADINGS-ACTIVE TO TRUE
           MOVE BASE-RECORD-COUNT TO HIGH-RECORD-NO
           IF CURRENT-RECORD-COUNT > HIGH-RECORD-NO
               MOVE CURRENT-RECORD-COUNT TO HIGH-RECORD-NO
           END-IF
           PERFORM 4100-COMPARE-ONE-RECORD
               THRU 4100-EXIT
               VARYING COMPARE-RECORD-NO FROM 1 BY 1
               UNTIL COMPARE-RECORD-NO > HIGH-RECORD-NO
           MOVE 'N' TO COLUMN-HEADING-FLAG
           IF CHANGE-LINE-COUNT = ZERO
               MOVE "  (NO RECORD ADDED, REMOVED OR CHANGED)"
                   TO PENDING-COMPARISON-LINE
               PERFORM 7000-WRITE-COMPARISON-LINE
                   THRU 7000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *****************************************************************
      * 4050-PROBE-DETAIL - DOES THE DROP IN PROBE-RUN-DATE/PROBE-
      * DROP-SEQ HAVE ANY DETAIL RECORD AT ALL?
      *****************************************************************
       4050-PROBE-DETAIL.
           MOVE 'N' TO PROBE-FOUND-FLAG
           MOVE COMPARE-FILE-NAME TO SDT-FILENAME
           MOVE PROBE-RUN-DATE TO SDT-RUN-DATE
           MOVE PROBE-DROP-SEQ TO SDT-DROP-SEQ
           MOVE ZERO TO SDT-RECORD-NO
           START DETAIL-FILE KEY > SDT-KEY
               INVALID KEY
                   GO TO 4050-EXIT
           END-START
           READ DETAIL-FILE NEXT RECORD
               AT END
                   GO TO 4050-EXIT
           END-READ
           IF DETAIL-FILE-STATUS = "00"
             AND SDT-FILENAME = COMPARE-FILE-NAME
             AND SDT-RUN-DATE = PROBE-RUN-DATE
             AND SDT-DROP-SEQ = PROBE-DROP-SEQ
               SET PROBE-DETAIL-FOUND TO TRUE
           END-IF.
       4050-EXIT.
           EXIT.
      *****************************************************************
      * 4100-COMPARE-ONE-RECORD - READ ONE RECORD NUMBER FROM EACH
      * DROP AND CLASSIFY IT:
      *   IN BOTH, IDENTICAL         - UNCHANGED (COUNTED ONLY)
      *   IN BOTH, DIFFERENT         - CHANGED; THE NOTE SAYS WHETHER
      *                                THE RECORD ITSELF CHANGED OR
      *                                ONLY HOW IT WAS SCORED
      *   CURRENT ONLY, BEYOND BASE  - ADDED
      *   BASE ONLY, BEYOND CURRENT  - REMOVED
      *   ONE SIDE MISSING INSIDE ITS OWN DROP - NO DETAIL (THE
      *                                DETAIL WRITE FAILED THAT NIGHT)
      *****************************************************************
       4100-COMPARE-ONE-RECORD.
           PERFORM 4200-READ-BASE-DETAIL
               THRU 4200-EXIT
           PERFORM 4300-READ-CURRENT-DETAIL
               THRU 4300-EXIT
           IF NOT BASE-DETAIL-FOUND
             AND NOT CURRENT-DETAIL-FOUND
               ADD 1 TO NO-DETAIL-COUNT
               GO TO 4100-EXIT
           END-IF
           MOVE ZERO TO RECORD-MOVEMENT
           MOVE ZERO TO RECORD-MOVEMENT-PART2
           IF CURRENT-DETAIL-FOUND
               ADD CURRENT-DTL-COORDINATES TO RECORD-MOVEMENT
               ADD CURRENT-DTL-COORD-PART2 TO RECORD-MOVEMENT-PART2
           END-IF
           IF BASE-DETAIL-FOUND
               SUBTRACT BASE-DTL-COORDINATES FROM RECORD-MOVEMENT
               SUBTRACT BASE-DTL-COORD-PART2
                   FROM RECORD-MOVEMENT-PART2
           END-IF
           MOVE SPACES TO CHG-NOTE
           IF BASE-DETAIL-FOUND
             AND CURRENT-DETAIL-FOUND
               IF BASE-DTL-FINGERPRINT = CURRENT-DTL-FINGERPRINT
                 AND BASE-DTL-LENGTH = CURRENT-DTL-LENGTH
                 AND BASE-DTL-INSTRUMENT = CURRENT-DTL-INSTRUMENT
                 AND BASE-DTL-COORDINATES = CURRENT-DTL-COORDINATES
                 AND BASE-DTL-COORD-PART2 = CURRENT-DTL-COORD-PART2
                 AND BASE-DTL-FLAG = CURRENT-DTL-FLAG
                   ADD 1 TO UNCHANGED-COUNT
                   GO TO 4100-EXIT
               END-IF
               ADD 1 TO CHANGED-COUNT
               ADD RECORD-MOVEMENT TO CHANGED-MOVEMENT
               ADD RECORD-MOVEMENT-PART2 TO CHANGED-MOVEMENT-PART2
               MOVE "CHANGED" TO CHG-TYPE
               IF BASE-DTL-FINGERPRINT = CURRENT-DTL-FINGERPRINT
                 AND BASE-DTL-LENGTH = CURRENT-DTL-LENGTH
                   MOVE "SAME RECORD, SCORED DIFFERENTLY" TO CHG-NOTE
               ELSE
                   MOVE "RECORD CONTENT CHANGED" TO CHG-NOTE
               END-IF
           ELSE
               IF CURRENT-DETAIL-FOUND
                   IF COMPARE-RECORD-NO > BASE-RECORD-COUNT
                       ADD 1 TO ADDED-COUNT
                       ADD RECORD-MOVEMENT TO ADDED-MOVEMENT
                       ADD RECORD-MOVEMENT-PART2
                           TO ADDED-MOVEMENT-PART2
                       MOVE "ADDED" TO CHG-TYPE
                   ELSE
                       ADD 1 TO NO-DETAIL-COUNT
                       MOVE "NO DETAIL" TO CHG-TYPE
                       MOVE "NO DETAIL RETAINED IN BASE DROP"
                           TO CHG-NOTE
                   END-IF
               ELSE
                   IF COMPARE-RECORD-NO > CURRENT-RECORD-COUNT
                       ADD 1 TO REMOVED-COUNT
                       ADD RECORD-MOVEMENT TO REMOVED-MOVEMENT
                       ADD RECORD-MOVEMENT-PART2
                           TO REMOVED-MOVEMENT-PART2
                       MOVE "REMOVED" TO CHG-TYPE
                   ELSE
                       ADD 1 TO NO-DETAIL-COUNT
                       MOVE "NO DETAIL" TO CHG-TYPE
                       MOVE "NO DETAIL RETAINED IN CURRENT"
                           TO CHG-NOTE
                   END-IF
               END-IF
           END-IF
           PERFORM 4400-WRITE-CHANGE-LINE
               THRU 4400-EXIT.
       4100-EXIT.
           EXIT.
      *
       4200-READ-BASE-DETAIL.
           MOVE 'N' TO BASE-DTL-FOUND-FLAG
           MOVE COMPARE-FILE-NAME TO SDT-FILENAME
           MOVE BASE-RUN-DATE TO SDT-RUN-DATE
           MOVE BASE-DROP-SEQ TO SDT-DROP-SEQ
           MOVE COMPARE-RECORD-NO TO SDT-RECORD-NO
           READ DETAIL-FILE
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ
           IF DETAIL-FILE-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF
           SET BASE-DETAIL-FOUND TO TRUE
           MOVE SDT-INSTRUMENT TO BASE-DTL-INSTRUMENT
           MOVE SDT-RECORD-LENGTH TO BASE-DTL-LENGTH
           MOVE SDT-FINGERPRINT TO BASE-DTL-FINGERPRINT
           MOVE SDT-COORDINATES TO BASE-DTL-COORDINATES
           MOVE SDT-COORDINATES-PART2 TO BASE-DTL-COORD-PART2
           MOVE SDT-SCORE-FLAG TO BASE-DTL-FLAG.
       4200-EXIT.
           EXIT.
      *
       4300-READ-CURRENT-DETAIL.
           MOVE 'N' TO CURRENT-DTL-FOUND-FLAG
           MOVE COMPARE-FILE-NAME TO SDT-FILENAME
           MOVE CURRENT-RUN-DATE TO SDT-RUN-DATE
           MOVE CURRENT-DROP-SEQ TO SDT-DROP-SEQ
           MOVE COMPARE-RECORD-NO TO SDT-RECORD-NO
           READ DETAIL-FILE
               INVALID KEY
                   GO TO 4300-EXIT
           END-READ
           IF DETAIL-FILE-STATUS NOT = "00"
               GO TO 4300-EXIT
           END-IF
           SET CURRENT-DETAIL-FOUND TO TRUE
           MOVE SDT-INSTRUMENT TO CURRENT-DTL-INSTRUMENT
           MOVE SDT-RECORD-LENGTH TO CURRENT-DTL-LENGTH
           MOVE SDT-FINGERPRINT TO CURRENT-DTL-FINGERPRINT
           MOVE SDT-COORDINATES TO CURRENT-DTL-COORDINATES
           MOVE SDT-COORDINATES-PART2 TO CURRENT-DTL-COORD-PART2
           MOVE SDT-SCORE-FLAG TO CURRENT-DTL-FLAG.
       4300-EXIT.
           EXIT.
      *****************************************************************
      * 4400-WRITE-CHANGE-LINE - ONE LISTED RECORD: WHAT EACH DROP
      * ADDED TO EACH ANSWER (BLANK WHERE THE DROP HAS NO SUCH
      * RECORD) AND THE MOVEMENT BETWEEN THEM. CHG-TYPE AND CHG-NOTE
      * ARE ALREADY SET.
      *****************************************************************
       4400-WRITE-CHANGE-LINE.
           MOVE COMPARE-RECORD-NO TO CHG-RECORD-NO
           IF CURRENT-DETAIL-FOUND
               MOVE CURRENT-DTL-INSTRUMENT TO CHG-INSTRUMENT
           ELSE
               MOVE BASE-DTL-INSTRUMENT TO CHG-INSTRUMENT
           END-IF
           IF BASE-DETAIL-FOUND
               MOVE BASE-DTL-COORDINATES TO CHG-BASE-P1
               MOVE BASE-DTL-COORD-PART2 TO CHG-BASE-P2
               MOVE BASE-DTL-FLAG TO CHG-BASE-FLAG
           ELSE
               MOVE SPACES TO CHG-BASE
           END-IF
           IF CURRENT-DETAIL-FOUND
               MOVE CURRENT-DTL-COORDINATES TO CHG-CURRENT-P1
               MOVE CURRENT-DTL-COORD-PART2 TO CHG-CURRENT-P2
               MOVE CURRENT-DTL-FLAG TO CHG-CURRENT-FLAG
           ELSE
               MOVE SPACES TO CHG-CURRENT
           END-IF
           MOVE RECORD-MOVEMENT TO CHG-MOVE-P1
           MOVE RECORD-MOVEMENT-PART2 TO CHG-MOVE-P2
           MOVE CHANGE-LINE TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           ADD 1 TO CHANGE-LINE-COUNT.
       4400-EXIT.
           EXIT.
      *****************************************************************
      * 5000-REPORT-RECONCILIATION - THE RECORD COUNTS, THE MOVEMENT
      * EACH KIND OF CHANGE EXPLAINS, AND THE NET OF IT AGAINST THE
      * DIFFERENCE BETWEEN THE TWO DROPS' HISTORY ANSWERS. ANYTHING
      * LEFT OVER IS UNEXPLAINED AND ENDS THE RUN RC 4 - A RESTATED
      * DROP OR MISSING DETAIL ACCOUNTS FOR IT, AND IS NOTED.
      *****************************************************************
       5000-REPORT-RECONCILIATION.
           COMPUTE EXPLAINED-MOVEMENT = ADDED-MOVEMENT
               + REMOVED-MOVEMENT + CHANGED-MOVEMENT
           COMPUTE EXPLAINED-MOVEMENT-PART2 = ADDED-MOVEMENT-PART2
               + REMOVED-MOVEMENT-PART2 + CHANGED-MOVEMENT-PART2
           COMPUTE HISTORY-DIFFERENCE =
               CURRENT-ANSWER - BASE-ANSWER
           COMPUTE HISTORY-DIFFERENCE-PART2 =
               CURRENT-ANSWER-PART2 - BASE-ANSWER-PART2
           COMPUTE UNEXPLAINED-MOVEMENT =
               HISTORY-DIFFERENCE - EXPLAINED-MOVEMENT
           COMPUTE UNEXPLAINED-MOVEMENT-PART2 =
               HISTORY-DIFFERENCE-PART2 - EXPLAINED-MOVEMENT-PART2
           IF UNEXPLAINED-MOVEMENT NOT = ZERO
             OR UNEXPLAINED-MOVEMENT-PART2 NOT = ZERO
             OR NOT DETAIL-WAS-COMPARED
               SET RECONCILIATION-BREAK TO TRUE
           END-IF
           MOVE SPACES TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           MOVE "RECONCILIATION" TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           IF DETAIL-WAS-COMPARED
               MOVE "RECORDS UNCHANGED" TO DTL-LABEL
               MOVE UNCHANGED-COUNT TO EDIT-RECORD-COUNT
               PERFORM 5100-WRITE-COUNT-LINE
                   THRU 5100-EXIT
               MOVE "RECORDS ADDED" TO DTL-LABEL
               MOVE ADDED-COUNT TO EDIT-RECORD-COUNT
               PERFORM 5100-WRITE-COUNT-LINE
                   THRU 5100-EXIT
               MOVE "RECORDS REMOVED" TO DTL-LABEL
               MOVE REMOVED-COUNT TO EDIT-RECORD-COUNT
               PERFORM 5100-WRITE-COUNT-LINE
                   THRU 5100-EXIT
               MOVE "RECORDS CHANGED" TO DTL-LABEL
               MOVE CHANGED-COUNT TO EDIT-RECORD-COUNT
               PERFORM 5100-WRITE-COUNT-LINE
                   THRU 5100-EXIT
               MOVE "RECORDS WITHOUT DETAIL" TO DTL-LABEL
               MOVE NO-DETAIL-COUNT TO EDIT-RECORD-COUNT
               PERFORM 5100-WRITE-COUNT-LINE
                   THRU 5100-EXIT
               MOVE "MOVEMENT - ADDED" TO DTL-LABEL
               MOVE ADDED-MOVEMENT TO RECON-AMOUNT
               MOVE ADDED-MOVEMENT-PART2 TO RECON-AMOUNT-PART2
               PERFORM 5200-WRITE-MOVEMENT-LINE
                   THRU 5200-EXIT
               MOVE "MOVEMENT - REMOVED" TO DTL-LABEL
               MOVE REMOVED-MOVEMENT TO RECON-AMOUNT
               MOVE REMOVED-MOVEMENT-PART2 TO RECON-AMOUNT-PART2
               PERFORM 5200-WRITE-MOVEMENT-LINE
                   THRU 5200-EXIT
               MOVE "MOVEMENT - CHANGED" TO DTL-LABEL
               MOVE CHANGED-MOVEMENT TO RECON-AMOUNT
               MOVE CHANGED-MOVEMENT-PART2 TO RECON-AMOUNT-PART2
               PERFORM 5200-WRITE-MOVEMENT-LINE
                   THRU 5200-EXIT
           END-IF
           MOVE "NET EXPLAINED" TO DTL-LABEL
           MOVE EXPLAINED-MOVEMENT TO RECON-AMOUNT
           MOVE EXPLAINED-MOVEMENT-PART2 TO RECON-AMOUNT-PART2
           PERFORM 5200-WRITE-MOVEMENT-LINE
               THRU 5200-EXIT
           MOVE "HISTORY - CURRENT DROP" TO DTL-LABEL
           MOVE CURRENT-ANSWER TO RECON-AMOUNT
           MOVE CURRENT-ANSWER-PART2 TO RECON-AMOUNT-PART2
           PERFORM 5200-WRITE-MOVEMENT-LINE
               THRU 5200-EXIT
           MOVE "HISTORY - BASE DROP" TO DTL-LABEL
           MOVE BASE-ANSWER TO RECON-AMOUNT
           MOVE BASE-ANSWER-PART2 TO RECON-AMOUNT-PART2
           PERFORM 5200-WRITE-MOVEMENT-LINE
               THRU 5200-EXIT
           MOVE "HISTORY DIFFERENCE" TO DTL-LABEL
           MOVE HISTORY-DIFFERENCE TO RECON-AMOUNT
           MOVE HISTORY-DIFFERENCE-PART2 TO RECON-AMOUNT-PART2
           PERFORM 5200-WRITE-MOVEMENT-LINE
               THRU 5200-EXIT
           MOVE "UNEXPLAINED" TO DTL-LABEL
           MOVE UNEXPLAINED-MOVEMENT TO RECON-AMOUNT
           MOVE UNEXPLAINED-MOVEMENT-PART2 TO RECON-AMOUNT-PART2
           PERFORM 5200-WRITE-MOVEMENT-LINE
               THRU 5200-EXIT
           PERFORM 5300-WRITE-RECONCILIATION-NOTES
               THRU 5300-EXIT.
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-COUNT-LINE.
           MOVE SPACES TO DTL-VALUE
           MOVE EDIT-RECORD-COUNT TO DTL-VALUE (1:10)
           MOVE DETAIL-LINE TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT.
       5100-EXIT.
           EXIT.
      *
       5200-WRITE-MOVEMENT-LINE.
           MOVE SPACES TO DTL-VALUE
           MOVE RECON-AMOUNT TO EDIT-CHANGE
           MOVE RECON-AMOUNT-PART2 TO EDIT-CHANGE-2
           STRING "PART 1 " DELIMITED BY SIZE
                  EDIT-CHANGE DELIMITED BY SIZE
                  "  PART 2 " DELIMITED BY SIZE
                  EDIT-CHANGE-2 DELIMITED BY SIZE
                  INTO DTL-VALUE
           MOVE DETAIL-LINE TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT.
       5200-EXIT.
           EXIT.
      *****************************************************************
      * 5300-WRITE-RECONCILIATION-NOTES - SAY WHY THE TWO DROPS MAY
      * NOT BE LIKE FOR LIKE: A CHANGE OF DIGIT-TOKEN DICTIONARY
      * (EXPECT "SCORED DIFFERENTLY" LINES), A RESTATEMENT (WHOSE
      * ADJUSTMENT IS IN THE HISTORY BUT NOT THE DETAIL), AND THE
      * OVERALL OUTCOME.
      *****************************************************************
       5300-WRITE-RECONCILIATION-NOTES.
           MOVE SPACES TO PENDING-COMPARISON-LINE
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT
           IF BASE-DICT-VERSION NOT = CURRENT-DICT-VERSION
               STRING "  NOTE: DIGIT-TOKEN DICTIONARY CHANGED FROM "
                          DELIMITED BY SIZE
                      BASE-DICT-VERSION DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      CURRENT-DICT-VERSION DELIMITED BY SIZE
                      " BETWEEN THE TWO DROPS." DELIMITED BY SIZE
                      INTO PENDING-COMPARISON-LINE
               PERFORM 7000-WRITE-COMPARISON-LINE
                   THRU 7000-EXIT
           END-IF
           IF BASE-RESTATED = 'R'
             OR CURRENT-RESTATED = 'R'
               MOVE "  NOTE: A RESTATED DROP'S HISTORY ANSWERS CARRY "
                   TO PENDING-COMPARISON-LINE
               MOVE "THE AOC1RST ADJUSTMENT, WHICH IS NOT IN ITS "
                   TO PENDING-COMPARISON-LINE (50:44)
               MOVE "SCORING DETAIL."
                   TO PENDING-COMPARISON-LINE (94:15)
               PERFORM 7000-WRITE-COMPARISON-LINE
                   THRU 7000-EXIT
           END-IF
           IF RECONCILIATION-BREAK
               MOVE "  *** THE RECORD MOVEMENT DOES NOT ACCOUNT FOR "
                   TO PENDING-COMPARISON-LINE
               MOVE "THE WHOLE HISTORY DIFFERENCE ***"
                   TO PENDING-COMPARISON-LINE (49:32)
           ELSE
               MOVE "  THE RECORD MOVEMENT ACCOUNTS FOR THE WHOLE "
                   TO PENDING-COMPARISON-LINE
               MOVE "HISTORY DIFFERENCE."
                   TO PENDING-COMPARISON-LINE (47:19)
           END-IF
           PERFORM 7000-WRITE-COMPARISON-LINE
               THRU 7000-EXIT.
       5300-EXIT.
           EXIT.
      *****************************************************************
      * 7000-WRITE-COMPARISON-LINE - WRITE THE LINE STAGED IN
      * PENDING-COMPARISON-LINE, STARTING A NEW PAGE WITH HEADINGS
      * WHEN THE PAGE IS FULL
      *****************************************************************
       7000-WRITE-COMPARISON-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 7100-WRITE-PAGE-HEADING
                   THRU 7100-EXIT
               IF COLUMN-HEADINGS-ACTIVE
                   PERFORM 7200-WRITE-COLUMN-HEADINGS
                       THRU 7200-EXIT
               END-IF
           END-IF
           WRITE COMPARISON-LINE FROM PENDING-COMPARISON-LINE
           ADD 1 TO LINE-COUNT
           MOVE SPACES TO PENDING-COMPARISON-LINE.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-DATE TO PH1-DATE
           MOVE PAGE-NUMBER TO PH1-PAGE-NUMBER
           WRITE COMPARISON-LINE FROM PAGE-HEADING-1
           MOVE COMPARE-FILE-NAME TO PH2-FILENAME
           WRITE COMPARISON-LINE FROM PAGE-HEADING-2
           MOVE SPACES TO COMPARISON-LINE
           WRITE COMPARISON-LINE
           MOVE 3 TO LINE-COUNT.
       7100-EXIT.
           EXIT.
      *
       7200-WRITE-COLUMN-HEADINGS.
           WRITE COMPARISON-LINE FROM COLUMN-HEADING-1
           WRITE COMPARISON-LINE FROM COLUMN-HEADING-2
           ADD 2 TO LINE-COUNT.
       7200-EXIT.
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - CLOSE THE FILES AND SUMMARIZE THE COMPARISON.
      * RC 4 FLAGS A COMPARISON THAT COULD NOT BE MADE (A DROP NOT ON
      * HISTORY, OR NO DETAIL TO COMPARE) OR THAT DID NOT RECONCILE.
      *****************************************************************
       8000-FINALIZE.
           IF FILES-ARE-OPEN
               CLOSE COMPARISON-FILE
           END-IF
           IF HISTORY-IS-OPEN
               CLOSE HISTORY-FILE
           END-IF
           IF DETAIL-IS-OPEN
               CLOSE DETAIL-FILE
           END-IF
           IF NOT FILES-ARE-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE UNCHANGED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1CMP - RECORDS UNCHANGED     : " DISPLAY-COUNT
           MOVE ADDED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1CMP - RECORDS ADDED         : " DISPLAY-COUNT
           MOVE REMOVED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1CMP - RECORDS REMOVED       : " DISPLAY-COUNT
           MOVE CHANGED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1CMP - RECORDS CHANGED       : " DISPLAY-COUNT
           MOVE NO-DETAIL-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1CMP - RECORDS WITHOUT DETAIL: " DISPLAY-COUNT
           IF NOT CURRENT-DROP-FOUND
             OR NOT BASE-DROP-FOUND
               DISPLAY "AOC1CMP - TWO DIFFERENT DROPS COULD NOT BE "
                   "RESOLVED ON HISTORY. NOTHING WAS COMPARED."
               MOVE 4 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           IF RECONCILIATION-BREAK
               DISPLAY "AOC1CMP - THE RECORD MOVEMENT DOES NOT "
                   "RECONCILE TO THE HISTORY DIFFERENCE - SEE THE "
                   "REPORT."
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
