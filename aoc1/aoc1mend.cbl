      *                  DATASET INTO THE MASTER - A BLANK DROP
      *                  SEQUENCE BECOMES 01 AND A KEY SEEN TWICE
      *                  KEEPS ITS LAST VALUE.
      * 2026-10-15  DSB  HISTORY RECORDS ARE NOW 164 BYTES FOR THE
      *                  DIGIT-TOKEN DICTIONARY VERSION - THE ARCHIVE
      *                  RECORD GROWS TO MATCH.
      * 2026-10-15  DSB  THE RETENTION PASS NOW ALSO DELETES EXPIRED
      *                  RECORDS FROM THE KEYED SCORING-DETAIL MASTER
      *                  (SEE AOC1SDT) ON THE SAME CUTOFF. DETAIL IS
      *                  NOT ARCHIVED - THE RETAINED EXCEPTIONS AND
      *                  HISTORY ALREADY CARRY WHAT AN EXPIRED DROP
      *                  IS KEPT FOR. A DETAIL MASTER THAT WILL NOT
      *                  OPEN IS REPORTED AND ITS PURGE SKIPPED.
      * 2026-10-15  DSB  THE PARM NOW ENDS WITH THE OPERATOR ID
      *                  (MONTH,RETAIN,OPERATOR OR CONVERT,,OPERATOR).
      *                  BEFORE ANY DATASET IS OPENED THE OPERATOR IS
      *                  CHECKED AGAINST THE OPERATOR MASTER (OPRMAST,
      *                  LAYOUT IN AOC1OPR) FOR PURGE AUTHORITY. A
      *                  REFUSAL IS LOGGED TO THE RETAINED AUTHORITY
      *                  JOURNAL (AUTHJRNL, LAYOUT IN AOC1AUJ) AND
      *                  ENDS THE RUN RC 16 WITH NOTHING PURGED.
      * 2026-10-15  DSB  NEW ONE-TIME RELOAD FUNCTION (FIRST PARM TOKEN
      *                  OF RELOAD) FOR THE CUT-OVER TO THE 164-BYTE
      *                  RECORD: READS THE OLD 156-BYTE MASTER, AS
      *                  UNLOADED BY THE AOC1CNV JOB (DD HISTUNLD),
      *                  INTO THE NEWLY DEFINED MASTER WITH A BLANK
      *                  DICTIONARY VERSION. SAME PURGE AUTHORITY AS
      *                  CONVERT. AN UNLOAD THAT WILL NOT OPEN ENDS
      *                  THE RUN RC 16 - THE NEW MASTER IS STILL EMPTY.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT DETAIL-FILE ASSIGN TO DYNAMIC
               DETAIL-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SDT-KEY
               FILE STATUS IS DETAIL-FILE-STATUS.
           SELECT OLD-HISTORY-FILE ASSIGN TO DYNAMIC
               OLD-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-HISTORY-STATUS.
           SELECT UNLOADED-HISTORY-FILE ASSIGN TO DYNAMIC
               UNLOADED-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNLOADED-HISTORY-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC
               ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.
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
       FD  HISTORY-FILE.
           COPY AOC1HST.
      *
       FD  DETAIL-FILE.
           COPY AOC1SDT.
      *
      * LAYOUT OF THE RETIRED APPEND-ONLY LINE-SEQUENTIAL HISTORY
      * DATASET, READ ONLY BY THE ONE-TIME CONVERT FUNCTION
           05  OLD-HIST-RESTATED       PIC X.
           05  FILLER                  PIC X(02).
           05  OLD-HIST-DROP-SEQ       PIC 9(02).
      *
      * LAYOUT OF THE KEYED MASTER AS IT STOOD BEFORE THE DICTIONARY
      * VERSION WAS ADDED (156 BYTES), UNLOADED TO A FLAT DATASET BY
      * THE CUT-OVER JOB AND READ ONLY BY THE ONE-TIME RELOAD FUNCTION
       FD  UNLOADED-HISTORY-FILE.
       01  UNLOADED-HISTORY-RECORD.
           05  UNL-HIST-KEY.
               10  UNL-HIST-FILENAME   PIC X(100).
               10  UNL-HIST-RUN-DATE   PIC 9(08).
               10  UNL-HIST-DROP-SEQ   PIC 9(02).
               10  UNL-HIST-INSTRUMENT PIC X(04).
           05  UNL-HIST-ANSWER         PIC 9(10).
           05  UNL-HIST-ANSWER-PART2   PIC 9(10).
           05  UNL-HIST-RECORD-COUNT   PIC 9(10).
           05  UNL-HIST-CONTENT-TOTAL  PIC 9(10).
           05  UNL-HIST-RECON-STATUS   PIC X.
           05  UNL-HIST-RESTATED       PIC X.
      *
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(164).
      *
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(132).
      *
       FD  OPERATOR-FILE.
           COPY AOC1OPR.
      *
       FD  AUTHORITY-JOURNAL-FILE.
           COPY AOC1AUJ.
      *
       WORKING-STORAGE SECTION.
      *****************************************************************
           88  CONVERT-FUNCTION                         VALUE 'Y'.
       01  OLD-HISTORY-OPEN-FLAG       PIC X           VALUE 'N'.
           88  OLD-HISTORY-IS-OPEN                      VALUE 'Y'.
       01  RELOAD-REQUEST-FLAG         PIC X           VALUE 'N'.
           88  RELOAD-FUNCTION                          VALUE 'Y'.
       01  UNLOADED-HISTORY-OPEN-FLAG  PIC X           VALUE 'N'.
           88  UNLOADED-HISTORY-IS-OPEN                 VALUE 'Y'.
       01  DETAIL-OPEN-FLAG            PIC X           VALUE 'N'.
           88  DETAIL-IS-OPEN                           VALUE 'Y'.
       01  DETAIL-EOF-FLAG             PIC X           VALUE 'Y'.
           88  END-OF-DETAIL                            VALUE 'Y'.
       01  AUTHORITY-JOURNAL-OPEN-FLAG PIC X           VALUE 'N'.
           88  AUTHORITY-JOURNAL-IS-OPEN                VALUE 'Y'.
       01  RUN-REFUSED-FLAG            PIC X           VALUE 'N'.
           88  RUN-REFUSED                              VALUE 'Y'.
       01  REQUESTED-FUNCTION          PIC X(08)       VALUE "PURGE".
      *****************************************************************
      * DATASET NAMES AND RUN-TIME PARAMETERS
      *-----------------------------------------------------------------
      * THE PARM CARRIES THE STATEMENT MONTH (YYYYMM - WHEN OMITTED,
      * THE MONTH BEFORE THE RUN DATE, THE NORMAL CASE FOR A JOB
      * SCHEDULED ON THE FIRST), THE RETENTION PERIOD IN DAYS AND
      * THE OPERATOR ID, WHO MUST HOLD PURGE AUTHORITY.
      *****************************************************************
       01  HISTORY-FILENAME            PIC X(100)
                                        VALUE "DD:HISTFILE".
       01  DETAIL-FILENAME             PIC X(100)
                                        VALUE "DD:SCRDTL".
       01  OLD-HISTORY-FILENAME        PIC X(100)
                                        VALUE "DD:OLDHIST".
       01  UNLOADED-HISTORY-FILENAME   PIC X(100)
                                        VALUE "DD:HISTUNLD".
       01  ARCHIVE-FILENAME            PIC X(100)
                                        VALUE "DD:ARCFILE".
       01  STATEMENT-FILENAME          PIC X(100)
                                        VALUE "DD:MNDFILE".
       01  OPERATOR-FILENAME           PIC X(100)
                                        VALUE "DD:OPRMAST".
       01  AUTHORITY-JOURNAL-FILENAME  PIC X(100)
                                        VALUE "DD:AUTHJRNL".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  HISTORY-FILE-STATUS         PIC XX          VALUE SPACES.
       01  DETAIL-FILE-STATUS          PIC XX          VALUE SPACES.
       01  OLD-HISTORY-STATUS          PIC XX          VALUE SPACES.
       01  UNLOADED-HISTORY-STATUS     PIC XX          VALUE SPACES.
       01  ARCHIVE-FILE-STATUS         PIC XX          VALUE SPACES.
       01  STATEMENT-FILE-STATUS       PIC XX          VALUE SPACES.
       01  OPERATOR-FILE-STATUS        PIC XX          VALUE SPACES.
       01  AUTHORITY-JOURNAL-STATUS    PIC XX          VALUE SPACES.
       01  PARM-STRING                 PIC X(200)      VALUE SPACES.
       01  PARM-MONTH-TOKEN            PIC X(10)       VALUE SPACES.
       01  PARM-RETAIN-TOKEN           PIC X(10)       VALUE SPACES.
       01  PARM-OPERATOR-TOKEN         PIC X(10)       VALUE SPACES.
       01  OPERATOR-ID                 PIC X(08)       VALUE SPACES.
       01  REFUSAL-REASON              PIC X(50)       VALUE SPACES.
       01  TOKEN-WORK                  PIC X(10)       VALUE SPACES.
       01  TOKEN-INDEX                 PIC 9(03)  COMP  VALUE ZERO.
       01  TOKEN-LENGTH                PIC 9(03)  COMP  VALUE ZERO.
       01  CONVERT-COUNT               PIC 9(07)  COMP  VALUE ZERO.
       01  CONVERT-DUP-COUNT           PIC 9(07)  COMP  VALUE ZERO.
       01  CONVERT-BAD-COUNT           PIC 9(07)  COMP  VALUE ZERO.
       01  DETAIL-READ-COUNT           PIC 9(09)  COMP  VALUE ZERO.
       01  DETAIL-PURGED-COUNT         PIC 9(09)  COMP  VALUE ZERO.
       01  DISPLAY-DETAIL-COUNT        PIC Z(8)9.
       01  DISPLAY-COUNT               PIC Z(6)9.
      *****************************************************************
      * REPORT LINES AND PAGE CONTROL
               PERFORM 2000-CONVERT-OLD-HISTORY
                   THRU 2000-EXIT
                   UNTIL END-OF-FILE
           ELSE
           IF RELOAD-FUNCTION
               PERFORM 2200-RELOAD-UNLOADED-HISTORY
                   THRU 2200-EXIT
                   UNTIL END-OF-FILE
           ELSE
               PERFORM 4000-PROCESS-HISTORY-LINE
                   THRU 4000-EXIT
                   THRU 5000-EXIT
                   VARYING REPORT-INDEX FROM 1 BY 1
                   UNTIL REPORT-INDEX > SERIES-COUNT
               PERFORM 4500-PURGE-DETAIL-RECORD
                   THRU 4500-EXIT
                   UNTIL END-OF-DETAIL
           END-IF
           END-IF.
           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES, THE STATEMENT MONTH
      * AND THE RETENTION CUTOFF, THEN OPEN THE FILES. THE OPERATOR
      * AUTHORITY CHECK COMES FIRST - A REFUSED RUN OPENS NOTHING.
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
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_OLDHIST"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO OLD-HISTORY-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_HISTUNLD"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO UNLOADED-HISTORY-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_ARCFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO ARCHIVE-FILENAME
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO STATEMENT-FILENAME
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
                   INTO PARM-MONTH-TOKEN PARM-RETAIN-TOKEN
                        PARM-OPERATOR-TOKEN
               END-UNSTRING
           END-IF
           MOVE PARM-OPERATOR-TOKEN (1:8) TO OPERATOR-ID
           IF PARM-MONTH-TOKEN = "CONVERT"
               MOVE "CONVERT" TO REQUESTED-FUNCTION
           END-IF
           IF PARM-MONTH-TOKEN = "RELOAD"
               MOVE "RELOAD" TO REQUESTED-FUNCTION
           END-IF
           PERFORM 1600-OPEN-AUTHORITY-JOURNAL
               THRU 1600-EXIT
           IF NOT RUN-REFUSED
               PERFORM 1700-CHECK-OPERATOR-AUTHORITY
                   THRU 1700-EXIT
           END-IF
           IF RUN-REFUSED
               MOVE 'Y' TO EOF-FLAG
               GO TO 1000-EXIT
           END-IF
           IF PARM-MONTH-TOKEN = "CONVERT"
               SET CONVERT-FUNCTION TO TRUE
               PERFORM 1400-OPEN-FOR-CONVERT
                   THRU 1400-EXIT
               GO TO 1000-EXIT
           END-IF
           IF PARM-MONTH-TOKEN = "RELOAD"
               SET RELOAD-FUNCTION TO TRUE
               PERFORM 1450-OPEN-FOR-RELOAD
                   THRU 1450-EXIT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-RESOLVE-STATEMENT-MONTH
               THRU 1100-EXIT
           PERFORM 1200-RESOLVE-RETENTION
               OPEN OUTPUT STATEMENT-FILE
               PERFORM 7100-WRITE-PAGE-HEADING
                   THRU 7100-EXIT
               PERFORM 1500-OPEN-SCORING-DETAIL
                   THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
       1400-EXIT.
           EXIT.
      *****************************************************************
      * 1450-OPEN-FOR-RELOAD - THE ONE-TIME CUT-OVER TO THE 164-BYTE
      * RECORD: OPEN THE UNLOADED 156-BYTE MASTER FOR INPUT AND THE
      * NEWLY DEFINED MASTER FOR UPDATE. THE CUT-OVER HAS ALREADY
      * DELETED THE OLD MASTER, SO AN UNLOAD THAT WILL NOT OPEN IS
      * NOT "NOTHING TO DO" - THE RUN ENDS RC 16.
      *****************************************************************
       1450-OPEN-FOR-RELOAD.
           OPEN INPUT UNLOADED-HISTORY-FILE
           IF UNLOADED-HISTORY-STATUS = "00"
               SET UNLOADED-HISTORY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1MEND - UNLOADED HISTORY MASTER "
                   UNLOADED-HISTORY-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " UNLOADED-HISTORY-STATUS
                   "). RUN TERMINATED - THE NEW MASTER IS EMPTY."
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
               GO TO 1450-EXIT
           END-IF
           OPEN I-O HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF HISTORY-FILE-STATUS = "00"
               SET FILES-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1MEND - HISTORY MASTER " HISTORY-FILENAME
                   " COULD NOT BE OPENED (STATUS "
                   HISTORY-FILE-STATUS "). RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
           END-IF.
       1450-EXIT.
           EXIT.
      *****************************************************************
      * 1500-OPEN-SCORING-DETAIL - OPEN THE SCORING-DETAIL MASTER FOR
      * ITS RETENTION PURGE. A MASTER NOT YET CREATED HAS NOTHING TO
      * PURGE; ONE THAT WILL NOT OPEN IS REPORTED AND LEFT ALONE -
      * IT DOES NOT STOP THE STATEMENT OR THE HISTORY PURGE.
      *****************************************************************
       1500-OPEN-SCORING-DETAIL.
           OPEN I-O DETAIL-FILE
           IF DETAIL-FILE-STATUS = "00"
               SET DETAIL-IS-OPEN TO TRUE
               MOVE 'N' TO DETAIL-EOF-FLAG
           ELSE
               IF DETAIL-FILE-STATUS NOT = "35"
                   DISPLAY "AOC1MEND - WARNING: SCORING-DETAIL "
                       "MASTER " DETAIL-FILENAME " COULD NOT BE "
                       "OPENED (STATUS " DETAIL-FILE-STATUS
                       "). ITS RETENTION PURGE IS SKIPPED."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1500-EXIT.
           EXIT.
      *****************************************************************
      * 1600-OPEN-AUTHORITY-JOURNAL - OPEN THE RETAINED AUTHORITY
      * JOURNAL FOR APPEND, CREATING IT ON ITS VERY FIRST USE. A
      * PURGE THAT COULD NOT LOG A REFUSAL DOES NOT RUN.
      *****************************************************************
       1600-OPEN-AUTHORITY-JOURNAL.
           OPEN EXTEND AUTHORITY-JOURNAL-FILE
           IF AUTHORITY-JOURNAL-STATUS = "35"
               OPEN OUTPUT AUTHORITY-JOURNAL-FILE
           END-IF
           IF AUTHORITY-JOURNAL-STATUS = "00"
               SET AUTHORITY-JOURNAL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AOC1MEND - AUTHORITY JOURNAL "
                   AUTHORITY-JOURNAL-FILENAME " COULD NOT BE OPENED "
                   "(STATUS " AUTHORITY-JOURNAL-STATUS "). AN "
                   "UPDATING FUNCTION CANNOT RUN UNLOGGED - RUN "
                   "TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET RUN-REFUSED TO TRUE
           END-IF.
       1600-EXIT.
           EXIT.
      *****************************************************************
      * 1700-CHECK-OPERATOR-AUTHORITY - REFUSE THE RUN UNLESS THE
      * PARM'S OPERATOR IS ON THE OPERATOR MASTER, ACTIVE AND HOLDS
      * PURGE AUTHORITY. AN OPERATOR MASTER THAT CANNOT BE READ
      * REFUSES EVERYBODY. THE REFUSAL IS LOGGED WITH THE PARM AS ITS
      * SUBJECT.
      *****************************************************************
       1700-CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO REFUSAL-REASON
           IF OPERATOR-ID = SPACES
               MOVE "NO OPERATOR ID ON THE PARM" TO REFUSAL-REASON
               DISPLAY "AOC1MEND - THE " REQUESTED-FUNCTION
                   " FUNCTION NEEDS THE OPERATOR ID AS THE THIRD "
                   "PARM TOKEN. RUN TERMINATED."
           ELSE
               PERFORM 1710-READ-OPERATOR-AUTHORITY
                   THRU 1710-EXIT
           END-IF
           IF REFUSAL-REASON = SPACES
               GO TO 1700-EXIT
           END-IF
           MOVE SPACES TO AUTHORITY-JOURNAL-RECORD
           MOVE RUN-DATE TO AUJ-DATE
           MOVE OPERATOR-ID TO AUJ-OPERATOR
           MOVE 'R' TO AUJ-EVENT
           MOVE "AOC1MEND" TO AUJ-PROGRAM
           MOVE REQUESTED-FUNCTION TO AUJ-FUNCTION
           STRING "PARM " DELIMITED BY SIZE
                  PARM-STRING DELIMITED BY SPACE
                  INTO AUJ-SUBJECT
           MOVE REFUSAL-REASON TO AUJ-REASON
           WRITE AUTHORITY-JOURNAL-RECORD
           MOVE 16 TO RETURN-CODE
           SET RUN-REFUSED TO TRUE.
       1700-EXIT.
           EXIT.
      *****************************************************************
      * 1710-READ-OPERATOR-AUTHORITY - LOOK THE PARM'S OPERATOR UP ON
      * THE OPERATOR MASTER AND LEAVE ANY REASON TO REFUSE IN
      * REFUSAL-REASON
      *****************************************************************
       1710-READ-OPERATOR-AUTHORITY.
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
             AND NOT OPR-MAY-PURGE
               MOVE "NO PURGE AUTHORITY" TO REFUSAL-REASON
           END-IF
           IF REFUSAL-REASON NOT = SPACES
               DISPLAY "AOC1MEND - OPERATOR " OPERATOR-ID " IS REFUSED "
                   "THE " REQUESTED-FUNCTION " FUNCTION: "
                   REFUSAL-REASON ". RUN TERMINATED."
           END-IF.
       1710-EXIT.
           EXIT.
      *****************************************************************
      * 2000-CONVERT-OLD-HISTORY - LOAD ONE LINE OF THE RETIRED
      * APPEND-ONLY HISTORY DATASET INTO THE KEYED MASTER. A BLANK
      * OR UNREADABLE DROP SEQUENCE READS AS 01 (THE ONE-DROP-A-DAY
       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2200-RELOAD-UNLOADED-HISTORY - LOAD ONE RECORD OF THE UNLOADED
      * 156-BYTE MASTER INTO THE 164-BYTE MASTER. EVERY FIELD CARRIES
      * ACROSS AS IT WAS; THE DICTIONARY VERSION IS LEFT BLANK, THE
      * SAME AS ANY RECORD WRITTEN BEFORE THE DICTIONARY EXISTED. THE
      * UNLOAD CAME OUT OF A KEYED MASTER, SO A KEY SEEN TWICE IS NOT
      * EXPECTED, BUT ONE WOULD KEEP ITS LAST VALUE AS CONVERT DOES.
      *****************************************************************
       2200-RELOAD-UNLOADED-HISTORY.
           READ UNLOADED-HISTORY-FILE INTO UNLOADED-HISTORY-RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO 2200-EXIT
           END-READ
           IF UNL-HIST-RUN-DATE NOT NUMERIC
             OR UNL-HIST-DROP-SEQ NOT NUMERIC
             OR UNL-HIST-ANSWER NOT NUMERIC
             OR UNL-HIST-ANSWER-PART2 NOT NUMERIC
             OR UNL-HIST-RECORD-COUNT NOT NUMERIC
             OR UNL-HIST-CONTENT-TOTAL NOT NUMERIC
               ADD 1 TO CONVERT-BAD-COUNT
               DISPLAY "AOC1MEND - UNREADABLE UNLOADED HISTORY "
                   "RECORD SKIPPED: " UNLOADED-HISTORY-RECORD (1:60)
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO HISTORY-RECORD
           MOVE UNL-HIST-FILENAME TO HIST-FILENAME
           MOVE UNL-HIST-RUN-DATE TO HIST-RUN-DATE
           MOVE UNL-HIST-DROP-SEQ TO HIST-DROP-SEQ
           MOVE UNL-HIST-INSTRUMENT TO HIST-INSTRUMENT
           MOVE UNL-HIST-ANSWER TO HIST-ANSWER
           MOVE UNL-HIST-ANSWER-PART2 TO HIST-ANSWER-PART2
           MOVE UNL-HIST-RECORD-COUNT TO HIST-RECORD-COUNT
           MOVE UNL-HIST-CONTENT-TOTAL TO HIST-CONTENT-TOTAL
           MOVE UNL-HIST-RECON-STATUS TO HIST-RECON-STATUS
           MOVE UNL-HIST-RESTATED TO HIST-RESTATED
           MOVE SPACES TO HIST-DICT-VERSION
           WRITE HISTORY-RECORD
               INVALID KEY
                   REWRITE HISTORY-RECORD
                   IF HISTORY-FILE-STATUS = "00"
                       ADD 1 TO CONVERT-DUP-COUNT
                   ELSE
                       ADD 1 TO CONVERT-BAD-COUNT
                       DISPLAY "AOC1MEND - SUPERSEDE OF A "
                           "RELOADED KEY FAILED (STATUS "
                           HISTORY-FILE-STATUS ") FOR "
                           HIST-FILENAME (1:44)
                   END-IF
               NOT INVALID KEY
                   IF HISTORY-FILE-STATUS NOT = "00"
                     AND HISTORY-FILE-STATUS NOT = "02"
                       ADD 1 TO CONVERT-BAD-COUNT
                       DISPLAY "AOC1MEND - WRITE OF A RELOADED "
                           "KEY FAILED (STATUS "
                           HISTORY-FILE-STATUS ") FOR "
                           HIST-FILENAME (1:44)
                   ELSE
                       ADD 1 TO CONVERT-COUNT
                   END-IF
           END-WRITE.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * 1100-RESOLVE-STATEMENT-MONTH - A SIX-DIGIT YYYYMM PARM TOKEN
      * NAMES THE STATEMENT MONTH; WITH NO (OR AN UNUSABLE) TOKEN,
      * THE MONTH BEFORE THE RUN DATE IS USED - THE NORMAL CASE FOR
       4150-EXIT.
           EXIT.
      *****************************************************************
      * 4500-PURGE-DETAIL-RECORD - ONE PASS OVER THE SCORING-DETAIL
      * MASTER, DELETING EVERY RECORD SCORED BEFORE THE RETENTION
      * CUTOFF. THE MASTER IS FILENAME-MAJOR, SO EXPIRED RECORDS
      * ARE SPREAD THROUGH IT AND THE WHOLE MASTER IS READ.
      *****************************************************************
       4500-PURGE-DETAIL-RECORD.
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET END-OF-DETAIL TO TRUE
                   GO TO 4500-EXIT
           END-READ
           IF DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "AOC1MEND - WARNING: SCORING-DETAIL READ "
                   "FAILED (STATUS " DETAIL-FILE-STATUS
                   "). ITS RETENTION PURGE STOPS HERE."
               MOVE 4 TO RETURN-CODE
               SET END-OF-DETAIL TO TRUE
               GO TO 4500-EXIT
           END-IF
           ADD 1 TO DETAIL-READ-COUNT
           IF SDT-RUN-DATE IS NUMERIC
             AND SDT-RUN-DATE < CUTOFF-DATE
               DELETE DETAIL-FILE RECORD
               ADD 1 TO DETAIL-PURGED-COUNT
           END-IF.
       4500-EXIT.
           EXIT.
      *****************************************************************
      * 5000-REPORT-ONE-SERIES - WRITE ONE INPUT FILE'S MONTHLY
      * SECTION ON THE CONSOLIDATED STATEMENT
      *****************************************************************
           EXIT.
      *****************************************************************
      * 8000-FINALIZE - CLOSE THE FILES AND SUMMARIZE WHAT WAS
      * CONSOLIDATED, KEPT AND PURGED. A REFUSED RUN HAS NOTHING TO
      * SUMMARIZE.
      *****************************************************************
       8000-FINALIZE.
           IF AUTHORITY-JOURNAL-IS-OPEN
               CLOSE AUTHORITY-JOURNAL-FILE
           END-IF
           IF RUN-REFUSED
               GO TO 8000-EXIT
           END-IF
           IF CONVERT-FUNCTION
               IF FILES-ARE-OPEN
                   CLOSE HISTORY-FILE
               END-IF
               GO TO 8000-EXIT
           END-IF
           IF RELOAD-FUNCTION
               IF FILES-ARE-OPEN
                   CLOSE HISTORY-FILE
               END-IF
               IF UNLOADED-HISTORY-IS-OPEN
                   CLOSE UNLOADED-HISTORY-FILE
               END-IF
               MOVE CONVERT-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1MEND - HISTORY RECORDS RELOADED: "
                   DISPLAY-COUNT
               MOVE CONVERT-DUP-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1MEND - KEYS SEEN MORE THAN ONCE (LAST "
                   "VALUE KEPT): " DISPLAY-COUNT
               IF CONVERT-BAD-COUNT > ZERO
                   MOVE CONVERT-BAD-COUNT TO DISPLAY-COUNT
                   DISPLAY "AOC1MEND - WARNING: " DISPLAY-COUNT
                       " UNLOADED RECORD(S) WERE UNREADABLE OR "
                       "FAILED TO LOAD."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               GO TO 8000-EXIT
           END-IF
           IF FILES-ARE-OPEN
               CLOSE HISTORY-FILE
               CLOSE ARCHIVE-FILE
               CLOSE STATEMENT-FILE
           END-IF
           IF DETAIL-IS-OPEN
               CLOSE DETAIL-FILE
           END-IF
           MOVE LINES-READ-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1MEND - HISTORY LINES READ   : " DISPLAY-COUNT
           MOVE LINES-KEPT-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1MEND - LINES PURGED TO ARCH : " DISPLAY-COUNT
           MOVE SERIES-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1MEND - FILES ON STATEMENT   : " DISPLAY-COUNT
           IF DETAIL-IS-OPEN
               MOVE DETAIL-READ-COUNT TO DISPLAY-DETAIL-COUNT
               DISPLAY "AOC1MEND - DETAIL RECORDS READ  : "
                   DISPLAY-DETAIL-COUNT
               MOVE DETAIL-PURGED-COUNT TO DISPLAY-DETAIL-COUNT
               DISPLAY "AOC1MEND - DETAIL RECORDS PURGED: "
                   DISPLAY-DETAIL-COUNT
           END-IF
           IF BAD-LINE-COUNT > ZERO
               MOVE BAD-LINE-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1MEND - WARNING: " DISPLAY-COUNT
