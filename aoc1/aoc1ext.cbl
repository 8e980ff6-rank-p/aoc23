      *                  READS IT SEQUENTIALLY IN KEY ORDER, WHICH
      *                  CHANGES NOTHING HERE BEYOND THE FILE
      *                  ORGANIZATION.
      * 2026-10-15  DSB  NOTHING REACHES THE WAREHOUSE WITHOUT
      *                  SUPERVISOR SIGN-OFF. TONIGHT'S DROPS GO ON
      *                  THE NEW KEYED RELEASE-APPROVAL MASTER
      *                  (RELMAST, LAYOUT IN AOC1REL) AS AWAITING
      *                  SIGN-OFF, AND THE FEED CARRIES ONLY DROPS
      *                  APPROVED THROUGH AOC1SGN - TONIGHT'S OR A
      *                  HELD DROP FROM ANY EARLIER NIGHT - EACH
      *                  UNDER ITS ORIGINAL RUN DATE (NEW DETAIL
      *                  FIELD). A DROP RESCORED AFTER ITS DECISION
      *                  GOES BACK TO AWAITING SIGN-OFF. NO FEED IS
      *                  CUT WHEN THE MASTER WILL NOT OPEN.
      * 2026-10-15  DSB  EVERY FEED IS NOW KEPT ON THE KEYED FEED LOG
      *                  (FEEDLOG, LAYOUT IN AOC1FLG): EACH INTERFACE
      *                  LINE AS WRITTEN AND A CONTROL RECORD WITH THE
      *                  RUN DATE, DETAIL COUNT AND HASH TOTALS, FOR
      *                  AOC1ACK TO RECONCILE THE WAREHOUSE'S
      *                  ACKNOWLEDGEMENTS AGAINST AND TO RESEND FROM.
      *                  A FEED REBUILT UNDER A SEQUENCE THAT WAS
      *                  NEVER SAVED REPLACES ITS LOGGED COPY. NO FEED
      *                  IS CUT WHEN THE LOG WILL NOT OPEN.
      * 2026-10-15  DSB  THE SIGN-OFF FINGERPRINT NOW ALSO HOLDS BOTH
      *                  ANSWERS AND THE RESTATED FLAG, SO A RESCORE
      *                  OF THE SAME RECORDS OR AN AOC1RST
      *                  RESTATEMENT WITHDRAWS THE DECISION. AN
      *                  APPROVED DROP IS CHECKED AGAIN AS IT IS FED,
      *                  AND ONE THAT NO LONGER MATCHES GOES BACK TO
      *                  AWAITING SIGN-OFF UNFED.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC
               HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO DYNAMIC
               RELEASE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS RELEASE-FILE-STATUS.
           SELECT FEED-LOG-FILE ASSIGN TO DYNAMIC
               FEED-LOG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLG-KEY
               FILE STATUS IS FEED-LOG-FILE-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO DYNAMIC
               SEQUENCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
      *
       FD  HISTORY-FILE.
           COPY AOC1HST.
      *
       FD  RELEASE-FILE.
           COPY AOC1REL.
      *
       FD  FEED-LOG-FILE.
           COPY AOC1FLG.
      *
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           88  RUN-STATUS-WAS-READ                      VALUE 'Y'.
       01  STATUS-STALE-FLAG           PIC X           VALUE 'N'.
           88  RUN-STATUS-IS-STALE                      VALUE 'Y'.
       01  RELEASE-OPEN-FLAG           PIC X           VALUE 'N'.
           88  RELEASE-IS-OPEN                          VALUE 'Y'.
       01  RELEASE-EOF-FLAG            PIC X           VALUE 'N'.
           88  END-OF-RELEASE                           VALUE 'Y'.
       01  FEED-LOG-OPEN-FLAG          PIC X           VALUE 'N'.
           88  FEED-LOG-IS-OPEN                         VALUE 'Y'.
       01  FEED-LOG-SHORT-FLAG         PIC X           VALUE 'N'.
           88  FEED-LOG-IS-SHORT                        VALUE 'Y'.
       01  CLEAR-DONE-FLAG             PIC X           VALUE 'N'.
           88  CLEAR-IS-DONE                            VALUE 'Y'.
      *****************************************************************
      * DATASET NAMES
      *****************************************************************
                                        VALUE "DD:SEQFILE".
       01  WAREHOUSE-FILENAME          PIC X(100)
                                        VALUE "DD:WHXFILE".
       01  RELEASE-FILENAME            PIC X(100)
                                        VALUE "DD:RELMAST".
       01  FEED-LOG-FILENAME           PIC X(100)
                                        VALUE "DD:FEEDLOG".
       01  DD-OVERRIDE                 PIC X(100)      VALUE SPACES.
       01  STATUS-FILE-STATUS          PIC XX          VALUE SPACES.
       01  HISTORY-FILE-STATUS         PIC XX          VALUE SPACES.
       01  SEQUENCE-FILE-STATUS        PIC XX          VALUE SPACES.
       01  WAREHOUSE-FILE-STATUS       PIC XX          VALUE SPACES.
       01  RELEASE-FILE-STATUS         PIC XX          VALUE SPACES.
       01  FEED-LOG-FILE-STATUS        PIC XX          VALUE SPACES.
      *****************************************************************
      * FEED SEQUENCE AND RUN FACTS
      *****************************************************************
       01  HASH-ANSWER-PART2           PIC 9(12)       VALUE ZERO.
       01  HASH-RECORDS                PIC 9(12)       VALUE ZERO.
       01  DISPLAY-COUNT               PIC Z(5)9.
       01  LOG-LINE-NO                 PIC 9(06)       VALUE ZERO.
       01  REPLACED-LINE-COUNT         PIC 9(06)  COMP  VALUE ZERO.
      *****************************************************************
      * SIGN-OFF COUNTS
      *****************************************************************
       01  REGISTERED-COUNT            PIC 9(06)  COMP  VALUE ZERO.
       01  WITHDRAWN-COUNT             PIC 9(06)  COMP  VALUE ZERO.
       01  AWAITING-COUNT              PIC 9(06)  COMP  VALUE ZERO.
       01  HELD-COUNT                  PIC 9(06)  COMP  VALUE ZERO.
       01  CARRIED-FED-COUNT           PIC 9(06)  COMP  VALUE ZERO.
       01  NOT-ON-HISTORY-COUNT        PIC 9(06)  COMP  VALUE ZERO.
       01  FINGERPRINT-RECORDS         PIC 9(10)       VALUE ZERO.
       01  FINGERPRINT-CONTENT         PIC 9(10)       VALUE ZERO.
       01  FINGERPRINT-ANSWER          PIC 9(10)       VALUE ZERO.
       01  FINGERPRINT-ANSWER-PART2    PIC 9(10)       VALUE ZERO.
       01  FINGERPRINT-RESTATED        PIC X           VALUE SPACE.
       01  FINGERPRINT-MATCH-FLAG      PIC X           VALUE 'N'.
           88  FINGERPRINT-MATCHES                     VALUE 'Y'.
      *
       PROCEDURE DIVISION.
      *****************************************************************
                   THRU 2000-EXIT
               PERFORM 3000-RESOLVE-FEED-SEQUENCE
                   THRU 3000-EXIT
               PERFORM 3500-CLEAR-LOGGED-COPY
                   THRU 3500-EXIT
               PERFORM 4000-WRITE-HEADER
                   THRU 4000-EXIT
               PERFORM 5000-REGISTER-HISTORY-LINE
                   THRU 5000-EXIT
                   UNTIL END-OF-FILE
               PERFORM 5500-START-RELEASE-SCAN
                   THRU 5500-EXIT
               PERFORM 5600-FEED-RELEASED-DROP
                   THRU 5600-EXIT
                   UNTIL END-OF-RELEASE
               PERFORM 6000-WRITE-TRAILER
                   THRU 6000-EXIT
               PERFORM 6500-LOG-FEED-CONTROL
                   THRU 6500-EXIT
               PERFORM 7000-SAVE-FEED-SEQUENCE
                   THRU 7000-EXIT
           END-IF.
               THRU 8000-EXIT.
           STOP RUN.
      *****************************************************************
      * 1000-INITIALIZE - RESOLVE DATASET NAMES AND OPEN THE HISTORY,
      * THE RELEASE-APPROVAL MASTER AND THE INTERFACE FILE. THE
      * HISTORY IS THE FEED'S BACKBONE - WITHOUT IT THERE IS NOTHING
      * HONEST TO SEND - AND WITHOUT THE RELEASE MASTER NOTHING IS
      * SIGNED OFF TO SEND. A FEED THE FEED LOG CANNOT RECORD COULD
      * NEVER BE RECONCILED OR RESENT, SO THE LOG IS REQUIRED TOO. ALL
      * THREE ARE OPENED BEFORE THE INTERFACE FILE SO A REFUSED RUN
      * LEAVES THE LAST FEED UNTOUCHED.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_STSFILE"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO WAREHOUSE-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_RELMAST"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO RELEASE-FILENAME
           END-IF
           ACCEPT DD-OVERRIDE FROM ENVIRONMENT "DD_FEEDLOG"
           IF DD-OVERRIDE NOT = SPACES
               MOVE DD-OVERRIDE TO FEED-LOG-FILENAME
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-FLAG
               GO TO 1000-EXIT
           END-IF
           OPEN I-O RELEASE-FILE
           IF RELEASE-FILE-STATUS = "35"
               OPEN OUTPUT RELEASE-FILE
               CLOSE RELEASE-FILE
               OPEN I-O RELEASE-FILE
           END-IF
           IF RELEASE-FILE-STATUS NOT = "00"
               DISPLAY "AOC1EXT - RELEASE-APPROVAL MASTER "
                   RELEASE-FILENAME " COULD NOT BE OPENED (STATUS "
                   RELEASE-FILE-STATUS "). NO FEED WAS CUT - NOTHING "
                   "IS RELEASED WITHOUT SIGN-OFF."
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
               GO TO 1000-EXIT
           END-IF
           SET RELEASE-IS-OPEN TO TRUE
           OPEN I-O FEED-LOG-FILE
           IF FEED-LOG-FILE-STATUS = "35"
               OPEN OUTPUT FEED-LOG-FILE
               CLOSE FEED-LOG-FILE
               OPEN I-O FEED-LOG-FILE
           END-IF
           IF FEED-LOG-FILE-STATUS NOT = "00"
               DISPLAY "AOC1EXT - FEED LOG " FEED-LOG-FILENAME
                   " COULD NOT BE OPENED (STATUS "
                   FEED-LOG-FILE-STATUS "). NO FEED WAS CUT."
               CLOSE HISTORY-FILE
               CLOSE RELEASE-FILE
               MOVE 'N' TO RELEASE-OPEN-FLAG
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
               GO TO 1000-EXIT
           END-IF
           SET FEED-LOG-IS-OPEN TO TRUE
           OPEN OUTPUT WAREHOUSE-FILE
           IF WAREHOUSE-FILE-STATUS NOT = "00"
               DISPLAY "AOC1EXT - INTERFACE DATASET "
                   "(STATUS " WAREHOUSE-FILE-STATUS "). NO FEED "
                   "WAS CUT."
               CLOSE HISTORY-FILE
               CLOSE RELEASE-FILE
               CLOSE FEED-LOG-FILE
               MOVE 'N' TO RELEASE-OPEN-FLAG
               MOVE 'N' TO FEED-LOG-OPEN-FLAG
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO EOF-FLAG
               GO TO 1000-EXIT
       3000-EXIT.
           EXIT.
      *****************************************************************
      * 3500-CLEAR-LOGGED-COPY - A SEQUENCE ALREADY ON THE FEED LOG
      * BELONGS TO A FEED WHOSE RUN NEVER SAVED THE SEQUENCE (IT
      * FAILED AFTER CUTTING, OR THE SAVE ITSELF FAILED). TONIGHT'S
      * FEED GOES OUT UNDER THE SAME NUMBER AND REPLACES THAT ONE,
      * SO ITS LOGGED COPY GOES TOO. THE LINES ARE NUMBERED FROM ONE
      * WITH NO GAPS, SO THE CLEAR STOPS AT THE FIRST MISSING LINE.
      *****************************************************************
       3500-CLEAR-LOGGED-COPY.
           MOVE FEED-SEQUENCE TO FLG-FEED-SEQUENCE
           MOVE ZERO TO FLG-LINE-NO
           DELETE FEED-LOG-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE 'N' TO CLEAR-DONE-FLAG
           PERFORM 3550-CLEAR-LOGGED-LINE
               THRU 3550-EXIT
               VARYING LOG-LINE-NO FROM 1 BY 1
               UNTIL CLEAR-IS-DONE
           IF REPLACED-LINE-COUNT > ZERO
               DISPLAY "AOC1EXT - FEED SEQUENCE " FEED-SEQUENCE
                   " WAS ALREADY ON THE FEED LOG FROM A RUN THAT "
                   "NEVER SAVED IT. TONIGHT'S FEED REPLACES IT."
           END-IF
           MOVE ZERO TO LOG-LINE-NO.
       3500-EXIT.
           EXIT.
      *
       3550-CLEAR-LOGGED-LINE.
           MOVE FEED-SEQUENCE TO FLG-FEED-SEQUENCE
           MOVE LOG-LINE-NO TO FLG-LINE-NO
           DELETE FEED-LOG-FILE
               INVALID KEY
                   SET CLEAR-IS-DONE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO REPLACED-LINE-COUNT
           END-DELETE.
       3550-EXIT.
           EXIT.
      *****************************************************************
      * 4000-WRITE-HEADER
      *****************************************************************
       4000-WRITE-HEADER.
           MOVE STS-EXCEPTIONS-WORK TO WHX-RUN-EXCEPTIONS
           MOVE STS-EDIT-REJ-WORK TO WHX-RUN-EDIT-REJ
           MOVE STS-RECON-WORK TO WHX-RUN-RECON
           WRITE WAREHOUSE-RECORD
           PERFORM 5900-LOG-FEED-LINE
               THRU 5900-EXIT.
       4000-EXIT.
           EXIT.
      *****************************************************************
      * 5000-REGISTER-HISTORY-LINE - EVERY FILE-LEVEL HISTORY LINE
      * WRITTEN UNDER TODAY'S RUN DATE GOES ON THE RELEASE-APPROVAL
      * MASTER AS AWAITING SIGN-OFF. INSTRUMENT SUB-LINES ARE SKIPPED
      * (THE FILE LINE CARRIES THOSE AMOUNTS). NOTHING IS FED FROM
      * THIS PASS - THE FEED IS CUT FROM THE MASTER AFTERWARDS.
      *****************************************************************
       5000-REGISTER-HISTORY-LINE.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
               NOT AT END
                     AND HIST-ANSWER-PART2 IS NUMERIC
                     AND HIST-RECORD-COUNT IS NUMERIC
                     AND HIST-INSTRUMENT = SPACES
                       PERFORM 5050-REGISTER-DROP
                           THRU 5050-EXIT
                   END-IF
           END-READ.
       5000-EXIT.
           EXIT.
      *****************************************************************
      * 5050-REGISTER-DROP - PUT ONE OF TONIGHT'S DROPS ON THE MASTER.
      * A DROP ALREADY THERE (SIGNED OFF AHEAD OF THIS STEP, OR A
      * RERUN) KEEPS ITS DECISION UNLESS IT HAS BEEN RESCORED SINCE -
      * THEN THE DECISION IS WITHDRAWN AND THE DROP WAITS FOR SIGN-OFF
      * AGAIN ON ITS NEW NUMBERS.
      *****************************************************************
       5050-REGISTER-DROP.
           MOVE HIST-FILENAME TO REL-FILENAME
           MOVE HIST-RUN-DATE TO REL-RUN-DATE
           IF HIST-DROP-SEQ IS NUMERIC
               MOVE HIST-DROP-SEQ TO REL-DROP-SEQ
           ELSE
               MOVE 1 TO REL-DROP-SEQ
           END-IF
           READ RELEASE-FILE
               INVALID KEY
                   MOVE SPACES TO REL-REASON REL-DECIDED-BY
                   SET REL-AWAITING TO TRUE
                   MOVE RUN-DATE TO REL-AWAITING-SINCE
                   PERFORM 5080-STAMP-FINGERPRINT
                       THRU 5080-EXIT
                   MOVE ZERO TO REL-DECIDED-DATE
                   MOVE ZERO TO REL-FED-DATE
                   MOVE ZERO TO REL-FEED-SEQUENCE
                   WRITE RELEASE-RECORD
                       INVALID KEY
                           DISPLAY "AOC1EXT - WARNING: " HIST-FILENAME
                               " COULD NOT BE PUT ON THE RELEASE "
                               "MASTER (STATUS " RELEASE-FILE-STATUS
                               ")."
                           MOVE 4 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO REGISTERED-COUNT
                   END-WRITE
                   GO TO 5050-EXIT
           END-READ
           PERFORM 5070-COMPARE-FINGERPRINT
               THRU 5070-EXIT
           IF FINGERPRINT-MATCHES
               GO TO 5050-EXIT
           END-IF
           IF NOT REL-AWAITING
               PERFORM 5090-WITHDRAW-DECISION
                   THRU 5090-EXIT
           END-IF
           PERFORM 5080-STAMP-FINGERPRINT
               THRU 5080-EXIT
           REWRITE RELEASE-RECORD
               INVALID KEY
                   DISPLAY "AOC1EXT - WARNING: RELEASE RECORD FOR "
                       REL-FILENAME " COULD NOT BE UPDATED (STATUS "
                       RELEASE-FILE-STATUS ")."
                   MOVE 4 TO RETURN-CODE
           END-REWRITE.
       5050-EXIT.
           EXIT.
      *****************************************************************
      * 5070-COMPARE-FINGERPRINT - TAKE THE FINGERPRINT OF THE HISTORY
      * LINE JUST READ AND SET FINGERPRINT-MATCHES WHEN IT IS THE ONE
      * ON THE RELEASE RECORD. THE ANSWERS AND THE RESTATED FLAG ARE
      * PART OF IT: A RESCORE OF THE SAME RECORDS, OR AN AOC1RST
      * RESTATEMENT, MOVES THE ANSWERS WITHOUT MOVING THE COUNT OR
      * THE CONTENT TOTAL.
      *****************************************************************
       5070-COMPARE-FINGERPRINT.
           MOVE HIST-RECORD-COUNT TO FINGERPRINT-RECORDS
           IF HIST-CONTENT-TOTAL IS NUMERIC
               MOVE HIST-CONTENT-TOTAL TO FINGERPRINT-CONTENT
           ELSE
               MOVE ZERO TO FINGERPRINT-CONTENT
           END-IF
           MOVE HIST-ANSWER TO FINGERPRINT-ANSWER
           MOVE HIST-ANSWER-PART2 TO FINGERPRINT-ANSWER-PART2
           MOVE HIST-RESTATED TO FINGERPRINT-RESTATED
           MOVE 'N' TO FINGERPRINT-MATCH-FLAG
           IF FINGERPRINT-RECORDS = REL-RECORD-COUNT
             AND FINGERPRINT-CONTENT = REL-CONTENT-TOTAL
             AND FINGERPRINT-ANSWER = REL-ANSWER
             AND FINGERPRINT-ANSWER-PART2 = REL-ANSWER-PART2
             AND FINGERPRINT-RESTATED = REL-RESTATED
               SET FINGERPRINT-MATCHES TO TRUE
           END-IF.
       5070-EXIT.
           EXIT.
      *****************************************************************
      * 5080-STAMP-FINGERPRINT - CARRY THE HISTORY LINE'S FINGERPRINT
      * AND RECONCILIATION OUTCOME ONTO THE RELEASE RECORD
      *****************************************************************
       5080-STAMP-FINGERPRINT.
           MOVE HIST-RECORD-COUNT TO REL-RECORD-COUNT
           IF HIST-CONTENT-TOTAL IS NUMERIC
               MOVE HIST-CONTENT-TOTAL TO REL-CONTENT-TOTAL
           ELSE
               MOVE ZERO TO REL-CONTENT-TOTAL
           END-IF
           MOVE HIST-ANSWER TO REL-ANSWER
           MOVE HIST-ANSWER-PART2 TO REL-ANSWER-PART2
           MOVE HIST-RESTATED TO REL-RESTATED
           MOVE HIST-RECON-STATUS TO REL-RECON-STATUS.
       5080-EXIT.
           EXIT.
      *****************************************************************
      * 5090-WITHDRAW-DECISION - THE DROP'S NUMBERS MOVED AFTER ITS
      * SIGN-OFF DECISION. PUT IT BACK TO AWAITING SIGN-OFF.
      *****************************************************************
       5090-WITHDRAW-DECISION.
           DISPLAY "AOC1EXT - " REL-FILENAME
           DISPLAY "  RUN " REL-RUN-DATE " SEQUENCE " REL-DROP-SEQ
               " WAS RESCORED OR RESTATED AFTER ITS SIGN-OFF "
               "DECISION (STATUS " REL-STATUS "). THE DECISION IS "
               "WITHDRAWN AND THE DROP AWAITS SIGN-OFF AGAIN."
           MOVE "RESCORED AFTER SIGN-OFF - DECISION WITHDRAWN"
               TO REL-REASON
           MOVE ZERO TO REL-DECIDED-DATE
           MOVE SPACES TO REL-DECIDED-BY
           MOVE RUN-DATE TO REL-AWAITING-SINCE
           SET REL-AWAITING TO TRUE
           ADD 1 TO WITHDRAWN-COUNT.
       5090-EXIT.
           EXIT.
      *
       5100-WRITE-DETAIL.
           MOVE SPACES TO WAREHOUSE-RECORD
           SET WHX-DETAIL TO TRUE
           MOVE HIST-FILENAME TO WHX-FILENAME
           MOVE HIST-RUN-DATE TO WHX-DROP-RUN-DATE
           MOVE HIST-RECORD-COUNT TO WHX-RECORDS-READ
           MOVE HIST-ANSWER TO WHX-ANSWER
           MOVE HIST-ANSWER-PART2 TO WHX-ANSWER-PART2
               MOVE 1 TO WHX-DROP-SEQ
           END-IF
           WRITE WAREHOUSE-RECORD
           PERFORM 5900-LOG-FEED-LINE
               THRU 5900-EXIT
           ADD 1 TO DETAIL-COUNT
           ADD HIST-ANSWER TO HASH-ANSWER
           ADD HIST-ANSWER-PART2 TO HASH-ANSWER-PART2
       5100-EXIT.
           EXIT.
      *****************************************************************
      * 5500-START-RELEASE-SCAN - POSITION AT THE TOP OF THE RELEASE
      * MASTER FOR THE FEED PASS
      *****************************************************************
       5500-START-RELEASE-SCAN.
           MOVE LOW-VALUES TO REL-KEY
           START RELEASE-FILE KEY >= REL-KEY
               INVALID KEY
                   SET END-OF-RELEASE TO TRUE
           END-START.
       5500-EXIT.
           EXIT.
      *****************************************************************
      * 5600-FEED-RELEASED-DROP - ONE DETAIL PER APPROVED DROP, FROM
      * ITS FILE-LEVEL HISTORY LINE, WHATEVER NIGHT IT WAS SCORED;
      * THE DROP IS THEN MARKED FED UNDER TONIGHT'S FEED SEQUENCE. A
      * DROP ALREADY MARKED FED UNDER THE SEQUENCE BEING CUT NOW WAS
      * FED BY A RUN THAT NEVER SAVED THE SEQUENCE, AND IS FED AGAIN
      * SO THE REBUILT FEED IS COMPLETE. HELD AND AWAITING DROPS ARE
      * CARRIED FORWARD UNTOUCHED; REJECTED DROPS ARE NEVER FED.
      *****************************************************************
       5600-FEED-RELEASED-DROP.
           READ RELEASE-FILE NEXT RECORD
               AT END
                   SET END-OF-RELEASE TO TRUE
                   GO TO 5600-EXIT
           END-READ
           IF REL-APPROVED
             OR (REL-FED AND REL-FEED-SEQUENCE = FEED-SEQUENCE)
               PERFORM 5700-FEED-ONE-DROP
                   THRU 5700-EXIT
           ELSE
           IF REL-HELD
               ADD 1 TO HELD-COUNT
           ELSE
           IF REL-AWAITING
               ADD 1 TO AWAITING-COUNT
           END-IF
           END-IF
           END-IF.
       5600-EXIT.
           EXIT.
      *
       5700-FEED-ONE-DROP.
           MOVE REL-FILENAME TO HIST-FILENAME
           MOVE REL-RUN-DATE TO HIST-RUN-DATE
           MOVE REL-DROP-SEQ TO HIST-DROP-SEQ
           MOVE SPACES TO HIST-INSTRUMENT
           READ HISTORY-FILE
               INVALID KEY
                   DISPLAY "AOC1EXT - WARNING: APPROVED DROP "
                       REL-FILENAME
                   DISPLAY "  RUN " REL-RUN-DATE " SEQUENCE "
                       REL-DROP-SEQ " IS NO LONGER ON HISTORY AND "
                       "WAS NOT FED."
                   ADD 1 TO NOT-ON-HISTORY-COUNT
                   MOVE 4 TO RETURN-CODE
                   GO TO 5700-EXIT
           END-READ
      * A DROP RESCORED OR RESTATED SINCE IT WAS DECIDED IS NOT THE
      * DROP THE SUPERVISOR APPROVED - IT GOES BACK FOR SIGN-OFF
           PERFORM 5070-COMPARE-FINGERPRINT
               THRU 5070-EXIT
           IF NOT FINGERPRINT-MATCHES
               PERFORM 5090-WITHDRAW-DECISION
                   THRU 5090-EXIT
               PERFORM 5080-STAMP-FINGERPRINT
                   THRU 5080-EXIT
               ADD 1 TO AWAITING-COUNT
               REWRITE RELEASE-RECORD
                   INVALID KEY
                       DISPLAY "AOC1EXT - WARNING: RELEASE RECORD FOR "
                           REL-FILENAME " COULD NOT BE UPDATED (STATUS "
                           RELEASE-FILE-STATUS ")."
                       MOVE 4 TO RETURN-CODE
               END-REWRITE
               GO TO 5700-EXIT
           END-IF
           PERFORM 5100-WRITE-DETAIL
               THRU 5100-EXIT
           IF REL-RUN-DATE NOT = RUN-DATE
               ADD 1 TO CARRIED-FED-COUNT
           END-IF
           SET REL-FED TO TRUE
           MOVE RUN-DATE TO REL-FED-DATE
           MOVE FEED-SEQUENCE TO REL-FEED-SEQUENCE
           REWRITE RELEASE-RECORD
               INVALID KEY
                   DISPLAY "AOC1EXT - WARNING: RELEASE RECORD FOR "
                       REL-FILENAME " COULD NOT BE MARKED FED (STATUS "
                       RELEASE-FILE-STATUS "). IT WILL FEED AGAIN."
                   MOVE 4 TO RETURN-CODE
           END-REWRITE.
       5700-EXIT.
           EXIT.
      *****************************************************************
      * 5900-LOG-FEED-LINE - COPY THE INTERFACE RECORD JUST WRITTEN
      * TO THE FEED LOG AS THE FEED'S NEXT LINE
      *****************************************************************
       5900-LOG-FEED-LINE.
           ADD 1 TO LOG-LINE-NO
           MOVE FEED-SEQUENCE TO FLG-FEED-SEQUENCE
           MOVE LOG-LINE-NO TO FLG-LINE-NO
           MOVE WAREHOUSE-RECORD TO FLG-FEED-LINE
           WRITE FEED-LOG-RECORD
               INVALID KEY
                   SET FEED-LOG-IS-SHORT TO TRUE
           END-WRITE.
       5900-EXIT.
           EXIT.
      *****************************************************************
      * 6000-WRITE-TRAILER
      *****************************************************************
       6000-WRITE-TRAILER.
           MOVE HASH-ANSWER TO WHX-HASH-ANSWER
           MOVE HASH-ANSWER-PART2 TO WHX-HASH-ANS-PART2
           MOVE HASH-RECORDS TO WHX-HASH-RECORDS
           WRITE WAREHOUSE-RECORD
           PERFORM 5900-LOG-FEED-LINE
               THRU 5900-EXIT.
       6000-EXIT.
           EXIT.
      *****************************************************************
      * 6500-LOG-FEED-CONTROL - WRITE THE FEED'S CONTROL RECORD TO THE
      * FEED LOG, LAST, ONCE EVERY LINE IS WRITTEN: THE TRAILER'S
      * COUNT AND HASHES THE WAREHOUSE'S ACKNOWLEDGEMENT IS CHECKED
      * AGAINST, AND THE NUMBER OF LINES A RESEND MUST FIND. THE
      * FEED STARTS OUT SENT AND AWAITING ACKNOWLEDGEMENT.
      *****************************************************************
       6500-LOG-FEED-CONTROL.
           MOVE SPACES TO FEED-LOG-RECORD
           MOVE FEED-SEQUENCE TO FLG-FEED-SEQUENCE
           MOVE ZERO TO FLG-LINE-NO
           MOVE RUN-DATE TO FLG-RUN-DATE
           MOVE DETAIL-COUNT TO FLG-DETAIL-COUNT
           MOVE HASH-ANSWER TO FLG-HASH-ANSWER
           MOVE HASH-ANSWER-PART2 TO FLG-HASH-ANS-PART2
           MOVE HASH-RECORDS TO FLG-HASH-RECORDS
           MOVE LOG-LINE-NO TO FLG-LINE-COUNT
           SET FLG-SENT TO TRUE
           MOVE RUN-DATE TO FLG-LAST-SENT-DATE
           MOVE ZERO TO FLG-RESEND-COUNT
           MOVE ZERO TO FLG-ACK-DATE
           MOVE ZERO TO FLG-ACK-DETAIL-COUNT
           MOVE ZERO TO FLG-ACK-HASH-ANSWER
           MOVE ZERO TO FLG-ACK-HASH-PART2
           MOVE ZERO TO FLG-ACK-HASH-RECORDS
           WRITE FEED-LOG-RECORD
               INVALID KEY
                   SET FEED-LOG-IS-SHORT TO TRUE
           END-WRITE
           IF FEED-LOG-IS-SHORT
               DISPLAY "AOC1EXT - WARNING: FEED SEQUENCE "
                   FEED-SEQUENCE " IS NOT COMPLETE ON THE FEED LOG "
                   "(STATUS " FEED-LOG-FILE-STATUS "). IT CANNOT BE "
                   "RESENT FROM THE LOG."
               MOVE 4 TO RETURN-CODE
           END-IF.
       6500-EXIT.
           EXIT.
      *****************************************************************
      * 7000-SAVE-FEED-SEQUENCE - WRITE THE SEQUENCE JUST USED BACK
      * TO ITS DATASET SO TOMORROW'S FEED STEPS IT BY ONE AGAIN.
      * SAVED ONLY AFTER THE FEED IS COMPLETELY WRITTEN - A FAILED
               CLOSE HISTORY-FILE
               CLOSE WAREHOUSE-FILE
           END-IF
           IF RELEASE-IS-OPEN
               CLOSE RELEASE-FILE
           END-IF
           IF FEED-LOG-IS-OPEN
               CLOSE FEED-LOG-FILE
           END-IF
           MOVE FEED-SEQUENCE TO DISPLAY-COUNT
           DISPLAY "AOC1EXT - FEED SEQUENCE        : " DISPLAY-COUNT
           MOVE DETAIL-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1EXT - DETAIL RECORDS FED   : " DISPLAY-COUNT
           MOVE CARRIED-FED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1EXT -   FROM EARLIER NIGHTS: " DISPLAY-COUNT
           MOVE REGISTERED-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1EXT - NEW FOR SIGN-OFF     : " DISPLAY-COUNT
           MOVE AWAITING-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1EXT - AWAITING SIGN-OFF    : " DISPLAY-COUNT
           MOVE HELD-COUNT TO DISPLAY-COUNT
           DISPLAY "AOC1EXT - HELD, CARRIED FORWARD: " DISPLAY-COUNT
           IF WITHDRAWN-COUNT > ZERO
               MOVE WITHDRAWN-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1EXT - DECISIONS WITHDRAWN  : " DISPLAY-COUNT
           END-IF
           IF NOT-ON-HISTORY-COUNT > ZERO
               MOVE NOT-ON-HISTORY-COUNT TO DISPLAY-COUNT
               DISPLAY "AOC1EXT - APPROVED, NOT ON HIST: " DISPLAY-COUNT
           END-IF
           IF RUN-STATUS-IS-STALE
               DISPLAY "AOC1EXT - WARNING: THE RUN-STATUS RECORD "
                   "WAS MISSING OR NOT TODAY'S. THE HEADER'S "
