      *****************************************************************
      * AOC1FLG.CPY
      *-----------------------------------------------------------------
      * WAREHOUSE FEED LOG RECORD LAYOUT (KEYED, KEY = FEED SEQUENCE
      * AND LINE NUMBER). THE RETAINED RECORD OF EVERY FEED AOC1EXT
      * HAS CUT. FOR EACH FEED SEQUENCE:
      *   LINE 000000 - THE FEED CONTROL RECORD: THE RUN DATE IT WAS
      *                 CUT, THE TRAILER'S DETAIL COUNT AND THREE HASH
      *                 TOTALS, HOW MANY INTERFACE LINES WERE LOGGED,
      *                 AND WHAT THE WAREHOUSE SAID ABOUT IT. WRITTEN
      *                 LAST, ONCE THE FEED IS COMPLETE.
      *   LINE 000001 ONWARD - THE INTERFACE RECORDS (AOC1WHX) EXACTLY
      *                 AS WRITTEN, HEADER TO TRAILER, SO THE FEED CAN
      *                 BE RESENT BYTE FOR BYTE.
      * AOC1ACK POSTS THE WAREHOUSE'S MORNING ACKNOWLEDGEMENTS (AOC1WAK)
      * AGAINST THE CONTROL RECORDS AND RESENDS A LOGGED FEED ON
      * REQUEST.
      *
      * FLG-STATUS: S = SENT, AWAITING ACKNOWLEDGEMENT (ALSO AFTER A
      *                 RESEND)
      *             A = ACCEPTED, COUNT AND HASHES MATCH
      *             R = REJECTED BY THE WAREHOUSE
      *             M = ACCEPTED, BUT THE WAREHOUSE'S COUNT OR HASHES
      *                 DO NOT MATCH WHAT WAS SENT
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      *****************************************************************
       01  FEED-LOG-RECORD.
           05  FLG-KEY.
               10  FLG-FEED-SEQUENCE   PIC 9(06).
               10  FLG-LINE-NO         PIC 9(06).
           05  FLG-BODY                PIC X(163).
           05  FLG-CONTROL-BODY REDEFINES FLG-BODY.
               10  FLG-RUN-DATE        PIC 9(08).
               10  FLG-DETAIL-COUNT    PIC 9(06).
               10  FLG-HASH-ANSWER     PIC 9(12).
               10  FLG-HASH-ANS-PART2  PIC 9(12).
               10  FLG-HASH-RECORDS    PIC 9(12).
               10  FLG-LINE-COUNT      PIC 9(06).
               10  FLG-STATUS          PIC X.
                   88  FLG-SENT                        VALUE 'S'.
                   88  FLG-ACCEPTED                    VALUE 'A'.
                   88  FLG-REJECTED                    VALUE 'R'.
                   88  FLG-MISMATCHED                  VALUE 'M'.
               10  FLG-LAST-SENT-DATE  PIC 9(08).
               10  FLG-RESEND-COUNT    PIC 9(03).
               10  FLG-ACK-DATE        PIC 9(08).
               10  FLG-ACK-OUTCOME     PIC X.
               10  FLG-ACK-DETAIL-COUNT
                                       PIC 9(06).
               10  FLG-ACK-HASH-ANSWER PIC 9(12).
               10  FLG-ACK-HASH-PART2  PIC 9(12).
               10  FLG-ACK-HASH-RECORDS
                                       PIC 9(12).
               10  FLG-ACK-REASON      PIC X(40).
               10  FILLER              PIC X(04).
           05  FLG-FEED-LINE REDEFINES FLG-BODY
                                       PIC X(163).
