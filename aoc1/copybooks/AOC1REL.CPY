      *****************************************************************
      * AOC1REL.CPY
      *-----------------------------------------------------------------
      * RELEASE-APPROVAL MASTER RECORD LAYOUT (KEYED, KEY = INPUT
      * FILE, RUN DATE AND DROP SEQUENCE - THE HISTORY MASTER'S
      * FILE-LEVEL KEY LESS THE INSTRUMENT). ONE RECORD PER SCORED
      * DROP, SAYING WHETHER THE SHIFT SUPERVISOR HAS SIGNED IT OFF
      * FOR RELEASE TO THE PLANT METRICS WAREHOUSE.
      *
      * AOC1EXT PUTS EACH OF TONIGHT'S DROPS ON AS AWAITING SIGN-OFF
      * AND FEEDS ONLY APPROVED DROPS, UNDER THEIR ORIGINAL RUN DATE,
      * MARKING EACH FED WITH THE FEED SEQUENCE THAT CARRIED IT. THE
      * AOC1SGN SIGN-OFF UTILITY RECORDS THE SUPERVISOR'S DECISION
      * (APPROVE, HOLD OR REJECT) WITH THE OPERATOR ID, DATE AND
      * REASON, AND REPORTS WHAT IS STILL WAITING.
      *
      * REL-STATUS: P = AWAITING SIGN-OFF
      *             A = APPROVED, NOT YET FED
      *             H = HELD - CARRIED FORWARD, FED ONCE APPROVED
      *             R = REJECTED - NEVER FED
      *             F = FED (REL-FED-DATE, REL-FEED-SEQUENCE)
      *
      * REL-RECORD-COUNT, REL-CONTENT-TOTAL, REL-ANSWER,
      * REL-ANSWER-PART2 AND REL-RESTATED ARE THE DROP'S FINGERPRINT
      * (AS ON HISTORY) WHEN IT WAS LAST REGISTERED OR DECIDED. A
      * DROP RESCORED OR RESTATED AFTER ITS DECISION NO LONGER
      * MATCHES, AND AOC1EXT PUTS IT BACK TO AWAITING SIGN-OFF - A
      * DECISION COVERS THE NUMBERS THE SUPERVISOR ACTUALLY SAW.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      * 2026-10-15  DSB  THE FINGERPRINT NOW CARRIES BOTH ANSWERS AND
      *                  THE RESTATED FLAG. A RESCORE WITH THE SAME
      *                  RECORDS, OR AN AOC1RST RESTATEMENT, CHANGES
      *                  THE ANSWERS BUT NOT THE COUNT OR CONTENT
      *                  TOTAL.
      *****************************************************************
       01  RELEASE-RECORD.
           05  REL-KEY.
               10  REL-FILENAME        PIC X(100).
               10  REL-RUN-DATE        PIC 9(08).
               10  REL-DROP-SEQ        PIC 9(02).
           05  REL-STATUS              PIC X.
               88  REL-AWAITING                        VALUE 'P'.
               88  REL-APPROVED                        VALUE 'A'.
               88  REL-HELD                            VALUE 'H'.
               88  REL-REJECTED                        VALUE 'R'.
               88  REL-FED                             VALUE 'F'.
           05  REL-AWAITING-SINCE      PIC 9(08).
           05  REL-RECORD-COUNT        PIC 9(10).
           05  REL-CONTENT-TOTAL       PIC 9(10).
           05  REL-RECON-STATUS        PIC X.
           05  REL-DECIDED-DATE        PIC 9(08).
           05  REL-DECIDED-BY          PIC X(08).
           05  REL-REASON              PIC X(60).
           05  REL-FED-DATE            PIC 9(08).
           05  REL-FEED-SEQUENCE       PIC 9(06).
           05  REL-ANSWER              PIC 9(10).
           05  REL-ANSWER-PART2        PIC 9(10).
           05  REL-RESTATED            PIC X.
