      *****************************************************************
      * AOC1OPR.CPY
      *-----------------------------------------------------------------
      * OPERATOR AUTHORITY MASTER RECORD LAYOUT (KEYED, KEY = THE
      * OPERATOR ID THE UTILITIES TAKE ON THE PARM). ONE RECORD PER
      * OPERATOR: NAME, ACTIVE/SUSPENDED STATUS AND THE FUNCTIONS
      * THE OPERATOR MAY PERFORM. MAINTAINED (ADD/CHANGE/SUSPEND/
      * RESTORE/LIST) BY AOC1OPM. EVERY UPDATING FUNCTION OF
      * AOC1FIX, AOC1REP, AOC1RST AND AOC1MEND READS IT BY KEY
      * BEFORE DOING ANYTHING, AND REFUSES AN OPERATOR WHO IS NOT ON
      * FILE, IS SUSPENDED, OR DOES NOT HOLD THE FUNCTION'S
      * AUTHORITY. EVERY REFUSAL IS LOGGED TO THE AUTHORITY JOURNAL
      * (LAYOUT IN AOC1AUJ).
      *
      * OPR-STATUS: A = ACTIVE
      *             S = SUSPENDED (HOLDS NO AUTHORITY WHILE SUSPENDED)
      *
      * AUTHORITY FLAGS ('Y' = MAY PERFORM):
      *   OPR-AUTH-CORRECT  - AOC1FIX ENTER, DELETE AND CONVERT
      *   OPR-AUTH-REPAIR   - AOC1REP REPAIR
      *   OPR-AUTH-WRITEOFF - AOC1REP WRITEOFF (A REQUEST ONLY - A
      *                       SECOND OPERATOR MUST APPROVE IT)
      *   OPR-AUTH-EXTRACT  - AOC1REP EXTRACT
      *   OPR-AUTH-RESTATE  - AOC1RST RESTATEMENT (REQUEST, AND THE
      *                       RUN THAT APPLIES IT ONCE APPROVED)
      *   OPR-AUTH-PURGE    - AOC1MEND RETENTION PURGE, CONVERT AND
      *                       RELOAD, AND AOC1REP RELOAD
      *   OPR-AUTH-APPROVE  - APPROVE OR DECLINE ANOTHER OPERATOR'S
      *                       PENDING RESTATEMENT OR WRITE-OFF
      *   OPR-AUTH-ADMIN    - MAINTAIN THIS MASTER WITH AOC1OPM
      * OPR-AUTHORITY-TABLE GIVES THE SAME FLAGS AS A TABLE, IN THE
      * ORDER ABOVE, FOR AOC1OPM'S PROMPTS AND LISTING. THE SPARE
      * FLAGS ARE FOR FUTURE FUNCTIONS AND ARE KEPT AS SPACES.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      *****************************************************************
       01  OPERATOR-RECORD.
           05  OPR-KEY.
               10  OPR-OPERATOR-ID      PIC X(08).
           05  OPR-NAME                 PIC X(30).
           05  OPR-STATUS               PIC X.
               88  OPR-ACTIVE                       VALUE 'A'.
               88  OPR-SUSPENDED                    VALUE 'S'.
           05  OPR-AUTHORITIES.
               10  OPR-AUTH-CORRECT     PIC X.
                   88  OPR-MAY-CORRECT              VALUE 'Y'.
               10  OPR-AUTH-REPAIR      PIC X.
                   88  OPR-MAY-REPAIR               VALUE 'Y'.
               10  OPR-AUTH-WRITEOFF    PIC X.
                   88  OPR-MAY-WRITEOFF             VALUE 'Y'.
               10  OPR-AUTH-EXTRACT     PIC X.
                   88  OPR-MAY-EXTRACT              VALUE 'Y'.
               10  OPR-AUTH-RESTATE     PIC X.
                   88  OPR-MAY-RESTATE              VALUE 'Y'.
               10  OPR-AUTH-PURGE       PIC X.
                   88  OPR-MAY-PURGE                VALUE 'Y'.
               10  OPR-AUTH-APPROVE     PIC X.
                   88  OPR-MAY-APPROVE              VALUE 'Y'.
               10  OPR-AUTH-ADMIN       PIC X.
                   88  OPR-MAY-ADMINISTER           VALUE 'Y'.
               10  FILLER               PIC X(08).
           05  OPR-AUTHORITY-TABLE REDEFINES OPR-AUTHORITIES.
               10  OPR-AUTHORITY-FLAG   PIC X  OCCURS 16 TIMES.
           05  OPR-UPDATED-DATE         PIC 9(08).
           05  OPR-UPDATED-BY           PIC X(08).
