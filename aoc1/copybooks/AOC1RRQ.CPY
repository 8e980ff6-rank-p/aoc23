      *****************************************************************
      * AOC1RRQ.CPY
      *-----------------------------------------------------------------
      * RESTATEMENT REQUEST MASTER RECORD LAYOUT (KEYED, KEY = THE
      * RESTATEMENT PERIOD). A RESTATEMENT REWRITES PUBLISHED
      * HISTORY, SO IT TAKES TWO OPERATORS: THE FIRST AOC1RST RUN FOR
      * A PERIOD ONLY PREVIEWS IT AND PUTS THE REQUEST ON FILE
      * AWAITING APPROVAL; A SECOND, DIFFERENT OPERATOR APPROVES (OR
      * DECLINES) IT WITH AOC1RST'S APPROVE (DECLINE) FUNCTION; THE
      * NEXT AOC1RST RUN FOR THE PERIOD APPLIES IT.
      *
      * RRQ-STATUS: P = PENDING - AWAITING A SECOND OPERATOR
      *             A = APPROVED - APPLIED BY THE NEXT RUN
      *             D = DECLINED - A NEW RUN STARTS A NEW REQUEST
      *             C = COMPLETED - APPLIED (RRQ-APPLIED-BY/-DATE)
      *
      * RRQ-LINE-COUNT, RRQ-CORRECTION-COUNT AND THE TWO TOTAL
      * ADJUSTMENTS ARE THE FIGURES THE PREVIEW SHOWED. THE APPLYING
      * RUN RECOMPUTES THEM; IF ANY HAS MOVED (A CORRECTION KEYED OR
      * DELETED SINCE) THE APPROVAL NO LONGER COVERS WHAT WOULD BE
      * APPLIED, AND THE REQUEST GOES BACK TO PENDING WITH THE NEW
      * FIGURES - AN APPROVAL COVERS THE NUMBERS THE APPROVER SAW.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      *****************************************************************
       01  RESTATEMENT-REQUEST-RECORD.
           05  RRQ-KEY.
               10  RRQ-FROM-DATE       PIC 9(08).
               10  RRQ-TO-DATE         PIC 9(08).
           05  RRQ-STATUS              PIC X.
               88  RRQ-PENDING                         VALUE 'P'.
               88  RRQ-APPROVED                        VALUE 'A'.
               88  RRQ-DECLINED                        VALUE 'D'.
               88  RRQ-COMPLETED                       VALUE 'C'.
           05  RRQ-REQUESTED-BY        PIC X(08).
           05  RRQ-REQUESTED-DATE      PIC 9(08).
           05  RRQ-DECIDED-BY          PIC X(08).
           05  RRQ-DECIDED-DATE        PIC 9(08).
           05  RRQ-APPLIED-BY          PIC X(08).
           05  RRQ-APPLIED-DATE        PIC 9(08).
           05  RRQ-LINE-COUNT          PIC 9(05).
           05  RRQ-CORRECTION-COUNT    PIC 9(05).
           05  RRQ-TOTAL-ADJ-PART1     PIC 9(12).
           05  RRQ-TOTAL-ADJ-PART2     PIC 9(12).
