      *****************************************************************
      * AOC1AUJ.CPY
      *-----------------------------------------------------------------
      * OPERATOR AUTHORITY JOURNAL RECORD LAYOUT, KEPT IN THE SAME
      * STYLE AS THE AOC1JRN CORRECTION-AUDIT JOURNAL AND RETAINED
      * ALONGSIDE IT. ONE LINE IS APPENDED FOR EVERY REFUSAL BY THE
      * OPERATOR AUTHORITY CHECK IN AOC1FIX, AOC1REP, AOC1RST,
      * AOC1MEND AND AOC1OPM, FOR EVERY STEP OF A DUAL-CONTROL
      * ACTION (A RESTATEMENT OR REJECT WRITE-OFF REQUESTED, APPROVED,
      * DECLINED OR APPLIED) AND FOR EVERY CHANGE TO THE OPERATOR
      * MASTER. THE JOURNAL IS APPEND-ONLY; AOC1OPM'S AUDIT FUNCTION
      * REPORTS OVER IT.
      *
      * AUJ-EVENT: R = REFUSED   (AUJ-REASON SAYS WHY)
      *            Q = REQUESTED (AWAITING A SECOND OPERATOR)
      *            A = APPROVED  (BY A SECOND OPERATOR)
      *            D = DECLINED  (BY A SECOND OPERATOR)
      *            C = COMPLETED (AN APPROVED ACTION TOOK EFFECT)
      *            M = MAINTAINED (OPERATOR MASTER CHANGED)
      * AUJ-SUBJECT NAMES WHAT THE FUNCTION WAS AIMED AT (A REJECT
      * KEY, A RESTATEMENT PERIOD, AN OPERATOR ID) - SPACES WHEN THE
      * REFUSAL CAME BEFORE ANY SUBJECT WAS NAMED.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      *****************************************************************
       01  AUTHORITY-JOURNAL-RECORD.
           05  AUJ-DATE                PIC 9(08).
           05  FILLER                  PIC X(02).
           05  AUJ-OPERATOR            PIC X(08).
           05  FILLER                  PIC X(02).
           05  AUJ-EVENT               PIC X(01).
           05  FILLER                  PIC X(02).
           05  AUJ-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(02).
           05  AUJ-FUNCTION            PIC X(08).
           05  FILLER                  PIC X(02).
           05  AUJ-SUBJECT             PIC X(120).
           05  FILLER                  PIC X(02).
           05  AUJ-REASON              PIC X(50).
