      *                 AWAITING EXTRACT FOR SUPPLEMENTAL SCORING)
      *             S = SUBMITTED (EXTRACTED TO THE SUPPLEMENTAL
      *                 SCORING FILE)
      *             P = WRITE-OFF PENDING (REQUESTED, AWAITING A
      *                 SECOND OPERATOR'S APPROVAL; THE STATUS IT
      *                 HAD BEFORE IS IN RJM-WO-PRIOR-STATUS)
      *             W = WRITTEN OFF (OPERATOR DECIDED NOT TO SCORE)
      *
      * RJM-REPAIRED-BY IS THE OPERATOR WHO KEYED THE REPAIR. THE
      * RJM-WO- FIELDS CARRY THE WRITE-OFF REQUEST AND ITS DECISION:
      * WHO ASKED AND WHEN, AND WHO APPROVED OR DECLINED IT AND WHEN.
      * NEITHER THE REQUESTER NOR THE REPAIRER MAY APPROVE.
      *
      * MODIFICATION HISTORY
      * 2026-09-02  DSB  ORIGINAL VERSION.
      * 2026-10-15  DSB  WRITE-OFF NOW TAKES TWO OPERATORS: NEW STATUS
      *                  P AND THE REPAIRED-BY AND WRITE-OFF REQUEST/
      *                  DECISION FIELDS ON THE END OF THE RECORD,
      *                  WHICH GROWS FROM 753 TO 794 BYTES.
      * 2026-10-15  DSB  AOC1DQS ADDED AS A READER - THE NEW MONTHLY
      *                  SOURCE DATA-QUALITY SCORECARD COUNTS A
      *                  MONTH'S REJECTS BY STATUS. LAYOUT UNCHANGED.
      * 2026-10-15  DSB  THE MASTER IS CUT OVER FROM 753 TO 794 BYTES
      *                  ONCE BY THE AOC1CNV JOB: UNLOAD, REDEFINE AND
      *                  RELOAD WITH AOC1REP'S RELOAD FUNCTION, WHICH
      *                  LEAVES THE NEW FIELDS BLANK AND THEIR DATES
      *                  ZERO - A REPAIR KEYED BEFORE THE CUT-OVER HAS
      *                  NO RECORDED REPAIRER. LAYOUT UNCHANGED.
      *****************************************************************
       01  REJECT-MASTER-RECORD.
           05  RJM-KEY.
               88  RJM-IS-REPAIRED                     VALUE 'R'.
               88  RJM-IS-SUBMITTED                    VALUE 'S'.
               88  RJM-IS-WRITTEN-OFF                  VALUE 'W'.
               88  RJM-IS-WRITEOFF-PENDING             VALUE 'P'.
           05  RJM-RECORD-DATA         PIC X(600).
           05  RJM-REPAIRED-BY         PIC X(08).
           05  RJM-WO-PRIOR-STATUS     PIC X.
           05  RJM-WO-REQUESTED-BY     PIC X(08).
           05  RJM-WO-REQUESTED-DATE   PIC 9(08).
           05  RJM-WO-DECIDED-BY       PIC X(08).
           05  RJM-WO-DECIDED-DATE     PIC 9(08).
