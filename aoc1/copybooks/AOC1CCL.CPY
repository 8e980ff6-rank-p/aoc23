      *****************************************************************
      * AOC1CCL.CPY
      *-----------------------------------------------------------------
      * INSTRUMENT CONTROL-LIMITS RECORD LAYOUT FOR THE KEYED CONTROL-
      * LIMITS DATASET (RECORD KEY = INPUT FILE AND INSTRUMENT ID, AS
      * ON THE INSTRUMENT SUB-TOTAL LINES OF THE RUN-HISTORY MASTER).
      * WRITTEN ONLY BY AOC1SPC'S BASELINE FUNCTION WHEN QA RE-
      * BASELINES AN INSTRUMENT; EVERY OTHER AOC1SPC RUN READS THE
      * LIMITS AS THEY STAND, SO A DRIFTING INSTRUMENT CANNOT DRAG
      * ITS OWN LIMITS ALONG WITH IT.
      *
      * THE LIMITS ARE INDIVIDUALS-CHART (X / MOVING RANGE) LIMITS
      * OVER THE BASELINE PERIOD'S SUB-TOTAL ANSWERS: CENTRE LINE =
      * BASELINE MEAN, UPPER/LOWER = CENTRE LINE PLUS/MINUS 2.66
      * TIMES THE AVERAGE MOVING RANGE (THE LOWER LIMIT STOPS AT
      * ZERO), ONE SET FOR EACH ANSWER.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      *****************************************************************
       01  CONTROL-LIMITS-RECORD.
           05  CCL-KEY.
               10  CCL-FILENAME         PIC X(100).
               10  CCL-INSTRUMENT       PIC X(04).
           05  CCL-BASELINE-FROM        PIC 9(08).
           05  CCL-BASELINE-TO          PIC 9(08).
           05  CCL-POINT-COUNT          PIC 9(05).
           05  CCL-CENTRE-LINE          PIC 9(10).
           05  CCL-UPPER-LIMIT          PIC 9(10).
           05  CCL-LOWER-LIMIT          PIC 9(10).
           05  CCL-CENTRE-LINE-PART2    PIC 9(10).
           05  CCL-UPPER-LIMIT-PART2    PIC 9(10).
           05  CCL-LOWER-LIMIT-PART2    PIC 9(10).
           05  CCL-SET-DATE             PIC 9(08).
           05  CCL-SET-BY               PIC X(08).
