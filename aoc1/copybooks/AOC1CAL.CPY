      * DROP-SCHEDULE CALENDAR RECORD LAYOUT. THE CALENDAR IS AN
      * OPERATOR-MAINTAINED CARD-IMAGE DATASET SAYING WHICH INPUT
      * FILES ARE EXPECTED ON WHICH DAYS, PLUS THE PLANT HOLIDAYS.
      * READ BY THE AOC1MON MISSED-DROP MONITOR, BY AOC1TRND (SO
      * A HOLIDAY GAP IN A SERIES STOPS LOOKING LIKE A MISSED DROP)
      * AND BY THE AOC1DQS MONTHLY DATA-QUALITY SCORECARD.
      *
      * THREE RECORD TYPES, PICKED BY COLUMN ONE:
      *   'D' - DROP RULE: THE INPUT FILE NAME, A SEVEN-CHARACTER
      *         Y/N MASK OF THE DAYS IT IS EXPECTED, MONDAY THROUGH
      *         SUNDAY (E.G. YYYYYNN = WEEKDAYS ONLY), AND
      *         OPTIONALLY THE LAB THAT OWNS THE FILE.
      *   'H' - PLANT HOLIDAY: ONE YYYYMMDD DATE ON WHICH NO DROP IS
      *         EXPECTED FROM ANYBODY, WHATEVER THE MASK SAYS.
      *   'R' - RAW SOURCE: THE RAW DATASET NAME THE EDIT STEP READS
      *         FOR THE FILE OF THE 'D' CARD IT FOLLOWS, WHEN THAT
      *         DIFFERS FROM THE SCORED NAME. THE EDIT-STATUS RECORDS
      *         AND THE REJECT MASTER CARRY THE RAW NAME; AOC1DQS
      *         USES THIS CARD TO COUNT THEM AGAINST THE RIGHT FILE.
      * ANY OTHER COLUMN-ONE VALUE (INCLUDING '*' COMMENT CARDS AND
      * BLANK LINES) IS IGNORED BY THE READERS.
      *
      * MODIFICATION HISTORY
      * 2026-09-02  DSB  ORIGINAL VERSION.
      * 2026-10-15  DSB  ADDED THE OWNING LAB TO THE DROP RULE (AT THE
      *                  END, BLANK ON EXISTING CARDS) AND THE 'R'
      *                  RAW-SOURCE CARD, FOR AOC1DQS. AOC1MON AND
      *                  AOC1TRND IGNORE BOTH. CARDS ARE NOW 134
      *                  CHARACTERS.
      *****************************************************************
       01  CALENDAR-RECORD.
           05  CAL-RECORD-TYPE         PIC X.
               88  CAL-DROP-RULE                       VALUE 'D'.
               88  CAL-HOLIDAY                         VALUE 'H'.
               88  CAL-RAW-SOURCE                      VALUE 'R'.
           05  FILLER                  PIC X(02).
           05  CAL-DETAIL              PIC X(131).
           05  CAL-DROP-DETAIL REDEFINES CAL-DETAIL.
               10  CAL-FILENAME        PIC X(100).
               10  FILLER              PIC X(02).
               10  CAL-DOW-MASK        PIC X(07).
               10  FILLER              PIC X(02).
               10  CAL-OWNING-LAB      PIC X(20).
           05  CAL-HOLIDAY-DETAIL REDEFINES CAL-DETAIL.
               10  CAL-HOLIDAY-DATE    PIC 9(08).
               10  FILLER              PIC X(123).
           05  CAL-RAW-DETAIL REDEFINES CAL-DETAIL.
               10  CAL-RAW-FILENAME    PIC X(100).
               10  FILLER              PIC X(31).
