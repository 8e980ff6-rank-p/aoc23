      *****************************************************************
      * AOC1ALR.CPY
      *-----------------------------------------------------------------
      * OPERATIONS ALERT LOG RECORD LAYOUT (KEYED, KEY = RAISING
      * PROGRAM, ALERT TYPE, INPUT FILE AND OCCURRENCE). ONE SHARED,
      * RETAINED LOG FOR EVERY CONDITION THE SUITE WANTS A PERSON TO
      * LOOK AT:
      *
      *   PROGRAM   TYPE      SEVERITY  CONDITION
      *   AOC1EDIT  REJRATE   H         REJECT RATE OVER THE LIMIT
      *   AOC1      CTLBREAK  H         CONTROL TOTALS DID NOT AGREE
      *   AOC1      DUPDROP   M         DUPLICATE DROP REFUSED
      *   AOC1MRG   CTLBREAK  H         (AS AOC1, FOR A MERGED DROP)
      *   AOC1MRG   DUPDROP   M         (AS AOC1, FOR A MERGED DROP)
      *   AOC1TRND  DEVIATN   M         LATEST RUN OFF ITS TREND
      *   AOC1AGE   AGED      M         EXCEPTIONS PAST ESCALATION
      *   AOC1MON   MISSDROP  H         SCHEDULED DROP NOT RECEIVED
      *
      * A PROGRAM RAISING AN ALERT FOR A PROGRAM/TYPE/FILE THAT IS
      * ALREADY OUTSTANDING (OPEN OR ACKNOWLEDGED) DOES NOT OPEN A
      * NEW ONE: IT ADDS 1 TO ALR-RECURRENCE-COUNT, STAMPS THE
      * ALR-LAST- FIELDS AND RAISES THE SEVERITY IF THE REPEAT IS
      * WORSE. ONCE THE ALERT IS CLOSED THE NEXT ONE OPENS A NEW
      * OCCURRENCE. THE AOC1ALT UTILITY LISTS, ACKNOWLEDGES AND
      * CLOSES ALERTS AND PRINTS THE DAILY OPEN-ALERT DIGEST.
      *
      * ALR-STATUS:   O = OPEN - NOBODY HAS PICKED IT UP
      *               A = ACKNOWLEDGED (ALR-ACK-BY/-DATE/-NOTE)
      *               C = CLOSED (ALR-CLOSED-BY/-DATE/-NOTE)
      * ALR-SEVERITY: H = HIGH, M = MEDIUM, L = LOW
      *
      * THE RECORD WITH AN ALL-SPACE KEY AND OCCURRENCE ZERO IS THE
      * LOG'S CONTROL RECORD: ITS ALR-ALERT-NUMBER IS THE LAST ALERT
      * NUMBER GIVEN OUT. ALERT NUMBERS ARE WHAT THE OPERATOR QUOTES
      * TO AOC1ALT. ALR-DROP-SEQ IS ZERO WHERE THE CONDITION IS NOT
      * TIED TO ONE DROP.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      *****************************************************************
       01  ALERT-RECORD.
           05  ALR-KEY.
               10  ALR-PROGRAM         PIC X(08).
               10  ALR-ALERT-TYPE      PIC X(08).
               10  ALR-FILENAME        PIC X(100).
               10  ALR-OCCURRENCE      PIC 9(04).
           05  ALR-ALERT-NUMBER        PIC 9(06).
           05  ALR-SEVERITY            PIC X.
               88  ALR-HIGH                            VALUE 'H'.
               88  ALR-MEDIUM                          VALUE 'M'.
               88  ALR-LOW                             VALUE 'L'.
           05  ALR-STATUS              PIC X.
               88  ALR-IS-OPEN                         VALUE 'O'.
               88  ALR-IS-ACKNOWLEDGED                 VALUE 'A'.
               88  ALR-IS-CLOSED                       VALUE 'C'.
               88  ALR-IS-OUTSTANDING                  VALUE 'O' 'A'.
           05  ALR-RAISED-DATE         PIC 9(08).
           05  ALR-DROP-SEQ            PIC 9(02).
           05  ALR-TEXT                PIC X(60).
           05  ALR-LAST-DATE           PIC 9(08).
           05  ALR-LAST-DROP-SEQ       PIC 9(02).
           05  ALR-LAST-TEXT           PIC X(60).
           05  ALR-RECURRENCE-COUNT    PIC 9(05).
           05  ALR-ACK-BY              PIC X(08).
           05  ALR-ACK-DATE            PIC 9(08).
           05  ALR-ACK-NOTE            PIC X(60).
           05  ALR-CLOSED-BY           PIC X(08).
           05  ALR-CLOSED-DATE         PIC 9(08).
           05  ALR-CLOSE-NOTE          PIC X(60).
