      *****************************************************************
      * AOC1DGT.CPY
      *-----------------------------------------------------------------
      * DIGIT-TOKEN DICTIONARY RECORD LAYOUT. THE DICTIONARY IS AN
      * OPERATOR-MAINTAINED CARD-IMAGE DATASET HOLDING THE SPELLED-
      * OUT WORDS (AND ABBREVIATIONS) AOC1'S PART 2 SCAN RECOGNISES
      * AS DIGITS, SO A LAB THAT CHANGES HOW ITS FIRMWARE SPELLS A
      * DIGIT IS A CARD CHANGE, NOT A PROGRAM CHANGE. READ ONCE BY
      * AOC1 AT START-UP.
      *
      * TWO RECORD TYPES, PICKED BY COLUMN ONE:
      *   'V' - DICTIONARY VERSION: AN EIGHT-CHARACTER VERSION NAME,
      *         THE YYYYMMDD DATE IT TAKES EFFECT AND A DESCRIPTION.
      *   'T' - TOKEN: THE VERSION IT BELONGS TO, THE TOKEN EXACTLY
      *         AS IT APPEARS ON THE RECORD (CASE MATTERS - 'one' AND
      *         'ONE' ARE TWO TOKENS), THE DIGIT IT STANDS FOR AND,
      *         OPTIONALLY, THE ONE INSTRUMENT ID IT APPLIES TO. A
      *         BLANK INSTRUMENT APPLIES TO EVERY INPUT FILE; *DF*
      *         NAMES THE A-BUILDING (UNPREFIXED) RECORDS.
      * ANY OTHER COLUMN-ONE VALUE (INCLUDING '*' COMMENT CARDS AND
      * BLANK LINES) IS IGNORED.
      *
      * THE VERSION IN FORCE FOR A RUN IS THE ONE WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER THE RUN DATE, SO A NEW VERSION CAN
      * BE LOADED AHEAD OF ITS CUT-OVER NIGHT. ITS NAME IS STAMPED ON
      * EVERY HISTORY AND RUN-STATUS RECORD THE RUN WRITES.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  DSB  ORIGINAL VERSION.
      *****************************************************************
       01  DIGIT-DICTIONARY-RECORD.
           05  DGT-RECORD-TYPE         PIC X.
               88  DGT-VERSION-CARD                    VALUE 'V'.
               88  DGT-TOKEN-CARD                      VALUE 'T'.
           05  FILLER                  PIC X(02).
           05  DGT-VERSION             PIC X(08).
           05  FILLER                  PIC X(02).
           05  DGT-DETAIL              PIC X(60).
           05  DGT-VERSION-DETAIL REDEFINES DGT-DETAIL.
               10  DGT-EFFECTIVE-DATE  PIC 9(08).
               10  FILLER              PIC X(02).
               10  DGT-DESCRIPTION     PIC X(50).
           05  DGT-TOKEN-DETAIL REDEFINES DGT-DETAIL.
               10  DGT-TOKEN           PIC X(10).
               10  FILLER              PIC X(02).
               10  DGT-DIGIT           PIC X.
               10  FILLER              PIC X(02).
               10  DGT-INSTRUMENT      PIC X(04).
               10  FILLER              PIC X(41).
