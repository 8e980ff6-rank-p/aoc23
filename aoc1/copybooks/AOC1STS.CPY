      *                  FOR PER-SHIFT SCORING. ZERO ON A MANIFEST OR
      *                  SUPPLEMENTAL RUN'S RECORD - THOSE COVER MORE
      *                  THAN ONE DROP.
      * 2026-10-15  DSB  ADDED THE DIGIT-TOKEN DICTIONARY VERSION THE
      *                  RUN SCORED UNDER (SEE AOC1DGT), AT THE END.
      * 2026-10-15  DSB  AOC1MRG ADDED TO THE WRITERS - IT WRITES THE
      *                  ONE RECORD FOR A PARTITIONED DROP, WHOSE
      *                  SCORING STEPS WRITE NONE. THE RESUME FLAG IS
      *                  Y WHEN ANY PARTITION WAS A RESUME. LAYOUT
      *                  UNCHANGED.
      *****************************************************************
       01  RUN-STATUS-RECORD.
           05  STS-RUN-DATE            PIC 9(08).
           05  STS-EDIT-REJECT-COUNT   PIC 9(10).
           05  FILLER                  PIC X(02).
           05  STS-DROP-SEQ            PIC 9(02).
           05  FILLER                  PIC X(02).
           05  STS-DICT-VERSION        PIC X(08).
