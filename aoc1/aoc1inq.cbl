      *                  INQUIRY AGAINST THE SCORED (CLEAN) NAME MAY
      *                  LEGITIMATELY SHOW NO REJECTS - RUN A SECOND
      *                  INQUIRY UNDER THE RAW NAME FOR THOSE.
      * 2026-10-15  DSB  A REJECT WHOSE WRITE-OFF IS AWAITING A SECOND
      *                  OPERATOR'S APPROVAL NOW SHOWS AS WRITE-OFF
      *                  PENDING.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           IF RJM-IS-WRITTEN-OFF
               MOVE "- WRITTEN OFF" TO DTL-VALUE (33:14)
           END-IF
           IF RJM-IS-WRITEOFF-PENDING
               MOVE "- WRITE-OFF PENDING" TO DTL-VALUE (33:20)
           END-IF
           MOVE DETAIL-LINE TO PENDING-INQUIRY-LINE
           PERFORM 7000-WRITE-INQUIRY-LINE
               THRU 7000-EXIT.
