      *                  marker instead of the exception recycle's
      *                  'R', so only desk-released orders are
      *                  exempt from the daily run's credit check.
      * 2026-10-15  RJM  Order file records grew to 53 bytes with the
      *                  header approver code for manual discount
      *                  overrides.
      * 2026-10-15  RJM  Hold records grew to 100 bytes with the
      *                  order's quote number, override rate and
      *                  approver code; an approved hold resubmits
      *                  with all three back on its header, so it
      *                  prices at the quote or override the desk
      *                  approved.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRCYC.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CRHREC.

       FD  ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       COPY ORDREC.

       FD  RECYCLE-PARM-FILE
       COPY RCYCARD.

       FD  NEW-ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  NEW-ORD-RECORD              PIC X(53).

       FD  HELD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  HELD-RECORD                 PIC X(100).

       FD  AGING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
      * run's credit check the credit desk has already ruled on
      * this order; an exception recycle carries no such ruling and
      * stays subject to the check.  The original source code rides
      * along so the order still traces to its feed, and the quote
      * number, override rate and approver code go back on the
      * header so the order prices at the figures the desk approved.
       2400-RECYCLE-APPROVED.
           MOVE SPACES          TO ORD-RECORD.
           MOVE 'H'             TO ORD-REC-TYPE.
           MOVE 'A'             TO ORD-RESUBMIT-FLAG.
           MOVE CRH-SOURCE-CODE TO ORD-SOURCE-CODE.
           MOVE CRH-SEQ-NO      TO ORD-SEQ-NO.
           MOVE CRH-QUOTE-NO    TO ORD-HDR-QUOTE-NO.
           MOVE CRH-OVERRIDE-RT-X TO ORD-HDR-OVERRIDE-RT-X.
           MOVE CRH-APPROVER-ID TO ORD-HDR-APPROVER-ID.
           WRITE NEW-ORD-RECORD FROM ORD-RECORD.
           ADD 1 TO WS-RECYCLED-COUNT-N.
       2400-EXIT.
