      *                  date only as a no-card fallback, so a chain
      *                  that straddles midnight no longer fails its
      *                  own prerequisite checks.
      * 2026-10-15  RJM  Order file records grew to 53 bytes with the
      *                  header approver code for manual discount
      *                  overrides.
      * 2026-10-15  RJM  Exception records grew to 104 bytes with the
      *                  order's quote number, override rate and
      *                  approver code; a corrected order recycles
      *                  with all three back on its header.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCRECYC.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           RECORD CONTAINS 104 CHARACTERS.
       COPY EXCREC.

       FD  ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       COPY ORDREC.

       FD  RECYCLE-PARM-FILE
       COPY RCYCARD.

       FD  NEW-ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  NEW-ORD-RECORD              PIC X(53).

       FD  HELD-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  HELD-RECORD                 PIC X(104).

       FD  AGING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           MOVE 'R'             TO ORD-RESUBMIT-FLAG.
           MOVE EXC-SOURCE-CODE TO ORD-SOURCE-CODE.
           MOVE EXC-SEQ-NO      TO ORD-SEQ-NO.
           MOVE EXC-QUOTE-NO    TO ORD-HDR-QUOTE-NO.
           MOVE EXC-OVERRIDE-RT-X TO ORD-HDR-OVERRIDE-RT-X.
           MOVE EXC-APPROVER-ID TO ORD-HDR-APPROVER-ID.
           WRITE NEW-ORD-RECORD FROM ORD-RECORD.
           ADD 1 TO WS-RECYCLED-COUNT-N.
       2400-EXIT.
