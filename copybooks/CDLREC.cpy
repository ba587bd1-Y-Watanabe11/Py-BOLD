      *----------------------------------------------------------------
      * CDLREC - credit desk decision log record.  CREDDESK writes
      * one for every held order an analyst approves or cancels on
      * the screen.  The first seven bytes line up with CRL-RECORD -
      * hold sequence number and action - so the night's CREDREL run
      * applies the decision through the same release path as a
      * keyed release card; the customer id and final amount are the
      * held order as the analyst saw it, which CREDREL matches
      * against the hold record before applying the decision.  The
      * analyst id, reason and decision time print on the approval
      * log at the back of the release register.
      *----------------------------------------------------------------
       01  CDL-RECORD.
           05  CDL-HOLD-SEQ-NO          PIC 9(6).
           05  CDL-ACTION-X             PIC X(01).
               88  CDL-ACTION-APPROVE          VALUE 'A'.
               88  CDL-ACTION-CANCEL           VALUE 'X'.
           05  CDL-CUST-ID              PIC 9(6).
           05  CDL-FINAL-AMT            PIC 9(7)V99.
           05  CDL-ANALYST-ID           PIC X(06).
           05  CDL-REASON               PIC X(30).
           05  CDL-DECISION-DATE        PIC 9(8).
           05  CDL-DECISION-TIME        PIC 9(6).
           05  CDL-TERM-ID              PIC X(04).
           05  FILLER                   PIC X(10).
