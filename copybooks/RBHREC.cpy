      *----------------------------------------------------------------
      * RBHREC - rebate history record (REBHIST).  REBCALC appends
      * one per rebate it issues, and reads the history back before
      * issuing anything, so a customer is never paid a second
      * rebate for a period already settled - a rerun of the same
      * quarter or year lists the account ALREADY PAID instead.
      * RBH-PERIOD-ID is the settled period: the year followed by
      * Q1-Q4 for a quarter or YR for a whole year.  RBH-SEQ-NO is
      * the sequence number stamped on the rebate's credit header,
      * so the credit can be traced from the audit trail back to
      * the history record that issued it.
      *----------------------------------------------------------------
       01  RBH-RECORD.
           05  RBH-CUST-ID              PIC 9(6).
           05  RBH-PERIOD-ID            PIC X(06).
           05  RBH-PERIOD-FROM          PIC 9(8).
           05  RBH-PERIOD-TO            PIC 9(8).
           05  RBH-NET-SALES            PIC 9(9)V99.
           05  RBH-REBATE-PCT           PIC 9(3)V99.
           05  RBH-REBATE-AMT           PIC 9(7)V99.
           05  RBH-RUN-DATE             PIC 9(8).
           05  RBH-RUN-TIME             PIC 9(8).
           05  RBH-SEQ-NO               PIC X(06).
           05  FILLER                   PIC X(10).
