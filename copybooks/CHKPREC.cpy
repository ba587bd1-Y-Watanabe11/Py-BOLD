      * so a restarted run resumes the DISCOUNT-REPORT (reopened
      * EXTEND) exactly where the aborted run left off, instead of
      * starting a bogus new page 1 with the counters back at zero.
      * CHKP-RUN-DATE is the run date the aborted run stamped on its
      * audit and activity history records, so a restart past
      * midnight keeps stamping the same date and the history key of
      * an order it reprocesses matches the record already loaded;
      * CHKP-HIST-LOAD-COUNT carries the history records loaded.
      *----------------------------------------------------------------
       01  CHKP-RECORD.
           05  CHKP-LAST-CUST-ID       PIC 9(6).
           05  CHKP-CREDIT-COUNT       PIC 9(7).
           05  CHKP-HELD-COUNT         PIC 9(7).
           05  CHKP-LAST-DOC-NO        PIC 9(8).
           05  CHKP-RUN-DATE           PIC 9(8).
           05  CHKP-HIST-LOAD-COUNT    PIC 9(7).
           05  FILLER                  PIC X(02).
