      *----------------------------------------------------------------
      * CBJREC - cash batch journal record.  CASHAPP appends one per
      * lockbox batch it applies, and reads the journal back before
      * applying anything, so a lockbox file fed a second time is
      * refused instead of relieving every customer's exposure twice.
      * A batch is identified by its bank batch number and deposit
      * date together.
      *----------------------------------------------------------------
       01  CBJ-RECORD.
           05  CBJ-BATCH-NO             PIC 9(6).
           05  CBJ-DEPOSIT-DATE         PIC 9(8).
           05  CBJ-BATCH-TOTAL          PIC 9(9)V99.
           05  CBJ-ITEM-COUNT           PIC 9(5).
           05  CBJ-APPLIED-AMT          PIC 9(9)V99.
           05  CBJ-UNAPPLIED-AMT        PIC 9(9)V99.
           05  CBJ-RUN-DATE             PIC 9(8).
           05  CBJ-RUN-TIME             PIC 9(8).
           05  FILLER                   PIC X(10).
