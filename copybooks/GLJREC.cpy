      *----------------------------------------------------------------
      * GLJREC - general ledger interface record.  One per account,
      * entry type, channel and rate source summarized from the
      * daily run's audit trail, in the layout the GL system loads.
      * Amounts are always carried positive and GLJ-DR-CR-CODE
      * carries the side, as ARREC's type carries the sign.  A run's
      * records balance - debits equal credits - or GLPOST does not
      * write the file at all.
      *----------------------------------------------------------------
       01  GLJ-RECORD.
           05  GLJ-RUN-ID               PIC X(08).
           05  GLJ-RUN-DATE             PIC 9(8).
           05  GLJ-ACCOUNT-NO           PIC X(10).
           05  GLJ-ENTRY-TYPE           PIC X(02).
           05  GLJ-SOURCE-CODE          PIC X(02).
           05  GLJ-RATE-SOURCE          PIC X(01).
           05  GLJ-DR-CR-CODE           PIC X(01).
               88  GLJ-DEBIT                   VALUE 'D'.
               88  GLJ-CREDIT                  VALUE 'C'.
           05  GLJ-AMOUNT               PIC 9(9)V99.
           05  GLJ-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(10).
