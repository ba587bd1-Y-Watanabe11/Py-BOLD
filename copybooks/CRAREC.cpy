      *----------------------------------------------------------------
      * CRAREC - credit analyst authority record.  One per analyst
      * the credit manager has authorized to decide held orders on
      * the CREDDESK screen, keyed on the analyst id the analyst
      * signs each decision with.  CRA-STATUS-CODE 'A' is an active
      * authority; 'S' suspends it without losing the record.
      * CRA-MAX-APPROVE-AMT caps the final amount of a held order the
      * analyst may approve alone - larger holds go to the credit
      * manager.  Cancels are not capped.
      *----------------------------------------------------------------
       01  CRA-RECORD.
           05  CRA-ANALYST-ID           PIC X(06).
           05  CRA-ANALYST-NAME         PIC X(30).
           05  CRA-STATUS-CODE          PIC X(01).
               88  CRA-STATUS-ACTIVE           VALUE 'A'.
               88  CRA-STATUS-SUSPENDED        VALUE 'S'.
           05  CRA-MAX-APPROVE-AMT      PIC 9(7)V99.
           05  FILLER                   PIC X(10).
