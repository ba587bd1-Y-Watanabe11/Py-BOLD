      *----------------------------------------------------------------
      * LBXREC - daily lockbox record, as the bank transmits it.  Each
      * deposit batch opens with a batch header ('H') carrying the
      * bank's item count and control total for the batch, followed
      * by one payment record ('P') per remittance.  A payment names
      * the customer and, when the remitter wrote one on the stub,
      * the document number it pays; LBX-DOC-NO is zero when the
      * remittance carried no document reference.  Amounts are
      * always positive.
      *----------------------------------------------------------------
       01  LBX-RECORD.
           05  LBX-REC-TYPE             PIC X(01).
               88  LBX-BATCH-HEADER            VALUE 'H'.
               88  LBX-PAYMENT                 VALUE 'P'.
           05  LBX-BATCH-NO             PIC 9(6).
           05  LBX-DEPOSIT-DATE         PIC 9(8).
           05  LBX-PAYMENT-DATA.
               10  LBX-CUST-ID          PIC 9(6).
               10  LBX-DOC-NO           PIC 9(8).
               10  LBX-PAYMENT-AMT      PIC 9(7)V99.
               10  LBX-CHECK-NO         PIC X(10).
           05  LBX-BATCH-DATA REDEFINES LBX-PAYMENT-DATA.
               10  LBX-BATCH-COUNT      PIC 9(5).
               10  LBX-BATCH-TOTAL      PIC 9(9)V99.
               10  FILLER               PIC X(17).
           05  FILLER                   PIC X(10).
