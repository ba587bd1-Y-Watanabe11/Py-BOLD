      *----------------------------------------------------------------
      * UACREC - unapplied cash record.  CASHAPP writes one for every
      * lockbox payment, or the part of one, it could not apply to
      * an open document: UAC-REASON-CODE 'UNID' when the remitting
      * customer could not be identified, 'OVPY' when the payment
      * exceeded everything the customer had open.  The AR desk works
      * the file by hand - refund, hold on account or re-key against
      * the right customer.  UAC-PAYMENT-AMT is the whole remittance,
      * UAC-UNAPPLIED-AMT the part of it left over.
      *----------------------------------------------------------------
       01  UAC-RECORD.
           05  UAC-BATCH-NO             PIC 9(6).
           05  UAC-DEPOSIT-DATE         PIC 9(8).
           05  UAC-CUST-ID              PIC 9(6).
           05  UAC-DOC-NO               PIC 9(8).
           05  UAC-CHECK-NO             PIC X(10).
           05  UAC-PAYMENT-AMT          PIC 9(7)V99.
           05  UAC-UNAPPLIED-AMT        PIC 9(7)V99.
           05  UAC-REASON-CODE          PIC X(04).
               88  UAC-REASON-UNIDENTIFIED     VALUE 'UNID'.
               88  UAC-REASON-OVERPAID         VALUE 'OVPY'.
           05  UAC-REASON-TEXT          PIC X(30).
           05  UAC-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X(10).
