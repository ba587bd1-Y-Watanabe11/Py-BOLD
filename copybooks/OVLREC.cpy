      *----------------------------------------------------------------
      * OVLREC - discount override log record.  CUSTOMER-CALC writes
      * one for every posted order it priced at an approved manual
      * override rate (AUD-RATE-SOURCE 'O'), carrying the override
      * given next to what the normal rules - contract, quote or
      * schedule - would have charged, so the OVRRPT register can
      * show by approver the discount given away.  OVL-STD-RATE-
      * SOURCE is the rate source the order would have carried
      * without the override.  Amounts are positive; the
      * transaction type carries the sign, as on the audit record.
      *----------------------------------------------------------------
       01  OVL-RECORD.
           05  OVL-APPROVER-ID          PIC X(06).
           05  OVL-DOC-NO               PIC 9(8).
           05  OVL-CUST-ID              PIC 9(6).
           05  OVL-ORDER-DATE           PIC 9(8).
           05  OVL-TRAN-TYPE            PIC X(01).
               88  OVL-TRAN-SALE               VALUE 'S'.
               88  OVL-TRAN-CREDIT             VALUE 'C'.
           05  OVL-ORDER-AMT            PIC 9(7)V99.
           05  OVL-OVERRIDE-RT          PIC 9(3)V99.
           05  OVL-OVERRIDE-DISC-AMT    PIC 9(7)V99.
           05  OVL-STD-RATE-SOURCE      PIC X(01).
           05  OVL-STD-DISCOUNT-RT      PIC 9(3)V99.
           05  OVL-STD-DISCOUNT-AMT     PIC 9(7)V99.
           05  OVL-SOURCE-CODE          PIC X(02).
           05  OVL-RUN-DATE             PIC 9(8).
           05  OVL-RUN-ID               PIC X(08).
           05  FILLER                   PIC X(10).
