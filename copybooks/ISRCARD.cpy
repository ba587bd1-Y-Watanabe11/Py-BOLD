      *----------------------------------------------------------------
      * ISRCARD - parameter card for the ITEMRPT item sales report.
      * Sales keys the order-date range the report is to cover; the
      * JCL concatenates the period's ITEMSALE files behind it.
      *----------------------------------------------------------------
       01  ISR-CARD-RECORD.
           05  ISR-FROM-DATE            PIC 9(8).
           05  ISR-TO-DATE              PIC 9(8).
           05  FILLER                   PIC X(10).
