      *----------------------------------------------------------------
      * QRPCARD - parameter card for the QTERPT quote conversion
      * report.  Sales keys the week (or any date range) whose quote
      * activity the report is to cover.
      *----------------------------------------------------------------
       01  QRP-CARD-RECORD.
           05  QRP-FROM-DATE            PIC 9(8).
           05  QRP-TO-DATE              PIC 9(8).
           05  FILLER                   PIC X(10).
