      *----------------------------------------------------------------
      * SIMCARD - parameter card for the DISCSIM what-if run.  Sales
      * keys the audit run-date range to re-price and, when the
      * proposed schedule or contracts carry future effective dates,
      * the date they are to be priced at.  A zero proposed date
      * prices the proposal at each order's own run date, the same
      * date the production side prices at.
      *----------------------------------------------------------------
       01  SIM-CARD-RECORD.
           05  SIM-FROM-DATE            PIC 9(8).
           05  SIM-TO-DATE              PIC 9(8).
           05  SIM-PROPOSED-DATE        PIC 9(8).
           05  FILLER                   PIC X(10).
