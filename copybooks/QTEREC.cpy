      *----------------------------------------------------------------
      * QTEREC - customer quote record (QUOTEFIL, keyed on
      * QTE-QUOTE-NO).  The CINQ transaction writes one record per
      * quote it issues: the customer, the quoted amount, the rate
      * and its source ('C' contract, 'S' schedule) as priced that
      * day, the date the rate is held to, and the rep and channel
      * that gave it.  An order header carrying the quote number
      * prices at the held rate, up to the quoted amount, on any
      * order date through QTE-EXPIRY-DATE.
      * QTE-STATUS-CODE is 'O' while the quote is open; the nightly
      * CUSTOMER-CALC run sets 'C' when an order converts it and 'X'
      * when an order presented it but was priced at another rate,
      * stamping the run date, document number and order amount.
      * An open quote past its expiry date is simply expired - no
      * run rewrites it.
      * Key zero is the control record: QTE-NEXT-NO is the next
      * quote number CINQ will issue.
      *----------------------------------------------------------------
       01  QTE-RECORD.
           05  QTE-QUOTE-NO             PIC 9(8).
           05  QTE-QUOTE-DATA.
               10  QTE-CUST-ID          PIC 9(6).
               10  QTE-QUOTE-AMT        PIC 9(7)V99.
               10  QTE-DISCOUNT-RT      PIC 9(3)V99.
               10  QTE-RATE-SOURCE      PIC X(01).
                   88  QTE-RATE-CONTRACT       VALUE 'C'.
                   88  QTE-RATE-SCHEDULE       VALUE 'S'.
               10  QTE-ISSUE-DATE       PIC 9(8).
               10  QTE-EXPIRY-DATE      PIC 9(8).
               10  QTE-REP-ID           PIC X(04).
               10  QTE-CHANNEL          PIC X(02).
               10  QTE-TERM-ID          PIC X(04).
               10  QTE-STATUS-CODE      PIC X(01).
                   88  QTE-STATUS-OPEN         VALUE 'O'.
                   88  QTE-STATUS-CONVERTED    VALUE 'C'.
                   88  QTE-STATUS-OVERRIDDEN   VALUE 'X'.
               10  QTE-ACTION-DATE      PIC 9(8).
               10  QTE-DOC-NO           PIC 9(8).
               10  QTE-ORDER-AMT        PIC 9(7)V99.
           05  QTE-CONTROL-DATA REDEFINES QTE-QUOTE-DATA.
               10  QTE-NEXT-NO          PIC 9(8).
               10  FILLER               PIC X(65).
