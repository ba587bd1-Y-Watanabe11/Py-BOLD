      *----------------------------------------------------------------
      * ILSREC - priced order line.  CUSTOMER-CALC writes one per
      * line of every order it posts, carrying the line's share of
      * the order discount (prorated on the extended amount, the
      * last line taking the rounding so the shares add back to the
      * order's discount).  Amounts are positive; the transaction
      * type carries the sign, as on the audit record.  ITEMRPT
      * summarizes a period of these by item code.  Orders posted
      * without line records have nothing to write here.
      * ILS-LINE-NO is the line's position on the order, so a line
      * written twice by a restart can be told from a second line
      * for the same item.
      *----------------------------------------------------------------
       01  ILS-RECORD.
           05  ILS-DOC-NO               PIC 9(8).
           05  ILS-CUST-ID              PIC 9(6).
           05  ILS-ORDER-DATE           PIC 9(8).
           05  ILS-TRAN-TYPE            PIC X(01).
               88  ILS-TRAN-SALE               VALUE 'S'.
               88  ILS-TRAN-CREDIT             VALUE 'C'.
           05  ILS-ITEM-CODE            PIC X(08).
           05  ILS-LINE-QTY             PIC 9(5).
           05  ILS-LINE-AMT             PIC 9(7)V99.
           05  ILS-DISCOUNT-AMT         PIC 9(7)V99.
           05  ILS-SOURCE-CODE          PIC X(02).
           05  ILS-RUN-DATE             PIC 9(8).
           05  ILS-LINE-NO              PIC 9(3).
           05  FILLER                   PIC X(07).
