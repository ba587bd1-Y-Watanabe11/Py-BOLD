      *----------------------------------------------------------------
      * OPIREC - receivable open-item record, keyed by customer and
      * document number.  CASHAPP loads one per AR document from the
      * daily ARIFACE file and works the open balance down as cash
      * and credit memos are applied against it.  Document numbers
      * come from DOCNOCTL in posting order, so reading a customer's
      * items in key order reads them oldest first.  OPI-DOC-TYPE
      * 'I' is an invoice, 'C' a credit memo; a credit memo's open
      * balance is whatever of it has not yet been applied against
      * the customer's open invoices.  OPI-STATUS-CODE goes from 'O'
      * open to 'P' paid when the open balance reaches zero - items
      * are never deleted, so a re-fed ARIFACE cannot load a document
      * twice.
      *----------------------------------------------------------------
       01  OPI-RECORD.
           05  OPI-KEY.
               10  OPI-CUST-ID          PIC 9(6).
               10  OPI-DOC-NO           PIC 9(8).
           05  OPI-DOC-TYPE             PIC X(01).
               88  OPI-TYPE-INVOICE            VALUE 'I'.
               88  OPI-TYPE-CREDIT             VALUE 'C'.
           05  OPI-DOC-DATE             PIC 9(8).
           05  OPI-ORIGINAL-AMT         PIC 9(7)V99.
           05  OPI-OPEN-BALANCE         PIC 9(7)V99.
           05  OPI-LAST-ACTIVITY-DATE   PIC 9(8).
           05  OPI-STATUS-CODE          PIC X(01).
               88  OPI-STATUS-OPEN             VALUE 'O'.
               88  OPI-STATUS-PAID             VALUE 'P'.
           05  FILLER                   PIC X(10).
