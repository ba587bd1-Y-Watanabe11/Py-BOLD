      *----------------------------------------------------------------
      * ITMREC - item master record, keyed on ITEM-CODE.  One per
      * product the branches can key on an order line.  ITEMMNT
      * maintains it; CUSTOMER-CALC proves every ORDERFIL line
      * against it - the item must be on file, a sale may not carry
      * a discontinued item, and a sale line's extended amount must
      * be its quantity times ITEM-LIST-PRICE.  A discontinued item
      * stays on file so returns and past sales still find it.
      *----------------------------------------------------------------
       01  ITEM-MASTER-RECORD.
           05  ITEM-CODE                PIC X(08).
           05  ITEM-DESCRIPTION         PIC X(30).
           05  ITEM-LIST-PRICE          PIC 9(5)V99.
           05  ITEM-STATUS-CODE         PIC X(01).
               88  ITEM-ACTIVE                 VALUE 'A'.
               88  ITEM-DISCONTINUED           VALUE 'D'.
           05  ITEM-ADDED-DATE          PIC 9(8).
           05  ITEM-STATUS-DATE         PIC 9(8).
           05  FILLER                   PIC X(10).
