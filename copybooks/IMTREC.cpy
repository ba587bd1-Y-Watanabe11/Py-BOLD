      *----------------------------------------------------------------
      * IMTREC - item master maintenance transaction.  One per keyed
      * add/change/discontinue against ITEM-MASTER-RECORD.  On a
      * change, a blank description, zero list price or blank status
      * means "leave that field as it stands on the master"; a
      * status of 'A' on a change reinstates a discontinued item.
      * A 'D' transaction discontinues the item - it is never
      * physically removed from the master.
      *----------------------------------------------------------------
       01  IMT-RECORD.
           05  IMT-FUNCTION-CODE        PIC X(01).
               88  IMT-FUNCTION-ADD            VALUE 'A'.
               88  IMT-FUNCTION-CHANGE         VALUE 'C'.
               88  IMT-FUNCTION-DISCONTINUE    VALUE 'D'.
           05  IMT-ITEM-CODE            PIC X(08).
           05  IMT-DESCRIPTION          PIC X(30).
           05  IMT-LIST-PRICE           PIC 9(5)V99.
           05  IMT-STATUS-CODE          PIC X(01).
           05  FILLER                   PIC X(10).
