      *----------------------------------------------------------------
      * APVREC - discount override approver authority record.  One
      * per sales manager Sales has authorized to grant a one-off
      * special rate on a single order, keyed on the authorization
      * code the manager puts on the order header
      * (ORD-HDR-APPROVER-ID).  APV-STATUS-CODE 'A' is an active
      * authority; 'S' suspends it without losing the record.
      * APV-MAX-OVERRIDE-RT is the highest discount percent the
      * manager may grant and APV-MAX-ORDER-AMT the largest order
      * amount the manager may grant it on; the daily run rejects
      * an override past either limit.
      *----------------------------------------------------------------
       01  APV-RECORD.
           05  APV-APPROVER-ID          PIC X(06).
           05  APV-APPROVER-NAME        PIC X(30).
           05  APV-STATUS-CODE          PIC X(01).
               88  APV-STATUS-ACTIVE           VALUE 'A'.
               88  APV-STATUS-SUSPENDED        VALUE 'S'.
           05  APV-MAX-OVERRIDE-RT      PIC 9(3)V99.
           05  APV-MAX-ORDER-AMT        PIC 9(7)V99.
           05  FILLER                   PIC X(10).
