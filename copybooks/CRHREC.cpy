      * release step: 'H' still held, 'A' approved by the credit desk
      * (CREDRCYC resubmits it at the front of the next run's order
      * file), 'X' canceled.  CRH-HELD-DATE drives the aging on the
      * daily held-orders register.  CRH-QUOTE-NO, CRH-OVERRIDE-RT-X
      * and CRH-APPROVER-ID carry the order header's CINQ quote
      * number, manual override rate and approving manager's code as
      * keyed, so an approved hold resubmits at the price the desk
      * approved rather than at the normal rule; all three are
      * spaces on an order that had none, and on a record written
      * before they were added.
      *----------------------------------------------------------------
       01  CRH-RECORD.
           05  CRH-CUST-ID              PIC 9(6).
               88  CRH-STATUS-CANCELED         VALUE 'X'.
           05  CRH-SOURCE-CODE          PIC X(02).
           05  CRH-SEQ-NO               PIC X(06).
           05  CRH-QUOTE-NO             PIC X(08).
           05  CRH-OVERRIDE-RT-X        PIC X(05).
           05  CRH-APPROVER-ID          PIC X(06).
