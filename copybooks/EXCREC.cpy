      * and EXC-SEQ-NO carry the ORDMERGE feed stamp so the reject
      * rate of each feed can be reported, and so a corrected record
      * recycles under its original source instead of a blank one.
      * EXC-QUOTE-NO, EXC-OVERRIDE-RT-X and EXC-APPROVER-ID carry the
      * order header's CINQ quote number, manual override rate and
      * approving manager's code as keyed, so EXCFIX re-edits them
      * and a recycled order prices as it was promised; all three
      * are spaces on an order that had none, and on a record
      * written before they were added.
      *----------------------------------------------------------------
       01  EXC-RECORD.
           05  EXC-CUST-ID              PIC 9(6).
               88  EXC-STATUS-CORRECTED        VALUE 'C'.
           05  EXC-SOURCE-CODE          PIC X(02).
           05  EXC-SEQ-NO               PIC X(06).
           05  EXC-QUOTE-NO             PIC X(08).
           05  EXC-OVERRIDE-RT-X        PIC X(05).
           05  EXC-OVERRIDE-RT REDEFINES EXC-OVERRIDE-RT-X
                                        PIC 9(3)V99.
           05  EXC-APPROVER-ID          PIC X(06).
