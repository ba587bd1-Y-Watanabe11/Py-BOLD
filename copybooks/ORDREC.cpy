      * branch order is one order with six lines instead of six
      * "orders" the duplicate review then flags.  A blank record
      * type is read as a header with no lines, a safety net for a
      * hand-built deck keyed in this layout without the type byte;
      * order files cut in the old 33-byte layout are NOT readable
      * here - every field sits one byte left of this
      * layout - and no program in the chain converts them: they
      * must be reformatted or re-keyed outside the nightly chain
      * (a one-time job) before anything reads them.  The recycle
      * consolidation front-end (branch feeds B1/B2/B3, web capture
      * WB) so every order traces back to the feed and position it
      * came in on; both are blank on records that never passed
      * through ORDMERGE, such as recycled exceptions.  REBCALC
      * stamps RB on the volume rebate credit headers it writes,
      * which the daily run posts at face amount.
      * A header has no item or quantity of its own; order entry may
      * carry a CINQ quote number in the item-code positions
      * (ORD-HDR-QUOTE-NO), spaces or zeros when the order was not
      * quoted.  A sales manager's one-off special rate rides on the
      * header in the quantity positions (ORD-HDR-OVERRIDE-RT, zero
      * or spaces when none was granted) with the authority code of
      * the manager who granted it in ORD-HDR-APPROVER-ID; the daily
      * run validates both against the APPRAUTH approver authority
      * file before it prices at the override.  Both are spaces on
      * line records and on records keyed before the approver id was
      * added - a line sequential record shorter than this layout
      * reads with the missing positions as spaces.
      *----------------------------------------------------------------
       01  ORD-RECORD.
           05  ORD-REC-TYPE            PIC X(01).
           05  ORD-SOURCE-CODE         PIC X(02).
           05  ORD-SEQ-NO              PIC X(06).
           05  ORD-ITEM-CODE           PIC X(08).
           05  ORD-HDR-QUOTE-NO REDEFINES ORD-ITEM-CODE
                                       PIC X(08).
           05  ORD-LINE-QTY            PIC 9(05).
           05  ORD-HDR-OVERRIDE-RT REDEFINES ORD-LINE-QTY
                                       PIC 9(3)V99.
           05  ORD-HDR-OVERRIDE-RT-X REDEFINES ORD-LINE-QTY
                                       PIC X(05).
           05  ORD-HDR-APPROVER-ID     PIC X(06).
