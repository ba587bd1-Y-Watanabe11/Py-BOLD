      * and carried on the matching ARIFACE item, so audit trace-back
      * and AR reconciliation key on the same identifier.
      * AUD-RATE-SOURCE says whether a negotiated contract rate
      * priced the order ('C'), the tier schedule did ('S'), the
      * held rate of a CINQ quote did ('Q'), or a sales manager's
      * approved manual override did ('O'), so a contract, quote or
      * override credit never has to be reconstructed after the
      * fact.
      * AUD-LINE-COUNT carries how many line records made up the
      * order - zero for a headerless single-record order - so an
      * audited total can be traced back to its line detail on the
      * AUD-SEQ-NO and AUD-RESUBMIT-FLAG carry the ORDMERGE feed
      * stamp and the resubmission marker through pricing, so channel
      * reporting can split discount dollars, exceptions and
      * resubmissions by feed without matching files by hand.  A
      * volume rebate credit carries source code RB; REBCALC leaves
      * those out when it totals a customer's net sales.  Each
      * record is also loaded, image unchanged, to the keyed ACTHIST
      * customer activity history (CAHREC).
      *----------------------------------------------------------------
       01  AUD-RECORD.
           05  AUD-CUST-ID              PIC 9(6).
           05  AUD-RATE-SOURCE          PIC X(01).
               88  AUD-RATE-CONTRACT           VALUE 'C'.
               88  AUD-RATE-SCHEDULE           VALUE 'S'.
               88  AUD-RATE-QUOTE              VALUE 'Q'.
               88  AUD-RATE-OVERRIDE           VALUE 'O'.
           05  AUD-DOC-NO               PIC 9(8).
           05  AUD-SOURCE-CODE          PIC X(02).
           05  AUD-SEQ-NO               PIC X(06).
