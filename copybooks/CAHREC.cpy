      *----------------------------------------------------------------
      * CAHREC - customer activity history record (ACTHIST, keyed on
      * CAH-KEY).  One record per audit trail record, carrying the
      * audit image unchanged under a key of customer, audit run
      * date and document number, so the CACT inquiry and archive
      * trace-backs can go straight to one customer's activity
      * instead of reading the whole trail.  CUSTOMER-CALC loads a
      * record beside every AUDTRAIL record it writes; ACTLOAD seeds
      * the file once from the current trail and the archives.
      * CAH-KEY-SEQ is zero on every numbered record - it only
      * separates two unnumbered records (cut before document
      * numbers were assigned) for one customer on one run date.
      * The file keeps activity after ARCPURGE trims AUDTRAIL, down
      * to its own retention window on the RETCARD card.
      *----------------------------------------------------------------
       01  CAH-RECORD.
           05  CAH-KEY.
               10  CAH-CUST-ID          PIC 9(6).
               10  CAH-ACT-DATE         PIC 9(8).
               10  CAH-DOC-NO           PIC 9(8).
               10  CAH-KEY-SEQ          PIC 9(3).
           05  CAH-AUDIT-IMAGE          PIC X(92).
           05  FILLER                   PIC X(05).
