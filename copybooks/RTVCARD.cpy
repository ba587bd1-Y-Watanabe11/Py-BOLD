      * retrieval run.  Billing keys the customer and the date range
      * they need traced; ARCRETR pulls the matching audit records
      * from the archive file the JCL points it at.
      * RTV-SOURCE picks where the records come from: blank or 'H'
      * reads the customer's range straight off the keyed ACTHIST
      * activity history; 'A' scans the archive file instead, for a
      * range older than the history's retention window.
      *----------------------------------------------------------------
       01  RTV-CARD-RECORD.
           05  RTV-CUST-ID             PIC 9(6).
           05  RTV-FROM-DATE           PIC 9(8).
           05  RTV-TO-DATE             PIC 9(8).
           05  RTV-SOURCE              PIC X(01).
               88  RTV-SOURCE-HISTORY          VALUE 'H' SPACE.
               88  RTV-SOURCE-ARCHIVE          VALUE 'A'.
           05  FILLER                  PIC X(09).
