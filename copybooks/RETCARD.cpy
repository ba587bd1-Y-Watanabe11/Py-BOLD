      * archive file, records inside it are rewritten to the trimmed
      * current file.  Nothing is deleted - the archive files are the
      * trace-back once the current files are trimmed.
      * RET-HIST-RETAIN-DAYS is the separate, longer window for the
      * ACTHIST customer activity history: records older than it
      * are deleted from the keyed file (their audit images are on
      * the archives).  Zero or blank keeps the history in full.
      *----------------------------------------------------------------
       01  RET-CARD-RECORD.
           05  RET-RETAIN-DAYS         PIC 9(4).
           05  RET-HIST-RETAIN-DAYS    PIC 9(4).
           05  FILLER                  PIC X(06).
