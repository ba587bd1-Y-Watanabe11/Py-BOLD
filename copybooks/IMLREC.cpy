      *----------------------------------------------------------------
      * IMLREC - item master maintenance log record.  ITEMMNT writes
      * a before image of the item ahead of every change or
      * discontinue it applies and an after image behind every add,
      * change or discontinue, so any price or status change can be
      * traced to the run that made it.
      *----------------------------------------------------------------
       01  IML-RECORD.
           05  IML-RUN-DATE             PIC 9(8).
           05  IML-RUN-TIME             PIC 9(8).
           05  IML-FUNCTION-CODE        PIC X(01).
           05  IML-IMAGE-TYPE           PIC X(01).
               88  IML-BEFORE-IMAGE            VALUE 'B'.
               88  IML-AFTER-IMAGE             VALUE 'A'.
           05  IML-MASTER-IMAGE         PIC X(72).
