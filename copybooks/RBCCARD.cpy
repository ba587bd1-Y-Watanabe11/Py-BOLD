      *----------------------------------------------------------------
      * RBCCARD - parameter card for the REBCALC rebate run.  Finance
      * keys the period being settled: type 'Q' with the year and
      * quarter (1-4) at quarter end, or type 'Y' with the year at
      * year end.  Only agreements of the same type are settled.
      *----------------------------------------------------------------
       01  RBC-CARD-RECORD.
           05  RBC-PERIOD-TYPE          PIC X(01).
               88  RBC-PERIOD-QUARTER          VALUE 'Q'.
               88  RBC-PERIOD-YEAR             VALUE 'Y'.
           05  RBC-YEAR                 PIC 9(4).
           05  RBC-QUARTER              PIC 9(1).
           05  FILLER                   PIC X(10).
