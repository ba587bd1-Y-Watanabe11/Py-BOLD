      *----------------------------------------------------------------
      * RBAREC - customer volume rebate agreement record (REBAGMT,
      * keyed on customer and effective-from date).  One record per
      * rebate agreement per effective period: the customer, the
      * dates the agreement is in force, whether it settles each
      * calendar quarter ('Q') or each calendar year ('Y'), and up
      * to five rebate tiers.  A tier pays RBA-TIER-PCT percent of
      * the customer's whole net sales for the period once those
      * sales reach RBA-TIER-THRESHOLD; the highest tier reached
      * applies.  Tiers are keyed lowest first, and unused tiers
      * are left zero at the end.  The rebate is paid on top of
      * whatever tier, contract or quote rate priced the orders.
      * REBEDIT validates and registers the file; the REBCALC
      * quarter-end/year-end run settles it.
      *----------------------------------------------------------------
       01  RBA-AGREEMENT-RECORD.
           05  RBA-AGREEMENT-KEY.
               10  RBA-CUST-ID         PIC 9(6).
               10  RBA-EFF-FROM-DATE   PIC 9(8).
           05  RBA-EFF-TO-DATE         PIC 9(8).
           05  RBA-PERIOD-TYPE         PIC X(01).
               88  RBA-PERIOD-QUARTER          VALUE 'Q'.
               88  RBA-PERIOD-YEAR             VALUE 'Y'.
           05  RBA-TIER OCCURS 5 TIMES.
               10  RBA-TIER-THRESHOLD  PIC 9(9)V99.
               10  RBA-TIER-PCT        PIC 9(3)V99.
           05  FILLER                  PIC X(10).
