      * DPRC-RATE-SOURCE-X says whether a negotiated contract rate
      * applied ('C') or the tier schedule did ('S'), for the report
      * and audit trail.
      * A caller holding an open CINQ quote for the order states it
      * in DPRC-QUOTE; DISCPRICE prices at the held rate, up to the
      * quoted amount, when the quote is this customer's and the
      * pricing date is on or before its expiry, and returns rate
      * source 'Q'.  Any order amount above the quoted amount prices
      * at the normal rule, and DPRC-DISCOUNT-RT is then the blended
      * rate actually given.
      * A caller pricing an order a sales manager has granted a
      * one-off special rate states it in DPRC-OVERRIDE, already
      * validated against the manager's authority; DISCPRICE prices
      * the whole order at that rate, rate source 'O', after the
      * normal rules have run.  The DPRC-STD- outputs always return
      * the rate source, rate and discount the normal rules -
      * contract, quote or schedule - gave, so the caller can show
      * the discount an override gave away.
      *----------------------------------------------------------------
       01  DPRC-PRICING-AREA.
           05  DPRC-INPUTS.
                   88  DPRC-CUST-FOUND         VALUE 'Y'.
               10  DPRC-TIER-PREMIUM-X  PIC X(01).
                   88  DPRC-TIER-PREMIUM       VALUE 'Y'.
               10  DPRC-QUOTE.
                   15  DPRC-QUOTE-SUPPLIED-X PIC X(01).
                       88  DPRC-QUOTE-SUPPLIED     VALUE 'Y'.
                   15  DPRC-QUOTE-CUST-ID   PIC 9(6).
                   15  DPRC-QUOTE-AMT       PIC 9(7)V99.
                   15  DPRC-QUOTE-RT        PIC 9(3)V99.
                   15  DPRC-QUOTE-EXPIRY    PIC 9(8).
               10  DPRC-OVERRIDE.
                   15  DPRC-OVERRIDE-SUPPLIED-X PIC X(01).
                       88  DPRC-OVERRIDE-SUPPLIED  VALUE 'Y'.
                   15  DPRC-OVERRIDE-RT     PIC 9(3)V99.
           05  DPRC-OUTPUTS.
               10  DPRC-PREMIUM-FLAG-X  PIC X(01).
               10  DPRC-RATE-SOURCE-X   PIC X(01).
                   88  DPRC-RATE-CONTRACT      VALUE 'C'.
                   88  DPRC-RATE-SCHEDULE      VALUE 'S'.
                   88  DPRC-RATE-QUOTE         VALUE 'Q'.
                   88  DPRC-RATE-OVERRIDE      VALUE 'O'.
               10  DPRC-DISCOUNT-RT     PIC 9(3)V99.
               10  DPRC-DISCOUNT-AMT    PIC 9(7)V99.
               10  DPRC-FINAL-AMT       PIC 9(7)V99.
               10  DPRC-STD-RATE-SOURCE-X PIC X(01).
               10  DPRC-STD-DISCOUNT-RT PIC 9(3)V99.
               10  DPRC-STD-DISCOUNT-AMT PIC 9(7)V99.
           05  DPRC-SCHEDULE.
               10  DPRC-SCHED-COUNT     PIC 9(4).
               10  DPRC-SCHED-ENTRY OCCURS 50 TIMES.
