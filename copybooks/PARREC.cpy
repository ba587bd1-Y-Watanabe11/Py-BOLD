      * RATEPAR prices each case through the DISCPRICE module - the
      * same module CUSTOMER-CALC and CUSTINQ call - and flags any
      * case where the module's answer differs from the deck.
      * PAR-OVERRIDE-RT, when keyed, prices the case at that manual
      * override rate the way the daily run prices an approved
      * override; spaces or zero prices at the normal rules.
      *----------------------------------------------------------------
       01  PAR-RECORD.
           05  PAR-CUST-ID              PIC 9(6).
           05  PAR-PRICING-DATE         PIC 9(8).
           05  PAR-EXPECTED-RATE        PIC 9(3)V99.
           05  PAR-EXPECTED-FINAL       PIC 9(7)V99.
           05  PAR-OVERRIDE-RT-X        PIC X(05).
           05  PAR-OVERRIDE-RT REDEFINES PAR-OVERRIDE-RT-X
                                        PIC 9(3)V99.
           05  FILLER                   PIC X(05).
