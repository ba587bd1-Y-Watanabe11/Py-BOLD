      *----------------------------------------------------------------
      * GLAREC - general ledger account table record.  Finance's
      * mapping from the daily run's postings to GL accounts, keyed
      * by entry type, channel (the ORD-SOURCE-CODE the order came
      * in on) and rate source, so an account change is a table
      * change and not a program change.  Entry types:
      *
      *   AR  receivables control - debit for sales, credit for
      *       credit memos (the GL side of what ARIFACE posts)
      *   GS  gross sales         - credit, the order amount
      *   DE  discount expense    - debit, the discount granted
      *   RS  sales returns       - debit, a credit memo's amount
      *   RD  returns discount    - credit, the discount reversed
      *
      * A channel of '**' and a rate source of '*' are defaults:
      * GLPOST looks for the exact key, then the type and channel
      * under the default rate source, then the type and rate
      * source under the default channel, then the type's full
      * default, which GLAEDIT requires for every type.  Rate
      * sources are those the daily run stamps on AUD-RATE-SOURCE:
      * C contract, S schedule, Q a CINQ quote's held rate, O a
      * sales manager's approved manual override.
      * REBCALC volume rebate credits arrive on channel RB, so an RS
      * entry under channel RB sends them to a rebate account of
      * their own instead of sales returns.
      *----------------------------------------------------------------
       01  GLA-RECORD.
           05  GLA-ACCOUNT-KEY.
               10  GLA-ENTRY-TYPE       PIC X(02).
                   88  GLA-TYPE-VALID          VALUE 'AR', 'GS',
                                                     'DE', 'RS',
                                                     'RD'.
               10  GLA-SOURCE-CODE      PIC X(02).
               10  GLA-RATE-SOURCE      PIC X(01).
                   88  GLA-RATE-SOURCE-VALID   VALUE 'C', 'S', 'Q',
                                                     'O', '*'.
           05  GLA-ACCOUNT-NO           PIC X(10).
           05  GLA-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(10).
