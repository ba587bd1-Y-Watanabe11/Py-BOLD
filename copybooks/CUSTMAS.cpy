      * through CUSTMNT; zero means no limit is set and the account
      * is never held.  CUST-OPEN-EXPOSURE is the running signed
      * total of finalized amounts the daily run has posted to
      * ARIFACE, less the cash CASHAPP has applied against them - the
      * figure a new sale is checked against before it is allowed to
      * price and post.
      *----------------------------------------------------------------
       01  CUST-MASTER-RECORD.
           05  CUST-ID                 PIC 9(6).
