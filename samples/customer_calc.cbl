      *                  date only as a no-card fallback, so a chain
      *                  that straddles midnight no longer fails its
      *                  own prerequisite checks.
      * 2026-10-15  RJM  Item master verification: every order line's
      *                  item must be on the ITEMMAS item master, a
      *                  sale line may not carry a discontinued item,
      *                  and a sale line's extended amount must be its
      *                  quantity times the item's list price - new
      *                  exception reasons ITEM, IDSC and LEXT, which
      *                  EXCFIX repairs like the other line reasons.
      *                  Each posted order's lines are written to the
      *                  new ITEMSALE priced-line file with their
      *                  share of the order discount and their
      *                  position on the order (ILS-LINE-NO), for the
      *                  ITEMRPT item sales report.
      * 2026-10-15  RJM  Quote rate lock: a sale header carrying an
      *                  open CINQ quote number for the same customer
      *                  passes the quote to DISCPRICE, which holds
      *                  the quoted rate up to the quoted amount
      *                  through the expiry date.  The report status
      *                  shows QUOTE and the audit rate source 'Q'.
      *                  A posted order marks its quote converted on
      *                  QUOTEFIL, or overridden when it was priced
      *                  at another rate; a non-numeric quote number
      *                  is rejected with reason QTNO.
      * 2026-10-15  RJM  Volume rebate credits: a credit header
      *                  carrying the REBCALC source code RB posts at
      *                  its face amount with no discount reversed,
      *                  and the report status column shows REBATE.
      * 2026-10-15  RJM  Customer activity history: every audit
      *                  record written is also loaded to the keyed
      *                  ACTHIST file under customer, run date and
      *                  document number for the CACT inquiry and
      *                  archive trace-backs.  A record already on
      *                  file is counted, not loaded again, so an
      *                  order reprocessed on a restart cannot load
      *                  twice; the run date and history count ride
      *                  the checkpoint so a restart past midnight
      *                  keys its records the same way.
      * 2026-10-15  RJM  Manual discount overrides: a header carrying
      *                  an override rate and the granting manager's
      *                  approver code is edited against the APPRAUTH
      *                  approver authority file - rate and order
      *                  amount within the manager's limits, active
      *                  authority - and rejected with reason OVRD
      *                  otherwise.  An accepted override prices the
      *                  whole order at that rate through DISCPRICE:
      *                  status OVERRIDE on the report, rate source
      *                  'O' on the audit trail, and an OVRDLOG record
      *                  beside the normal-rule discount for the
      *                  OVRRPT override register.
      * 2026-10-15  RJM  Exception and credit hold records carry the
      *                  header's quote number, override rate and
      *                  approver code, so a repaired or released
      *                  order recycles at the price it was keyed
      *                  for.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-CALC.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CONTRACT-KEY.
           SELECT QUOTE-FILE ASSIGN TO "QUOTEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-QUOTE-NO.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE.
           SELECT ACTIVITY-HISTORY-FILE ASSIGN TO "ACTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAH-KEY.
           SELECT APPROVER-FILE ASSIGN TO "APPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-APPROVER-ID.
           SELECT DISCOUNT-REPORT ASSIGN TO "DISCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-SALES-FILE ASSIGN TO "ITEMSALE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVRDLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DOC-CONTROL-FILE ASSIGN TO "DOCNOCTL"
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       COPY ORDREC.

       FD  DISCOUNT-SCHEDULE-FILE
           RECORD CONTAINS 37 CHARACTERS.
       COPY CONTREC.

       FD  QUOTE-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY QTEREC.

       FD  ITEM-MASTER-FILE
           RECORD CONTAINS 72 CHARACTERS.
       COPY ITMREC.

       FD  ACTIVITY-HISTORY-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY CAHREC.

       FD  APPROVER-FILE
           RECORD CONTAINS 61 CHARACTERS.
       COPY APVREC.

       FD  DISCOUNT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).
       COPY CTLCARD.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 109 CHARACTERS.
       COPY CHKPREC.

       FD  EXCEPTION-FILE
           RECORD CONTAINS 104 CHARACTERS.
       COPY EXCREC.

       FD  AUDIT-TRAIL-FILE
       COPY ARREC.

       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CRHREC.

       FD  ITEM-SALES-FILE
           RECORD CONTAINS 74 CHARACTERS.
       COPY ILSREC.

       FD  OVERRIDE-LOG-FILE
           RECORD CONTAINS 95 CHARACTERS.
       COPY OVLREC.

       FD  RUN-JOURNAL-FILE
           RECORD CONTAINS 98 CHARACTERS.
       COPY RUNJRNL.
       01  WS-PREMIUM-FLAG-X       PIC X       VALUE 'N'.
       01  WS-RATE-SOURCE-X        PIC X       VALUE 'S'.
           88  WS-RATE-CONTRACT                VALUE 'C'.
           88  WS-RATE-QUOTE                   VALUE 'Q'.
           88  WS-RATE-OVERRIDE                VALUE 'O'.

      * The header's keyed figures, saved before the line gather
      * read-ahead replaces ORD-RECORD with the next order's header.
           88  WS-ORDER-RESUBMITTED            VALUE 'R', 'A'.
           88  WS-CREDIT-RELEASED              VALUE 'A'.
       01  WS-SOURCE-CODE-X        PIC X(02)   VALUE SPACES.
           88  WS-SOURCE-REBATE                VALUE 'RB'.
       01  WS-SEQ-NO-X             PIC X(06)   VALUE SPACES.
       01  WS-QUOTE-NO-X           PIC X(08)   VALUE SPACES.
       01  WS-QUOTE-NO-N REDEFINES WS-QUOTE-NO-X
                                   PIC 9(08).
       01  WS-OVERRIDE-RT-X        PIC X(05)   VALUE SPACES.
       01  WS-OVERRIDE-RT-N REDEFINES WS-OVERRIDE-RT-X
                                   PIC 9(3)V99.
       01  WS-APPROVER-ID-X        PIC X(06)   VALUE SPACES.

      * WS-DOC-NO-N is the last document number assigned; the next
      * posted order takes the number above it.  Seeded from the
               88  WS-DATE-VALID                 VALUE 'Y'.
           05  WS-CREDIT-HELD-FLAG-X PIC X     VALUE 'N'.
               88  WS-CREDIT-HELD                VALUE 'Y'.
           05  WS-ITEM-FOUND-FLAG-X PIC X      VALUE 'N'.
               88  WS-ITEM-FOUND                 VALUE 'Y'.
           05  WS-QUOTE-FOUND-FLAG-X PIC X     VALUE 'N'.
               88  WS-QUOTE-FOUND                VALUE 'Y'.
           05  WS-OVERRIDE-FLAG-X   PIC X      VALUE 'N'.
               88  WS-OVERRIDE-GRANTED           VALUE 'Y'.

       01  WS-EXC-REASON-CODE-X    PIC X(04)   VALUE SPACES.
       01  WS-EXC-REASON-TEXT-X    PIC X(40)   VALUE SPACES.
       77  WS-OL-COUNT-N           PIC 9(4) COMP VALUE 0.
       77  WS-OL-SUB-N             PIC 9(4) COMP VALUE 0.
       01  WS-LINE-SUM-N           PIC 9(9)V99 VALUE 0.

      * List-price proof of a line, and the line's share of the order
      * discount on the priced-line file.  The last line takes what
      * is left of the discount, so the shares add back exactly.
       01  WS-LIST-EXTENSION-N     PIC 9(10)V99 VALUE 0.
       01  WS-LINE-DISCOUNT-AMT-N  PIC 9(7)V99 VALUE 0.
       01  WS-DISCOUNT-LEFT-N      PIC 9(7)V99 VALUE 0.
       77  WS-LAST-ORDER-RECORD-N  PIC 9(9) COMP VALUE 0.

      * Pricing happens in the DISCPRICE subprogram - the schedule
       77  WS-ORDER-COUNT-N        PIC 9(7) COMP VALUE 0.
       77  WS-CREDIT-COUNT-N       PIC 9(7) COMP VALUE 0.
       77  WS-HELD-COUNT-N         PIC 9(7) COMP VALUE 0.
       77  WS-HIST-LOAD-COUNT-N    PIC 9(7) COMP VALUE 0.
       77  WS-HIST-ON-FILE-COUNT-N PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-ORDER-AMT-N    PIC S9(9)V99  VALUE 0.
       01  WS-TOTAL-DISCOUNT-AMT-N PIC S9(9)V99  VALUE 0.
       01  WS-TOTAL-FINAL-AMT-N    PIC S9(9)V99  VALUE 0.
       01  WS-LAST-CKPT-LINE-COUNT-N      PIC 9(4)    VALUE 0.
       01  WS-LAST-CKPT-CREDIT-COUNT-N   PIC 9(7)    VALUE 0.
       01  WS-LAST-CKPT-HELD-COUNT-N     PIC 9(7)    VALUE 0.
       01  WS-LAST-CKPT-RUN-DATE-N       PIC 9(8)    VALUE 0.
       01  WS-LAST-CKPT-HIST-COUNT-N     PIC 9(7)    VALUE 0.

       77  WS-CHECKPOINT-INTERVAL-N PIC 9(4) COMP VALUE 1.
       77  WS-CKPT-DIV-N            PIC 9(7) COMP VALUE 0.
           INITIALIZE DPRC-PRICING-AREA.
           OPEN INPUT ORDER-FILE.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN INPUT APPROVER-FILE.
           OPEN I-O QUOTE-FILE.
           OPEN I-O ACTIVITY-HISTORY-FILE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-N FROM TIME.
               OPEN EXTEND AUDIT-TRAIL-FILE
               OPEN EXTEND AR-INTERFACE-FILE
               OPEN EXTEND CREDIT-HOLD-FILE
               OPEN EXTEND ITEM-SALES-FILE
               OPEN EXTEND OVERRIDE-LOG-FILE
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT DISCOUNT-REPORT
               OPEN OUTPUT AUDIT-TRAIL-FILE
               OPEN OUTPUT AR-INTERFACE-FILE
               OPEN OUTPUT CREDIT-HOLD-FILE
               OPEN OUTPUT ITEM-SALES-FILE
               OPEN OUTPUT OVERRIDE-LOG-FILE
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.
           PERFORM 2100-READ-ORDER THRU 2100-EXIT.
                   TO WS-HELD-COUNT-N
               MOVE WS-LAST-CKPT-DOC-NO-N
                   TO WS-DOC-NO-N
               MOVE WS-LAST-CKPT-HIST-COUNT-N
                   TO WS-HIST-LOAD-COUNT-N
               IF WS-LAST-CKPT-RUN-DATE-N > 0
                   MOVE WS-LAST-CKPT-RUN-DATE-N
                       TO WS-RUN-DATE-N
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.
                       TO WS-LAST-CKPT-HELD-COUNT-N
                   MOVE CHKP-LAST-DOC-NO
                       TO WS-LAST-CKPT-DOC-NO-N
                   MOVE CHKP-RUN-DATE
                       TO WS-LAST-CKPT-RUN-DATE-N
                   MOVE CHKP-HIST-LOAD-COUNT
                       TO WS-LAST-CKPT-HIST-COUNT-N
           END-READ.
       1410-EXIT.
           EXIT.
               MOVE ORD-TRAN-TYPE TO WS-TRAN-TYPE-X
               MOVE ORD-SOURCE-CODE TO WS-SOURCE-CODE-X
               MOVE ORD-SEQ-NO    TO WS-SEQ-NO-X
               MOVE SPACES        TO WS-QUOTE-NO-X
               MOVE SPACES        TO WS-OVERRIDE-RT-X
               MOVE SPACES        TO WS-APPROVER-ID-X
               MOVE 'N'           TO WS-VALID-ORDER-FLAG-X
               MOVE 'LORP'        TO WS-EXC-REASON-CODE-X
               MOVE "LINE RECORD WITHOUT AN ORDER HEADER"
           MOVE ORD-RESUBMIT-FLAG TO WS-RESUBMIT-FLAG-X.
           MOVE ORD-SOURCE-CODE   TO WS-SOURCE-CODE-X.
           MOVE ORD-SEQ-NO        TO WS-SEQ-NO-X.
           MOVE ORD-HDR-QUOTE-NO  TO WS-QUOTE-NO-X.
           MOVE ORD-HDR-OVERRIDE-RT-X TO WS-OVERRIDE-RT-X.
           MOVE ORD-HDR-APPROVER-ID   TO WS-APPROVER-ID-X.
           PERFORM 2120-GATHER-ORDER-LINES THRU 2120-EXIT.
           PERFORM 2200-EDIT-ORDER THRU 2200-EXIT.
           IF WS-VALID-ORDER
               PERFORM 2300-LOOKUP-CUSTOMER-MASTER THRU 2300-EXIT
               PERFORM 2320-LOOKUP-QUOTE THRU 2320-EXIT
               IF WS-TRAN-CREDIT AND WS-SOURCE-REBATE
                   PERFORM 2360-PRICE-REBATE-CREDIT THRU 2360-EXIT
               ELSE
                   PERFORM 2350-PRICE-ORDER THRU 2350-EXIT
               END-IF
               PERFORM 2400-SET-SIGNED-AMOUNTS THRU 2400-EXIT
               PERFORM 2430-CHECK-CREDIT-LIMIT THRU 2430-EXIT
               IF WS-CREDIT-HELD
               ADD 1 TO WS-DOC-NO-N
               PERFORM 2500-WRITE-REPORT-DETAIL THRU 2500-EXIT
               PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
               PERFORM 2620-LOAD-ACTIVITY-HISTORY THRU 2620-EXIT
               IF WS-RATE-OVERRIDE
                   PERFORM 2680-WRITE-OVERRIDE-LOG THRU 2680-EXIT
               END-IF
               PERFORM 2700-WRITE-AR-INTERFACE-RECORD THRU 2700-EXIT
               IF WS-OL-COUNT-N > 0
                   PERFORM 2650-WRITE-ITEM-SALES THRU 2650-EXIT
               END-IF
               PERFORM 2750-POST-CUSTOMER-YTD THRU 2750-EXIT
               IF WS-QUOTE-FOUND
                   PERFORM 2770-POST-QUOTE-USE THRU 2770-EXIT
               END-IF
               PERFORM 2800-ACCUMULATE-TOTALS THRU 2800-EXIT
               DIVIDE WS-ORDER-COUNT-N BY WS-CHECKPOINT-INTERVAL-N
                   GIVING WS-CKPT-DIV-N
                       TO WS-EXC-REASON-TEXT-X
               END-IF
           END-IF.
           IF WS-VALID-ORDER
                   AND WS-QUOTE-NO-X NOT = SPACES
                   AND WS-QUOTE-NO-X NOT NUMERIC
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'QTNO' TO WS-EXC-REASON-CODE-X
               MOVE "QUOTE NUMBER NOT NUMERIC"
                   TO WS-EXC-REASON-TEXT-X
           END-IF.
           IF WS-VALID-ORDER
               PERFORM 2240-EDIT-OVERRIDE THRU 2240-EXIT
           END-IF.
           IF WS-VALID-ORDER AND WS-OL-COUNT-N > 0
               PERFORM 2280-EDIT-ORDER-LINES THRU 2280-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      * A manual override needs both the rate and the code of the
      * manager who granted it, and that manager must hold an active
      * authority on APPRAUTH covering both the rate and the order
      * amount.  Anything less is rejected whole under reason OVRD
      * rather than priced at the normal rule, so the order cannot
      * post at a price the customer was not promised.  A volume
      * rebate credit posts at face amount and takes no override.
      * No rate and no approver code is an order without one.
       2240-EDIT-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-FLAG-X.
           IF (WS-OVERRIDE-RT-X = SPACES OR ZEROES)
                   AND WS-APPROVER-ID-X = SPACES
               GO TO 2240-EXIT
           END-IF.
           IF WS-OVERRIDE-RT-X = SPACES OR ZEROES
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'OVRD' TO WS-EXC-REASON-CODE-X
               MOVE "APPROVER CODE WITHOUT AN OVERRIDE RATE"
                   TO WS-EXC-REASON-TEXT-X
               GO TO 2240-EXIT
           END-IF.
           IF WS-OVERRIDE-RT-X NOT NUMERIC
                   OR WS-OVERRIDE-RT-N NOT < 100
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'OVRD' TO WS-EXC-REASON-CODE-X
               MOVE "OVERRIDE RATE NOT A VALID PERCENT"
                   TO WS-EXC-REASON-TEXT-X
               GO TO 2240-EXIT
           END-IF.
           IF WS-APPROVER-ID-X = SPACES
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'OVRD' TO WS-EXC-REASON-CODE-X
               MOVE "OVERRIDE RATE WITHOUT AN APPROVER CODE"
                   TO WS-EXC-REASON-TEXT-X
               GO TO 2240-EXIT
           END-IF.
           IF WS-TRAN-CREDIT AND WS-SOURCE-REBATE
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'OVRD' TO WS-EXC-REASON-CODE-X
               MOVE "NO OVERRIDE ON A VOLUME REBATE CREDIT"
                   TO WS-EXC-REASON-TEXT-X
               GO TO 2240-EXIT
           END-IF.
           MOVE WS-APPROVER-ID-X TO APV-APPROVER-ID.
           READ APPROVER-FILE
               INVALID KEY
                   MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
                   MOVE 'OVRD' TO WS-EXC-REASON-CODE-X
                   MOVE "OVERRIDE APPROVER NOT ON AUTHORITY FILE"
                       TO WS-EXC-REASON-TEXT-X
                   GO TO 2240-EXIT
           END-READ.
           IF NOT APV-STATUS-ACTIVE
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'OVRD' TO WS-EXC-REASON-CODE-X
               MOVE "OVERRIDE APPROVER AUTHORITY NOT ACTIVE"
                   TO WS-EXC-REASON-TEXT-X
               GO TO 2240-EXIT
           END-IF.
           IF WS-OVERRIDE-RT-N > APV-MAX-OVERRIDE-RT
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'OVRD' TO WS-EXC-REASON-CODE-X
               MOVE "OVERRIDE RATE OVER APPROVER AUTHORITY"
                   TO WS-EXC-REASON-TEXT-X
               GO TO 2240-EXIT
           END-IF.
           IF WS-ORDER-AMT-N > APV-MAX-ORDER-AMT
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'OVRD' TO WS-EXC-REASON-CODE-X
               MOVE "ORDER AMOUNT OVER APPROVER AUTHORITY"
                   TO WS-EXC-REASON-TEXT-X
               GO TO 2240-EXIT
           END-IF.
           MOVE 'Y' TO WS-OVERRIDE-FLAG-X.
       2240-EXIT.
           EXIT.

      * Every line must carry a positive quantity and extended
      * amount for an item on the item master, and the lines must
      * add back to the keyed header total - a mismatch means the
      * order was keyed wrong at the branch, not that one side of it
      * should be trusted.
       2280-EDIT-ORDER-LINES.
           PERFORM 2285-EDIT-ORDER-LINE THRU 2285-EXIT
               VARYING WS-OL-SUB-N FROM 1 BY 1
                       TO WS-EXC-REASON-TEXT-X
               END-IF
           END-IF.
           IF WS-VALID-ORDER
               PERFORM 2290-VERIFY-LINE-ITEM THRU 2290-EXIT
           END-IF.
       2285-EXIT.
           EXIT.

      * The line's item must be on the item master.  A sale must not
      * carry a discontinued item, and its extended amount must be
      * the quantity at today's list price.  A credit memo only needs
      * a known item: a return of a discontinued item is still taken
      * back, and it is credited at what the customer paid, which
      * need not be the current list price.
       2290-VERIFY-LINE-ITEM.
           MOVE WS-OL-ITEM-CODE-X (WS-OL-SUB-N) TO ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND-FLAG-X
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND-FLAG-X
           END-READ.
           IF NOT WS-ITEM-FOUND
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'ITEM' TO WS-EXC-REASON-CODE-X
               MOVE "LINE ITEM CODE NOT ON ITEM MASTER"
                   TO WS-EXC-REASON-TEXT-X
               GO TO 2290-EXIT
           END-IF.
           IF WS-TRAN-CREDIT
               GO TO 2290-EXIT
           END-IF.
           IF ITEM-DISCONTINUED
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'IDSC' TO WS-EXC-REASON-CODE-X
               MOVE "LINE ITEM IS DISCONTINUED"
                   TO WS-EXC-REASON-TEXT-X
               GO TO 2290-EXIT
           END-IF.
           COMPUTE WS-LIST-EXTENSION-N =
               WS-OL-QTY-N (WS-OL-SUB-N) * ITEM-LIST-PRICE.
           IF WS-LIST-EXTENSION-N NOT = WS-OL-AMOUNT-N (WS-OL-SUB-N)
               MOVE 'N'    TO WS-VALID-ORDER-FLAG-X
               MOVE 'LEXT' TO WS-EXC-REASON-CODE-X
               MOVE "LINE EXTENSION NOT QTY TIMES LIST PRICE"
                   TO WS-EXC-REASON-TEXT-X
           END-IF.
       2290-EXIT.
           EXIT.

      * A real calendar date: month 1-12, day within the month, with
      * February 29 allowed only in a leap year.  The order date now
      * selects the effective-dated tier, so a zero or mistyped date
           MOVE 'H'                 TO EXC-STATUS-CODE.
           MOVE WS-SOURCE-CODE-X    TO EXC-SOURCE-CODE.
           MOVE WS-SEQ-NO-X         TO EXC-SEQ-NO.
           MOVE WS-QUOTE-NO-X       TO EXC-QUOTE-NO.
           MOVE WS-OVERRIDE-RT-X    TO EXC-OVERRIDE-RT-X.
           MOVE WS-APPROVER-ID-X    TO EXC-APPROVER-ID.
           WRITE EXC-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT-N.
       2250-EXIT.
       2300-EXIT.
           EXIT.

      * Only a sale prices from a quote, and only from an open quote
      * given to this customer; whether the order date is still
      * inside the quote is DISCPRICE's rule.  A quote number that
      * is not on file, is another customer's, or was already used
      * leaves the order to price at the normal rule.  On a restart
      * the order being reprocessed may already have converted its
      * quote - the quote then shows the document number this order
      * is about to take again, and is still this order's to use.
       2320-LOOKUP-QUOTE.
           MOVE 'N' TO WS-QUOTE-FOUND-FLAG-X.
           IF WS-TRAN-CREDIT OR WS-QUOTE-NO-X = SPACES
               GO TO 2320-EXIT
           END-IF.
           IF WS-QUOTE-NO-N = 0
               GO TO 2320-EXIT
           END-IF.
           MOVE WS-QUOTE-NO-N TO QTE-QUOTE-NO.
           READ QUOTE-FILE
               INVALID KEY
                   GO TO 2320-EXIT
           END-READ.
           IF QTE-CUST-ID NOT = WS-CUST-ID-X
               GO TO 2320-EXIT
           END-IF.
           IF QTE-STATUS-OPEN
               MOVE 'Y' TO WS-QUOTE-FOUND-FLAG-X
           ELSE
               IF WS-RESTART-RUN
                       AND QTE-DOC-NO = WS-DOC-NO-N + 1
                   MOVE 'Y' TO WS-QUOTE-FOUND-FLAG-X
               END-IF
           END-IF.
       2320-EXIT.
           EXIT.

      * All discount rules - the tier search, the not-on-file size
      * fallback, the premium top-rate scan, the 5/15 percent
      * defaults, the quote rate lock and an approved override -
      * live in DISCPRICE, the same module CUSTINQ
      * quotes through, so batch and online can never drift.
       2350-PRICE-ORDER.
           MOVE WS-CUST-ID-X      TO DPRC-CUST-ID.
           ELSE
               MOVE 'N' TO DPRC-TIER-PREMIUM-X
           END-IF.
           IF WS-QUOTE-FOUND
               MOVE 'Y'             TO DPRC-QUOTE-SUPPLIED-X
               MOVE QTE-CUST-ID     TO DPRC-QUOTE-CUST-ID
               MOVE QTE-QUOTE-AMT   TO DPRC-QUOTE-AMT
               MOVE QTE-DISCOUNT-RT TO DPRC-QUOTE-RT
               MOVE QTE-EXPIRY-DATE TO DPRC-QUOTE-EXPIRY
           ELSE
               MOVE 'N'             TO DPRC-QUOTE-SUPPLIED-X
           END-IF.
           IF WS-OVERRIDE-GRANTED
               MOVE 'Y'              TO DPRC-OVERRIDE-SUPPLIED-X
               MOVE WS-OVERRIDE-RT-N TO DPRC-OVERRIDE-RT
           ELSE
               MOVE 'N'              TO DPRC-OVERRIDE-SUPPLIED-X
               MOVE 0                TO DPRC-OVERRIDE-RT
           END-IF.
           CALL WS-PRICING-PROGRAM-X USING DPRC-PRICING-AREA.
           MOVE DPRC-PREMIUM-FLAG-X TO WS-PREMIUM-FLAG-X.
           MOVE DPRC-RATE-SOURCE-X  TO WS-RATE-SOURCE-X.
       2350-EXIT.
           EXIT.

      * A volume rebate credit from REBCALC (source code RB) is a
      * payment to the customer, not a return of discounted goods:
      * there is no granted discount to reverse, so it posts at its
      * face amount.
       2360-PRICE-REBATE-CREDIT.
           MOVE 'N'               TO WS-PREMIUM-FLAG-X.
           MOVE 'S'               TO WS-RATE-SOURCE-X.
           MOVE 0                 TO WS-DISCOUNT-RT-N.
           MOVE 0                 TO WS-DISCOUNT-AMT-N.
           MOVE WS-ORDER-AMT-N    TO WS-FINAL-AMT-N.
       2360-EXIT.
           EXIT.

      * The discount is reversed with the same schedule logic that
      * granted it: the rate lookup above prices the credit exactly
      * as it priced the sale, and only the sign differs here.
           MOVE 'H'                 TO CRH-STATUS-CODE.
           MOVE WS-SOURCE-CODE-X    TO CRH-SOURCE-CODE.
           MOVE WS-SEQ-NO-X         TO CRH-SEQ-NO.
           MOVE WS-QUOTE-NO-X       TO CRH-QUOTE-NO.
           MOVE WS-OVERRIDE-RT-X    TO CRH-OVERRIDE-RT-X.
           MOVE WS-APPROVER-ID-X    TO CRH-APPROVER-ID.
           WRITE CRH-RECORD.
           ADD 1 TO WS-HELD-COUNT-N.
       2460-EXIT.
           MOVE WS-SIGNED-DISCOUNT-AMT-N TO WS-RD-DISC-AMT-N.
           MOVE WS-SIGNED-FINAL-AMT-N    TO WS-RD-FINAL-AMT-N.
           MOVE WS-DOC-NO-N              TO WS-RD-DOC-NO-N.
           IF WS-TRAN-CREDIT AND WS-SOURCE-REBATE
               MOVE "REBATE"      TO WS-RD-PREM-FLAG-X
           ELSE
               IF WS-RATE-OVERRIDE
                   MOVE "OVERRIDE"    TO WS-RD-PREM-FLAG-X
               ELSE
                   IF WS-RATE-QUOTE
                       MOVE "QUOTE"       TO WS-RD-PREM-FLAG-X
                   ELSE
                       IF WS-RATE-CONTRACT
                           MOVE "CONTRACT"    TO WS-RD-PREM-FLAG-X
                       ELSE
                           IF WS-PREMIUM-FLAG-X = 'Y'
                               MOVE "PREMIUM"  TO WS-RD-PREM-FLAG-X
                           ELSE
                               MOVE "STANDARD" TO WS-RD-PREM-FLAG-X
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
       2600-EXIT.
           EXIT.

      * The history record is the audit record just written, keyed
      * for the customer.  A key already on file can only be an
      * order this run loaded before an abend and is reprocessing
      * on the restart - it is counted and left as it stands.
       2620-LOAD-ACTIVITY-HISTORY.
           MOVE SPACES             TO CAH-RECORD.
           MOVE AUD-CUST-ID        TO CAH-CUST-ID.
           MOVE AUD-RUN-DATE       TO CAH-ACT-DATE.
           MOVE AUD-DOC-NO         TO CAH-DOC-NO.
           MOVE 0                  TO CAH-KEY-SEQ.
           MOVE AUD-RECORD         TO CAH-AUDIT-IMAGE.
           WRITE CAH-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIST-ON-FILE-COUNT-N
                   GO TO 2620-EXIT
           END-WRITE.
           ADD 1 TO WS-HIST-LOAD-COUNT-N.
       2620-EXIT.
           EXIT.

      * One priced-line record per line of the posted order, under
      * the order's document number.  The header total equals the
      * summed lines (the LSUM edit), so each line's discount share
      * is the order discount in proportion to its extended amount.
       2650-WRITE-ITEM-SALES.
           MOVE WS-DISCOUNT-AMT-N TO WS-DISCOUNT-LEFT-N.
           PERFORM 2660-WRITE-ITEM-SALES-LINE THRU 2660-EXIT
               VARYING WS-OL-SUB-N FROM 1 BY 1
               UNTIL WS-OL-SUB-N > WS-OL-COUNT-N.
       2650-EXIT.
           EXIT.

       2660-WRITE-ITEM-SALES-LINE.
           IF WS-OL-SUB-N = WS-OL-COUNT-N
               MOVE WS-DISCOUNT-LEFT-N TO WS-LINE-DISCOUNT-AMT-N
           ELSE
               COMPUTE WS-LINE-DISCOUNT-AMT-N ROUNDED =
                   WS-DISCOUNT-AMT-N * WS-OL-AMOUNT-N (WS-OL-SUB-N)
                   / WS-ORDER-AMT-N
               IF WS-LINE-DISCOUNT-AMT-N > WS-DISCOUNT-LEFT-N
                   MOVE WS-DISCOUNT-LEFT-N TO WS-LINE-DISCOUNT-AMT-N
               END-IF
           END-IF.
           SUBTRACT WS-LINE-DISCOUNT-AMT-N FROM WS-DISCOUNT-LEFT-N.
           MOVE WS-DOC-NO-N         TO ILS-DOC-NO.
           MOVE WS-CUST-ID-X        TO ILS-CUST-ID.
           MOVE WS-PRICING-DATE-N   TO ILS-ORDER-DATE.
           IF WS-TRAN-CREDIT
               MOVE 'C'             TO ILS-TRAN-TYPE
           ELSE
               MOVE 'S'             TO ILS-TRAN-TYPE
           END-IF.
           MOVE WS-OL-ITEM-CODE-X (WS-OL-SUB-N) TO ILS-ITEM-CODE.
           MOVE WS-OL-QTY-N (WS-OL-SUB-N)       TO ILS-LINE-QTY.
           MOVE WS-OL-AMOUNT-N (WS-OL-SUB-N)    TO ILS-LINE-AMT.
           MOVE WS-LINE-DISCOUNT-AMT-N          TO ILS-DISCOUNT-AMT.
           MOVE WS-SOURCE-CODE-X    TO ILS-SOURCE-CODE.
           MOVE WS-RUN-DATE-N       TO ILS-RUN-DATE.
           MOVE WS-OL-SUB-N         TO ILS-LINE-NO.
           WRITE ILS-RECORD.
       2660-EXIT.
           EXIT.

      * One override log record per posted order priced at an
      * approved override, carrying what the normal rules would
      * have given beside it.  On a restart the order being
      * reprocessed may already be logged; OVRRPT drops the repeat
      * by document number.
       2680-WRITE-OVERRIDE-LOG.
           MOVE SPACES                 TO OVL-RECORD.
           MOVE WS-APPROVER-ID-X       TO OVL-APPROVER-ID.
           MOVE WS-DOC-NO-N            TO OVL-DOC-NO.
           MOVE WS-CUST-ID-X           TO OVL-CUST-ID.
           MOVE WS-PRICING-DATE-N      TO OVL-ORDER-DATE.
           IF WS-TRAN-CREDIT
               MOVE 'C'                TO OVL-TRAN-TYPE
           ELSE
               MOVE 'S'                TO OVL-TRAN-TYPE
           END-IF.
           MOVE WS-ORDER-AMT-N         TO OVL-ORDER-AMT.
           MOVE WS-DISCOUNT-RT-N       TO OVL-OVERRIDE-RT.
           MOVE WS-DISCOUNT-AMT-N      TO OVL-OVERRIDE-DISC-AMT.
           MOVE DPRC-STD-RATE-SOURCE-X TO OVL-STD-RATE-SOURCE.
           MOVE DPRC-STD-DISCOUNT-RT   TO OVL-STD-DISCOUNT-RT.
           MOVE DPRC-STD-DISCOUNT-AMT  TO OVL-STD-DISCOUNT-AMT.
           MOVE WS-SOURCE-CODE-X       TO OVL-SOURCE-CODE.
           MOVE WS-RUN-DATE-N          TO OVL-RUN-DATE.
           MOVE WS-RUN-ID-X            TO OVL-RUN-ID.
           WRITE OVL-RECORD.
       2680-EXIT.
           EXIT.

       2700-WRITE-AR-INTERFACE-RECORD.
           MOVE WS-CUST-ID-X       TO AR-CUST-ID.
           MOVE WS-FINAL-AMT-N     TO AR-FINAL-AMT.
       2760-EXIT.
           EXIT.

      * The quote an order presented is used up once the order
      * posts: converted when DISCPRICE priced the order from it, or
      * overridden when the order was priced at another rate (an
      * order dated after the quote's expiry, or a manager's manual
      * override).  A held order does
      * not post, so its quote stays open.
       2770-POST-QUOTE-USE.
           IF WS-RATE-QUOTE
               MOVE 'C' TO QTE-STATUS-CODE
           ELSE
               MOVE 'X' TO QTE-STATUS-CODE
           END-IF.
           MOVE WS-RUN-DATE-N  TO QTE-ACTION-DATE.
           MOVE WS-DOC-NO-N    TO QTE-DOC-NO.
           MOVE WS-ORDER-AMT-N TO QTE-ORDER-AMT.
           REWRITE QTE-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER-CALC - QUOTE UPDATE FAILED FOR "
                       QTE-QUOTE-NO
           END-REWRITE.
       2770-EXIT.
           EXIT.

      * The checkpointed position is the last record of the order
      * just finished, not WS-RECORDS-READ-N - the line gather has
      * already read the next order's header, and a restart must
           MOVE WS-CREDIT-COUNT-N       TO CHKP-CREDIT-COUNT.
           MOVE WS-HELD-COUNT-N         TO CHKP-HELD-COUNT.
           MOVE WS-DOC-NO-N             TO CHKP-LAST-DOC-NO.
           MOVE WS-RUN-DATE-N           TO CHKP-RUN-DATE.
           MOVE WS-HIST-LOAD-COUNT-N    TO CHKP-HIST-LOAD-COUNT.
           WRITE CHKP-RECORD.
       2900-EXIT.
           EXIT.
           MOVE "ORDERS HELD FOR CREDIT" TO WS-RT-LABEL-X.
           MOVE WS-HELD-COUNT-N      TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "HISTORY RECORDS LOADED" TO WS-RT-LABEL-X.
           MOVE WS-HIST-LOAD-COUNT-N TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "HISTORY ALREADY LOADED" TO WS-RT-LABEL-X.
           MOVE WS-HIST-ON-FILE-COUNT-N TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8100-EXIT.
           EXIT.

           CLOSE AUDIT-TRAIL-FILE.
           CLOSE AR-INTERFACE-FILE.
           CLOSE CREDIT-HOLD-FILE.
           CLOSE ITEM-SALES-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE APPROVER-FILE.
           CLOSE OVERRIDE-LOG-FILE.
           CLOSE QUOTE-FILE.
           CLOSE ACTIVITY-HISTORY-FILE.
           CLOSE MASTER-JOURNAL-FILE.
           PERFORM 1900-STAMP-CYCLE-COMPLETE THRU 1900-EXIT.
       9000-EXIT.
