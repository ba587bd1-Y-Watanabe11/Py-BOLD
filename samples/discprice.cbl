      * live: the negotiated contract-rate override, the not-on-file
      * order-size fallback at 1000, the premium top-rate scan over
      * the tiers in effect on the pricing date, the tier search for
      * standard customers, the 5 and 15 percent defaults, the CINQ
      * quote rate lock and an approved manual override.
      * CUSTOMER-CALC and CUSTINQ both CALL here through
      * DPRC-PRICING-AREA, so a rep's CINQ quote and the nightly
      * run can never price the same order differently; RATEPAR
      *                  the premium top-rate rule.  The caller loads
      *                  the contract table next to the schedule, and
      *                  DPRC-RATE-SOURCE-X reports which applied.
      * 2026-10-15  RJM  Quote rate lock: an open CINQ quote stated
      *                  in DPRC-QUOTE prices the order at the held
      *                  rate up to the quoted amount, through the
      *                  quote's expiry date, ahead of the contract
      *                  and schedule rules; the excess over the
      *                  quoted amount prices at the normal rule.
      *                  Rate source 'Q'.
      * 2026-10-15  RJM  Manual discount override: an approved
      *                  override rate stated in DPRC-OVERRIDE prices
      *                  the whole order after the normal rules have
      *                  run, rate source 'O'.  What the normal rules
      *                  gave is always returned in the DPRC-STD-
      *                  outputs for the override register.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCPRICE.
       77  WS-SCH-HIT-N            PIC 9(4) COMP VALUE 0.
       77  WS-CONTR-SUB-N          PIC 9(4) COMP VALUE 0.
       77  WS-CONTR-HIT-N          PIC 9(4) COMP VALUE 0.
       01  WS-QUOTED-DISC-AMT-N    PIC 9(7)V99 VALUE 0.
       01  WS-EXCESS-DISC-AMT-N    PIC 9(7)V99 VALUE 0.

       LINKAGE SECTION.
       COPY DPRCOMM.
                   PERFORM 2350-LOOKUP-STANDARD-RATE THRU 2350-EXIT
               END-IF
           END-IF.
           IF DPRC-QUOTE-SUPPLIED
               AND DPRC-QUOTE-CUST-ID = DPRC-CUST-ID
               AND DPRC-PRICING-DATE <= DPRC-QUOTE-EXPIRY
               PERFORM 3000-APPLY-QUOTE-RATE THRU 3000-EXIT
           ELSE
               COMPUTE DPRC-DISCOUNT-AMT =
                   DPRC-ORDER-AMT * DPRC-DISCOUNT-RT / 100
           END-IF.
           MOVE DPRC-RATE-SOURCE-X TO DPRC-STD-RATE-SOURCE-X.
           MOVE DPRC-DISCOUNT-RT   TO DPRC-STD-DISCOUNT-RT.
           MOVE DPRC-DISCOUNT-AMT  TO DPRC-STD-DISCOUNT-AMT.
           IF DPRC-OVERRIDE-SUPPLIED
               PERFORM 4000-APPLY-OVERRIDE-RATE THRU 4000-EXIT
           END-IF.
           COMPUTE DPRC-FINAL-AMT =
               DPRC-ORDER-AMT - DPRC-DISCOUNT-AMT.
           GOBACK.
           END-IF.
       2365-EXIT.
           EXIT.

      * The rate a rep quoted is held for that customer through the
      * expiry date whatever the schedule or contract says by the
      * time the order prices - but only on the amount quoted.  The
      * excess over the quoted amount takes the rate just found by
      * the normal rules, and the rate returned is the blended rate
      * the order actually received, so the audit rate times the
      * order amount still gives the discount.
       3000-APPLY-QUOTE-RATE.
           MOVE 'Q' TO DPRC-RATE-SOURCE-X.
           IF DPRC-ORDER-AMT NOT > DPRC-QUOTE-AMT
               MOVE DPRC-QUOTE-RT TO DPRC-DISCOUNT-RT
               COMPUTE DPRC-DISCOUNT-AMT =
                   DPRC-ORDER-AMT * DPRC-DISCOUNT-RT / 100
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-QUOTED-DISC-AMT-N =
               DPRC-QUOTE-AMT * DPRC-QUOTE-RT / 100.
           COMPUTE WS-EXCESS-DISC-AMT-N =
               (DPRC-ORDER-AMT - DPRC-QUOTE-AMT)
                   * DPRC-DISCOUNT-RT / 100.
           COMPUTE DPRC-DISCOUNT-AMT =
               WS-QUOTED-DISC-AMT-N + WS-EXCESS-DISC-AMT-N.
           COMPUTE DPRC-DISCOUNT-RT ROUNDED =
               DPRC-DISCOUNT-AMT * 100 / DPRC-ORDER-AMT.
       3000-EXIT.
           EXIT.

      * A sales manager's special rate replaces whatever the normal
      * rules gave - contract, quote or schedule - on the whole
      * order.  The caller has already held the rate and the order
      * amount to the manager's authority; the normal result stays
      * in the DPRC-STD- outputs for the override register.
       4000-APPLY-OVERRIDE-RATE.
           MOVE 'O' TO DPRC-RATE-SOURCE-X.
           MOVE DPRC-OVERRIDE-RT TO DPRC-DISCOUNT-RT.
           COMPUTE DPRC-DISCOUNT-AMT =
               DPRC-ORDER-AMT * DPRC-DISCOUNT-RT / 100.
       4000-EXIT.
           EXIT.
