      *                  with the CONTRACT file loaded beside the
      *                  schedule, so the parity figures Sales keys
      *                  must allow for contract accounts too.
      * 2026-10-15  RJM  A deck case may carry a manual override rate,
      *                  priced through DISCPRICE the way the daily
      *                  run prices an approved override.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEPAR.
           ELSE
               MOVE 'N' TO DPRC-TIER-PREMIUM-X
           END-IF.
           MOVE 'N' TO DPRC-OVERRIDE-SUPPLIED-X.
           MOVE 0   TO DPRC-OVERRIDE-RT.
           IF PAR-OVERRIDE-RT-X IS NUMERIC
               IF PAR-OVERRIDE-RT > 0
                   MOVE 'Y'             TO DPRC-OVERRIDE-SUPPLIED-X
                   MOVE PAR-OVERRIDE-RT TO DPRC-OVERRIDE-RT
               END-IF
           END-IF.
           CALL WS-PRICING-PROGRAM-X USING DPRC-PRICING-AREA.
       2350-EXIT.
           EXIT.
