      *                  negotiated rate exactly as the nightly run
      *                  does; the response message says when a
      *                  contract rate priced the quote.
      * 2026-10-15  RJM  Quote numbers: with ISSUE QUOTE 'Y', a rep id
      *                  and a channel keyed, the answer is saved on
      *                  QUOTEFIL under the next quote number from its
      *                  control record, with the rate and rate source
      *                  held for WS-QUOTE-DAYS-N days; the number and
      *                  expiry date come back on the screen for the
      *                  order to carry to the nightly run.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
               88  WS-CUST-FOUND               VALUE 'Y'.
           05  WS-VALID-ENTRY-FLAG-X PIC X     VALUE 'Y'.
               88  WS-VALID-ENTRY               VALUE 'Y'.
           05  WS-ISSUE-FLAG-X      PIC X      VALUE 'N'.
               88  WS-ISSUE-QUOTE               VALUE 'Y'.

       77  WS-MIN-CUST-ID-N        PIC 9(6) VALUE 100000.
       77  WS-MAX-CUST-ID-N        PIC 9(6) VALUE 999999.
       01  WS-EDIT-MSG-X           PIC X(60)   VALUE SPACES.

      * A saved quote holds its rate for WS-QUOTE-DAYS-N days from
      * the day it is given.  Channels are the order feeds the
      * quote can come back on.
       77  WS-QUOTE-DAYS-N         PIC 9(3) COMP VALUE 30.
       77  WS-MS-PER-DAY-N         PIC 9(8) COMP VALUE 86400000.
       01  WS-REP-ID-X             PIC X(04)   VALUE SPACES.
       01  WS-CHANNEL-X            PIC X(02)   VALUE SPACES.
           88  WS-CHANNEL-VALID    VALUE 'B1', 'B2', 'B3', 'WB'.
       01  WS-QUOTE-NO-N           PIC 9(8)    VALUE 0.
       01  WS-QTE-RID-N            PIC 9(8)    VALUE 0.
       01  WS-EXPIRY-DATE-N        PIC 9(8)    VALUE 0.
       01  WS-EXPIRY-ABSTIME-N     PIC S9(15) COMP-3 VALUE 0.

      * Pricing happens in the DISCPRICE subprogram - the schedule
      * loads straight into its communication area and the quote
      * prices through one CALL, the same call CUSTOMER-CALC makes.
       COPY DISCSCH.
       COPY CONTREC.
       COPY CUSTMAS.
       COPY QTEREC.
       COPY CIQMAP.

       LINKAGE SECTION.
               PERFORM 2300-LOOKUP-CUSTOMER-MASTER THRU 2300-EXIT
               PERFORM 2350-PRICE-QUOTE THRU 2350-EXIT
               PERFORM 2500-BUILD-RESPONSE THRU 2500-EXIT
               IF WS-ISSUE-QUOTE
                   PERFORM 2600-ISSUE-QUOTE THRU 2600-EXIT
               END-IF
               EXEC CICS SEND MAP ('CIQMAP') MAPSET ('CIQMSET')
                   FROM (CIQMAPO) ERASE
               END-EXEC
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID-ENTRY
               PERFORM 2250-EDIT-QUOTE-REQUEST THRU 2250-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      * A plain inquiry leaves ISSUE QUOTE blank or 'N'.  A quote to
      * be saved must say who gave it and on which channel the
      * order will come in, for the conversion report.
       2250-EDIT-QUOTE-REQUEST.
           MOVE 'N' TO WS-ISSUE-FLAG-X.
           IF ISSUIL = 0 OR ISSUII = SPACE OR ISSUII = 'N'
               GO TO 2250-EXIT
           END-IF.
           IF ISSUII NOT = 'Y'
               MOVE 'N' TO WS-VALID-ENTRY-FLAG-X
               MOVE "ISSUE QUOTE MUST BE Y OR N" TO WS-EDIT-MSG-X
               GO TO 2250-EXIT
           END-IF.
           IF REPIL = 0 OR REPII = SPACES
               MOVE 'N' TO WS-VALID-ENTRY-FLAG-X
               MOVE "REP ID IS REQUIRED TO ISSUE A QUOTE"
                   TO WS-EDIT-MSG-X
               GO TO 2250-EXIT
           END-IF.
           MOVE REPII  TO WS-REP-ID-X.
           MOVE CHNLII TO WS-CHANNEL-X.
           IF CHNLIL = 0 OR NOT WS-CHANNEL-VALID
               MOVE 'N' TO WS-VALID-ENTRY-FLAG-X
               MOVE "CHANNEL MUST BE B1, B2, B3 OR WB" TO WS-EDIT-MSG-X
               GO TO 2250-EXIT
           END-IF.
           MOVE 'Y' TO WS-ISSUE-FLAG-X.
       2250-EXIT.
           EXIT.

      * A quote prices from the tiers in effect on the day it is
      * given - the batch run prices on the order date instead.
       1100-SET-PRICING-DATE.
       2500-EXIT.
           EXIT.

      * The quote number comes from the key-zero control record,
      * read for update so two terminals cannot issue the same
      * number.  The held rate is the rate just priced, and the
      * expiry is WS-QUOTE-DAYS-N days on from today's clock.
       2600-ISSUE-QUOTE.
           MOVE 0 TO WS-QTE-RID-N.
           EXEC CICS READ FILE ('QUOTEFIL')
               INTO (QTE-RECORD)
               RIDFLD (WS-QTE-RID-N)
               UPDATE
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N NOT = DFHRESP(NORMAL)
               MOVE "QUOTE CONTROL RECORD NOT FOUND - QUOTE NOT SAVED"
                   TO MSGOO
               GO TO 2600-EXIT
           END-IF.
           MOVE QTE-NEXT-NO TO WS-QUOTE-NO-N.
           ADD 1 TO QTE-NEXT-NO.
           EXEC CICS REWRITE FILE ('QUOTEFIL')
               FROM (QTE-RECORD)
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N NOT = DFHRESP(NORMAL)
               MOVE "QUOTE CONTROL RECORD NOT UPDATED - QUOTE NOT SAVED"
                   TO MSGOO
               GO TO 2600-EXIT
           END-IF.
           COMPUTE WS-EXPIRY-ABSTIME-N =
               WS-ABSTIME-N + WS-QUOTE-DAYS-N * WS-MS-PER-DAY-N.
           EXEC CICS FORMATTIME ABSTIME (WS-EXPIRY-ABSTIME-N)
               YYYYMMDD (WS-EXPIRY-DATE-N)
           END-EXEC.
           INITIALIZE QTE-RECORD.
           MOVE WS-QUOTE-NO-N       TO QTE-QUOTE-NO.
           MOVE WS-CUST-ID-X        TO QTE-CUST-ID.
           MOVE WS-ORDER-AMT-N      TO QTE-QUOTE-AMT.
           MOVE WS-DISCOUNT-RT-N    TO QTE-DISCOUNT-RT.
           MOVE DPRC-RATE-SOURCE-X  TO QTE-RATE-SOURCE.
           MOVE WS-PRICING-DATE-N   TO QTE-ISSUE-DATE.
           MOVE WS-EXPIRY-DATE-N    TO QTE-EXPIRY-DATE.
           MOVE WS-REP-ID-X         TO QTE-REP-ID.
           MOVE WS-CHANNEL-X        TO QTE-CHANNEL.
           MOVE EIBTRMID            TO QTE-TERM-ID.
           MOVE 'O'                 TO QTE-STATUS-CODE.
           EXEC CICS WRITE FILE ('QUOTEFIL')
               FROM (QTE-RECORD)
               RIDFLD (QTE-QUOTE-NO)
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N NOT = DFHRESP(NORMAL)
               MOVE "QUOTE FILE WRITE FAILED - QUOTE NOT SAVED"
                   TO MSGOO
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-QUOTE-NO-N    TO QTNOOO.
           MOVE WS-EXPIRY-DATE-N TO EXPOO.
           MOVE "QUOTE SAVED - RATE HELD TO THE DATE SHOWN"
               TO MSGOO.
       2600-EXIT.
           EXIT.

       9100-NO-INPUT.
           MOVE "ENTER CUSTOMER ID AND PROPOSED ORDER AMOUNT"
               TO MSGOO.
