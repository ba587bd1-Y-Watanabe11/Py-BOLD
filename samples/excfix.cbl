      *                  date only as a no-card fallback, so a chain
      *                  that straddles midnight no longer fails its
      *                  own prerequisite checks.
      * 2026-10-15  RJM  The daily run's item master reasons (ITEM,
      *                  IDSC, LEXT) are repaired like the other line
      *                  reasons: the keyed header repair clears them
      *                  and the order recycles without its lines.
      * 2026-10-15  RJM  Exception records grew to 104 bytes with the
      *                  order's quote number, override rate and
      *                  approver code.  The re-edit now mirrors the
      *                  daily run's QTNO and OVRD rules, checking an
      *                  override against the APPRAUTH approver
      *                  authority file, so a bad quote or override
      *                  can no longer pass here and recycle.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCFIX.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIX-REGISTER ASSIGN TO "FIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVER-FILE ASSIGN TO "APPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-APPROVER-ID.
           SELECT OPTIONAL CYCLE-DATE-FILE ASSIGN TO "CYCCARD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           RECORD CONTAINS 104 CHARACTERS.
       COPY EXCREC.

       FD  CORRECTION-FILE
       COPY XFXREC.

       FD  EXCEPTION-OUT-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  EXC-OUT-RECORD              PIC X(104).

       FD  APPROVER-FILE
           RECORD CONTAINS 61 CHARACTERS.
       COPY APVREC.

       FD  FIX-REGISTER
           RECORD CONTAINS 132 CHARACTERS.

       77  WS-MIN-CUST-ID-N        PIC 9(6) VALUE 100000.
       77  WS-MAX-CUST-ID-N        PIC 9(6) VALUE 999999.
       01  WS-REBATE-SOURCE-X      PIC X(02)   VALUE "RB".

       01  WS-EDIT-DATE-N          PIC 9(8)    VALUE 0.
       01  FILLER REDEFINES WS-EDIT-DATE-N.
       1000-INITIALIZE.
           PERFORM 1800-VERIFY-CYCLE-START THRU 1800-EXIT.
           OPEN INPUT EXCEPTION-FILE.
           OPEN INPUT APPROVER-FILE.
           OPEN OUTPUT EXCEPTION-OUT-FILE.
           OPEN OUTPUT FIX-REGISTER.
           PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT.
       2300-EXIT.
           EXIT.

      * Mirror of the daily run's 2200-EDIT-ORDER rules.  Only the
      * header rules apply: the exception record holds no lines, and
      * EXCRECYC resubmits a repaired order as a lineless header
      * priced on its corrected total, so a line reason (LAMT, LQTY,
      * LSUM, ITEM, IDSC, LEXT) is cleared by keying the order total
      * the customer is to be billed.  The quote number, override
      * rate and approver code are not keyed on a correction: they
      * are re-edited as held, so a QTNO or OVRD reject stays held
      * until the cause is put right - an OVRD refused on the
      * manager's authority clears on a correction card keyed once
      * APPRAUTH covers it - or Order Entry re-keys the order.
       2400-REEDIT-EXCEPTION.
           MOVE 'Y' TO WS-EDIT-OK-FLAG-X.
           IF EXC-CUST-ID < WS-MIN-CUST-ID-N
                       TO EXC-REASON-TEXT
               END-IF
           END-IF.
           IF WS-EDIT-OK
                   AND EXC-QUOTE-NO NOT = SPACES
                   AND EXC-QUOTE-NO NOT NUMERIC
               MOVE 'N'    TO WS-EDIT-OK-FLAG-X
               MOVE 'QTNO' TO EXC-REASON-CODE
               MOVE "QUOTE NUMBER NOT NUMERIC"
                   TO EXC-REASON-TEXT
           END-IF.
           IF WS-EDIT-OK
               PERFORM 2420-REEDIT-OVERRIDE THRU 2420-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      * Mirror of the daily run's 2240-EDIT-OVERRIDE: rate and
      * approver code both present or both absent, the rate a valid
      * percent, no override on a volume rebate credit, and the
      * manager's APPRAUTH authority active and covering both the
      * rate and the order amount.
       2420-REEDIT-OVERRIDE.
           IF (EXC-OVERRIDE-RT-X = SPACES OR ZEROES)
                   AND EXC-APPROVER-ID = SPACES
               GO TO 2420-EXIT
           END-IF.
           MOVE 'N'    TO WS-EDIT-OK-FLAG-X.
           MOVE 'OVRD' TO EXC-REASON-CODE.
           IF EXC-OVERRIDE-RT-X = SPACES OR ZEROES
               MOVE "APPROVER CODE WITHOUT AN OVERRIDE RATE"
                   TO EXC-REASON-TEXT
               GO TO 2420-EXIT
           END-IF.
           IF EXC-OVERRIDE-RT-X NOT NUMERIC
                   OR EXC-OVERRIDE-RT NOT < 100
               MOVE "OVERRIDE RATE NOT A VALID PERCENT"
                   TO EXC-REASON-TEXT
               GO TO 2420-EXIT
           END-IF.
           IF EXC-APPROVER-ID = SPACES
               MOVE "OVERRIDE RATE WITHOUT AN APPROVER CODE"
                   TO EXC-REASON-TEXT
               GO TO 2420-EXIT
           END-IF.
           IF EXC-TRAN-TYPE = 'C'
                   AND EXC-SOURCE-CODE = WS-REBATE-SOURCE-X
               MOVE "NO OVERRIDE ON A VOLUME REBATE CREDIT"
                   TO EXC-REASON-TEXT
               GO TO 2420-EXIT
           END-IF.
           MOVE EXC-APPROVER-ID TO APV-APPROVER-ID.
           READ APPROVER-FILE
               INVALID KEY
                   MOVE "OVERRIDE APPROVER NOT ON AUTHORITY FILE"
                       TO EXC-REASON-TEXT
                   GO TO 2420-EXIT
           END-READ.
           IF NOT APV-STATUS-ACTIVE
               MOVE "OVERRIDE APPROVER AUTHORITY NOT ACTIVE"
                   TO EXC-REASON-TEXT
               GO TO 2420-EXIT
           END-IF.
           IF EXC-OVERRIDE-RT > APV-MAX-OVERRIDE-RT
               MOVE "OVERRIDE RATE OVER APPROVER AUTHORITY"
                   TO EXC-REASON-TEXT
               GO TO 2420-EXIT
           END-IF.
           IF EXC-ORDER-AMT > APV-MAX-ORDER-AMT
               MOVE "ORDER AMOUNT OVER APPROVER AUTHORITY"
                   TO EXC-REASON-TEXT
               GO TO 2420-EXIT
           END-IF.
           MOVE 'Y'    TO WS-EDIT-OK-FLAG-X.
           MOVE SPACES TO EXC-REASON-CODE.
       2420-EXIT.
           EXIT.

      * A real calendar date: month 1-12, day within the month, with
      * February 29 allowed only in a leap year.  Mirrors the daily
      * run's order-date edit - the date selects the effective-dated
       9000-TERMINATE.
           PERFORM 8100-WRITE-REGISTER-TOTALS THRU 8100-EXIT.
           CLOSE EXCEPTION-FILE.
           CLOSE APPROVER-FILE.
           CLOSE EXCEPTION-OUT-FILE.
           CLOSE FIX-REGISTER.
           PERFORM 1900-STAMP-CYCLE-COMPLETE THRU 1900-EXIT.
