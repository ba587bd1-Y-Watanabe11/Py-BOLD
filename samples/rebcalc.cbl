      *----------------------------------------------------------------
      * REBCALC
      * Quarter-end / year-end volume rebate run.  Settles the
      * REBAGMT rebate agreements for the period keyed on the RBCCARD
      * parameter card, in place of the analyst working the rebates
      * out from DISCSUMM printouts and keying the credits by hand:
      *
      *   1. Every agreement of the card's period type that is in
      *      force on the last day of the period takes part.  An
      *      agreement that started inside the period counts sales
      *      from its effective-from date only.
      *
      *   2. Each participating customer's net sales for the period
      *      are totaled from the AUDTRAIL audit trail (the period's
      *      daily trails concatenated): finalized sales less credit
      *      memos, by audit run date.  Rebate credits issued by an
      *      earlier settlement are left out of the total.
      *
      *   3. The highest tier whose threshold the net sales reach
      *      sets the rebate percentage, paid on the whole net.
      *
      *   4. Each rebate is issued as an ORD-TRAN-TYPE 'C' credit
      *      header, source code RB, written to the FRONT of the
      *      next cycle's order file ahead of the incoming orders -
      *      the same way CREDRCYC resubmits released holds - so the
      *      daily run gives it a document number, an audit record,
      *      an ARIFACE credit and its YTD and exposure postings
      *      like any other credit memo.
      *
      *   5. The REBHIST rebate history is read before anything is
      *      issued: a customer already paid for the period is
      *      listed ALREADY PAID and is not paid again.  The history
      *      is only appended once every credit header has been
      *      written, so a run that fails part way leaves nothing
      *      recorded and can simply be rerun.
      *
      * The rebate accrual register lists every participating
      * agreement with its sales, credits, net, tier reached and
      * rebate, and totals the rebates issued.  A missing or invalid
      * card, or a period not yet ended, stops the run RC 8 before
      * any file is written; a rebate too large for one credit memo
      * is listed OVER CREDIT MAXIMUM, left unpaid, and ends the run
      * RC 8 so Finance can settle it by hand.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version.
      * 2026-10-15  RJM  Order file records grew to 53 bytes with the
      *                  header approver code for manual discount
      *                  overrides; a rebate credit carries none.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBCALC.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN TO "REBAGMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBA-AGREEMENT-KEY.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRAIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REBATE-HISTORY-FILE ASSIGN TO "REBHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REBATE-PARM-FILE ASSIGN TO "RBCCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-FILE ASSIGN TO "ORDERFIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-ORDER-FILE ASSIGN TO "RBNEWORD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT ASSIGN TO "RBACCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE
           RECORD CONTAINS 113 CHARACTERS.
       COPY RBAREC.

       FD  AUDIT-TRAIL-FILE
           RECORD CONTAINS 92 CHARACTERS.
       COPY AUDREC.

       FD  REBATE-HISTORY-FILE
           RECORD CONTAINS 85 CHARACTERS.
       COPY RBHREC.

       FD  REBATE-PARM-FILE
           RECORD CONTAINS 16 CHARACTERS.
       COPY RBCCARD.

       FD  ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       COPY ORDREC.

       FD  NEW-ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  NEW-ORD-RECORD              PIC X(53).

       FD  ACCRUAL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-REBATE-EOF-FLAG-X PIC X      VALUE 'N'.
               88  WS-REBATE-EOF               VALUE 'Y'.
           05  WS-AUDIT-EOF-FLAG-X  PIC X      VALUE 'N'.
               88  WS-AUDIT-EOF                VALUE 'Y'.
           05  WS-HIST-EOF-FLAG-X   PIC X      VALUE 'N'.
               88  WS-HIST-EOF                 VALUE 'Y'.
           05  WS-ORDER-EOF-FLAG-X  PIC X      VALUE 'N'.
               88  WS-ORDER-EOF                VALUE 'Y'.
           05  WS-PARM-OK-FLAG-X    PIC X      VALUE 'N'.
               88  WS-PARM-OK                  VALUE 'Y'.

       77  WS-REBATE-TABLE-MAX-N   PIC 9(4) COMP VALUE 200.
       77  WS-TIER-MAX-N           PIC 9(4) COMP VALUE 5.

      * Source code stamped on the rebate credit headers, so the
      * daily run, the audit trail and the channel and GL reports
      * can tell a rebate from a keyed credit memo.
       01  WS-REBATE-SOURCE-X      PIC X(02)   VALUE "RB".
       01  WS-MAX-CREDIT-AMT-N     PIC 9(7)V99 VALUE 9999999.99.

       01  WS-RUN-DATE-N           PIC 9(8)    VALUE 0.
       01  WS-RUN-TIME-N           PIC 9(8)    VALUE 0.

      * The period being settled, derived from the card: first and
      * last day, and the period id the history is keyed by - the
      * year followed by Q1-Q4 or YR.
       01  WS-PERIOD-FROM-N        PIC 9(8)    VALUE 0.
       01  FILLER REDEFINES WS-PERIOD-FROM-N.
           05  WS-PFR-YYYY-N       PIC 9(4).
           05  WS-PFR-MMDD-N       PIC 9(4).
       01  WS-PERIOD-TO-N          PIC 9(8)    VALUE 0.
       01  FILLER REDEFINES WS-PERIOD-TO-N.
           05  WS-PTO-YYYY-N       PIC 9(4).
           05  WS-PTO-MMDD-N       PIC 9(4).
       01  WS-PERIOD-ID-X          PIC X(06)   VALUE SPACES.
       01  FILLER REDEFINES WS-PERIOD-ID-X.
           05  WS-PID-YYYY-N       PIC 9(4).
           05  WS-PID-SUFFIX-X     PIC X(02).
       01  WS-QUARTER-SUFFIX-X.
           05  FILLER              PIC X(01)   VALUE 'Q'.
           05  WS-QS-QUARTER-N     PIC 9(01)   VALUE 0.

       01  WS-QUARTER-DATES-X.
           05  FILLER              PIC X(32)
                   VALUE "01010331040106300701093010011231".
       01  FILLER REDEFINES WS-QUARTER-DATES-X.
           05  WS-QUARTER-ENTRY    OCCURS 4 TIMES.
               10  WS-QTR-FROM-MMDD-N  PIC 9(4).
               10  WS-QTR-TO-MMDD-N    PIC 9(4).

      * One entry per participating agreement.  WS-RBT-WINDOW-FROM-N
      * is the first audit run date that counts toward its sales -
      * the period start, or the agreement's own start if later.
      * WS-RBT-STATUS-X is the settlement outcome:
      *   'I' issued, 'P' already paid, 'B' below the first tier,
      *   'M' over the one-credit maximum.
       01  WS-REBATE-TABLE.
           05  WS-RBT-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-RBT-COUNT-N.
               10  WS-RBT-CUST-ID-N     PIC 9(6).
               10  WS-RBT-EFF-FROM-N    PIC 9(8).
               10  WS-RBT-WINDOW-FROM-N PIC 9(8).
               10  WS-RBT-TIER OCCURS 5 TIMES.
                   15  WS-RBT-THRESHOLD-N PIC 9(9)V99.
                   15  WS-RBT-PCT-N       PIC 9(3)V99.
               10  WS-RBT-SALES-AMT-N   PIC 9(9)V99.
               10  WS-RBT-CREDIT-AMT-N  PIC 9(9)V99.
               10  WS-RBT-NET-AMT-N     PIC S9(9)V99.
               10  WS-RBT-TIER-N        PIC 9(1).
               10  WS-RBT-REBATE-PCT-N  PIC 9(3)V99.
               10  WS-RBT-REBATE-AMT-N  PIC 9(9)V99.
               10  WS-RBT-SEQ-NO-N      PIC 9(6).
               10  WS-RBT-STATUS-X      PIC X(01).
                   88  WS-RBT-ISSUED            VALUE 'I'.
                   88  WS-RBT-PAID              VALUE 'P'.
                   88  WS-RBT-BELOW-TIER        VALUE 'B'.
                   88  WS-RBT-OVER-MAXIMUM      VALUE 'M'.

       77  WS-RBT-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-RBT-SUB-N            PIC 9(4) COMP VALUE 0.
       77  WS-RBT-FOUND-N          PIC 9(4) COMP VALUE 0.
       77  WS-TIER-SUB-N           PIC 9(4) COMP VALUE 0.
       77  WS-SEARCH-CUST-ID-N     PIC 9(6)      VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(45) VALUE SPACES.
           05  FILLER              PIC X(30)
                   VALUE "REBATE ACCRUAL REGISTER".
           05  FILLER              PIC X(43) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-REPORT-HEADING-P.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "PERIOD".
           05  WS-RHP-PERIOD-ID-X  PIC X(06).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RHP-FROM-N       PIC 9(8).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  WS-RHP-TO-N         PIC 9(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "CUST ID".
           05  FILLER              PIC X(11) VALUE "AGMT FROM".
           05  FILLER              PIC X(10) VALUE "SALES FROM".
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "SALES".
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "CREDITS".
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "NET SALES".
           05  FILLER              PIC X(5)  VALUE " TIER".
           05  FILLER              PIC X(6)  VALUE "   PCT".
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "REBATE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "STATUS".

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-CUST-ID-N     PIC ZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-EFF-FROM-N    PIC 9(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-WINDOW-FROM-N PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-SALES-AMT-N   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-CREDIT-AMT-N  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-NET-AMT-N     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-TIER-N        PIC Z.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-PCT-N         PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-REBATE-AMT-N  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-STATUS-X      PIC X(20).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RT-LABEL-X       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-COUNT-N       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-AMT-N         PIC ZZ,ZZZ,ZZ9.99-.

       77  WS-LINE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-PAGE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-LINES-PER-PAGE-N     PIC 9(4) COMP VALUE 50.

       77  WS-AUDIT-READ-COUNT-N   PIC 9(7) COMP VALUE 0.
       77  WS-AUDIT-USED-COUNT-N   PIC 9(7) COMP VALUE 0.
       77  WS-ISSUED-COUNT-N       PIC 9(7) COMP VALUE 0.
       77  WS-PAID-COUNT-N         PIC 9(7) COMP VALUE 0.
       77  WS-BELOW-COUNT-N        PIC 9(7) COMP VALUE 0.
       77  WS-OVER-MAX-COUNT-N     PIC 9(7) COMP VALUE 0.
       77  WS-HISTORY-COUNT-N      PIC 9(7) COMP VALUE 0.
       77  WS-PASSED-COUNT-N       PIC 9(7) COMP VALUE 0.
       01  WS-ISSUED-AMT-N         PIC S9(9)V99 VALUE 0.
       01  WS-PAID-AMT-N           PIC S9(9)V99 VALUE 0.
       01  WS-SEQ-NO-N             PIC 9(6)     VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ACCUMULATE-AUDIT THRU 2000-EXIT
               UNTIL WS-AUDIT-EOF.
           PERFORM 3000-SETTLE-AGREEMENT THRU 3000-EXIT
               VARYING WS-RBT-SUB-N FROM 1 BY 1
               UNTIL WS-RBT-SUB-N > WS-RBT-COUNT-N.
           PERFORM 4000-COPY-INCOMING-ORDERS THRU 4000-EXIT
               UNTIL WS-ORDER-EOF.
           PERFORM 5000-RECORD-HISTORY THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-OVER-MAX-COUNT-N > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-N FROM TIME.
           PERFORM 1300-READ-PARM-CARD THRU 1300-EXIT.
           IF NOT WS-PARM-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REBATE-FILE.
           PERFORM 1210-READ-REBATE THRU 1210-EXIT
               UNTIL WS-REBATE-EOF.
           CLOSE REBATE-FILE.
           PERFORM 1400-CHECK-REBATE-HISTORY THRU 1400-EXIT.
           OPEN INPUT AUDIT-TRAIL-FILE.
           OPEN INPUT ORDER-FILE.
           OPEN OUTPUT NEW-ORDER-FILE.
           OPEN OUTPUT ACCRUAL-REPORT.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      * Only agreements of the card's period type in force on the
      * last day of the period are settled.
       1210-READ-REBATE.
           READ REBATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REBATE-EOF-FLAG-X
                   GO TO 1210-EXIT
           END-READ.
           IF RBA-PERIOD-TYPE NOT = RBC-PERIOD-TYPE
                   OR RBA-EFF-FROM-DATE > WS-PERIOD-TO-N
                   OR RBA-EFF-TO-DATE < WS-PERIOD-TO-N
               GO TO 1210-EXIT
           END-IF.
           IF WS-RBT-COUNT-N >= WS-REBATE-TABLE-MAX-N
               DISPLAY "REBCALC - REBAGMT EXCEEDS THE "
                   WS-REBATE-TABLE-MAX-N " ENTRY REBATE TABLE - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RBT-COUNT-N.
           INITIALIZE WS-RBT-ENTRY (WS-RBT-COUNT-N).
           MOVE RBA-CUST-ID       TO WS-RBT-CUST-ID-N (WS-RBT-COUNT-N).
           MOVE RBA-EFF-FROM-DATE TO WS-RBT-EFF-FROM-N (WS-RBT-COUNT-N).
           IF RBA-EFF-FROM-DATE > WS-PERIOD-FROM-N
               MOVE RBA-EFF-FROM-DATE
                   TO WS-RBT-WINDOW-FROM-N (WS-RBT-COUNT-N)
           ELSE
               MOVE WS-PERIOD-FROM-N
                   TO WS-RBT-WINDOW-FROM-N (WS-RBT-COUNT-N)
           END-IF.
           PERFORM 1220-LOAD-TIER THRU 1220-EXIT
               VARYING WS-TIER-SUB-N FROM 1 BY 1
               UNTIL WS-TIER-SUB-N > WS-TIER-MAX-N.
       1210-EXIT.
           EXIT.

       1220-LOAD-TIER.
           MOVE RBA-TIER-THRESHOLD (WS-TIER-SUB-N)
               TO WS-RBT-THRESHOLD-N (WS-RBT-COUNT-N, WS-TIER-SUB-N).
           MOVE RBA-TIER-PCT (WS-TIER-SUB-N)
               TO WS-RBT-PCT-N (WS-RBT-COUNT-N, WS-TIER-SUB-N).
       1220-EXIT.
           EXIT.

      * The card names a whole calendar quarter or year.  A period
      * that has not yet ended is refused: settling it early would
      * pay on part of the sales, and the history would then refuse
      * the true settlement once the period closed.
       1300-READ-PARM-CARD.
           OPEN INPUT REBATE-PARM-FILE.
           READ REBATE-PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-OK-FLAG-X
               NOT AT END
                   MOVE 'Y' TO WS-PARM-OK-FLAG-X
           END-READ.
           CLOSE REBATE-PARM-FILE.
           IF NOT WS-PARM-OK
               GO TO 1300-REJECT
           END-IF.
           IF RBC-YEAR NOT NUMERIC
                   OR RBC-YEAR < 1900 OR RBC-YEAR > 2099
               GO TO 1300-REJECT
           END-IF.
           MOVE RBC-YEAR TO WS-PFR-YYYY-N.
           MOVE RBC-YEAR TO WS-PTO-YYYY-N.
           MOVE RBC-YEAR TO WS-PID-YYYY-N.
           IF RBC-PERIOD-QUARTER
               IF RBC-QUARTER NOT NUMERIC
                       OR RBC-QUARTER < 1 OR RBC-QUARTER > 4
                   GO TO 1300-REJECT
               END-IF
               MOVE WS-QTR-FROM-MMDD-N (RBC-QUARTER) TO WS-PFR-MMDD-N
               MOVE WS-QTR-TO-MMDD-N (RBC-QUARTER)   TO WS-PTO-MMDD-N
               MOVE RBC-QUARTER          TO WS-QS-QUARTER-N
               MOVE WS-QUARTER-SUFFIX-X  TO WS-PID-SUFFIX-X
           ELSE
               IF RBC-PERIOD-YEAR
                   MOVE 0101             TO WS-PFR-MMDD-N
                   MOVE 1231             TO WS-PTO-MMDD-N
                   MOVE "YR"             TO WS-PID-SUFFIX-X
               ELSE
                   GO TO 1300-REJECT
               END-IF
           END-IF.
           IF WS-PERIOD-TO-N NOT < WS-RUN-DATE-N
               DISPLAY "REBCALC - PERIOD " WS-PERIOD-ID-X
                   " DOES NOT END UNTIL " WS-PERIOD-TO-N
                   " - RUN STOPPED"
               MOVE 'N' TO WS-PARM-OK-FLAG-X
           END-IF.
           GO TO 1300-EXIT.
       1300-REJECT.
           MOVE 'N' TO WS-PARM-OK-FLAG-X.
           DISPLAY "REBCALC - REBATE CARD MISSING OR INVALID".
           DISPLAY "  TYPE Q WITH YEAR AND QUARTER 1-4, OR TYPE Y"
               " WITH YEAR, MUST BE KEYED - RUN STOPPED".
       1300-EXIT.
           EXIT.

      * A history record for this period marks the customer paid.
       1400-CHECK-REBATE-HISTORY.
           OPEN INPUT REBATE-HISTORY-FILE.
           PERFORM 1410-READ-HISTORY THRU 1410-EXIT.
           PERFORM 1420-MATCH-HISTORY THRU 1420-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE REBATE-HISTORY-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-HISTORY.
           READ REBATE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG-X
           END-READ.
       1410-EXIT.
           EXIT.

       1420-MATCH-HISTORY.
           IF RBH-PERIOD-ID = WS-PERIOD-ID-X
               MOVE RBH-CUST-ID TO WS-SEARCH-CUST-ID-N
               PERFORM 2600-FIND-AGREEMENT THRU 2600-EXIT
               IF WS-RBT-FOUND-N > 0
                   MOVE 'P' TO WS-RBT-STATUS-X (WS-RBT-FOUND-N)
               END-IF
           END-IF.
           PERFORM 1410-READ-HISTORY THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      * Sales add and credit memos subtract, at the finalized amount
      * the customer was actually billed.  A rebate credit from an
      * earlier settlement is not a return of goods and is left out.
       2000-ACCUMULATE-AUDIT.
           IF AUD-SOURCE-CODE = WS-REBATE-SOURCE-X
                   OR AUD-RUN-DATE < WS-PERIOD-FROM-N
                   OR AUD-RUN-DATE > WS-PERIOD-TO-N
               GO TO 2000-READ-NEXT
           END-IF.
           MOVE AUD-CUST-ID TO WS-SEARCH-CUST-ID-N.
           PERFORM 2600-FIND-AGREEMENT THRU 2600-EXIT.
           IF WS-RBT-FOUND-N = 0
               GO TO 2000-READ-NEXT
           END-IF.
           IF AUD-RUN-DATE < WS-RBT-WINDOW-FROM-N (WS-RBT-FOUND-N)
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-AUDIT-USED-COUNT-N.
           IF AUD-TYPE-CREDIT
               ADD AUD-FINAL-AMT
                   TO WS-RBT-CREDIT-AMT-N (WS-RBT-FOUND-N)
           ELSE
               ADD AUD-FINAL-AMT
                   TO WS-RBT-SALES-AMT-N (WS-RBT-FOUND-N)
           END-IF.
       2000-READ-NEXT.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-AUDIT.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-FLAG-X
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT-N
           END-READ.
       2100-EXIT.
           EXIT.

      * Leaves WS-RBT-FOUND-N at the table entry for
      * WS-SEARCH-CUST-ID-N, or zero when the customer has no
      * agreement being settled.  The edit allows one agreement per
      * customer and period type on any date, so the first match is
      * the only one.
       2600-FIND-AGREEMENT.
           MOVE 0 TO WS-RBT-FOUND-N.
           PERFORM 2610-MATCH-AGREEMENT THRU 2610-EXIT
               VARYING WS-RBT-SUB-N FROM 1 BY 1
               UNTIL WS-RBT-SUB-N > WS-RBT-COUNT-N
                   OR WS-RBT-FOUND-N > 0.
       2600-EXIT.
           EXIT.

       2610-MATCH-AGREEMENT.
           IF WS-RBT-CUST-ID-N (WS-RBT-SUB-N) = WS-SEARCH-CUST-ID-N
               MOVE WS-RBT-SUB-N TO WS-RBT-FOUND-N
           END-IF.
       2610-EXIT.
           EXIT.

       3000-SETTLE-AGREEMENT.
           COMPUTE WS-RBT-NET-AMT-N (WS-RBT-SUB-N) =
               WS-RBT-SALES-AMT-N (WS-RBT-SUB-N)
               - WS-RBT-CREDIT-AMT-N (WS-RBT-SUB-N).
           MOVE 0 TO WS-RBT-TIER-N (WS-RBT-SUB-N).
           IF WS-RBT-NET-AMT-N (WS-RBT-SUB-N) > 0
               PERFORM 3100-CHECK-TIER THRU 3100-EXIT
                   VARYING WS-TIER-SUB-N FROM 1 BY 1
                   UNTIL WS-TIER-SUB-N > WS-TIER-MAX-N
           END-IF.
           IF WS-RBT-TIER-N (WS-RBT-SUB-N) > 0
               MOVE WS-RBT-PCT-N
                       (WS-RBT-SUB-N, WS-RBT-TIER-N (WS-RBT-SUB-N))
                   TO WS-RBT-REBATE-PCT-N (WS-RBT-SUB-N)
               COMPUTE WS-RBT-REBATE-AMT-N (WS-RBT-SUB-N) ROUNDED =
                   WS-RBT-NET-AMT-N (WS-RBT-SUB-N)
                   * WS-RBT-REBATE-PCT-N (WS-RBT-SUB-N) / 100
           END-IF.
           IF WS-RBT-PAID (WS-RBT-SUB-N)
               ADD 1 TO WS-PAID-COUNT-N
               ADD WS-RBT-REBATE-AMT-N (WS-RBT-SUB-N)
                   TO WS-PAID-AMT-N
               MOVE "ALREADY PAID"          TO WS-RD-STATUS-X
               GO TO 3000-PRINT
           END-IF.
           IF WS-RBT-REBATE-AMT-N (WS-RBT-SUB-N) = 0
               MOVE 'B' TO WS-RBT-STATUS-X (WS-RBT-SUB-N)
               ADD 1 TO WS-BELOW-COUNT-N
               MOVE "BELOW FIRST TIER"      TO WS-RD-STATUS-X
               GO TO 3000-PRINT
           END-IF.
           IF WS-RBT-REBATE-AMT-N (WS-RBT-SUB-N)
                   > WS-MAX-CREDIT-AMT-N
               MOVE 'M' TO WS-RBT-STATUS-X (WS-RBT-SUB-N)
               ADD 1 TO WS-OVER-MAX-COUNT-N
               MOVE "OVER CREDIT MAXIMUM"   TO WS-RD-STATUS-X
               GO TO 3000-PRINT
           END-IF.
           PERFORM 3400-ISSUE-REBATE-CREDIT THRU 3400-EXIT.
           MOVE "ISSUED"                    TO WS-RD-STATUS-X.
       3000-PRINT.
           PERFORM 3500-WRITE-ACCRUAL-DETAIL THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      * The highest tier with a rate whose threshold the net sales
      * reach; tiers are in ascending threshold order, so the last
      * one passed wins.
       3100-CHECK-TIER.
           IF WS-RBT-PCT-N (WS-RBT-SUB-N, WS-TIER-SUB-N) > 0
                   AND WS-RBT-THRESHOLD-N (WS-RBT-SUB-N, WS-TIER-SUB-N)
                       NOT > WS-RBT-NET-AMT-N (WS-RBT-SUB-N)
               MOVE WS-TIER-SUB-N TO WS-RBT-TIER-N (WS-RBT-SUB-N)
           END-IF.
       3100-EXIT.
           EXIT.

      * The rebate enters the next daily run as a lineless credit
      * header dated the last day of the period.  The RB source
      * code tells the run it is a rebate - paid at the face amount,
      * with no discount reversed - and the sequence number ties it
      * to its history record.
       3400-ISSUE-REBATE-CREDIT.
           ADD 1 TO WS-SEQ-NO-N.
           MOVE WS-SEQ-NO-N TO WS-RBT-SEQ-NO-N (WS-RBT-SUB-N).
           MOVE SPACES              TO ORD-RECORD.
           MOVE 'H'                 TO ORD-REC-TYPE.
           MOVE WS-RBT-CUST-ID-N (WS-RBT-SUB-N) TO ORD-CUST-ID.
           MOVE WS-RBT-REBATE-AMT-N (WS-RBT-SUB-N) TO ORD-AMOUNT.
           MOVE WS-PERIOD-TO-N      TO ORD-ORDER-DATE.
           MOVE 'C'                 TO ORD-TRAN-TYPE.
           MOVE WS-REBATE-SOURCE-X  TO ORD-SOURCE-CODE.
           MOVE WS-SEQ-NO-N         TO ORD-SEQ-NO.
           MOVE SPACES              TO ORD-ITEM-CODE.
           MOVE ZEROES              TO ORD-LINE-QTY.
           WRITE NEW-ORD-RECORD FROM ORD-RECORD.
           MOVE 'I' TO WS-RBT-STATUS-X (WS-RBT-SUB-N).
           ADD 1 TO WS-ISSUED-COUNT-N.
           ADD WS-RBT-REBATE-AMT-N (WS-RBT-SUB-N) TO WS-ISSUED-AMT-N.
       3400-EXIT.
           EXIT.

       3500-WRITE-ACCRUAL-DETAIL.
           IF WS-LINE-COUNT-N = 0
                   OR WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 3510-WRITE-ACCRUAL-HEADINGS THRU 3510-EXIT
           END-IF.
           MOVE WS-RBT-CUST-ID-N (WS-RBT-SUB-N)     TO WS-RD-CUST-ID-N.
           MOVE WS-RBT-EFF-FROM-N (WS-RBT-SUB-N)    TO WS-RD-EFF-FROM-N.
           MOVE WS-RBT-WINDOW-FROM-N (WS-RBT-SUB-N)
               TO WS-RD-WINDOW-FROM-N.
           MOVE WS-RBT-SALES-AMT-N (WS-RBT-SUB-N)
               TO WS-RD-SALES-AMT-N.
           MOVE WS-RBT-CREDIT-AMT-N (WS-RBT-SUB-N)
               TO WS-RD-CREDIT-AMT-N.
           MOVE WS-RBT-NET-AMT-N (WS-RBT-SUB-N)     TO WS-RD-NET-AMT-N.
           MOVE WS-RBT-TIER-N (WS-RBT-SUB-N)        TO WS-RD-TIER-N.
           MOVE WS-RBT-REBATE-PCT-N (WS-RBT-SUB-N)  TO WS-RD-PCT-N.
           MOVE WS-RBT-REBATE-AMT-N (WS-RBT-SUB-N)
               TO WS-RD-REBATE-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       3500-EXIT.
           EXIT.

       3510-WRITE-ACCRUAL-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT-N.
           MOVE WS-PAGE-COUNT-N TO WS-RH1-PAGE-N.
           IF WS-PAGE-COUNT-N > 1
               WRITE RPT-PRINT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-PERIOD-ID-X   TO WS-RHP-PERIOD-ID-X.
           MOVE WS-PERIOD-FROM-N TO WS-RHP-FROM-N.
           MOVE WS-PERIOD-TO-N   TO WS-RHP-TO-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-1.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-P.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-2.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0 TO WS-LINE-COUNT-N.
       3510-EXIT.
           EXIT.

       4000-COPY-INCOMING-ORDERS.
           READ ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-ORDER-EOF-FLAG-X
               NOT AT END
                   WRITE NEW-ORD-RECORD FROM ORD-RECORD
                   ADD 1 TO WS-PASSED-COUNT-N
           END-READ.
       4000-EXIT.
           EXIT.

      * Written only after the new order file is complete, so the
      * history never shows a rebate paid whose credit header did
      * not make it onto the file.
       5000-RECORD-HISTORY.
           IF WS-ISSUED-COUNT-N = 0
               GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND REBATE-HISTORY-FILE.
           PERFORM 5100-WRITE-HISTORY THRU 5100-EXIT
               VARYING WS-RBT-SUB-N FROM 1 BY 1
               UNTIL WS-RBT-SUB-N > WS-RBT-COUNT-N.
           CLOSE REBATE-HISTORY-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-HISTORY.
           IF NOT WS-RBT-ISSUED (WS-RBT-SUB-N)
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES                TO RBH-RECORD.
           MOVE WS-RBT-CUST-ID-N (WS-RBT-SUB-N)    TO RBH-CUST-ID.
           MOVE WS-PERIOD-ID-X                     TO RBH-PERIOD-ID.
           MOVE WS-RBT-WINDOW-FROM-N (WS-RBT-SUB-N)
               TO RBH-PERIOD-FROM.
           MOVE WS-PERIOD-TO-N                     TO RBH-PERIOD-TO.
           MOVE WS-RBT-NET-AMT-N (WS-RBT-SUB-N)    TO RBH-NET-SALES.
           MOVE WS-RBT-REBATE-PCT-N (WS-RBT-SUB-N) TO RBH-REBATE-PCT.
           MOVE WS-RBT-REBATE-AMT-N (WS-RBT-SUB-N) TO RBH-REBATE-AMT.
           MOVE WS-RUN-DATE-N                      TO RBH-RUN-DATE.
           MOVE WS-RUN-TIME-N                      TO RBH-RUN-TIME.
           MOVE WS-RBT-SEQ-NO-N (WS-RBT-SUB-N)     TO RBH-SEQ-NO.
           WRITE RBH-RECORD.
           ADD 1 TO WS-HISTORY-COUNT-N.
       5100-EXIT.
           EXIT.

       8100-WRITE-ACCRUAL-TOTALS.
           IF WS-LINE-COUNT-N = 0
               PERFORM 3510-WRITE-ACCRUAL-HEADINGS THRU 3510-EXIT
           END-IF.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "AGREEMENTS SETTLED"     TO WS-RT-LABEL-X.
           MOVE WS-RBT-COUNT-N           TO WS-RT-COUNT-N.
           MOVE 0                        TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "REBATES ISSUED"         TO WS-RT-LABEL-X.
           MOVE WS-ISSUED-COUNT-N        TO WS-RT-COUNT-N.
           MOVE WS-ISSUED-AMT-N          TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ALREADY PAID - REFUSED" TO WS-RT-LABEL-X.
           MOVE WS-PAID-COUNT-N          TO WS-RT-COUNT-N.
           MOVE WS-PAID-AMT-N            TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "BELOW FIRST TIER"       TO WS-RT-LABEL-X.
           MOVE WS-BELOW-COUNT-N         TO WS-RT-COUNT-N.
           MOVE 0                        TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "OVER CREDIT MAXIMUM"    TO WS-RT-LABEL-X.
           MOVE WS-OVER-MAX-COUNT-N      TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "HISTORY RECORDS WRITTEN" TO WS-RT-LABEL-X.
           MOVE WS-HISTORY-COUNT-N       TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "AUDIT RECORDS READ"     TO WS-RT-LABEL-X.
           MOVE WS-AUDIT-READ-COUNT-N    TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "AUDIT RECORDS COUNTED"  TO WS-RT-LABEL-X.
           MOVE WS-AUDIT-USED-COUNT-N    TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "INCOMING ORDERS COPIED" TO WS-RT-LABEL-X.
           MOVE WS-PASSED-COUNT-N        TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 8100-WRITE-ACCRUAL-TOTALS THRU 8100-EXIT.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE ORDER-FILE.
           CLOSE NEW-ORDER-FILE.
           CLOSE ACCRUAL-REPORT.
       9000-EXIT.
           EXIT.
