      * record and what happened to it - the same shape as the
      * EXCFIX leg of the exception recycle subsystem.
      *
      * Decisions the credit desk logs online through CREDDESK arrive
      * on CDLOG and are applied through the same path as the keyed
      * cards, after checking the hold record still shows the
      * customer and amount the analyst decided; every one of them
      * prints on the approval log at the back of the register with
      * the analyst, reason and what became of it.  Once the
      * register and approval log are written CDLOG is emptied, so
      * each decision is applied and logged by one run only and
      * CREDDESK starts the next day's log afresh; CDLOG must be
      * closed to the CDSK transaction while CREDREL runs.  A run
      * that stops short leaves CDLOG as it was for the rerun.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Initial version - first leg of the credit
      *                  hold release subsystem.
      * 2026-10-15  RJM  Online credit desk decisions (CDLOG, written
      *                  by CREDDESK) are applied with the keyed
      *                  releases and listed on an approval log
      *                  printed after the register totals.
      *                  CDLOG is emptied once the approval log is
      *                  written.  A keyed card is applied when the
      *                  desk decision for the same hold no longer
      *                  matches it.
      * 2026-10-15  RJM  Hold records grew to 100 bytes with the
      *                  order's quote number, override rate and
      *                  approver code, carried through untouched.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDREL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-TRAN-FILE ASSIGN TO "CRLCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DESK-LOG-FILE ASSIGN TO "CDLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-OUT-FILE ASSIGN TO "CREDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-REGISTER ASSIGN TO "CRLRPT"
       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY CRHREC.

       FD  RELEASE-TRAN-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY CRLREC.

       FD  DESK-LOG-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY CDLREC.

       FD  HOLD-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  HOLD-OUT-RECORD             PIC X(100).

       FD  RELEASE-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
               88  WS-HOLD-EOF                 VALUE 'Y'.
           05  WS-CRL-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-CRL-EOF                  VALUE 'Y'.
           05  WS-CDL-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-CDL-EOF                  VALUE 'Y'.

       01  WS-CRL-TABLE.
           05  WS-CRL-ENTRY OCCURS 1 TO 500 TIMES
                            INDEXED BY WS-CRL-IDX.
               10  WS-CRL-SEQ-NO-N     PIC 9(6).
               10  WS-CRL-ACTION-X     PIC X(01).
               10  WS-CRL-ORIGIN-X     PIC X(01).
                   88  WS-CRL-FROM-DESK        VALUE 'D'.
               10  WS-CRL-CUST-ID-N    PIC 9(6).
               10  WS-CRL-FINAL-AMT-N  PIC 9(7)V99.
               10  WS-CRL-ANALYST-X    PIC X(06).
               10  WS-CRL-REASON-X     PIC X(30).
               10  WS-CRL-DEC-DATE-N   PIC 9(8).
               10  WS-CRL-DEC-TIME-N   PIC 9(6).
               10  WS-CRL-RESULT-X     PIC X(14).

       77  WS-CRL-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-HOLD-SEQ-N           PIC 9(6)      VALUE 0.
       77  WS-CANCELED-COUNT-N     PIC 9(7) COMP VALUE 0.
       77  WS-UNTOUCHED-COUNT-N    PIC 9(7) COMP VALUE 0.
       77  WS-UNMATCHED-CRL-N      PIC 9(7) COMP VALUE 0.
       77  WS-DESK-LOGGED-COUNT-N  PIC 9(7) COMP VALUE 0.
       77  WS-DESK-APPLIED-COUNT-N PIC 9(7) COMP VALUE 0.

       01  WS-LOG-HEADING-1.
           05  FILLER              PIC X(46) VALUE SPACES.
           05  FILLER              PIC X(29)
                   VALUE "CREDIT DESK APPROVAL LOG".
           05  FILLER              PIC X(43) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-LH1-PAGE-N       PIC ZZZ9.

       01  WS-LOG-HEADING-2.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "SEQ NO".
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "CUST ID".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "FINAL AMOUNT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "DECISION".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "ANALYST".
           05  FILLER              PIC X(18) VALUE "DATE     TIME".
           05  FILLER              PIC X(32) VALUE "REASON".
           05  FILLER              PIC X(14) VALUE "RESULT".

       01  WS-LOG-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-LD-SEQ-NO-N      PIC ZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-LD-CUST-ID-N     PIC ZZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-LD-FINAL-AMT-N   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-LD-DECISION-X    PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-ANALYST-X     PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-DATE-N        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-LD-TIME-N        PIC 9(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-LD-REASON-X      PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LD-RESULT-X      PIC X(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT CREDIT-HOLD-FILE.
           OPEN OUTPUT HOLD-OUT-FILE.
           OPEN OUTPUT RELEASE-REGISTER.
           PERFORM 1200-LOAD-DESK-DECISIONS THRU 1200-EXIT.
           PERFORM 1100-LOAD-RELEASES THRU 1100-EXIT.
           PERFORM 2100-READ-HOLD THRU 2100-EXIT.
       1000-EXIT.
                       TO WS-CRL-SEQ-NO-N (WS-CRL-COUNT-N)
                   MOVE CRL-ACTION-X
                       TO WS-CRL-ACTION-X (WS-CRL-COUNT-N)
                   MOVE 'C'
                       TO WS-CRL-ORIGIN-X (WS-CRL-COUNT-N)
           END-READ.
       1110-EXIT.
           EXIT.

      * Desk decisions load ahead of the keyed cards, so where both
      * address the same hold the analyst's logged decision is the
      * one applied, unless it no longer matches the hold (see
      * 2250).  Each starts out as NO SUCH HOLD and is marked
      * with its outcome as the hold file is worked.
       1200-LOAD-DESK-DECISIONS.
           OPEN INPUT DESK-LOG-FILE.
           PERFORM 1210-READ-DESK-DECISION THRU 1210-EXIT
               UNTIL WS-CDL-EOF.
           CLOSE DESK-LOG-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-DESK-DECISION.
           READ DESK-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-CDL-EOF-FLAG-X
               NOT AT END
                   IF WS-CRL-COUNT-N >= 500
                       DISPLAY "CREDREL - MORE THAN 500 RELEASES"
                       DISPLAY "  KEYED - SPLIT THE RELEASE FILE"
                       DISPLAY "  AND RERUN - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CRL-COUNT-N
                   ADD 1 TO WS-DESK-LOGGED-COUNT-N
                   MOVE CDL-HOLD-SEQ-NO
                       TO WS-CRL-SEQ-NO-N (WS-CRL-COUNT-N)
                   MOVE CDL-ACTION-X
                       TO WS-CRL-ACTION-X (WS-CRL-COUNT-N)
                   MOVE 'D'
                       TO WS-CRL-ORIGIN-X (WS-CRL-COUNT-N)
                   MOVE CDL-CUST-ID
                       TO WS-CRL-CUST-ID-N (WS-CRL-COUNT-N)
                   MOVE CDL-FINAL-AMT
                       TO WS-CRL-FINAL-AMT-N (WS-CRL-COUNT-N)
                   MOVE CDL-ANALYST-ID
                       TO WS-CRL-ANALYST-X (WS-CRL-COUNT-N)
                   MOVE CDL-REASON
                       TO WS-CRL-REASON-X (WS-CRL-COUNT-N)
                   MOVE CDL-DECISION-DATE
                       TO WS-CRL-DEC-DATE-N (WS-CRL-COUNT-N)
                   MOVE CDL-DECISION-TIME
                       TO WS-CRL-DEC-TIME-N (WS-CRL-COUNT-N)
                   MOVE "NO SUCH HOLD"
                       TO WS-CRL-RESULT-X (WS-CRL-COUNT-N)
           END-READ.
       1210-EXIT.
           EXIT.

       2000-PROCESS-HOLD.
           ADD 1 TO WS-HOLD-SEQ-N.
           ADD 1 TO WS-HOLD-READ-COUNT-N.
                   MOVE "CANCELED"  TO WS-ACTION-X
               END-IF
               ADD 1 TO WS-UNTOUCHED-COUNT-N
               IF WS-CRL-HIT-N > 0
                   MOVE "NOT HELD"
                       TO WS-CRL-RESULT-X (WS-CRL-HIT-N)
               END-IF
           ELSE
               IF WS-CRL-HIT-N > 0
                   PERFORM 2250-CHECK-DESK-DECISION THRU 2250-EXIT
               END-IF
               IF WS-CRL-HIT-N > 0
                   PERFORM 2300-APPLY-RELEASE THRU 2300-EXIT
               ELSE
       2200-EXIT.
           EXIT.

      * A desk decision is applied only to the hold the analyst saw:
      * the hold at that sequence number must still be the same
      * customer and final amount, or the decision is left unapplied
      * and the hold stays held for the desk to look at again -
      * unless a keyed card addresses the same hold, which is then
      * applied as it would have been with no desk decision.  The
      * cards load after the desk decisions, so the search for one
      * carries on from the entry past the rejected decision.
       2250-CHECK-DESK-DECISION.
           IF NOT WS-CRL-FROM-DESK (WS-CRL-HIT-N)
               GO TO 2250-EXIT
           END-IF.
           IF CRH-CUST-ID = WS-CRL-CUST-ID-N (WS-CRL-HIT-N)
                   AND CRH-FINAL-AMT = WS-CRL-FINAL-AMT-N (WS-CRL-HIT-N)
               MOVE "APPLIED" TO WS-CRL-RESULT-X (WS-CRL-HIT-N)
               ADD 1 TO WS-DESK-APPLIED-COUNT-N
               GO TO 2250-EXIT
           END-IF.
           MOVE "HOLD MISMATCH" TO WS-CRL-RESULT-X (WS-CRL-HIT-N).
           SET WS-CRL-IDX TO WS-CRL-HIT-N.
           SET WS-CRL-IDX UP BY 1.
           MOVE 0 TO WS-CRL-HIT-N.
           SEARCH WS-CRL-ENTRY
               WHEN WS-CRL-SEQ-NO-N (WS-CRL-IDX) = WS-HOLD-SEQ-N
                       AND NOT WS-CRL-FROM-DESK (WS-CRL-IDX)
                   SET WS-CRL-HIT-N TO WS-CRL-IDX
           END-SEARCH.
       2250-EXIT.
           EXIT.

      * Only A and X are honored; any other keyed action leaves the
      * record held and prints as such, so a mis-keyed card is
      * visible on the register instead of silently dropping an
       2300-APPLY-RELEASE.
           IF WS-CRL-ACTION-X (WS-CRL-HIT-N) = 'A'
               MOVE 'A'             TO CRH-STATUS-CODE
               IF WS-CRL-FROM-DESK (WS-CRL-HIT-N)
                   MOVE "DESK APPROVED" TO WS-ACTION-X
               ELSE
                   MOVE "APPROVED"  TO WS-ACTION-X
               END-IF
               ADD 1 TO WS-APPROVED-COUNT-N
           ELSE
               IF WS-CRL-ACTION-X (WS-CRL-HIT-N) = 'X'
                   MOVE 'X'         TO CRH-STATUS-CODE
                   IF WS-CRL-FROM-DESK (WS-CRL-HIT-N)
                       MOVE "DESK CANCELED" TO WS-ACTION-X
                   ELSE
                       MOVE "CANCELED"  TO WS-ACTION-X
                   END-IF
                   ADD 1 TO WS-CANCELED-COUNT-N
               ELSE
                   MOVE "BAD ACTION"    TO WS-ACTION-X
           MOVE "RELEASES UNMATCHED"     TO WS-RT-LABEL-X.
           MOVE WS-UNMATCHED-CRL-N       TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "DESK DECISIONS LOGGED"  TO WS-RT-LABEL-X.
           MOVE WS-DESK-LOGGED-COUNT-N   TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "DESK DECISIONS APPLIED" TO WS-RT-LABEL-X.
           MOVE WS-DESK-APPLIED-COUNT-N  TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8100-EXIT.
           EXIT.

       8200-EXIT.
           EXIT.

      * The approval log starts on its own page after the register
      * totals and lists every desk decision in the order it was
      * logged, whether or not it could be applied.
       8500-WRITE-APPROVAL-LOG.
           PERFORM 8510-WRITE-LOG-HEADINGS THRU 8510-EXIT.
           IF WS-DESK-LOGGED-COUNT-N = 0
               MOVE "NO DESK DECISIONS LOGGED" TO WS-RT-LABEL-X
               MOVE 0 TO WS-RT-COUNT-N
               WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE
               GO TO 8500-EXIT
           END-IF.
           PERFORM 8520-WRITE-LOG-DETAIL THRU 8520-EXIT
               VARYING WS-CRL-IDX FROM 1 BY 1
               UNTIL WS-CRL-IDX > WS-CRL-COUNT-N.
       8500-EXIT.
           EXIT.

       8510-WRITE-LOG-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT-N.
           MOVE WS-PAGE-COUNT-N TO WS-LH1-PAGE-N.
           WRITE RPT-PRINT-LINE FROM SPACES
               AFTER ADVANCING PAGE.
           WRITE RPT-PRINT-LINE FROM WS-LOG-HEADING-1.
           WRITE RPT-PRINT-LINE FROM WS-LOG-HEADING-2.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0 TO WS-LINE-COUNT-N.
       8510-EXIT.
           EXIT.

       8520-WRITE-LOG-DETAIL.
           IF NOT WS-CRL-FROM-DESK (WS-CRL-IDX)
               GO TO 8520-EXIT
           END-IF.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 8510-WRITE-LOG-HEADINGS THRU 8510-EXIT
           END-IF.
           MOVE WS-CRL-SEQ-NO-N (WS-CRL-IDX)    TO WS-LD-SEQ-NO-N.
           MOVE WS-CRL-CUST-ID-N (WS-CRL-IDX)   TO WS-LD-CUST-ID-N.
           MOVE WS-CRL-FINAL-AMT-N (WS-CRL-IDX) TO WS-LD-FINAL-AMT-N.
           IF WS-CRL-ACTION-X (WS-CRL-IDX) = 'A'
               MOVE "APPROVE"  TO WS-LD-DECISION-X
           ELSE
               MOVE "CANCEL"   TO WS-LD-DECISION-X
           END-IF.
           MOVE WS-CRL-ANALYST-X (WS-CRL-IDX)   TO WS-LD-ANALYST-X.
           MOVE WS-CRL-DEC-DATE-N (WS-CRL-IDX)  TO WS-LD-DATE-N.
           MOVE WS-CRL-DEC-TIME-N (WS-CRL-IDX)  TO WS-LD-TIME-N.
           MOVE WS-CRL-REASON-X (WS-CRL-IDX)    TO WS-LD-REASON-X.
           MOVE WS-CRL-RESULT-X (WS-CRL-IDX)    TO WS-LD-RESULT-X.
           WRITE RPT-PRINT-LINE FROM WS-LOG-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       8520-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 8100-WRITE-REGISTER-TOTALS THRU 8100-EXIT.
           PERFORM 8500-WRITE-APPROVAL-LOG THRU 8500-EXIT.
           CLOSE CREDIT-HOLD-FILE.
           CLOSE HOLD-OUT-FILE.
           CLOSE RELEASE-REGISTER.
           OPEN OUTPUT DESK-LOG-FILE.
           CLOSE DESK-LOG-FILE.
       9000-EXIT.
           EXIT.
