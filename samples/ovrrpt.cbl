      *----------------------------------------------------------------
      * OVRRPT
      * Daily discount override register.  Reads the OVRDLOG file
      * the daily run wrote - one record per posted order a sales
      * manager priced at an approved manual override rate - sorts
      * it by approver and document number, and lists each override
      * under the manager who granted it: the order, the override
      * rate and discount, the rule that would otherwise have priced
      * it (contract, quote or schedule) with that rule's rate and
      * discount, and the discount given away - the override
      * discount less what the rule would have given.  Each approver
      * closes with a total line, and the register with a grand
      * total.  Credit memos (OVL-TRAN-TYPE 'C') subtract from every
      * figure, matching how the daily run nets them.  A record the
      * daily run logged twice, when a restart reprocessed the order
      * it was on, is dropped on its repeated document number.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version, with manual discount
      *                  overrides in the daily run.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRRPT.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVRDLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVER-FILE ASSIGN TO "APPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-APPROVER-ID.
           SELECT OVERRIDE-REPORT ASSIGN TO "OVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-LOG-FILE
           RECORD CONTAINS 95 CHARACTERS.
       COPY OVLREC.

       FD  APPROVER-FILE
           RECORD CONTAINS 61 CHARACTERS.
       COPY APVREC.

       FD  OVERRIDE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 95 CHARACTERS.
       COPY OVLREC REPLACING LEADING ==OVL-== BY ==SRT-==.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOG-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-LOG-EOF                  VALUE 'Y'.
           05  WS-SORT-EOF-FLAG-X  PIC X       VALUE 'N'.
               88  WS-SORT-EOF                 VALUE 'Y'.
           05  WS-APPROVER-FOUND-FLAG-X PIC X  VALUE 'N'.
               88  WS-APPROVER-FOUND           VALUE 'Y'.

       01  WS-RUN-DATE-N           PIC 9(8)    VALUE 0.
       01  WS-CURRENT-APPROVER-X   PIC X(06)   VALUE SPACES.
       01  WS-LAST-DOC-NO-N        PIC 9(8)    VALUE 0.

      * Signed images of the override being listed: negative for a
      * credit memo, positive for a sale.
       01  WS-SIGNED-ORDER-AMT-N    PIC S9(7)V99 VALUE 0.
       01  WS-SIGNED-OVR-DISC-N     PIC S9(7)V99 VALUE 0.
       01  WS-SIGNED-STD-DISC-N     PIC S9(7)V99 VALUE 0.
       01  WS-SIGNED-GIVEN-AMT-N    PIC S9(7)V99 VALUE 0.

      * One set of totals for the approver being listed and one for
      * the register; whichever is being printed is moved to the
      * line set first, so one paragraph edits every total line.
       01  WS-APV-ACCUM.
           05  WS-APV-COUNT-N       PIC 9(7)     COMP.
           05  WS-APV-ORDER-AMT-N   PIC S9(11)V99.
           05  WS-APV-OVR-DISC-N    PIC S9(11)V99.
           05  WS-APV-STD-DISC-N    PIC S9(11)V99.
           05  WS-APV-GIVEN-AMT-N   PIC S9(11)V99.

       01  WS-TOTAL-ACCUM.
           05  WS-TOT-COUNT-N       PIC 9(7)     COMP.
           05  WS-TOT-ORDER-AMT-N   PIC S9(11)V99.
           05  WS-TOT-OVR-DISC-N    PIC S9(11)V99.
           05  WS-TOT-STD-DISC-N    PIC S9(11)V99.
           05  WS-TOT-GIVEN-AMT-N   PIC S9(11)V99.

       01  WS-LINE-ACCUM.
           05  WS-LN-COUNT-N        PIC 9(7)     COMP.
           05  WS-LN-ORDER-AMT-N    PIC S9(11)V99.
           05  WS-LN-OVR-DISC-N     PIC S9(11)V99.
           05  WS-LN-STD-DISC-N     PIC S9(11)V99.
           05  WS-LN-GIVEN-AMT-N    PIC S9(11)V99.

       77  WS-READ-COUNT-N         PIC 9(9) COMP VALUE 0.
       77  WS-REPEAT-COUNT-N       PIC 9(7) COMP VALUE 0.
       77  WS-APPROVER-COUNT-N     PIC 9(7) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(44) VALUE SPACES.
           05  FILLER              PIC X(32)
                   VALUE "DAILY DISCOUNT OVERRIDE REGISTER".
           05  FILLER              PIC X(42) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-SELECT-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(34)
                   VALUE "ORDERS POSTED BY THE DAILY RUN OF ".
           05  WS-SL-RUN-DATE-N    PIC 9(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "DOC NO".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "  CUST".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "TYPE".
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "  ORDER AMT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "OVR RT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE " OVR DISCNT".
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "STD RULE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "STD RT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE " STD DISCNT".
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE " GIVEN AWAY".

       01  WS-APPROVER-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "APPROVER ".
           05  WS-AL-APPROVER-X    PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-NAME-X        PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "MAX RATE ".
           05  WS-AL-MAX-RT-N      PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "MAX ORDER ".
           05  WS-AL-MAX-AMT-N     PIC Z,ZZZ,ZZ9.99.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-DOC-NO-N      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-CUST-ID-N     PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-TRAN-TYPE-X   PIC X(6).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-ORDER-AMT-N   PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-OVR-RATE-N    PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-OVR-DISC-N    PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-STD-RULE-X    PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-STD-RATE-N    PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-STD-DISC-N    PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-GIVEN-AMT-N   PIC ZZZ,ZZ9.99-.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RT-LABEL-X       PIC X(18).
           05  WS-RT-COUNT-N       PIC ZZZ,ZZ9.
           05  WS-RT-ORDER-AMT-N   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  WS-RT-OVR-DISC-N    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(18) VALUE SPACES.
           05  WS-RT-STD-DISC-N    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RT-GIVEN-AMT-N   PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-CL-LABEL-X       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CL-COUNT-N       PIC ZZZ,ZZZ,ZZ9.

       77  WS-LINE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-PAGE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-LINES-PER-PAGE-N     PIC 9(4) COMP VALUE 50.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-APPROVER-ID
               ON ASCENDING KEY SRT-DOC-NO
               INPUT PROCEDURE IS 2000-SELECT-OVERRIDES THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-LIST-BY-APPROVER THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-APV-ACCUM.
           INITIALIZE WS-TOTAL-ACCUM.
           OPEN INPUT APPROVER-FILE.
           OPEN OUTPUT OVERRIDE-REPORT.
       1000-EXIT.
           EXIT.

       2000-SELECT-OVERRIDES.
           OPEN INPUT OVERRIDE-LOG-FILE.
           PERFORM 2100-READ-OVERRIDE THRU 2100-EXIT
               UNTIL WS-LOG-EOF.
           CLOSE OVERRIDE-LOG-FILE.
       2000-EXIT.
           EXIT.

      * The register is dated from the run that wrote the log.
       2100-READ-OVERRIDE.
           READ OVERRIDE-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-FLAG-X
               NOT AT END
                   ADD 1 TO WS-READ-COUNT-N
                   IF WS-RUN-DATE-N = 0
                       MOVE OVL-RUN-DATE TO WS-RUN-DATE-N
                   END-IF
                   RELEASE SRT-RECORD FROM OVL-RECORD
           END-READ.
       2100-EXIT.
           EXIT.

       3000-LIST-BY-APPROVER.
           PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT.
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
           IF NOT WS-SORT-EOF
               PERFORM 3150-START-APPROVER THRU 3150-EXIT
           END-IF.
           PERFORM 3200-PROCESS-SORTED-RECORD THRU 3200-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-APPROVER-COUNT-N > 0
               PERFORM 3500-WRITE-APPROVER-TOTAL THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG-X
           END-RETURN.
       3100-EXIT.
           EXIT.

      * Opens an approver's section with the manager's name and the
      * limits on the authority file as they stand today.
       3150-START-APPROVER.
           ADD 1 TO WS-APPROVER-COUNT-N.
           MOVE SRT-APPROVER-ID TO WS-CURRENT-APPROVER-X.
           MOVE 0               TO WS-LAST-DOC-NO-N.
           INITIALIZE WS-APV-ACCUM.
           MOVE WS-CURRENT-APPROVER-X TO APV-APPROVER-ID.
           READ APPROVER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-APPROVER-FOUND-FLAG-X
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APPROVER-FOUND-FLAG-X
           END-READ.
           MOVE WS-CURRENT-APPROVER-X TO WS-AL-APPROVER-X.
           IF WS-APPROVER-FOUND
               MOVE APV-APPROVER-NAME   TO WS-AL-NAME-X
               MOVE APV-MAX-OVERRIDE-RT TO WS-AL-MAX-RT-N
               MOVE APV-MAX-ORDER-AMT   TO WS-AL-MAX-AMT-N
           ELSE
               MOVE "** NOT ON AUTHORITY FILE **" TO WS-AL-NAME-X
               MOVE 0 TO WS-AL-MAX-RT-N
               MOVE 0 TO WS-AL-MAX-AMT-N
           END-IF.
           IF WS-LINE-COUNT-N + 3 > WS-LINES-PER-PAGE-N
               PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-APPROVER-LINE.
           WRITE RPT-PRINT-LINE FROM SPACES.
           ADD 2 TO WS-LINE-COUNT-N.
       3150-EXIT.
           EXIT.

      * A restart of the daily run reprocesses the order it was on
      * and may log it a second time under the same document number;
      * only the first is listed.
       3200-PROCESS-SORTED-RECORD.
           IF SRT-APPROVER-ID NOT = WS-CURRENT-APPROVER-X
               PERFORM 3500-WRITE-APPROVER-TOTAL THRU 3500-EXIT
               PERFORM 3150-START-APPROVER THRU 3150-EXIT
           END-IF.
           IF SRT-DOC-NO = WS-LAST-DOC-NO-N
               ADD 1 TO WS-REPEAT-COUNT-N
               GO TO 3200-NEXT
           END-IF.
           MOVE SRT-DOC-NO TO WS-LAST-DOC-NO-N.
           PERFORM 3250-SET-SIGNED-AMOUNTS THRU 3250-EXIT.
           PERFORM 3300-WRITE-DETAIL-LINE THRU 3300-EXIT.
           ADD 1                        TO WS-APV-COUNT-N.
           ADD WS-SIGNED-ORDER-AMT-N    TO WS-APV-ORDER-AMT-N.
           ADD WS-SIGNED-OVR-DISC-N     TO WS-APV-OVR-DISC-N.
           ADD WS-SIGNED-STD-DISC-N     TO WS-APV-STD-DISC-N.
           ADD WS-SIGNED-GIVEN-AMT-N    TO WS-APV-GIVEN-AMT-N.
       3200-NEXT.
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      * The discount given away is the override discount less the
      * discount the normal rule would have given; it is negative
      * where the manager granted less than the rule.
       3250-SET-SIGNED-AMOUNTS.
           IF SRT-TRAN-CREDIT
               COMPUTE WS-SIGNED-ORDER-AMT-N = 0 - SRT-ORDER-AMT
               COMPUTE WS-SIGNED-OVR-DISC-N =
                   0 - SRT-OVERRIDE-DISC-AMT
               COMPUTE WS-SIGNED-STD-DISC-N =
                   0 - SRT-STD-DISCOUNT-AMT
           ELSE
               MOVE SRT-ORDER-AMT         TO WS-SIGNED-ORDER-AMT-N
               MOVE SRT-OVERRIDE-DISC-AMT TO WS-SIGNED-OVR-DISC-N
               MOVE SRT-STD-DISCOUNT-AMT  TO WS-SIGNED-STD-DISC-N
           END-IF.
           COMPUTE WS-SIGNED-GIVEN-AMT-N =
               WS-SIGNED-OVR-DISC-N - WS-SIGNED-STD-DISC-N.
       3250-EXIT.
           EXIT.

       3300-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT
           END-IF.
           MOVE SRT-DOC-NO              TO WS-RD-DOC-NO-N.
           MOVE SRT-CUST-ID             TO WS-RD-CUST-ID-N.
           IF SRT-TRAN-CREDIT
               MOVE "CREDIT"            TO WS-RD-TRAN-TYPE-X
           ELSE
               MOVE "SALE"              TO WS-RD-TRAN-TYPE-X
           END-IF.
           MOVE WS-SIGNED-ORDER-AMT-N   TO WS-RD-ORDER-AMT-N.
           MOVE SRT-OVERRIDE-RT         TO WS-RD-OVR-RATE-N.
           MOVE WS-SIGNED-OVR-DISC-N    TO WS-RD-OVR-DISC-N.
           IF SRT-STD-RATE-SOURCE = 'C'
               MOVE "CONTRACT"          TO WS-RD-STD-RULE-X
           ELSE
               IF SRT-STD-RATE-SOURCE = 'Q'
                   MOVE "QUOTE"         TO WS-RD-STD-RULE-X
               ELSE
                   MOVE "SCHEDULE"      TO WS-RD-STD-RULE-X
               END-IF
           END-IF.
           MOVE SRT-STD-DISCOUNT-RT     TO WS-RD-STD-RATE-N.
           MOVE WS-SIGNED-STD-DISC-N    TO WS-RD-STD-DISC-N.
           MOVE WS-SIGNED-GIVEN-AMT-N   TO WS-RD-GIVEN-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       3300-EXIT.
           EXIT.

       3500-WRITE-APPROVER-TOTAL.
           MOVE "APPROVER TOTAL"  TO WS-RT-LABEL-X.
           MOVE WS-APV-ACCUM      TO WS-LINE-ACCUM.
           PERFORM 3600-WRITE-TOTAL-LINE THRU 3600-EXIT.
           WRITE RPT-PRINT-LINE FROM SPACES.
           ADD 1 TO WS-LINE-COUNT-N.
           ADD WS-APV-COUNT-N     TO WS-TOT-COUNT-N.
           ADD WS-APV-ORDER-AMT-N TO WS-TOT-ORDER-AMT-N.
           ADD WS-APV-OVR-DISC-N  TO WS-TOT-OVR-DISC-N.
           ADD WS-APV-STD-DISC-N  TO WS-TOT-STD-DISC-N.
           ADD WS-APV-GIVEN-AMT-N TO WS-TOT-GIVEN-AMT-N.
       3500-EXIT.
           EXIT.

       3600-WRITE-TOTAL-LINE.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT
           END-IF.
           MOVE WS-LN-COUNT-N      TO WS-RT-COUNT-N.
           MOVE WS-LN-ORDER-AMT-N  TO WS-RT-ORDER-AMT-N.
           MOVE WS-LN-OVR-DISC-N   TO WS-RT-OVR-DISC-N.
           MOVE WS-LN-STD-DISC-N   TO WS-RT-STD-DISC-N.
           MOVE WS-LN-GIVEN-AMT-N  TO WS-RT-GIVEN-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       3600-EXIT.
           EXIT.

       3650-WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT-N.
           MOVE WS-PAGE-COUNT-N TO WS-RH1-PAGE-N.
           IF WS-PAGE-COUNT-N > 1
               WRITE RPT-PRINT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-1.
           MOVE WS-RUN-DATE-N TO WS-SL-RUN-DATE-N.
           WRITE RPT-PRINT-LINE FROM WS-SELECT-LINE.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-2.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0 TO WS-LINE-COUNT-N.
       3650-EXIT.
           EXIT.

       8100-WRITE-REPORT-TOTALS.
           MOVE "GRAND TOTAL"     TO WS-RT-LABEL-X.
           MOVE WS-TOTAL-ACCUM    TO WS-LINE-ACCUM.
           PERFORM 3600-WRITE-TOTAL-LINE THRU 3600-EXIT.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "OVERRIDE RECORDS READ"  TO WS-CL-LABEL-X.
           MOVE WS-READ-COUNT-N          TO WS-CL-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE.
           MOVE "REPEATS DROPPED"        TO WS-CL-LABEL-X.
           MOVE WS-REPEAT-COUNT-N        TO WS-CL-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE.
           MOVE "OVERRIDES LISTED"       TO WS-CL-LABEL-X.
           MOVE WS-TOT-COUNT-N           TO WS-CL-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE.
           MOVE "APPROVERS LISTED"       TO WS-CL-LABEL-X.
           MOVE WS-APPROVER-COUNT-N      TO WS-CL-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 8100-WRITE-REPORT-TOTALS THRU 8100-EXIT.
           CLOSE APPROVER-FILE.
           CLOSE OVERRIDE-REPORT.
       9000-EXIT.
           EXIT.
