      *----------------------------------------------------------------
      * DISCSIM
      * Discount what-if simulation.  Answers Sales' "what would
      * last month have cost us under this?" before a new DISCSCH
      * is loaded or a new CONTRACT rate is signed.  Reads a period
      * of audit records - the current AUDTRAIL or an ARCPURGE
      * archive, whichever the JCL points the AUDTRAIL DD at - and
      * re-prices every sale and credit through DISCPRICE twice:
      * once with the production schedule and contracts, once with
      * the proposed schedule (PROPSCH) and proposed contracts
      * (PROPCON) supplied on the run.  Both sides price with the
      * customer's CURRENT tier from CUSTMAS, so the difference is
      * the rates alone.  The report shows production vs proposed
      * discount and final totals by customer, by tier and by
      * ORD-SOURCE-CODE channel, lists the customers whose rate
      * changes, and ends with the net-margin impact - proposed
      * final less production final, negative when the proposal
      * gives more away.
      *
      * Nothing is written but the report: every production file is
      * opened INPUT.  An empty or absent PROPSCH leaves the
      * production schedule in force on the proposed side, and an
      * empty or absent PROPCON the production contracts, so a
      * schedule change and a contract change can each be tried on
      * its own.  The audit record carries no order date, so the
      * production side prices each order at its run date.
      *
      * A volume rebate credit (source code RB) is a settlement, not
      * a priced order, and is counted and left out, as REBCALC
      * leaves it out.  An order priced at a CINQ quote's held rate
      * ('Q') or at a manager's approved override ('O') is not
      * re-priced: both sides carry it at the rate, discount and
      * final amount AUDTRAIL shows it was billed, since neither
      * schedule would have moved a rate already committed to the
      * customer.  Production totals therefore equal what was
      * actually charged, and the count of such orders prints on
      * its own recap line.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version.
      * 2026-10-15  RJM  Rebate credits (source RB) are skipped and
      *                  counted; quote and override orders are
      *                  carried at their audited figures on both
      *                  sides instead of re-priced.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCSIM.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIM-PARM-FILE ASSIGN TO "SIMCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRAIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCOUNT-SCHEDULE-FILE ASSIGN TO "DISCSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-SCHED-KEY.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CONTRACT-KEY.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID.
           SELECT OPTIONAL PROPOSED-SCHEDULE-FILE ASSIGN TO "PROPSCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROPOSED-CONTRACT-FILE ASSIGN TO "PROPCON"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIMULATION-REPORT ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  SIM-PARM-FILE
           RECORD CONTAINS 34 CHARACTERS.
       COPY SIMCARD.

       FD  AUDIT-TRAIL-FILE
           RECORD CONTAINS 92 CHARACTERS.
       COPY AUDREC.

       FD  DISCOUNT-SCHEDULE-FILE
           RECORD CONTAINS 49 CHARACTERS.
       COPY DISCSCH.

       FD  CONTRACT-FILE
           RECORD CONTAINS 37 CHARACTERS.
       COPY CONTREC.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY CUSTMAS.

      * The proposed files are flat copies in the DISCSCH and
      * CONTRACT layouts, described here under their own names.
       FD  PROPOSED-SCHEDULE-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  PSC-RECORD.
           05  PSC-EFF-FROM-DATE        PIC 9(8).
           05  PSC-TIER-LOW             PIC 9(7)V99.
           05  PSC-EFF-TO-DATE          PIC 9(8).
           05  PSC-TIER-HIGH            PIC 9(7)V99.
           05  PSC-TIER-RATE            PIC 9(3)V99.
           05  FILLER                   PIC X(10).

       FD  PROPOSED-CONTRACT-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  PCN-RECORD.
           05  PCN-CUST-ID              PIC 9(6).
           05  PCN-EFF-FROM-DATE        PIC 9(8).
           05  PCN-EFF-TO-DATE          PIC 9(8).
           05  PCN-CONTRACT-RATE        PIC 9(3)V99.
           05  FILLER                   PIC X(10).

       FD  SIMULATION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  SRT-RECORD.
           05  SRT-CUST-ID              PIC 9(6).
           05  SRT-TIER-CODE            PIC X(01).
           05  SRT-OLD-RATE             PIC 9(3)V99.
           05  SRT-NEW-RATE             PIC 9(3)V99.
           05  SRT-ORDER-AMT            PIC S9(7)V99.
           05  SRT-OLD-DISC-AMT         PIC S9(7)V99.
           05  SRT-NEW-DISC-AMT         PIC S9(7)V99.
           05  SRT-OLD-FINAL-AMT        PIC S9(7)V99.
           05  SRT-NEW-FINAL-AMT        PIC S9(7)V99.
           05  SRT-RUN-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-AUD-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-AUD-EOF                  VALUE 'Y'.
           05  WS-SORT-EOF-FLAG-X  PIC X       VALUE 'N'.
               88  WS-SORT-EOF                 VALUE 'Y'.
           05  WS-SCHED-EOF-FLAG-X PIC X       VALUE 'N'.
               88  WS-SCHED-EOF                VALUE 'Y'.
           05  WS-CONTR-EOF-FLAG-X PIC X       VALUE 'N'.
               88  WS-CONTR-EOF                VALUE 'Y'.
           05  WS-PARM-OK-FLAG-X   PIC X       VALUE 'N'.
               88  WS-PARM-OK                  VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG-X PIC X      VALUE 'N'.
               88  WS-CUST-FOUND               VALUE 'Y'.

       01  WS-FROM-DATE-N          PIC 9(8)    VALUE 0.
       01  WS-TO-DATE-N            PIC 9(8)    VALUE 0.
       01  WS-PROPOSED-DATE-N      PIC 9(8)    VALUE 0.
       01  WS-TIER-CODE-X          PIC X(01)   VALUE SPACE.
       01  WS-REBATE-SOURCE-X      PIC X(02)   VALUE "RB".

      * Production pricing goes through DPRC-PRICING-AREA, proposed
      * pricing through a second copy of the same area, so the two
      * schedules sit side by side for the whole run and every order
      * prices through the one DISCPRICE module either way.
       COPY DPRCOMM.
       COPY DPRCOMM REPLACING LEADING ==DPRC-== BY ==PROP-==.
       01  WS-PRICING-PROGRAM-X    PIC X(09)     VALUE "DISCPRICE".

       01  WS-SIGNED-ORDER-AMT-N    PIC S9(7)V99 VALUE 0.
       01  WS-OLD-DISC-AMT-N        PIC S9(7)V99 VALUE 0.
       01  WS-NEW-DISC-AMT-N        PIC S9(7)V99 VALUE 0.
       01  WS-OLD-FINAL-AMT-N       PIC S9(7)V99 VALUE 0.
       01  WS-NEW-FINAL-AMT-N       PIC S9(7)V99 VALUE 0.

      * Group totals - tiers (premium, standard, not on file) and
      * channels (the four feeds and a catch-all, as CHANRPT splits
      * them) - share one entry layout.
       01  WS-TIER-TABLE.
           05  WS-TIR-ENTRY OCCURS 3 TIMES.
               10  WS-TIR-LABEL-X        PIC X(12).
               10  WS-TIR-ORDER-COUNT-N  PIC 9(7)  COMP.
               10  WS-TIR-ORDER-AMT-N    PIC S9(11)V99.
               10  WS-TIR-OLD-DISC-N     PIC S9(11)V99.
               10  WS-TIR-NEW-DISC-N     PIC S9(11)V99.
               10  WS-TIR-OLD-FINAL-N    PIC S9(11)V99.
               10  WS-TIR-NEW-FINAL-N    PIC S9(11)V99.
       77  WS-TIR-SUB-N            PIC 9(4) COMP VALUE 0.
       77  WS-TIR-HIT-N            PIC 9(4) COMP VALUE 0.

       01  WS-CHANNEL-TABLE.
           05  WS-CHN-ENTRY OCCURS 5 TIMES.
               10  WS-CHN-CODE-X         PIC X(02).
               10  WS-CHN-ORDER-COUNT-N  PIC 9(7)  COMP.
               10  WS-CHN-ORDER-AMT-N    PIC S9(11)V99.
               10  WS-CHN-OLD-DISC-N     PIC S9(11)V99.
               10  WS-CHN-NEW-DISC-N     PIC S9(11)V99.
               10  WS-CHN-OLD-FINAL-N    PIC S9(11)V99.
               10  WS-CHN-NEW-FINAL-N    PIC S9(11)V99.
       77  WS-CHN-SUB-N            PIC 9(4) COMP VALUE 0.
       77  WS-CHN-HIT-N            PIC 9(4) COMP VALUE 0.

      * Customers whose rate changes on at least one order, listed
      * after the customer section.
       77  WS-CHG-MAX-N            PIC 9(4) COMP VALUE 500.
       01  WS-CHANGED-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES.
               10  WS-CHG-CUST-ID-N      PIC 9(6).
               10  WS-CHG-NAME-X         PIC X(30).
               10  WS-CHG-TIER-X         PIC X(01).
               10  WS-CHG-ORDER-COUNT-N  PIC 9(7)  COMP.
               10  WS-CHG-OLD-RATE-N     PIC 9(3)V99.
               10  WS-CHG-NEW-RATE-N     PIC 9(3)V99.
               10  WS-CHG-DISC-DIFF-N    PIC S9(9)V99.
       77  WS-CHG-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-CHG-SUB-N            PIC 9(4) COMP VALUE 0.

       01  WS-CURRENT-CUST-ID-N    PIC 9(6)    VALUE 0.
       01  WS-CURRENT-TIER-X       PIC X(01)   VALUE SPACE.
       77  WS-CUST-ORDER-COUNT-N   PIC 9(7) COMP VALUE 0.
       77  WS-CUST-CHANGED-COUNT-N PIC 9(7) COMP VALUE 0.
       01  WS-CUST-ORDER-AMT-N     PIC S9(9)V99  VALUE 0.
       01  WS-CUST-OLD-DISC-N      PIC S9(9)V99  VALUE 0.
       01  WS-CUST-NEW-DISC-N      PIC S9(9)V99  VALUE 0.
       01  WS-CUST-OLD-FINAL-N     PIC S9(9)V99  VALUE 0.
       01  WS-CUST-NEW-FINAL-N     PIC S9(9)V99  VALUE 0.
       01  WS-CUST-OLD-RATE-N      PIC 9(3)V99   VALUE 0.
       01  WS-CUST-NEW-RATE-N      PIC 9(3)V99   VALUE 0.

       77  WS-READ-COUNT-N         PIC 9(9) COMP VALUE 0.
       77  WS-SIM-COUNT-N          PIC 9(7) COMP VALUE 0.
       77  WS-REBATE-SKIP-COUNT-N  PIC 9(7) COMP VALUE 0.
       77  WS-HELD-RATE-COUNT-N    PIC 9(7) COMP VALUE 0.
       77  WS-CHANGED-ORDER-COUNT-N PIC 9(7) COMP VALUE 0.
       77  WS-CUSTOMER-COUNT-N     PIC 9(7) COMP VALUE 0.
       77  WS-CHANGED-CUST-COUNT-N PIC 9(7) COMP VALUE 0.
       01  WS-GRAND-ORDER-AMT-N    PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-OLD-DISC-N     PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-NEW-DISC-N     PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-OLD-FINAL-N    PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-NEW-FINAL-N    PIC S9(11)V99 VALUE 0.
       01  WS-MARGIN-IMPACT-N      PIC S9(11)V99 VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(44) VALUE SPACES.
           05  FILLER              PIC X(34)
                   VALUE "DISCOUNT WHAT-IF SIMULATION REPORT".
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-SELECT-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "AUDIT RUN DATES".
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-SL-FROM-N        PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  WS-SL-TO-N          PIC 9(8).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(22)
                   VALUE "PROPOSED RATES PRICED ".
           05  WS-SL-PROPOSED-X    PIC X(20).

      * Column heading for the section being printed; each section
      * moves its own heading here before the page headings print.
       01  WS-SECTION-HEADING-X    PIC X(132)  VALUE SPACES.

       01  WS-CUST-HEADING.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "CUST ID".
           05  FILLER              PIC X(21) VALUE "CUSTOMER NAME".
           05  FILLER              PIC X(2)  VALUE "T".
           05  FILLER              PIC X(8)  VALUE " ORDERS".
           05  FILLER              PIC X(14) VALUE "  ORDER AMOUNT".
           05  FILLER              PIC X(14) VALUE "   PROD DISC".
           05  FILLER              PIC X(14) VALUE "   PROP DISC".
           05  FILLER              PIC X(14) VALUE "   PROD FINAL".
           05  FILLER              PIC X(14) VALUE "   PROP FINAL".
           05  FILLER              PIC X(14) VALUE "   IMPACT".
           05  FILLER              PIC X(4)  VALUE " CHG".

       01  WS-CUST-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-CD-CUST-ID-N     PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CD-NAME-X        PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-CD-TIER-X        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-CD-ORDERS-N      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-CD-ORDER-AMT-N   PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-CD-OLD-DISC-N    PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-CD-NEW-DISC-N    PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-CD-OLD-FINAL-N   PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-CD-NEW-FINAL-N   PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-CD-IMPACT-N      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-CD-CHANGED-X     PIC X(3).

       01  WS-GROUP-HEADING.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-GH-LABEL-X       PIC X(31).
           05  FILLER              PIC X(8)  VALUE " ORDERS".
           05  FILLER              PIC X(14) VALUE "  ORDER AMOUNT".
           05  FILLER              PIC X(14) VALUE "   PROD DISC".
           05  FILLER              PIC X(14) VALUE "   PROP DISC".
           05  FILLER              PIC X(14) VALUE "   PROD FINAL".
           05  FILLER              PIC X(14) VALUE "   PROP FINAL".
           05  FILLER              PIC X(14) VALUE "   IMPACT".

       01  WS-GROUP-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-GD-LABEL-X       PIC X(31).
           05  WS-GD-ORDERS-N      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-GD-ORDER-AMT-N   PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-GD-OLD-DISC-N    PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-GD-NEW-DISC-N    PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-GD-OLD-FINAL-N   PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-GD-NEW-FINAL-N   PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-GD-IMPACT-N      PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-CHANGED-HEADING.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "CUST ID".
           05  FILLER              PIC X(31) VALUE "CUSTOMER NAME".
           05  FILLER              PIC X(5)  VALUE "TIER".
           05  FILLER              PIC X(15) VALUE "ORDERS CHANGED".
           05  FILLER              PIC X(10) VALUE "PROD RATE".
           05  FILLER              PIC X(10) VALUE "PROP RATE".
           05  FILLER              PIC X(15) VALUE "DISCOUNT CHANGE".

       01  WS-CHANGED-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-XD-CUST-ID-N     PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-XD-NAME-X        PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-XD-TIER-X        PIC X(1).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-XD-ORDERS-N      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-XD-OLD-RATE-N    PIC ZZ9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-XD-NEW-RATE-N    PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-XD-DISC-DIFF-N   PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RT-LABEL-X       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-COUNT-N       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-AMT-N         PIC ZZZ,ZZZ,ZZ9.99-.

       77  WS-LINE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-PAGE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-LINES-PER-PAGE-N     PIC 9(4) COMP VALUE 50.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-PARM-OK
               MOVE WS-CUST-HEADING TO WS-SECTION-HEADING-X
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-CUST-ID
                   ON ASCENDING KEY SRT-RUN-DATE
                   INPUT PROCEDURE IS 2000-SIMULATE-PERIOD
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-REPORT-CUSTOMERS
                       THRU 3000-EXIT
               PERFORM 4000-WRITE-CHANGED-CUSTOMERS THRU 4000-EXIT
               PERFORM 5000-WRITE-GROUP-TOTALS THRU 5000-EXIT
               PERFORM 8100-WRITE-GRAND-RECAP THRU 8100-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-PARM-CARD THRU 1300-EXIT.
           OPEN OUTPUT SIMULATION-REPORT.
           IF NOT WS-PARM-OK
               GO TO 1000-EXIT
           END-IF.
           INITIALIZE DPRC-PRICING-AREA.
           INITIALIZE PROP-PRICING-AREA.
           INITIALIZE WS-TIER-TABLE.
           MOVE "PREMIUM"      TO WS-TIR-LABEL-X (1).
           MOVE "STANDARD"     TO WS-TIR-LABEL-X (2).
           MOVE "NOT ON FILE"  TO WS-TIR-LABEL-X (3).
           INITIALIZE WS-CHANNEL-TABLE.
           MOVE "B1" TO WS-CHN-CODE-X (1).
           MOVE "B2" TO WS-CHN-CODE-X (2).
           MOVE "B3" TO WS-CHN-CODE-X (3).
           MOVE "WB" TO WS-CHN-CODE-X (4).
           MOVE "**" TO WS-CHN-CODE-X (5).
           INITIALIZE WS-CHANGED-TABLE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM 1200-LOAD-DISCOUNT-SCHEDULE THRU 1200-EXIT.
           PERFORM 1250-LOAD-CONTRACT-RATES THRU 1250-EXIT.
           PERFORM 1400-LOAD-PROPOSED-SCHEDULE THRU 1400-EXIT.
           PERFORM 1450-LOAD-PROPOSED-CONTRACTS THRU 1450-EXIT.
       1000-EXIT.
           EXIT.

       1300-READ-PARM-CARD.
           OPEN INPUT SIM-PARM-FILE.
           READ SIM-PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-OK-FLAG-X
               NOT AT END
                   MOVE SIM-FROM-DATE     TO WS-FROM-DATE-N
                   MOVE SIM-TO-DATE       TO WS-TO-DATE-N
                   MOVE SIM-PROPOSED-DATE TO WS-PROPOSED-DATE-N
                   MOVE 'Y' TO WS-PARM-OK-FLAG-X
           END-READ.
           CLOSE SIM-PARM-FILE.
           IF WS-PARM-OK
               IF WS-FROM-DATE-N NOT NUMERIC
                       OR WS-TO-DATE-N NOT NUMERIC
                       OR WS-PROPOSED-DATE-N NOT NUMERIC
                       OR WS-FROM-DATE-N = 0
                       OR WS-FROM-DATE-N > WS-TO-DATE-N
                   MOVE 'N' TO WS-PARM-OK-FLAG-X
               END-IF
           END-IF.
           IF NOT WS-PARM-OK
               DISPLAY "DISCSIM - SIMULATION CARD MISSING OR INVALID"
               DISPLAY "  FROM AND TO RUN DATES MUST BE KEYED IN ORDER"
                   " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.

       1200-LOAD-DISCOUNT-SCHEDULE.
           OPEN INPUT DISCOUNT-SCHEDULE-FILE.
           MOVE 'N' TO WS-SCHED-EOF-FLAG-X.
           PERFORM 1210-READ-SCHEDULE THRU 1210-EXIT
               UNTIL WS-SCHED-EOF.
           CLOSE DISCOUNT-SCHEDULE-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-SCHEDULE.
           READ DISCOUNT-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF-FLAG-X
               NOT AT END
                   IF DPRC-SCHED-COUNT >= 50
                       DISPLAY "DISCSIM - DISCSCH EXCEEDS THE"
                           " 50 TIER TABLE - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO DPRC-SCHED-COUNT
                   MOVE DISC-EFF-FROM-DATE
                       TO DPRC-EFF-FROM (DPRC-SCHED-COUNT)
                   MOVE DISC-EFF-TO-DATE
                       TO DPRC-EFF-TO (DPRC-SCHED-COUNT)
                   MOVE DISC-TIER-LOW
                       TO DPRC-TIER-LOW (DPRC-SCHED-COUNT)
                   MOVE DISC-TIER-HIGH
                       TO DPRC-TIER-HIGH (DPRC-SCHED-COUNT)
                   MOVE DISC-TIER-RATE
                       TO DPRC-TIER-RATE (DPRC-SCHED-COUNT)
           END-READ.
       1210-EXIT.
           EXIT.

       1250-LOAD-CONTRACT-RATES.
           OPEN INPUT CONTRACT-FILE.
           MOVE 'N' TO WS-CONTR-EOF-FLAG-X.
           PERFORM 1260-READ-CONTRACT THRU 1260-EXIT
               UNTIL WS-CONTR-EOF.
           CLOSE CONTRACT-FILE.
       1250-EXIT.
           EXIT.

       1260-READ-CONTRACT.
           READ CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CONTR-EOF-FLAG-X
               NOT AT END
                   IF DPRC-CONTR-COUNT >= 100
                       DISPLAY "DISCSIM - CONTRACT EXCEEDS THE"
                           " 100 ENTRY TABLE - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO DPRC-CONTR-COUNT
                   MOVE CON-CUST-ID
                       TO DPRC-CONTR-CUST-ID (DPRC-CONTR-COUNT)
                   MOVE CON-EFF-FROM-DATE
                       TO DPRC-CONTR-FROM (DPRC-CONTR-COUNT)
                   MOVE CON-EFF-TO-DATE
                       TO DPRC-CONTR-TO (DPRC-CONTR-COUNT)
                   MOVE CON-CONTRACT-RATE
                       TO DPRC-CONTR-RATE (DPRC-CONTR-COUNT)
           END-READ.
       1260-EXIT.
           EXIT.

      * No proposed schedule supplied means the proposal leaves the
      * schedule alone: the production tiers are copied across.
       1400-LOAD-PROPOSED-SCHEDULE.
           OPEN INPUT PROPOSED-SCHEDULE-FILE.
           MOVE 'N' TO WS-SCHED-EOF-FLAG-X.
           PERFORM 1410-READ-PROPOSED-SCHEDULE THRU 1410-EXIT
               UNTIL WS-SCHED-EOF.
           CLOSE PROPOSED-SCHEDULE-FILE.
           IF PROP-SCHED-COUNT = 0
               MOVE DPRC-SCHEDULE TO PROP-SCHEDULE
           END-IF.
       1400-EXIT.
           EXIT.

       1410-READ-PROPOSED-SCHEDULE.
           READ PROPOSED-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF-FLAG-X
               NOT AT END
                   IF PROP-SCHED-COUNT >= 50
                       DISPLAY "DISCSIM - PROPSCH EXCEEDS THE"
                           " 50 TIER TABLE - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PROP-SCHED-COUNT
                   MOVE PSC-EFF-FROM-DATE
                       TO PROP-EFF-FROM (PROP-SCHED-COUNT)
                   MOVE PSC-EFF-TO-DATE
                       TO PROP-EFF-TO (PROP-SCHED-COUNT)
                   MOVE PSC-TIER-LOW
                       TO PROP-TIER-LOW (PROP-SCHED-COUNT)
                   MOVE PSC-TIER-HIGH
                       TO PROP-TIER-HIGH (PROP-SCHED-COUNT)
                   MOVE PSC-TIER-RATE
                       TO PROP-TIER-RATE (PROP-SCHED-COUNT)
           END-READ.
       1410-EXIT.
           EXIT.

       1450-LOAD-PROPOSED-CONTRACTS.
           OPEN INPUT PROPOSED-CONTRACT-FILE.
           MOVE 'N' TO WS-CONTR-EOF-FLAG-X.
           PERFORM 1460-READ-PROPOSED-CONTRACT THRU 1460-EXIT
               UNTIL WS-CONTR-EOF.
           CLOSE PROPOSED-CONTRACT-FILE.
           IF PROP-CONTR-COUNT = 0
               MOVE DPRC-CONTRACTS TO PROP-CONTRACTS
           END-IF.
       1450-EXIT.
           EXIT.

       1460-READ-PROPOSED-CONTRACT.
           READ PROPOSED-CONTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-CONTR-EOF-FLAG-X
               NOT AT END
                   IF PROP-CONTR-COUNT >= 100
                       DISPLAY "DISCSIM - PROPCON EXCEEDS THE"
                           " 100 ENTRY TABLE - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PROP-CONTR-COUNT
                   MOVE PCN-CUST-ID
                       TO PROP-CONTR-CUST-ID (PROP-CONTR-COUNT)
                   MOVE PCN-EFF-FROM-DATE
                       TO PROP-CONTR-FROM (PROP-CONTR-COUNT)
                   MOVE PCN-EFF-TO-DATE
                       TO PROP-CONTR-TO (PROP-CONTR-COUNT)
                   MOVE PCN-CONTRACT-RATE
                       TO PROP-CONTR-RATE (PROP-CONTR-COUNT)
           END-READ.
       1460-EXIT.
           EXIT.

      * A source code that is not one of the four feeds lands in the
      * catch-all entry, as on CHANRPT.
       1500-FIND-CHANNEL.
           MOVE 5 TO WS-CHN-HIT-N.
           PERFORM 1510-MATCH-CHANNEL THRU 1510-EXIT
               VARYING WS-CHN-SUB-N FROM 1 BY 1
               UNTIL WS-CHN-SUB-N > 4.
       1500-EXIT.
           EXIT.

       1510-MATCH-CHANNEL.
           IF WS-CHN-CODE-X (WS-CHN-SUB-N) = AUD-SOURCE-CODE
               MOVE WS-CHN-SUB-N TO WS-CHN-HIT-N
           END-IF.
       1510-EXIT.
           EXIT.

       2000-SIMULATE-PERIOD.
           OPEN INPUT AUDIT-TRAIL-FILE.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT
               UNTIL WS-AUD-EOF.
           CLOSE AUDIT-TRAIL-FILE.
       2000-EXIT.
           EXIT.

      * A rebate credit in the period is counted but not simulated.
       2100-READ-AUDIT.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-FLAG-X
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT-N.
           IF AUD-RUN-DATE < WS-FROM-DATE-N
                   OR AUD-RUN-DATE > WS-TO-DATE-N
               GO TO 2100-EXIT
           END-IF.
           IF AUD-SOURCE-CODE = WS-REBATE-SOURCE-X
               ADD 1 TO WS-REBATE-SKIP-COUNT-N
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-SIMULATE-ORDER THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2200-SIMULATE-ORDER.
           ADD 1 TO WS-SIM-COUNT-N.
           PERFORM 2300-LOOKUP-CUSTOMER-MASTER THRU 2300-EXIT.
           IF AUD-RATE-QUOTE OR AUD-RATE-OVERRIDE
               PERFORM 2480-CARRY-HELD-RATE THRU 2480-EXIT
           ELSE
               PERFORM 2400-PRICE-PRODUCTION THRU 2400-EXIT
               PERFORM 2450-PRICE-PROPOSED THRU 2450-EXIT
           END-IF.
           PERFORM 2500-SET-SIGNED-AMOUNTS THRU 2500-EXIT.
           IF DPRC-DISCOUNT-RT NOT = PROP-DISCOUNT-RT
               ADD 1 TO WS-CHANGED-ORDER-COUNT-N
           END-IF.
           PERFORM 2600-ACCUMULATE-GROUPS THRU 2600-EXIT.
           MOVE AUD-CUST-ID        TO SRT-CUST-ID.
           MOVE WS-TIER-CODE-X     TO SRT-TIER-CODE.
           MOVE DPRC-DISCOUNT-RT   TO SRT-OLD-RATE.
           MOVE PROP-DISCOUNT-RT   TO SRT-NEW-RATE.
           MOVE WS-SIGNED-ORDER-AMT-N TO SRT-ORDER-AMT.
           MOVE WS-OLD-DISC-AMT-N  TO SRT-OLD-DISC-AMT.
           MOVE WS-NEW-DISC-AMT-N  TO SRT-NEW-DISC-AMT.
           MOVE WS-OLD-FINAL-AMT-N TO SRT-OLD-FINAL-AMT.
           MOVE WS-NEW-FINAL-AMT-N TO SRT-NEW-FINAL-AMT.
           MOVE AUD-RUN-DATE       TO SRT-RUN-DATE.
           RELEASE SRT-RECORD.
       2200-EXIT.
           EXIT.

      * The tier is the customer's standing on the master today, not
      * when the order was taken - both sides of the comparison use
      * it, so a promotion since does not show up as a rate change.
      * A blank tier code marks a customer not on file.
       2300-LOOKUP-CUSTOMER-MASTER.
           MOVE AUD-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-FLAG-X
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-FLAG-X
           END-READ.
           IF WS-CUST-FOUND
               IF CUST-TIER-PREMIUM
                   MOVE 'P' TO WS-TIER-CODE-X
                   MOVE 1   TO WS-TIR-HIT-N
               ELSE
                   MOVE 'S' TO WS-TIER-CODE-X
                   MOVE 2   TO WS-TIR-HIT-N
               END-IF
           ELSE
               MOVE SPACE TO WS-TIER-CODE-X
               MOVE 3     TO WS-TIR-HIT-N
           END-IF.
       2300-EXIT.
           EXIT.

       2400-PRICE-PRODUCTION.
           MOVE AUD-CUST-ID       TO DPRC-CUST-ID.
           MOVE AUD-ORDER-AMT     TO DPRC-ORDER-AMT.
           MOVE AUD-RUN-DATE      TO DPRC-PRICING-DATE.
           MOVE WS-CUST-FOUND-FLAG-X TO DPRC-CUST-FOUND-X.
           IF WS-TIER-CODE-X = 'P'
               MOVE 'Y' TO DPRC-TIER-PREMIUM-X
           ELSE
               MOVE 'N' TO DPRC-TIER-PREMIUM-X
           END-IF.
           CALL WS-PRICING-PROGRAM-X USING DPRC-PRICING-AREA.
       2400-EXIT.
           EXIT.

       2450-PRICE-PROPOSED.
           MOVE AUD-CUST-ID       TO PROP-CUST-ID.
           MOVE AUD-ORDER-AMT     TO PROP-ORDER-AMT.
           IF WS-PROPOSED-DATE-N > 0
               MOVE WS-PROPOSED-DATE-N TO PROP-PRICING-DATE
           ELSE
               MOVE AUD-RUN-DATE       TO PROP-PRICING-DATE
           END-IF.
           MOVE WS-CUST-FOUND-FLAG-X TO PROP-CUST-FOUND-X.
           MOVE DPRC-TIER-PREMIUM-X  TO PROP-TIER-PREMIUM-X.
           CALL WS-PRICING-PROGRAM-X USING PROP-PRICING-AREA.
       2450-EXIT.
           EXIT.

      * A quote or override order goes on both sides at the figures
      * it was billed at, so it shows no rate change and production
      * agrees with AUDTRAIL.
       2480-CARRY-HELD-RATE.
           ADD 1 TO WS-HELD-RATE-COUNT-N.
           MOVE AUD-DISCOUNT-RT   TO DPRC-DISCOUNT-RT.
           MOVE AUD-DISCOUNT-AMT  TO DPRC-DISCOUNT-AMT.
           MOVE AUD-FINAL-AMT     TO DPRC-FINAL-AMT.
           MOVE AUD-DISCOUNT-RT   TO PROP-DISCOUNT-RT.
           MOVE AUD-DISCOUNT-AMT  TO PROP-DISCOUNT-AMT.
           MOVE AUD-FINAL-AMT     TO PROP-FINAL-AMT.
       2480-EXIT.
           EXIT.

       2500-SET-SIGNED-AMOUNTS.
           IF AUD-TYPE-CREDIT
               COMPUTE WS-SIGNED-ORDER-AMT-N = 0 - AUD-ORDER-AMT
               COMPUTE WS-OLD-DISC-AMT-N  = 0 - DPRC-DISCOUNT-AMT
               COMPUTE WS-NEW-DISC-AMT-N  = 0 - PROP-DISCOUNT-AMT
               COMPUTE WS-OLD-FINAL-AMT-N = 0 - DPRC-FINAL-AMT
               COMPUTE WS-NEW-FINAL-AMT-N = 0 - PROP-FINAL-AMT
           ELSE
               MOVE AUD-ORDER-AMT     TO WS-SIGNED-ORDER-AMT-N
               MOVE DPRC-DISCOUNT-AMT TO WS-OLD-DISC-AMT-N
               MOVE PROP-DISCOUNT-AMT TO WS-NEW-DISC-AMT-N
               MOVE DPRC-FINAL-AMT    TO WS-OLD-FINAL-AMT-N
               MOVE PROP-FINAL-AMT    TO WS-NEW-FINAL-AMT-N
           END-IF.
       2500-EXIT.
           EXIT.

       2600-ACCUMULATE-GROUPS.
           ADD 1 TO WS-TIR-ORDER-COUNT-N (WS-TIR-HIT-N).
           ADD WS-SIGNED-ORDER-AMT-N
               TO WS-TIR-ORDER-AMT-N (WS-TIR-HIT-N).
           ADD WS-OLD-DISC-AMT-N  TO WS-TIR-OLD-DISC-N (WS-TIR-HIT-N).
           ADD WS-NEW-DISC-AMT-N  TO WS-TIR-NEW-DISC-N (WS-TIR-HIT-N).
           ADD WS-OLD-FINAL-AMT-N TO WS-TIR-OLD-FINAL-N (WS-TIR-HIT-N).
           ADD WS-NEW-FINAL-AMT-N TO WS-TIR-NEW-FINAL-N (WS-TIR-HIT-N).
           PERFORM 1500-FIND-CHANNEL THRU 1500-EXIT.
           ADD 1 TO WS-CHN-ORDER-COUNT-N (WS-CHN-HIT-N).
           ADD WS-SIGNED-ORDER-AMT-N
               TO WS-CHN-ORDER-AMT-N (WS-CHN-HIT-N).
           ADD WS-OLD-DISC-AMT-N  TO WS-CHN-OLD-DISC-N (WS-CHN-HIT-N).
           ADD WS-NEW-DISC-AMT-N  TO WS-CHN-NEW-DISC-N (WS-CHN-HIT-N).
           ADD WS-OLD-FINAL-AMT-N TO WS-CHN-OLD-FINAL-N (WS-CHN-HIT-N).
           ADD WS-NEW-FINAL-AMT-N TO WS-CHN-NEW-FINAL-N (WS-CHN-HIT-N).
           ADD WS-SIGNED-ORDER-AMT-N TO WS-GRAND-ORDER-AMT-N.
           ADD WS-OLD-DISC-AMT-N     TO WS-GRAND-OLD-DISC-N.
           ADD WS-NEW-DISC-AMT-N     TO WS-GRAND-NEW-DISC-N.
           ADD WS-OLD-FINAL-AMT-N    TO WS-GRAND-OLD-FINAL-N.
           ADD WS-NEW-FINAL-AMT-N    TO WS-GRAND-NEW-FINAL-N.
       2600-EXIT.
           EXIT.

       3000-REPORT-CUSTOMERS.
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
           IF NOT WS-SORT-EOF
               PERFORM 3150-START-CUSTOMER THRU 3150-EXIT
           END-IF.
           PERFORM 3200-PROCESS-SORTED-RECORD THRU 3200-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-CUST-ORDER-COUNT-N > 0
               PERFORM 3500-WRITE-CUSTOMER-LINE THRU 3500-EXIT
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

       3150-START-CUSTOMER.
           MOVE SRT-CUST-ID   TO WS-CURRENT-CUST-ID-N.
           MOVE SRT-TIER-CODE TO WS-CURRENT-TIER-X.
           MOVE 0 TO WS-CUST-ORDER-COUNT-N.
           MOVE 0 TO WS-CUST-CHANGED-COUNT-N.
           MOVE 0 TO WS-CUST-ORDER-AMT-N.
           MOVE 0 TO WS-CUST-OLD-DISC-N.
           MOVE 0 TO WS-CUST-NEW-DISC-N.
           MOVE 0 TO WS-CUST-OLD-FINAL-N.
           MOVE 0 TO WS-CUST-NEW-FINAL-N.
           MOVE 0 TO WS-CUST-OLD-RATE-N.
           MOVE 0 TO WS-CUST-NEW-RATE-N.
       3150-EXIT.
           EXIT.

      * The rates carried to the changed-customer list are those of
      * the customer's latest changed order in the period.
       3200-PROCESS-SORTED-RECORD.
           IF SRT-CUST-ID NOT = WS-CURRENT-CUST-ID-N
               PERFORM 3500-WRITE-CUSTOMER-LINE THRU 3500-EXIT
               PERFORM 3150-START-CUSTOMER THRU 3150-EXIT
           END-IF.
           ADD 1 TO WS-CUST-ORDER-COUNT-N.
           ADD SRT-ORDER-AMT     TO WS-CUST-ORDER-AMT-N.
           ADD SRT-OLD-DISC-AMT  TO WS-CUST-OLD-DISC-N.
           ADD SRT-NEW-DISC-AMT  TO WS-CUST-NEW-DISC-N.
           ADD SRT-OLD-FINAL-AMT TO WS-CUST-OLD-FINAL-N.
           ADD SRT-NEW-FINAL-AMT TO WS-CUST-NEW-FINAL-N.
           IF SRT-OLD-RATE NOT = SRT-NEW-RATE
               ADD 1 TO WS-CUST-CHANGED-COUNT-N
               MOVE SRT-OLD-RATE TO WS-CUST-OLD-RATE-N
               MOVE SRT-NEW-RATE TO WS-CUST-NEW-RATE-N
           END-IF.
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3500-WRITE-CUSTOMER-LINE.
           IF WS-LINE-COUNT-N = 0
                   OR WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT
           END-IF.
           ADD 1 TO WS-CUSTOMER-COUNT-N.
           MOVE WS-CURRENT-CUST-ID-N TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER MASTER **"
                       TO CUST-NAME
           END-READ.
           MOVE WS-CURRENT-CUST-ID-N  TO WS-CD-CUST-ID-N.
           MOVE CUST-NAME             TO WS-CD-NAME-X.
           MOVE WS-CURRENT-TIER-X     TO WS-CD-TIER-X.
           MOVE WS-CUST-ORDER-COUNT-N TO WS-CD-ORDERS-N.
           MOVE WS-CUST-ORDER-AMT-N   TO WS-CD-ORDER-AMT-N.
           MOVE WS-CUST-OLD-DISC-N    TO WS-CD-OLD-DISC-N.
           MOVE WS-CUST-NEW-DISC-N    TO WS-CD-NEW-DISC-N.
           MOVE WS-CUST-OLD-FINAL-N   TO WS-CD-OLD-FINAL-N.
           MOVE WS-CUST-NEW-FINAL-N   TO WS-CD-NEW-FINAL-N.
           COMPUTE WS-CD-IMPACT-N =
               WS-CUST-NEW-FINAL-N - WS-CUST-OLD-FINAL-N.
           IF WS-CUST-CHANGED-COUNT-N > 0
               MOVE "***" TO WS-CD-CHANGED-X
               PERFORM 3600-SAVE-CHANGED-CUSTOMER THRU 3600-EXIT
           ELSE
               MOVE SPACES TO WS-CD-CHANGED-X
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-CUST-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       3500-EXIT.
           EXIT.

       3600-SAVE-CHANGED-CUSTOMER.
           IF WS-CHG-COUNT-N >= WS-CHG-MAX-N
               DISPLAY "DISCSIM - MORE THAN " WS-CHG-MAX-N
                   " CUSTOMERS CHANGE RATE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CHG-COUNT-N.
           ADD 1 TO WS-CHANGED-CUST-COUNT-N.
           MOVE WS-CURRENT-CUST-ID-N
               TO WS-CHG-CUST-ID-N (WS-CHG-COUNT-N).
           MOVE CUST-NAME          TO WS-CHG-NAME-X (WS-CHG-COUNT-N).
           MOVE WS-CURRENT-TIER-X  TO WS-CHG-TIER-X (WS-CHG-COUNT-N).
           MOVE WS-CUST-CHANGED-COUNT-N
               TO WS-CHG-ORDER-COUNT-N (WS-CHG-COUNT-N).
           MOVE WS-CUST-OLD-RATE-N
               TO WS-CHG-OLD-RATE-N (WS-CHG-COUNT-N).
           MOVE WS-CUST-NEW-RATE-N
               TO WS-CHG-NEW-RATE-N (WS-CHG-COUNT-N).
           COMPUTE WS-CHG-DISC-DIFF-N (WS-CHG-COUNT-N) =
               WS-CUST-NEW-DISC-N - WS-CUST-OLD-DISC-N.
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
           MOVE WS-FROM-DATE-N TO WS-SL-FROM-N.
           MOVE WS-TO-DATE-N   TO WS-SL-TO-N.
           IF WS-PROPOSED-DATE-N > 0
               MOVE WS-PROPOSED-DATE-N TO WS-SL-PROPOSED-X
           ELSE
               MOVE "AT ORDER RUN DATE" TO WS-SL-PROPOSED-X
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-SELECT-LINE.
           WRITE RPT-PRINT-LINE FROM WS-SECTION-HEADING-X.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0 TO WS-LINE-COUNT-N.
       3650-EXIT.
           EXIT.

       4000-WRITE-CHANGED-CUSTOMERS.
           MOVE WS-CHANGED-HEADING TO WS-SECTION-HEADING-X.
           PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT.
           IF WS-CHG-COUNT-N = 0
               MOVE "NO CUSTOMER'S RATE CHANGES" TO WS-RT-LABEL-X
               MOVE 0 TO WS-RT-COUNT-N
               MOVE 0 TO WS-RT-AMT-N
               WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-WRITE-CHANGED-LINE THRU 4100-EXIT
               VARYING WS-CHG-SUB-N FROM 1 BY 1
               UNTIL WS-CHG-SUB-N > WS-CHG-COUNT-N.
       4000-EXIT.
           EXIT.

       4100-WRITE-CHANGED-LINE.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT
           END-IF.
           MOVE WS-CHG-CUST-ID-N (WS-CHG-SUB-N)   TO WS-XD-CUST-ID-N.
           MOVE WS-CHG-NAME-X (WS-CHG-SUB-N)      TO WS-XD-NAME-X.
           MOVE WS-CHG-TIER-X (WS-CHG-SUB-N)      TO WS-XD-TIER-X.
           MOVE WS-CHG-ORDER-COUNT-N (WS-CHG-SUB-N) TO WS-XD-ORDERS-N.
           MOVE WS-CHG-OLD-RATE-N (WS-CHG-SUB-N)  TO WS-XD-OLD-RATE-N.
           MOVE WS-CHG-NEW-RATE-N (WS-CHG-SUB-N)  TO WS-XD-NEW-RATE-N.
           MOVE WS-CHG-DISC-DIFF-N (WS-CHG-SUB-N) TO WS-XD-DISC-DIFF-N.
           WRITE RPT-PRINT-LINE FROM WS-CHANGED-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       4100-EXIT.
           EXIT.

       5000-WRITE-GROUP-TOTALS.
           MOVE "BY TIER (CURRENT STANDING)" TO WS-GH-LABEL-X.
           MOVE WS-GROUP-HEADING TO WS-SECTION-HEADING-X.
           PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT.
           PERFORM 5100-WRITE-TIER-LINE THRU 5100-EXIT
               VARYING WS-TIR-SUB-N FROM 1 BY 1
               UNTIL WS-TIR-SUB-N > 3.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "BY CHANNEL (SOURCE CODE)" TO WS-GH-LABEL-X.
           WRITE RPT-PRINT-LINE FROM WS-GROUP-HEADING.
           WRITE RPT-PRINT-LINE FROM SPACES.
           PERFORM 5200-WRITE-CHANNEL-LINE THRU 5200-EXIT
               VARYING WS-CHN-SUB-N FROM 1 BY 1
               UNTIL WS-CHN-SUB-N > 5.
       5000-EXIT.
           EXIT.

       5100-WRITE-TIER-LINE.
           MOVE WS-TIR-LABEL-X (WS-TIR-SUB-N)       TO WS-GD-LABEL-X.
           MOVE WS-TIR-ORDER-COUNT-N (WS-TIR-SUB-N) TO WS-GD-ORDERS-N.
           MOVE WS-TIR-ORDER-AMT-N (WS-TIR-SUB-N)
               TO WS-GD-ORDER-AMT-N.
           MOVE WS-TIR-OLD-DISC-N (WS-TIR-SUB-N)    TO WS-GD-OLD-DISC-N.
           MOVE WS-TIR-NEW-DISC-N (WS-TIR-SUB-N)    TO WS-GD-NEW-DISC-N.
           MOVE WS-TIR-OLD-FINAL-N (WS-TIR-SUB-N)
               TO WS-GD-OLD-FINAL-N.
           MOVE WS-TIR-NEW-FINAL-N (WS-TIR-SUB-N)
               TO WS-GD-NEW-FINAL-N.
           COMPUTE WS-GD-IMPACT-N =
               WS-TIR-NEW-FINAL-N (WS-TIR-SUB-N)
               - WS-TIR-OLD-FINAL-N (WS-TIR-SUB-N).
           WRITE RPT-PRINT-LINE FROM WS-GROUP-DETAIL-LINE.
       5100-EXIT.
           EXIT.

       5200-WRITE-CHANNEL-LINE.
           IF WS-CHN-SUB-N = 5
               MOVE "OTHER / UNSTAMPED" TO WS-GD-LABEL-X
           ELSE
               MOVE WS-CHN-CODE-X (WS-CHN-SUB-N) TO WS-GD-LABEL-X
           END-IF.
           MOVE WS-CHN-ORDER-COUNT-N (WS-CHN-SUB-N) TO WS-GD-ORDERS-N.
           MOVE WS-CHN-ORDER-AMT-N (WS-CHN-SUB-N)
               TO WS-GD-ORDER-AMT-N.
           MOVE WS-CHN-OLD-DISC-N (WS-CHN-SUB-N)    TO WS-GD-OLD-DISC-N.
           MOVE WS-CHN-NEW-DISC-N (WS-CHN-SUB-N)    TO WS-GD-NEW-DISC-N.
           MOVE WS-CHN-OLD-FINAL-N (WS-CHN-SUB-N)
               TO WS-GD-OLD-FINAL-N.
           MOVE WS-CHN-NEW-FINAL-N (WS-CHN-SUB-N)
               TO WS-GD-NEW-FINAL-N.
           COMPUTE WS-GD-IMPACT-N =
               WS-CHN-NEW-FINAL-N (WS-CHN-SUB-N)
               - WS-CHN-OLD-FINAL-N (WS-CHN-SUB-N).
           WRITE RPT-PRINT-LINE FROM WS-GROUP-DETAIL-LINE.
       5200-EXIT.
           EXIT.

      * The net-margin impact is what the proposal would have billed
      * less what production billed for the same orders: negative
      * when the proposed rates give more discount away.
       8100-WRITE-GRAND-RECAP.
           COMPUTE WS-MARGIN-IMPACT-N =
               WS-GRAND-NEW-FINAL-N - WS-GRAND-OLD-FINAL-N.
           WRITE RPT-PRINT-LINE FROM SPACES.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "AUDIT RECORDS READ"     TO WS-RT-LABEL-X.
           MOVE WS-READ-COUNT-N          TO WS-RT-COUNT-N.
           MOVE 0                        TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ORDERS RE-PRICED"       TO WS-RT-LABEL-X.
           MOVE WS-SIM-COUNT-N           TO WS-RT-COUNT-N.
           MOVE WS-GRAND-ORDER-AMT-N     TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "QUOTE/OVERRIDE AS BILLED" TO WS-RT-LABEL-X.
           MOVE WS-HELD-RATE-COUNT-N     TO WS-RT-COUNT-N.
           MOVE 0                        TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "REBATE CREDITS SKIPPED" TO WS-RT-LABEL-X.
           MOVE WS-REBATE-SKIP-COUNT-N   TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ORDERS WITH RATE CHANGE" TO WS-RT-LABEL-X.
           MOVE WS-CHANGED-ORDER-COUNT-N TO WS-RT-COUNT-N.
           MOVE 0                        TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "CUSTOMERS RE-PRICED"    TO WS-RT-LABEL-X.
           MOVE WS-CUSTOMER-COUNT-N      TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "CUSTOMERS WITH RATE CHANGE" TO WS-RT-LABEL-X.
           MOVE WS-CHANGED-CUST-COUNT-N  TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE 0                        TO WS-RT-COUNT-N.
           MOVE "PRODUCTION DISCOUNT"    TO WS-RT-LABEL-X.
           MOVE WS-GRAND-OLD-DISC-N      TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "PROPOSED DISCOUNT"      TO WS-RT-LABEL-X.
           MOVE WS-GRAND-NEW-DISC-N      TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "PRODUCTION FINAL"       TO WS-RT-LABEL-X.
           MOVE WS-GRAND-OLD-FINAL-N     TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "PROPOSED FINAL"         TO WS-RT-LABEL-X.
           MOVE WS-GRAND-NEW-FINAL-N     TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "NET MARGIN IMPACT"      TO WS-RT-LABEL-X.
           MOVE WS-MARGIN-IMPACT-N       TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PARM-OK
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE SIMULATION-REPORT.
       9000-EXIT.
           EXIT.
