      *----------------------------------------------------------------
      * REBEDIT
      * Volume rebate agreement edit and register.  Stand-alone
      * validation of the REBAGMT file, run after Sales loads or
      * changes a rebate agreement and before the REBCALC quarter-end
      * or year-end run settles from it - the same gate CONEDIT puts
      * in front of the CONTRACT file.  Every agreement is listed
      * with its tiers, so the report doubles as the register of
      * agreements in force, and each finding prints under the
      * agreement it belongs to:
      *
      *   BAD CUST ID    - customer id outside the valid id range
      *   INVERTED DATES - effective-from after effective-to
      *   BAD DATE       - either effective date not a real date
      *   BAD PERIOD     - settlement period type not Q or Y
      *   NO TIERS       - first tier carries no rebate rate
      *   BAD RATE       - a tier rate above 100 percent
      *   BAD TIER       - an unused tier carrying a threshold
      *   TIER GAP       - a tier rate keyed after an empty tier
      *   OUT OF ORDER   - a tier threshold not above the one below
      *   TOO MANY       - more records than the 200-entry table
      *                    REBCALC loads the agreements into
      *   OVERLAP        - two agreements for the same customer and
      *                    period type whose effective periods
      *                    intersect, so the account would be paid
      *                    twice for one period
      *
      * Ends with return code 8 when any error is found so the
      * scheduler can hold the rebate run.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version, with the REBCALC volume
      *                  rebate run.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBEDIT.
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
           SELECT EDIT-REPORT ASSIGN TO "REBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE
           RECORD CONTAINS 113 CHARACTERS.
       COPY RBAREC.

       FD  EDIT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-REBATE-EOF-FLAG-X PIC X      VALUE 'N'.
               88  WS-REBATE-EOF               VALUE 'Y'.
           05  WS-DATE-VALID-FLAG-X PIC X      VALUE 'N'.
               88  WS-DATE-VALID               VALUE 'Y'.

       77  WS-REBATE-TABLE-MAX-N   PIC 9(4) COMP VALUE 500.
       77  WS-SETTLE-TABLE-MAX-N   PIC 9(4) COMP VALUE 200.
       77  WS-TIER-MAX-N           PIC 9(4) COMP VALUE 5.

       77  WS-MIN-CUST-ID-N        PIC 9(6) VALUE 100000.
       77  WS-MAX-CUST-ID-N        PIC 9(6) VALUE 999999.

       01  WS-REBATE-TABLE.
           05  WS-RBA-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-RBA-COUNT-N.
               10  WS-RBA-CUST-ID-N    PIC 9(6).
               10  WS-RBA-EFF-FROM-N   PIC 9(8).
               10  WS-RBA-EFF-TO-N     PIC 9(8).
               10  WS-RBA-PERIOD-X     PIC X(01).
               10  WS-RBA-TIER OCCURS 5 TIMES.
                   15  WS-RBA-THRESHOLD-N PIC 9(9)V99.
                   15  WS-RBA-PCT-N       PIC 9(3)V99.

       77  WS-RBA-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-RBA-SUB-1-N          PIC 9(4) COMP VALUE 0.
       77  WS-RBA-SUB-2-N          PIC 9(4) COMP VALUE 0.
       77  WS-TIER-SUB-N           PIC 9(4) COMP VALUE 0.
       77  WS-PRIOR-TIER-N         PIC 9(4) COMP VALUE 0.
       77  WS-LAST-TIER-N          PIC 9(4) COMP VALUE 0.

       01  WS-EDIT-DATE-N          PIC 9(8)    VALUE 0.
       01  FILLER REDEFINES WS-EDIT-DATE-N.
           05  WS-EDIT-YYYY-N      PIC 9(4).
           05  WS-EDIT-MM-N        PIC 9(2).
           05  WS-EDIT-DD-N        PIC 9(2).

       01  WS-DAYS-IN-MONTH-X.
           05  FILLER              PIC X(24)
                   VALUE "312831303130313130313031".
       01  FILLER REDEFINES WS-DAYS-IN-MONTH-X.
           05  WS-DAYS-IN-MONTH-N  OCCURS 12 TIMES PIC 9(2).

       77  WS-MONTH-LIMIT-N        PIC 9(2) COMP VALUE 0.
       77  WS-LEAP-DIV-N           PIC 9(4) COMP VALUE 0.
       77  WS-LEAP-REM-4-N         PIC 9(4) COMP VALUE 0.
       77  WS-LEAP-REM-100-N       PIC 9(4) COMP VALUE 0.
       77  WS-LEAP-REM-400-N       PIC 9(4) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(45) VALUE SPACES.
           05  FILLER              PIC X(30)
                   VALUE "REBATE AGREEMENT REGISTER".
           05  FILLER              PIC X(43) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "CUST ID".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "EFF FROM".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "EFF TO".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PRD".
           05  FILLER              PIC X(4)  VALUE "TIER".
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "THRESHOLD".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "   PCT".
           05  FILLER              PIC X(40) VALUE "FINDING".

      * The agreement line carries the first tier; any further tiers
      * in use print beneath it on tier lines, and findings print
      * under those, in the FINDING column, tier-numbered where the
      * finding is about one tier.
       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-CUST-ID-N     PIC ZZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-EFF-FROM-N    PIC 9(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-EFF-TO-N      PIC 9(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-PERIOD-X      PIC X(01).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-TIER-N        PIC 9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-THRESHOLD-N   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-PCT-N         PIC ZZ9.99.

       01  WS-REPORT-TIER-LINE.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-RL-TIER-N        PIC 9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RL-THRESHOLD-N   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-PCT-N         PIC ZZ9.99.

       01  WS-REPORT-FINDING-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RF-CUST-ID-N     PIC ZZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RF-EFF-FROM-N    PIC 9(8).
           05  FILLER              PIC X(19) VALUE SPACES.
           05  WS-RF-TIER-X        PIC X(01).
           05  WS-RF-TIER-N REDEFINES WS-RF-TIER-X PIC 9(01).
           05  FILLER              PIC X(27) VALUE SPACES.
           05  WS-RF-FINDING-X     PIC X(40).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RT-LABEL-X       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-COUNT-N       PIC ZZZ,ZZ9.

       01  WS-LIMIT-FINDING-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-LF-TEXT-X        PIC X(70).

       77  WS-LINE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-PAGE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-LINES-PER-PAGE-N     PIC 9(4) COMP VALUE 50.

       77  WS-ERROR-COUNT-N        PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2050-CHECK-TABLE-LIMIT THRU 2050-EXIT.
           PERFORM 2000-EDIT-EACH-ENTRY THRU 2000-EXIT
               VARYING WS-RBA-SUB-1-N FROM 1 BY 1
               UNTIL WS-RBA-SUB-1-N > WS-RBA-COUNT-N.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-ERROR-COUNT-N > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT EDIT-REPORT.
           OPEN INPUT REBATE-FILE.
           PERFORM 1210-READ-REBATE THRU 1210-EXIT
               UNTIL WS-REBATE-EOF.
           CLOSE REBATE-FILE.
       1000-EXIT.
           EXIT.

       1210-READ-REBATE.
           READ REBATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REBATE-EOF-FLAG-X
               NOT AT END
                   IF WS-RBA-COUNT-N >= WS-REBATE-TABLE-MAX-N
                       DISPLAY "REBEDIT - REBAGMT EXCEEDS THE "
                           WS-REBATE-TABLE-MAX-N " RECORD TABLE - "
                           "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RBA-COUNT-N
                   MOVE RBA-CUST-ID
                       TO WS-RBA-CUST-ID-N (WS-RBA-COUNT-N)
                   MOVE RBA-EFF-FROM-DATE
                       TO WS-RBA-EFF-FROM-N (WS-RBA-COUNT-N)
                   MOVE RBA-EFF-TO-DATE
                       TO WS-RBA-EFF-TO-N (WS-RBA-COUNT-N)
                   MOVE RBA-PERIOD-TYPE
                       TO WS-RBA-PERIOD-X (WS-RBA-COUNT-N)
                   PERFORM 1220-LOAD-TIER THRU 1220-EXIT
                       VARYING WS-TIER-SUB-N FROM 1 BY 1
                       UNTIL WS-TIER-SUB-N > WS-TIER-MAX-N
           END-READ.
       1210-EXIT.
           EXIT.

       1220-LOAD-TIER.
           MOVE RBA-TIER-THRESHOLD (WS-TIER-SUB-N)
               TO WS-RBA-THRESHOLD-N (WS-RBA-COUNT-N, WS-TIER-SUB-N).
           MOVE RBA-TIER-PCT (WS-TIER-SUB-N)
               TO WS-RBA-PCT-N (WS-RBA-COUNT-N, WS-TIER-SUB-N).
       1220-EXIT.
           EXIT.

      * More agreements than the 200-entry table REBCALC settles
      * from would stop the quarter-end run RC=16 part way through
      * the load, so the edit flags it here first.
       2050-CHECK-TABLE-LIMIT.
           IF WS-RBA-COUNT-N > WS-SETTLE-TABLE-MAX-N
               IF WS-LINE-COUNT-N = 0
                       OR WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
                   PERFORM 2910-WRITE-EDIT-HEADINGS THRU 2910-EXIT
               END-IF
               MOVE "TOO MANY FOR THE 200 ENTRY REBATE TABLE"
                   TO WS-LF-TEXT-X
               WRITE RPT-PRINT-LINE FROM WS-LIMIT-FINDING-LINE
               ADD 1 TO WS-LINE-COUNT-N
               ADD 1 TO WS-ERROR-COUNT-N
           END-IF.
       2050-EXIT.
           EXIT.

       2000-EDIT-EACH-ENTRY.
           PERFORM 2500-WRITE-AGREEMENT THRU 2500-EXIT.
           MOVE SPACE TO WS-RF-TIER-X.
           IF WS-RBA-CUST-ID-N (WS-RBA-SUB-1-N) < WS-MIN-CUST-ID-N
                   OR WS-RBA-CUST-ID-N (WS-RBA-SUB-1-N)
                       > WS-MAX-CUST-ID-N
               MOVE "BAD CUST ID - OUTSIDE VALID RANGE"
                   TO WS-RF-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           IF WS-RBA-EFF-FROM-N (WS-RBA-SUB-1-N)
                   > WS-RBA-EFF-TO-N (WS-RBA-SUB-1-N)
               MOVE "INVERTED DATES - FROM AFTER TO"
                   TO WS-RF-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           MOVE WS-RBA-EFF-FROM-N (WS-RBA-SUB-1-N)
               TO WS-EDIT-DATE-N.
           PERFORM 2300-VALIDATE-DATE THRU 2300-EXIT.
           IF NOT WS-DATE-VALID
               MOVE "BAD DATE - EFFECTIVE FROM"
                   TO WS-RF-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           MOVE WS-RBA-EFF-TO-N (WS-RBA-SUB-1-N)
               TO WS-EDIT-DATE-N.
           PERFORM 2300-VALIDATE-DATE THRU 2300-EXIT.
           IF NOT WS-DATE-VALID
               MOVE "BAD DATE - EFFECTIVE TO"
                   TO WS-RF-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           IF WS-RBA-PERIOD-X (WS-RBA-SUB-1-N) NOT = 'Q'
                   AND WS-RBA-PERIOD-X (WS-RBA-SUB-1-N) NOT = 'Y'
               MOVE "BAD PERIOD - TYPE NOT Q OR Y"
                   TO WS-RF-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           PERFORM 2100-EDIT-TIER THRU 2100-EXIT
               VARYING WS-TIER-SUB-N FROM 1 BY 1
               UNTIL WS-TIER-SUB-N > WS-TIER-MAX-N.
           MOVE SPACE TO WS-RF-TIER-X.
           COMPUTE WS-RBA-SUB-2-N = WS-RBA-SUB-1-N + 1.
           PERFORM 3100-CHECK-OVERLAP-PAIR THRU 3100-EXIT
               UNTIL WS-RBA-SUB-2-N > WS-RBA-COUNT-N.
       2000-EXIT.
           EXIT.

      * Tiers are keyed lowest first with unused tiers left zero at
      * the end: each rate in use must sit on a threshold above the
      * tier below it, with no empty tier in between, so the run's
      * "highest tier reached" search is never ambiguous.  A zero
      * first-tier threshold is allowed - the rebate then starts
      * from the first dollar.
       2100-EDIT-TIER.
           MOVE WS-TIER-SUB-N TO WS-RF-TIER-N.
           IF WS-RBA-PCT-N (WS-RBA-SUB-1-N, WS-TIER-SUB-N) = 0
               IF WS-TIER-SUB-N = 1
                   MOVE SPACE TO WS-RF-TIER-X
                   MOVE "NO TIERS - FIRST TIER RATE ZERO"
                       TO WS-RF-FINDING-X
                   PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
               ELSE
                   IF WS-RBA-THRESHOLD-N
                           (WS-RBA-SUB-1-N, WS-TIER-SUB-N) > 0
                       MOVE "BAD TIER - THRESHOLD WITHOUT A RATE"
                           TO WS-RF-FINDING-X
                       PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
                   END-IF
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF WS-RBA-PCT-N (WS-RBA-SUB-1-N, WS-TIER-SUB-N) > 100
               MOVE "BAD RATE - TIER RATE ABOVE 100 PERCENT"
                   TO WS-RF-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           IF WS-TIER-SUB-N = 1
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-PRIOR-TIER-N = WS-TIER-SUB-N - 1.
           IF WS-RBA-PCT-N (WS-RBA-SUB-1-N, WS-PRIOR-TIER-N) = 0
               MOVE "TIER GAP - RATE AFTER AN EMPTY TIER"
                   TO WS-RF-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           ELSE
               IF WS-RBA-THRESHOLD-N (WS-RBA-SUB-1-N, WS-TIER-SUB-N)
                       NOT > WS-RBA-THRESHOLD-N
                           (WS-RBA-SUB-1-N, WS-PRIOR-TIER-N)
                   MOVE "OUT OF ORDER - THRESHOLD NOT ABOVE PRIOR"
                       TO WS-RF-FINDING-X
                   PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      * A real calendar date: month 1-12, day within the month, with
      * February 29 allowed only in a leap year.
       2300-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-FLAG-X.
           IF WS-EDIT-YYYY-N < 1900 OR WS-EDIT-YYYY-N > 2099
               GO TO 2300-EXIT
           END-IF.
           IF WS-EDIT-MM-N < 1 OR WS-EDIT-MM-N > 12
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-DAYS-IN-MONTH-N (WS-EDIT-MM-N) TO WS-MONTH-LIMIT-N.
           IF WS-EDIT-MM-N = 2
               DIVIDE WS-EDIT-YYYY-N BY 4
                   GIVING WS-LEAP-DIV-N REMAINDER WS-LEAP-REM-4-N
               DIVIDE WS-EDIT-YYYY-N BY 100
                   GIVING WS-LEAP-DIV-N REMAINDER WS-LEAP-REM-100-N
               DIVIDE WS-EDIT-YYYY-N BY 400
                   GIVING WS-LEAP-DIV-N REMAINDER WS-LEAP-REM-400-N
               IF WS-LEAP-REM-4-N = 0
                   AND (WS-LEAP-REM-100-N NOT = 0
                       OR WS-LEAP-REM-400-N = 0)
                   MOVE 29 TO WS-MONTH-LIMIT-N
               END-IF
           END-IF.
           IF WS-EDIT-DD-N >= 1 AND WS-EDIT-DD-N <= WS-MONTH-LIMIT-N
               MOVE 'Y' TO WS-DATE-VALID-FLAG-X
           END-IF.
       2300-EXIT.
           EXIT.

      * Prints the agreement with its first tier, then one line for
      * each further tier carrying a threshold or a rate.
       2500-WRITE-AGREEMENT.
           MOVE 1 TO WS-LAST-TIER-N.
           PERFORM 2510-FIND-LAST-TIER THRU 2510-EXIT
               VARYING WS-TIER-SUB-N FROM 2 BY 1
               UNTIL WS-TIER-SUB-N > WS-TIER-MAX-N.
           IF WS-LINE-COUNT-N = 0
                   OR WS-LINE-COUNT-N + WS-LAST-TIER-N
                       > WS-LINES-PER-PAGE-N
               PERFORM 2910-WRITE-EDIT-HEADINGS THRU 2910-EXIT
           END-IF.
           MOVE WS-RBA-CUST-ID-N (WS-RBA-SUB-1-N)  TO WS-RD-CUST-ID-N.
           MOVE WS-RBA-EFF-FROM-N (WS-RBA-SUB-1-N) TO WS-RD-EFF-FROM-N.
           MOVE WS-RBA-EFF-TO-N (WS-RBA-SUB-1-N)   TO WS-RD-EFF-TO-N.
           MOVE WS-RBA-PERIOD-X (WS-RBA-SUB-1-N)   TO WS-RD-PERIOD-X.
           MOVE 1 TO WS-RD-TIER-N.
           MOVE WS-RBA-THRESHOLD-N (WS-RBA-SUB-1-N, 1)
               TO WS-RD-THRESHOLD-N.
           MOVE WS-RBA-PCT-N (WS-RBA-SUB-1-N, 1) TO WS-RD-PCT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
           PERFORM 2520-WRITE-TIER-LINE THRU 2520-EXIT
               VARYING WS-TIER-SUB-N FROM 2 BY 1
               UNTIL WS-TIER-SUB-N > WS-LAST-TIER-N.
       2500-EXIT.
           EXIT.

       2510-FIND-LAST-TIER.
           IF WS-RBA-PCT-N (WS-RBA-SUB-1-N, WS-TIER-SUB-N) > 0
                   OR WS-RBA-THRESHOLD-N
                       (WS-RBA-SUB-1-N, WS-TIER-SUB-N) > 0
               MOVE WS-TIER-SUB-N TO WS-LAST-TIER-N
           END-IF.
       2510-EXIT.
           EXIT.

       2520-WRITE-TIER-LINE.
           MOVE WS-TIER-SUB-N TO WS-RL-TIER-N.
           MOVE WS-RBA-THRESHOLD-N (WS-RBA-SUB-1-N, WS-TIER-SUB-N)
               TO WS-RL-THRESHOLD-N.
           MOVE WS-RBA-PCT-N (WS-RBA-SUB-1-N, WS-TIER-SUB-N)
               TO WS-RL-PCT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TIER-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       2520-EXIT.
           EXIT.

       2900-FLAG-ENTRY-ERROR.
           ADD 1 TO WS-ERROR-COUNT-N.
           IF WS-LINE-COUNT-N = 0
                   OR WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 2910-WRITE-EDIT-HEADINGS THRU 2910-EXIT
           END-IF.
           MOVE WS-RBA-CUST-ID-N (WS-RBA-SUB-1-N)
               TO WS-RF-CUST-ID-N.
           MOVE WS-RBA-EFF-FROM-N (WS-RBA-SUB-1-N)
               TO WS-RF-EFF-FROM-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-FINDING-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       2900-EXIT.
           EXIT.

       2910-WRITE-EDIT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT-N.
           MOVE WS-PAGE-COUNT-N TO WS-RH1-PAGE-N.
           IF WS-PAGE-COUNT-N > 1
               WRITE RPT-PRINT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-1.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-2.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0 TO WS-LINE-COUNT-N.
       2910-EXIT.
           EXIT.

      * Two agreements for the same customer and period type collide
      * when their effective periods intersect in time - the run
      * would settle the account twice for one quarter or year.  A
      * quarterly and a yearly agreement may run side by side.  Each
      * pair is reported once, against the first of the two records.
       3100-CHECK-OVERLAP-PAIR.
           IF WS-RBA-CUST-ID-N (WS-RBA-SUB-1-N)
                   = WS-RBA-CUST-ID-N (WS-RBA-SUB-2-N)
               AND WS-RBA-PERIOD-X (WS-RBA-SUB-1-N)
                   = WS-RBA-PERIOD-X (WS-RBA-SUB-2-N)
               AND WS-RBA-EFF-FROM-N (WS-RBA-SUB-1-N)
                   <= WS-RBA-EFF-TO-N (WS-RBA-SUB-2-N)
               AND WS-RBA-EFF-FROM-N (WS-RBA-SUB-2-N)
                   <= WS-RBA-EFF-TO-N (WS-RBA-SUB-1-N)
               MOVE "OVERLAP - TWO AGREEMENTS COVER SAME DATE"
                   TO WS-RF-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           ADD 1 TO WS-RBA-SUB-2-N.
       3100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-LINE-COUNT-N = 0
               PERFORM 2910-WRITE-EDIT-HEADINGS THRU 2910-EXIT
           END-IF.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "REBATE AGREEMENTS READ"  TO WS-RT-LABEL-X.
           MOVE WS-RBA-COUNT-N            TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ERRORS FOUND"            TO WS-RT-LABEL-X.
           MOVE WS-ERROR-COUNT-N          TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-ERROR-COUNT-N = 0
               MOVE "REBATE FILE CLEAN"   TO WS-RT-LABEL-X
               MOVE 0                     TO WS-RT-COUNT-N
               WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE
           END-IF.
           CLOSE EDIT-REPORT.
       9000-EXIT.
           EXIT.
