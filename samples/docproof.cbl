      *----------------------------------------------------------------
      * DOCPROOF
      * Document number proof.  Runs after CUSTCALC and before
      * ARRECON.  Every order the daily run posts takes the next
      * number from DOCNOCTL, and that number must appear exactly
      * once on AUDTRAIL and once on ARIFACE (held credit orders go
      * to CREDHOLD unnumbered and take none).  A restart from
      * CHKPNT, a rerun after an abend or a SUSFIX retransmission
      * can leave a gap or a duplicate that nothing else would find
      * until AR complained, so this step proves the run's range:
      *
      *   - the range ends at the number below DOCNOCTL's next
      *     number and spans the completed run's RJ-ORDER-COUNT
      *     from the last completion record on RUNJRNL - one number
      *     per posted order, restart or not, since both ride the
      *     checkpoint together;
      *   - every number in the range missing from AUDTRAIL or
      *     ARIFACE, and every number on either file more than once,
      *     is listed;
      *   - every audit/AR pair whose customer, final amount or
      *     transaction type disagree is listed;
      *   - an ARIFACE item numbered outside the range is listed,
      *     as is an audit record of this run id outside it;
      *   - the signed final totals of both files are tied back to
      *     RJ-TOTAL-FINAL-AMT.
      *
      * A clean proof stamps this step complete on CYCCTL, which is
      * what ARRECON waits on.  Any break ends RC=12 with no
      * completion stamp, so ARRECON will not run against an
      * unproven day until the break is worked (or waived through
      * CYCOVRD).
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCPROOF.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRAIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-INTERFACE-FILE ASSIGN TO "ARIFACE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DOC-CONTROL-FILE ASSIGN TO "DOCNOCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-REPORT ASSIGN TO "PROOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CYCLE-DATE-FILE ASSIGN TO "CYCCARD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE
           RECORD CONTAINS 92 CHARACTERS.
       COPY AUDREC.

       FD  AR-INTERFACE-FILE
           RECORD CONTAINS 41 CHARACTERS.
       COPY ARREC.

       FD  RUN-JOURNAL-FILE
           RECORD CONTAINS 98 CHARACTERS.
       COPY RUNJRNL.

       FD  DOC-CONTROL-FILE
           RECORD CONTAINS 18 CHARACTERS.
       COPY DOCCTL.

       FD  PROOF-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 18 CHARACTERS.
       COPY CYCCARD.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-AUD-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-AUD-EOF                  VALUE 'Y'.
           05  WS-AR-EOF-FLAG-X    PIC X       VALUE 'N'.
               88  WS-AR-EOF                   VALUE 'Y'.
           05  WS-JRNL-EOF-FLAG-X  PIC X       VALUE 'N'.
               88  WS-JRNL-EOF                 VALUE 'Y'.
           05  WS-RUN-FOUND-FLAG-X PIC X       VALUE 'N'.
               88  WS-RUN-FOUND                VALUE 'Y'.
           05  WS-CONTROL-FOUND-FLAG-X PIC X   VALUE 'N'.
               88  WS-CONTROL-FOUND            VALUE 'Y'.
           05  WS-PROOF-BROKEN-FLAG-X PIC X    VALUE 'N'.
               88  WS-PROOF-BROKEN             VALUE 'Y'.

      * The completed run being proved - the last completion record
      * on the journal.
       01  WS-PROOF-RUN-ID-X       PIC X(08)   VALUE SPACES.
       01  WS-PROOF-RUN-DATE-N     PIC 9(8)    VALUE 0.
       01  WS-PROOF-ORDER-COUNT-N  PIC 9(7)    VALUE 0.
       01  WS-PROOF-FINAL-AMT-N    PIC S9(9)V99 VALUE 0.
       01  WS-NEXT-DOC-NO-N        PIC 9(8)    VALUE 0.
       01  WS-START-DOC-NO-N       PIC 9(8)    VALUE 0.
       01  WS-END-DOC-NO-N         PIC 9(8)    VALUE 0.

      * One entry per number in the run's range, at offset (number -
      * start + 1): how many times each file carried it, and the
      * first occurrence's fields for the pair comparison.  The
      * audit type is held in AR terms ('S' sale as 'I' invoice) so
      * the two compare directly.
       77  WS-DOC-TABLE-MAX-N      PIC 9(4) COMP VALUE 5000.
       01  WS-DOC-TABLE.
           05  WS-DOC-ENTRY OCCURS 5000 TIMES.
               10  WS-DOC-AUD-COUNT-N     PIC 9(4)  COMP.
               10  WS-DOC-AUD-CUST-ID-N   PIC 9(6).
               10  WS-DOC-AUD-FINAL-AMT-N PIC 9(7)V99.
               10  WS-DOC-AUD-TYPE-X      PIC X(01).
               10  WS-DOC-AR-COUNT-N      PIC 9(4)  COMP.
               10  WS-DOC-AR-CUST-ID-N    PIC 9(6).
               10  WS-DOC-AR-FINAL-AMT-N  PIC 9(7)V99.
               10  WS-DOC-AR-TYPE-X       PIC X(01).
       77  WS-DOC-RANGE-N          PIC 9(4) COMP VALUE 0.
       77  WS-DOC-SUB-N            PIC 9(4) COMP VALUE 0.
       01  WS-DOC-OFFSET-N         PIC 9(8)    VALUE 0.
       01  WS-AUD-TYPE-X           PIC X(01)   VALUE SPACE.

      * Cycle-control: this step's place in the nightly chain is
      * verified and stamped through the CYCCHK subprogram.
       COPY CYCCOMM.
       01  WS-CYCLE-PROGRAM-X      PIC X(06)     VALUE "CYCCHK".

       01  WS-SIGNED-AMT-N         PIC S9(7)V99 VALUE 0.
       01  WS-AUD-TOTAL-AMT-N      PIC S9(9)V99 VALUE 0.
       01  WS-AR-TOTAL-AMT-N       PIC S9(9)V99 VALUE 0.
       01  WS-AUD-DIFF-AMT-N       PIC S9(9)V99 VALUE 0.
       01  WS-AR-DIFF-AMT-N        PIC S9(9)V99 VALUE 0.

       77  WS-AUD-READ-COUNT-N     PIC 9(9) COMP VALUE 0.
       77  WS-AUD-IN-RANGE-COUNT-N PIC 9(7) COMP VALUE 0.
       77  WS-AUD-OTHER-COUNT-N    PIC 9(9) COMP VALUE 0.
       77  WS-AR-READ-COUNT-N      PIC 9(7) COMP VALUE 0.
       77  WS-MISS-AUD-COUNT-N     PIC 9(7) COMP VALUE 0.
       77  WS-MISS-AR-COUNT-N      PIC 9(7) COMP VALUE 0.
       77  WS-DUP-AUD-COUNT-N      PIC 9(7) COMP VALUE 0.
       77  WS-DUP-AR-COUNT-N       PIC 9(7) COMP VALUE 0.
       77  WS-DISAGREE-COUNT-N     PIC 9(7) COMP VALUE 0.
       77  WS-OUT-RANGE-COUNT-N    PIC 9(7) COMP VALUE 0.
       77  WS-BREAK-COUNT-N        PIC 9(7) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(46) VALUE SPACES.
           05  FILLER              PIC X(28)
                   VALUE "DOCUMENT NUMBER PROOF".
           05  FILLER              PIC X(44) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-RANGE-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "RUN ID ".
           05  WS-RL-RUN-ID-X      PIC X(8).
           05  FILLER              PIC X(10) VALUE "  RUN DATE".
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RL-RUN-DATE-N    PIC 9(8).
           05  FILLER              PIC X(17)
                   VALUE "  DOCUMENT RANGE ".
           05  WS-RL-START-N       PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  WS-RL-END-N         PIC 9(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "DOC NO".
           05  FILLER              PIC X(31) VALUE "CONDITION".
           05  FILLER              PIC X(8)  VALUE "AUD CUST".
           05  FILLER              PIC X(13) VALUE "   AUD AMOUNT".
           05  FILLER              PIC X(5)  VALUE "  TY".
           05  FILLER              PIC X(8)  VALUE " AR CUST".
           05  FILLER              PIC X(13) VALUE "    AR AMOUNT".
           05  FILLER              PIC X(5)  VALUE "  TY".

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-DOC-NO-N      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-CONDITION-X   PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-AUD-CUST-N    PIC ZZZZZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-AUD-AMT-N     PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-AUD-TYPE-X    PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-AR-CUST-N     PIC ZZZZZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-AR-AMT-N      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-AR-TYPE-X     PIC X(1).

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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-AUDIT-TRAIL THRU 2000-EXIT.
           PERFORM 3000-LOAD-AR-INTERFACE THRU 3000-EXIT.
           PERFORM 4000-PROVE-NUMBER THRU 4000-EXIT
               VARYING WS-DOC-SUB-N FROM 1 BY 1
               UNTIL WS-DOC-SUB-N > WS-DOC-RANGE-N.
           PERFORM 8000-TIE-RUN-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1800-VERIFY-CYCLE-START THRU 1800-EXIT.
           PERFORM 1100-FIND-COMPLETED-RUN THRU 1100-EXIT.
           PERFORM 1200-READ-DOC-CONTROL THRU 1200-EXIT.
           PERFORM 1300-SET-DOCUMENT-RANGE THRU 1300-EXIT.
           INITIALIZE WS-DOC-TABLE.
           OPEN OUTPUT PROOF-REPORT.
           PERFORM 2510-WRITE-PROOF-HEADINGS THRU 2510-EXIT.
       1000-EXIT.
           EXIT.

      * Refuses to run unless every prerequisite step of the chain
      * shows completed - or operator-overridden - on the cycle
      * control file for this cycle date, then stamps this step's
      * start record.  This is what stops a step from running
      * against the wrong day's files.
       1800-VERIFY-CYCLE-START.
           INITIALIZE CYC-CONTROL-AREA.
           MOVE 'S' TO CYC-FUNCTION-X.
           MOVE "DOCPROOF" TO CYC-IN-STEP-NAME.
           PERFORM 1850-SET-CYCLE-DATE THRU 1850-EXIT.
           MOVE 1 TO CYC-PREREQ-COUNT.
           MOVE "CUSTCALC" TO CYC-PREREQ-NAME (1).
           CALL WS-CYCLE-PROGRAM-X USING CYC-CONTROL-AREA.
           IF NOT CYC-RESULT-OK
               DISPLAY "DOCPROOF - PREREQUISITE STEP "
                   CYC-MISSING-STEP
               DISPLAY "  NOT COMPLETE FOR CYCLE " CYC-IN-CYCLE-DATE
                   " - RUN REFUSED"
               DISPLAY "  USE CYCOVRD FOR A GENUINE EXCEPTION"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1800-EXIT.
           EXIT.

       1900-STAMP-CYCLE-COMPLETE.
           MOVE 'C' TO CYC-FUNCTION-X.
           CALL WS-CYCLE-PROGRAM-X USING CYC-CONTROL-AREA.
       1900-EXIT.
           EXIT.

      * The cycle date comes from the operations-keyed CYCCARD card
      * shared by every step of the chain (and by CYCSTAT), so a
      * chain that straddles midnight still checks and stamps one
      * cycle instead of failing its own prerequisites at 00:01 and
      * needing a routine override.  Only when no card is supplied
      * does the system date stand in - the single-step, hand-run
      * case.
       1850-SET-CYCLE-DATE.
           ACCEPT CYC-IN-CYCLE-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CYCLE-DATE-FILE.
           READ CYCLE-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CYD-CYCLE-DATE IS NUMERIC
                           AND CYD-CYCLE-DATE > 0
                       MOVE CYD-CYCLE-DATE TO CYC-IN-CYCLE-DATE
                   END-IF
           END-READ.
           CLOSE CYCLE-DATE-FILE.
       1850-EXIT.
           EXIT.

      * The last completion record on the journal is the run that
      * just finished - CUSTCALC is this step's prerequisite, so it
      * has completed for the cycle by the time this step starts.
       1100-FIND-COMPLETED-RUN.
           OPEN INPUT RUN-JOURNAL-FILE.
           PERFORM 1110-READ-RUN-JOURNAL THRU 1110-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE RUN-JOURNAL-FILE.
           IF NOT WS-RUN-FOUND
               DISPLAY "DOCPROOF - NO COMPLETED RUN ON THE RUN"
                   " JOURNAL - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-RUN-JOURNAL.
           READ RUN-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG-X
               NOT AT END
                   IF RJ-STATUS-COMPLETED
                       MOVE 'Y'             TO WS-RUN-FOUND-FLAG-X
                       MOVE RJ-RUN-ID       TO WS-PROOF-RUN-ID-X
                       MOVE RJ-RUN-DATE     TO WS-PROOF-RUN-DATE-N
                       MOVE RJ-ORDER-COUNT  TO WS-PROOF-ORDER-COUNT-N
                       MOVE RJ-TOTAL-FINAL-AMT
                           TO WS-PROOF-FINAL-AMT-N
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

       1200-READ-DOC-CONTROL.
           OPEN INPUT DOC-CONTROL-FILE.
           READ DOC-CONTROL-FILE
               AT END
                   MOVE 'N' TO WS-CONTROL-FOUND-FLAG-X
               NOT AT END
                   IF DOC-NEXT-NO IS NUMERIC AND DOC-NEXT-NO > 0
                       MOVE 'Y' TO WS-CONTROL-FOUND-FLAG-X
                       MOVE DOC-NEXT-NO TO WS-NEXT-DOC-NO-N
                   END-IF
           END-READ.
           CLOSE DOC-CONTROL-FILE.
           IF NOT WS-CONTROL-FOUND
               DISPLAY "DOCPROOF - DOCNOCTL MISSING OR EMPTY -"
                   " RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

      * The control was rewritten at the run's completion with the
      * number above the last one assigned, and every posted order
      * took exactly one number, so the run's range is the order
      * count ending just below the control.  A count larger than
      * the numbers the control has ever issued means the two do
      * not belong to the same run.
       1300-SET-DOCUMENT-RANGE.
           IF WS-PROOF-ORDER-COUNT-N >= WS-NEXT-DOC-NO-N
               DISPLAY "DOCPROOF - RUN " WS-PROOF-RUN-ID-X
                   " POSTED " WS-PROOF-ORDER-COUNT-N " ORDERS"
               DISPLAY "  BUT DOCNOCTL NEXT NUMBER IS "
                   WS-NEXT-DOC-NO-N " - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PROOF-ORDER-COUNT-N > WS-DOC-TABLE-MAX-N
               DISPLAY "DOCPROOF - RUN RANGE EXCEEDS THE "
                   WS-DOC-TABLE-MAX-N " NUMBER TABLE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-END-DOC-NO-N = WS-NEXT-DOC-NO-N - 1.
           COMPUTE WS-START-DOC-NO-N =
               WS-NEXT-DOC-NO-N - WS-PROOF-ORDER-COUNT-N.
           MOVE WS-PROOF-ORDER-COUNT-N TO WS-DOC-RANGE-N.
       1300-EXIT.
           EXIT.

       2000-LOAD-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT
               UNTIL WS-AUD-EOF.
           CLOSE AUDIT-TRAIL-FILE.
       2000-EXIT.
           EXIT.

      * A trail that still holds earlier days carries their numbers
      * below the range; those are not this run's and are only
      * counted.  A record stamped with this run's id but numbered
      * outside the range is this run's and is a break.
       2100-READ-AUDIT.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-FLAG-X
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-AUD-READ-COUNT-N.
           IF AUD-TYPE-CREDIT
               MOVE 'C' TO WS-AUD-TYPE-X
               COMPUTE WS-SIGNED-AMT-N = 0 - AUD-FINAL-AMT
           ELSE
               MOVE 'I' TO WS-AUD-TYPE-X
               MOVE AUD-FINAL-AMT TO WS-SIGNED-AMT-N
           END-IF.
           IF AUD-DOC-NO IS NUMERIC
                   AND AUD-DOC-NO >= WS-START-DOC-NO-N
                   AND AUD-DOC-NO <= WS-END-DOC-NO-N
                   AND WS-DOC-RANGE-N > 0
               PERFORM 2200-POST-AUDIT-NUMBER THRU 2200-EXIT
           ELSE
               IF WS-PROOF-RUN-ID-X NOT = SPACES
                       AND AUD-RUN-ID = WS-PROOF-RUN-ID-X
                   ADD 1 TO WS-OUT-RANGE-COUNT-N
                   MOVE AUD-DOC-NO       TO WS-RD-DOC-NO-N
                   MOVE "AUDIT NUMBER OUTSIDE RUN RANGE"
                       TO WS-RD-CONDITION-X
                   MOVE AUD-CUST-ID      TO WS-RD-AUD-CUST-N
                   MOVE AUD-FINAL-AMT    TO WS-RD-AUD-AMT-N
                   MOVE WS-AUD-TYPE-X    TO WS-RD-AUD-TYPE-X
                   MOVE 0                TO WS-RD-AR-CUST-N
                   MOVE 0                TO WS-RD-AR-AMT-N
                   MOVE SPACE            TO WS-RD-AR-TYPE-X
                   PERFORM 2500-WRITE-BREAK-LINE THRU 2500-EXIT
               ELSE
                   ADD 1 TO WS-AUD-OTHER-COUNT-N
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-POST-AUDIT-NUMBER.
           ADD 1 TO WS-AUD-IN-RANGE-COUNT-N.
           ADD WS-SIGNED-AMT-N TO WS-AUD-TOTAL-AMT-N.
           COMPUTE WS-DOC-OFFSET-N =
               AUD-DOC-NO - WS-START-DOC-NO-N + 1.
           ADD 1 TO WS-DOC-AUD-COUNT-N (WS-DOC-OFFSET-N).
           IF WS-DOC-AUD-COUNT-N (WS-DOC-OFFSET-N) = 1
               MOVE AUD-CUST-ID
                   TO WS-DOC-AUD-CUST-ID-N (WS-DOC-OFFSET-N)
               MOVE AUD-FINAL-AMT
                   TO WS-DOC-AUD-FINAL-AMT-N (WS-DOC-OFFSET-N)
               MOVE WS-AUD-TYPE-X
                   TO WS-DOC-AUD-TYPE-X (WS-DOC-OFFSET-N)
           END-IF.
       2200-EXIT.
           EXIT.

       3000-LOAD-AR-INTERFACE.
           OPEN INPUT AR-INTERFACE-FILE.
           PERFORM 3100-READ-AR-INTERFACE THRU 3100-EXIT
               UNTIL WS-AR-EOF.
           CLOSE AR-INTERFACE-FILE.
       3000-EXIT.
           EXIT.

      * ARIFACE is the one day's posting file, so every item on it
      * counts toward the AR total and every item numbered outside
      * the run's range is a break.
       3100-READ-AR-INTERFACE.
           READ AR-INTERFACE-FILE
               AT END
                   MOVE 'Y' TO WS-AR-EOF-FLAG-X
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-AR-READ-COUNT-N.
           IF AR-TYPE-CREDIT
               COMPUTE WS-SIGNED-AMT-N = 0 - AR-FINAL-AMT
           ELSE
               MOVE AR-FINAL-AMT TO WS-SIGNED-AMT-N
           END-IF.
           ADD WS-SIGNED-AMT-N TO WS-AR-TOTAL-AMT-N.
           IF AR-DOC-NO IS NUMERIC
                   AND AR-DOC-NO >= WS-START-DOC-NO-N
                   AND AR-DOC-NO <= WS-END-DOC-NO-N
                   AND WS-DOC-RANGE-N > 0
               PERFORM 3200-POST-AR-NUMBER THRU 3200-EXIT
           ELSE
               ADD 1 TO WS-OUT-RANGE-COUNT-N
               IF AR-DOC-NO IS NUMERIC
                   MOVE AR-DOC-NO    TO WS-RD-DOC-NO-N
               ELSE
                   MOVE 0            TO WS-RD-DOC-NO-N
               END-IF
               MOVE "ARIFACE NUMBER OUTSIDE RANGE"
                   TO WS-RD-CONDITION-X
               MOVE 0                TO WS-RD-AUD-CUST-N
               MOVE 0                TO WS-RD-AUD-AMT-N
               MOVE SPACE            TO WS-RD-AUD-TYPE-X
               MOVE AR-CUST-ID       TO WS-RD-AR-CUST-N
               MOVE AR-FINAL-AMT     TO WS-RD-AR-AMT-N
               MOVE AR-TRAN-TYPE     TO WS-RD-AR-TYPE-X
               PERFORM 2500-WRITE-BREAK-LINE THRU 2500-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-POST-AR-NUMBER.
           COMPUTE WS-DOC-OFFSET-N =
               AR-DOC-NO - WS-START-DOC-NO-N + 1.
           ADD 1 TO WS-DOC-AR-COUNT-N (WS-DOC-OFFSET-N).
           IF WS-DOC-AR-COUNT-N (WS-DOC-OFFSET-N) = 1
               MOVE AR-CUST-ID
                   TO WS-DOC-AR-CUST-ID-N (WS-DOC-OFFSET-N)
               MOVE AR-FINAL-AMT
                   TO WS-DOC-AR-FINAL-AMT-N (WS-DOC-OFFSET-N)
               MOVE AR-TRAN-TYPE
                   TO WS-DOC-AR-TYPE-X (WS-DOC-OFFSET-N)
           END-IF.
       3200-EXIT.
           EXIT.

      * Each number in the range is tested for presence and
      * uniqueness on both files; only a number present on both is
      * compared field by field.  One number can raise more than
      * one break line.
       4000-PROVE-NUMBER.
           PERFORM 4100-LOAD-BREAK-FIELDS THRU 4100-EXIT.
           IF WS-DOC-AUD-COUNT-N (WS-DOC-SUB-N) = 0
               ADD 1 TO WS-MISS-AUD-COUNT-N
               MOVE "MISSING FROM AUDTRAIL" TO WS-RD-CONDITION-X
               PERFORM 2500-WRITE-BREAK-LINE THRU 2500-EXIT
           END-IF.
           IF WS-DOC-AUD-COUNT-N (WS-DOC-SUB-N) > 1
               ADD 1 TO WS-DUP-AUD-COUNT-N
               MOVE "DUPLICATED ON AUDTRAIL" TO WS-RD-CONDITION-X
               PERFORM 2500-WRITE-BREAK-LINE THRU 2500-EXIT
           END-IF.
           IF WS-DOC-AR-COUNT-N (WS-DOC-SUB-N) = 0
               ADD 1 TO WS-MISS-AR-COUNT-N
               MOVE "MISSING FROM ARIFACE" TO WS-RD-CONDITION-X
               PERFORM 2500-WRITE-BREAK-LINE THRU 2500-EXIT
           END-IF.
           IF WS-DOC-AR-COUNT-N (WS-DOC-SUB-N) > 1
               ADD 1 TO WS-DUP-AR-COUNT-N
               MOVE "DUPLICATED ON ARIFACE" TO WS-RD-CONDITION-X
               PERFORM 2500-WRITE-BREAK-LINE THRU 2500-EXIT
           END-IF.
           IF WS-DOC-AUD-COUNT-N (WS-DOC-SUB-N) = 0
                   OR WS-DOC-AR-COUNT-N (WS-DOC-SUB-N) = 0
               GO TO 4000-EXIT
           END-IF.
           IF WS-DOC-AUD-CUST-ID-N (WS-DOC-SUB-N)
                   NOT = WS-DOC-AR-CUST-ID-N (WS-DOC-SUB-N)
               ADD 1 TO WS-DISAGREE-COUNT-N
               MOVE "CUSTOMER DISAGREES" TO WS-RD-CONDITION-X
               PERFORM 2500-WRITE-BREAK-LINE THRU 2500-EXIT
           END-IF.
           IF WS-DOC-AUD-FINAL-AMT-N (WS-DOC-SUB-N)
                   NOT = WS-DOC-AR-FINAL-AMT-N (WS-DOC-SUB-N)
               ADD 1 TO WS-DISAGREE-COUNT-N
               MOVE "FINAL AMOUNT DISAGREES" TO WS-RD-CONDITION-X
               PERFORM 2500-WRITE-BREAK-LINE THRU 2500-EXIT
           END-IF.
           IF WS-DOC-AUD-TYPE-X (WS-DOC-SUB-N)
                   NOT = WS-DOC-AR-TYPE-X (WS-DOC-SUB-N)
               ADD 1 TO WS-DISAGREE-COUNT-N
               MOVE "TRANSACTION TYPE DISAGREES" TO WS-RD-CONDITION-X
               PERFORM 2500-WRITE-BREAK-LINE THRU 2500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LOAD-BREAK-FIELDS.
           COMPUTE WS-RD-DOC-NO-N =
               WS-START-DOC-NO-N + WS-DOC-SUB-N - 1.
           MOVE WS-DOC-AUD-CUST-ID-N (WS-DOC-SUB-N)
               TO WS-RD-AUD-CUST-N.
           MOVE WS-DOC-AUD-FINAL-AMT-N (WS-DOC-SUB-N)
               TO WS-RD-AUD-AMT-N.
           MOVE WS-DOC-AUD-TYPE-X (WS-DOC-SUB-N)
               TO WS-RD-AUD-TYPE-X.
           MOVE WS-DOC-AR-CUST-ID-N (WS-DOC-SUB-N)
               TO WS-RD-AR-CUST-N.
           MOVE WS-DOC-AR-FINAL-AMT-N (WS-DOC-SUB-N)
               TO WS-RD-AR-AMT-N.
           MOVE WS-DOC-AR-TYPE-X (WS-DOC-SUB-N)
               TO WS-RD-AR-TYPE-X.
       4100-EXIT.
           EXIT.

       2500-WRITE-BREAK-LINE.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 2510-WRITE-PROOF-HEADINGS THRU 2510-EXIT
           END-IF.
           MOVE 'Y' TO WS-PROOF-BROKEN-FLAG-X.
           ADD 1 TO WS-BREAK-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       2500-EXIT.
           EXIT.

       2510-WRITE-PROOF-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT-N.
           MOVE WS-PAGE-COUNT-N TO WS-RH1-PAGE-N.
           IF WS-PAGE-COUNT-N > 1
               WRITE RPT-PRINT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-1.
           MOVE WS-PROOF-RUN-ID-X   TO WS-RL-RUN-ID-X.
           MOVE WS-PROOF-RUN-DATE-N TO WS-RL-RUN-DATE-N.
           MOVE WS-START-DOC-NO-N   TO WS-RL-START-N.
           MOVE WS-END-DOC-NO-N     TO WS-RL-END-N.
           WRITE RPT-PRINT-LINE FROM WS-RANGE-LINE.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-2.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0 TO WS-LINE-COUNT-N.
       2510-EXIT.
           EXIT.

      * Both files' signed final totals must equal the run's own
      * completion total: duplicates, gaps and outside-range items
      * all show here too, as does a pair whose amounts disagree.
       8000-TIE-RUN-TOTALS.
           COMPUTE WS-AUD-DIFF-AMT-N =
               WS-AUD-TOTAL-AMT-N - WS-PROOF-FINAL-AMT-N.
           COMPUTE WS-AR-DIFF-AMT-N =
               WS-AR-TOTAL-AMT-N - WS-PROOF-FINAL-AMT-N.
           IF WS-AUD-DIFF-AMT-N NOT = 0 OR WS-AR-DIFF-AMT-N NOT = 0
               MOVE 'Y' TO WS-PROOF-BROKEN-FLAG-X
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-PROOF-TOTALS.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "NUMBERS IN RUN RANGE"    TO WS-RT-LABEL-X.
           MOVE WS-DOC-RANGE-N            TO WS-RT-COUNT-N.
           MOVE 0                         TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "AUDIT RECORDS READ"      TO WS-RT-LABEL-X.
           MOVE WS-AUD-READ-COUNT-N       TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "AUDIT RECORDS OTHER RUNS" TO WS-RT-LABEL-X.
           MOVE WS-AUD-OTHER-COUNT-N      TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ARIFACE ITEMS READ"      TO WS-RT-LABEL-X.
           MOVE WS-AR-READ-COUNT-N        TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "MISSING FROM AUDTRAIL"   TO WS-RT-LABEL-X.
           MOVE WS-MISS-AUD-COUNT-N       TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "MISSING FROM ARIFACE"    TO WS-RT-LABEL-X.
           MOVE WS-MISS-AR-COUNT-N        TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "DUPLICATED ON AUDTRAIL"  TO WS-RT-LABEL-X.
           MOVE WS-DUP-AUD-COUNT-N        TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "DUPLICATED ON ARIFACE"   TO WS-RT-LABEL-X.
           MOVE WS-DUP-AR-COUNT-N         TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "AUDIT/AR DISAGREEMENTS"  TO WS-RT-LABEL-X.
           MOVE WS-DISAGREE-COUNT-N       TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "NUMBERED OUTSIDE RANGE"  TO WS-RT-LABEL-X.
           MOVE WS-OUT-RANGE-COUNT-N      TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0                         TO WS-RT-COUNT-N.
           MOVE "RUN JOURNAL FINAL TOTAL" TO WS-RT-LABEL-X.
           MOVE WS-PROOF-ORDER-COUNT-N    TO WS-RT-COUNT-N.
           MOVE WS-PROOF-FINAL-AMT-N      TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "AUDTRAIL FINAL TOTAL"    TO WS-RT-LABEL-X.
           MOVE WS-AUD-IN-RANGE-COUNT-N   TO WS-RT-COUNT-N.
           MOVE WS-AUD-TOTAL-AMT-N        TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "  DIFFERENCE"            TO WS-RT-LABEL-X.
           MOVE 0                         TO WS-RT-COUNT-N.
           MOVE WS-AUD-DIFF-AMT-N         TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ARIFACE FINAL TOTAL"     TO WS-RT-LABEL-X.
           MOVE WS-AR-READ-COUNT-N        TO WS-RT-COUNT-N.
           MOVE WS-AR-TOTAL-AMT-N         TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "  DIFFERENCE"            TO WS-RT-LABEL-X.
           MOVE 0                         TO WS-RT-COUNT-N.
           MOVE WS-AR-DIFF-AMT-N          TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           WRITE RPT-PRINT-LINE FROM SPACES.
           IF WS-PROOF-BROKEN
               MOVE "*** PROOF BROKEN ***" TO WS-RT-LABEL-X
           ELSE
               MOVE "DOCUMENT NUMBERS PROVED" TO WS-RT-LABEL-X
           END-IF.
           MOVE WS-BREAK-COUNT-N          TO WS-RT-COUNT-N.
           MOVE 0                         TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8100-EXIT.
           EXIT.

      * Only a clean proof stamps completion: a break leaves the
      * step started but not complete on CYCCTL, so ARRECON refuses
      * until the break is worked and this step reruns clean, or
      * operations waives it through CYCOVRD.
       9000-TERMINATE.
           PERFORM 8100-WRITE-PROOF-TOTALS THRU 8100-EXIT.
           CLOSE PROOF-REPORT.
           IF WS-PROOF-BROKEN
               DISPLAY "DOCPROOF - DOCUMENT NUMBER PROOF BROKEN FOR"
                   " RUN " WS-PROOF-RUN-ID-X
               DISPLAY "  " WS-BREAK-COUNT-N " BREAK(S) LISTED ON"
                   " PROOFRPT - ARRECON WILL NOT RUN"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1900-STAMP-CYCLE-COMPLETE THRU 1900-EXIT
           END-IF.
       9000-EXIT.
           EXIT.
