      *----------------------------------------------------------------
      * GLPOST
      * General ledger interface.  ARIFACE posts the customer side
      * of the daily run to receivables; this step posts the other
      * side to the general ledger, which Finance used to re-key
      * each morning from the DISCRPT grand totals.  Reads the
      * completed run's audit records from AUDTRAIL - the document
      * number range DOCPROOF has just proved, worked out the same
      * way from DOCNOCTL and the last RUNJRNL completion record -
      * and builds balanced journal entries:
      *
      *   sale         DR  AR  receivables control   final amount
      *                DR  DE  discount expense      discount
      *                CR  GS  gross sales           order amount
      *   credit memo  DR  RS  sales returns         order amount
      *                CR  RD  returns discount      discount
      *                CR  AR  receivables control   final amount
      *
      * summarized by entry type, ORD-SOURCE-CODE channel and rate
      * source (contract vs schedule).  Accounts come from the
      * GLACCT account table Finance maintains (edited by GLAEDIT):
      * the exact key, then the posting's own channel under the '*'
      * default rate source, then the '**' default channel, then the
      * type's full default - so a channel-level entry such as
      * RS / RB / * routes every rebate credit as GLACCT says.
      *
      * The journal proof prints every summarized line, debits
      * against credits, and ties the audit totals back to the
      * run's RUNJRNL completion record.  The GLIFACE file is
      * written only when the run balanced to its control figure,
      * every posting found an account, debits equal credits and
      * the totals tie; otherwise the step ends RC=12 with GLIFACE
      * emptied and no completion stamp on CYCCTL.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRAIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ACCOUNT-KEY.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLIFACE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DOC-CONTROL-FILE ASSIGN TO "DOCNOCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-REPORT ASSIGN TO "GLPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CYCLE-DATE-FILE ASSIGN TO "CYCCARD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE
           RECORD CONTAINS 92 CHARACTERS.
       COPY AUDREC.

       FD  GL-ACCOUNT-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY GLAREC.

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 83 CHARACTERS.
       COPY GLJREC.

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
           05  WS-GLA-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-GLA-EOF                  VALUE 'Y'.
           05  WS-JRNL-EOF-FLAG-X  PIC X       VALUE 'N'.
               88  WS-JRNL-EOF                 VALUE 'Y'.
           05  WS-RUN-FOUND-FLAG-X PIC X       VALUE 'N'.
               88  WS-RUN-FOUND                VALUE 'Y'.
           05  WS-CONTROL-FOUND-FLAG-X PIC X   VALUE 'N'.
               88  WS-CONTROL-FOUND            VALUE 'Y'.
           05  WS-REFUSE-FLAG-X    PIC X       VALUE 'N'.
               88  WS-REFUSE-FILE              VALUE 'Y'.

      * The completed run being posted - the last completion record
      * on the journal.
       01  WS-POST-RUN-ID-X        PIC X(08)   VALUE SPACES.
       01  WS-POST-RUN-DATE-N      PIC 9(8)    VALUE 0.
       01  WS-POST-BALANCE-FLAG-X  PIC X(01)   VALUE SPACE.
           88  WS-POST-RUN-BALANCED            VALUE 'Y'.
       01  WS-POST-ORDER-COUNT-N   PIC 9(7)    VALUE 0.
       01  WS-POST-ORDER-AMT-N     PIC S9(9)V99 VALUE 0.
       01  WS-POST-DISCOUNT-AMT-N  PIC S9(9)V99 VALUE 0.
       01  WS-POST-FINAL-AMT-N     PIC S9(9)V99 VALUE 0.
       01  WS-NEXT-DOC-NO-N        PIC 9(8)    VALUE 0.
       01  WS-START-DOC-NO-N       PIC 9(8)    VALUE 0.
       01  WS-END-DOC-NO-N         PIC 9(8)    VALUE 0.

      * The account table as loaded from GLACCT.
       77  WS-GLA-MAX-N            PIC 9(4) COMP VALUE 200.
       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 200 TIMES.
               10  WS-GLA-ENTRY-TYPE-X  PIC X(02).
               10  WS-GLA-SOURCE-CODE-X PIC X(02).
               10  WS-GLA-RATE-SOURCE-X PIC X(01).
               10  WS-GLA-ACCOUNT-NO-X  PIC X(10).
               10  WS-GLA-DESCRIPTION-X PIC X(30).
       77  WS-GLA-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-GLA-SUB-N            PIC 9(4) COMP VALUE 0.
       77  WS-GLA-HIT-N            PIC 9(4) COMP VALUE 0.

      * The journal being built: one entry per entry type, channel
      * and rate source, carrying the account it resolved to and
      * its debit and credit sides.  Receivables control is the
      * one type with both sides, sales against credit memos.
       77  WS-JNL-MAX-N            PIC 9(4) COMP VALUE 300.
       01  WS-JOURNAL-TABLE.
           05  WS-JNL-ENTRY OCCURS 300 TIMES.
               10  WS-JNL-ENTRY-TYPE-X  PIC X(02).
               10  WS-JNL-SOURCE-CODE-X PIC X(02).
               10  WS-JNL-RATE-SOURCE-X PIC X(01).
               10  WS-JNL-ACCOUNT-NO-X  PIC X(10).
               10  WS-JNL-DESCRIPTION-X PIC X(30).
               10  WS-JNL-DEBIT-AMT-N   PIC S9(9)V99.
               10  WS-JNL-CREDIT-AMT-N  PIC S9(9)V99.
       77  WS-JNL-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-JNL-SUB-N            PIC 9(4) COMP VALUE 0.
       77  WS-JNL-HIT-N            PIC 9(4) COMP VALUE 0.

      * One posting on its way into the journal table.
       01  WS-PST-ENTRY-TYPE-X     PIC X(02)   VALUE SPACES.
       01  WS-PST-DR-CR-X          PIC X(01)   VALUE SPACE.
           88  WS-PST-DEBIT                    VALUE 'D'.
       01  WS-PST-AMOUNT-N         PIC 9(7)V99 VALUE 0.
       01  WS-PST-SOURCE-CODE-X    PIC X(02)   VALUE SPACES.
       01  WS-SRCH-SOURCE-CODE-X   PIC X(02)   VALUE SPACES.
       01  WS-SRCH-RATE-SOURCE-X   PIC X(01)   VALUE SPACE.

      * Cycle-control: this step's place in the nightly chain is
      * verified and stamped through the CYCCHK subprogram.
       COPY CYCCOMM.
       01  WS-CYCLE-PROGRAM-X      PIC X(06)     VALUE "CYCCHK".

       01  WS-AUD-ORDER-AMT-N      PIC S9(9)V99 VALUE 0.
       01  WS-AUD-DISCOUNT-AMT-N   PIC S9(9)V99 VALUE 0.
       01  WS-AUD-FINAL-AMT-N      PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-DEBIT-AMT-N    PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDIT-AMT-N   PIC S9(11)V99 VALUE 0.
       01  WS-DIFF-AMT-N           PIC S9(11)V99 VALUE 0.

       77  WS-AUD-READ-COUNT-N     PIC 9(9) COMP VALUE 0.
       77  WS-AUD-POSTED-COUNT-N   PIC 9(7) COMP VALUE 0.
       77  WS-UNMAPPED-COUNT-N     PIC 9(7) COMP VALUE 0.
       77  WS-GLJ-WRITTEN-COUNT-N  PIC 9(7) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(44) VALUE SPACES.
           05  FILLER              PIC X(33)
                   VALUE "GENERAL LEDGER JOURNAL PROOF".
           05  FILLER              PIC X(41) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-RUN-LINE.
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
           05  FILLER              PIC X(12) VALUE "ACCOUNT".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(6)  VALUE "TYPE".
           05  FILLER              PIC X(6)  VALUE "CHAN".
           05  FILLER              PIC X(6)  VALUE "RSRC".
           05  FILLER              PIC X(17) VALUE "           DEBIT".
           05  FILLER              PIC X(17) VALUE "          CREDIT".

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-ACCOUNT-NO-X  PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-DESCRIPTION-X PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-ENTRY-TYPE-X  PIC X(2).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-SOURCE-CODE-X PIC X(2).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-RATE-SOURCE-X PIC X(1).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-DEBIT-AMT-N   PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-CREDIT-AMT-N  PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RT-LABEL-X       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-COUNT-N       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-AMT-N         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-AMT-2-N       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       77  WS-LINE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-PAGE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-LINES-PER-PAGE-N     PIC 9(4) COMP VALUE 50.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-BUILD-JOURNAL THRU 2000-EXIT.
           PERFORM 3000-WRITE-JOURNAL-PROOF THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1800-VERIFY-CYCLE-START THRU 1800-EXIT.
           PERFORM 1100-FIND-COMPLETED-RUN THRU 1100-EXIT.
           PERFORM 1200-READ-DOC-CONTROL THRU 1200-EXIT.
           PERFORM 1300-SET-DOCUMENT-RANGE THRU 1300-EXIT.
           INITIALIZE WS-GLA-TABLE.
           INITIALIZE WS-JOURNAL-TABLE.
           PERFORM 1400-LOAD-GL-ACCOUNTS THRU 1400-EXIT.
           OPEN OUTPUT PROOF-REPORT.
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
           MOVE "GLPOST"   TO CYC-IN-STEP-NAME.
           PERFORM 1850-SET-CYCLE-DATE THRU 1850-EXIT.
           MOVE 1 TO CYC-PREREQ-COUNT.
           MOVE "DOCPROOF" TO CYC-PREREQ-NAME (1).
           CALL WS-CYCLE-PROGRAM-X USING CYC-CONTROL-AREA.
           IF NOT CYC-RESULT-OK
               DISPLAY "GLPOST - PREREQUISITE STEP " CYC-MISSING-STEP
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

      * The last completion record on the journal is the run being
      * posted.  A run that did not balance to operations' control
      * figure is not posted to the ledger at all - that is a
      * refusal before any work is done.
       1100-FIND-COMPLETED-RUN.
           OPEN INPUT RUN-JOURNAL-FILE.
           PERFORM 1110-READ-RUN-JOURNAL THRU 1110-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE RUN-JOURNAL-FILE.
           IF NOT WS-RUN-FOUND
               DISPLAY "GLPOST - NO COMPLETED RUN ON THE RUN"
                   " JOURNAL - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-POST-RUN-BALANCED
               DISPLAY "GLPOST - RUN " WS-POST-RUN-ID-X
                   " DID NOT BALANCE TO ITS CONTROL FIGURE"
               DISPLAY "  NO GENERAL LEDGER FILE PRODUCED -"
                   " RUN REFUSED"
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
                       MOVE RJ-RUN-ID       TO WS-POST-RUN-ID-X
                       MOVE RJ-RUN-DATE     TO WS-POST-RUN-DATE-N
                       MOVE RJ-BALANCE-FLAG-X
                           TO WS-POST-BALANCE-FLAG-X
                       MOVE RJ-ORDER-COUNT  TO WS-POST-ORDER-COUNT-N
                       MOVE RJ-TOTAL-ORDER-AMT
                           TO WS-POST-ORDER-AMT-N
                       MOVE RJ-TOTAL-DISCOUNT-AMT
                           TO WS-POST-DISCOUNT-AMT-N
                       MOVE RJ-TOTAL-FINAL-AMT
                           TO WS-POST-FINAL-AMT-N
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
               DISPLAY "GLPOST - DOCNOCTL MISSING OR EMPTY -"
                   " RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

      * The run's document range, worked out as DOCPROOF works it
      * out: the order count ending just below the control's next
      * number.  Audit records outside it belong to other runs.
       1300-SET-DOCUMENT-RANGE.
           IF WS-POST-ORDER-COUNT-N >= WS-NEXT-DOC-NO-N
               DISPLAY "GLPOST - RUN " WS-POST-RUN-ID-X
                   " POSTED " WS-POST-ORDER-COUNT-N " ORDERS"
               DISPLAY "  BUT DOCNOCTL NEXT NUMBER IS "
                   WS-NEXT-DOC-NO-N " - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-END-DOC-NO-N = WS-NEXT-DOC-NO-N - 1.
           COMPUTE WS-START-DOC-NO-N =
               WS-NEXT-DOC-NO-N - WS-POST-ORDER-COUNT-N.
       1300-EXIT.
           EXIT.

       1400-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE.
           PERFORM 1410-READ-GL-ACCOUNT THRU 1410-EXIT
               UNTIL WS-GLA-EOF.
           CLOSE GL-ACCOUNT-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLA-EOF-FLAG-X
               NOT AT END
                   IF WS-GLA-COUNT-N >= WS-GLA-MAX-N
                       DISPLAY "GLPOST - GLACCT EXCEEDS THE "
                           WS-GLA-MAX-N " ENTRY TABLE - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GLA-COUNT-N
                   MOVE GLA-ENTRY-TYPE
                       TO WS-GLA-ENTRY-TYPE-X (WS-GLA-COUNT-N)
                   MOVE GLA-SOURCE-CODE
                       TO WS-GLA-SOURCE-CODE-X (WS-GLA-COUNT-N)
                   MOVE GLA-RATE-SOURCE
                       TO WS-GLA-RATE-SOURCE-X (WS-GLA-COUNT-N)
                   MOVE GLA-ACCOUNT-NO
                       TO WS-GLA-ACCOUNT-NO-X (WS-GLA-COUNT-N)
                   MOVE GLA-DESCRIPTION
                       TO WS-GLA-DESCRIPTION-X (WS-GLA-COUNT-N)
           END-READ.
       1410-EXIT.
           EXIT.

       2000-BUILD-JOURNAL.
           OPEN INPUT AUDIT-TRAIL-FILE.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT
               UNTIL WS-AUD-EOF.
           CLOSE AUDIT-TRAIL-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-AUDIT.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-FLAG-X
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-AUD-READ-COUNT-N.
           IF AUD-DOC-NO IS NUMERIC
                   AND AUD-DOC-NO >= WS-START-DOC-NO-N
                   AND AUD-DOC-NO <= WS-END-DOC-NO-N
               PERFORM 2200-POST-AUDIT-RECORD THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      * The three postings of one order.  A zero discount posts no
      * discount line.  An audit record with no channel stamp (an
      * order keyed before ORDMERGE stamped source codes) posts
      * under the default channel.
       2200-POST-AUDIT-RECORD.
           ADD 1 TO WS-AUD-POSTED-COUNT-N.
           IF AUD-SOURCE-CODE = SPACES
               MOVE "**" TO WS-PST-SOURCE-CODE-X
           ELSE
               MOVE AUD-SOURCE-CODE TO WS-PST-SOURCE-CODE-X
           END-IF.
           IF AUD-TYPE-CREDIT
               SUBTRACT AUD-ORDER-AMT    FROM WS-AUD-ORDER-AMT-N
               SUBTRACT AUD-DISCOUNT-AMT FROM WS-AUD-DISCOUNT-AMT-N
               SUBTRACT AUD-FINAL-AMT    FROM WS-AUD-FINAL-AMT-N
               MOVE "RS" TO WS-PST-ENTRY-TYPE-X
               MOVE 'D'  TO WS-PST-DR-CR-X
               MOVE AUD-ORDER-AMT TO WS-PST-AMOUNT-N
               PERFORM 2300-POST-ENTRY THRU 2300-EXIT
               MOVE "RD" TO WS-PST-ENTRY-TYPE-X
               MOVE 'C'  TO WS-PST-DR-CR-X
               MOVE AUD-DISCOUNT-AMT TO WS-PST-AMOUNT-N
               PERFORM 2300-POST-ENTRY THRU 2300-EXIT
               MOVE "AR" TO WS-PST-ENTRY-TYPE-X
               MOVE 'C'  TO WS-PST-DR-CR-X
               MOVE AUD-FINAL-AMT TO WS-PST-AMOUNT-N
               PERFORM 2300-POST-ENTRY THRU 2300-EXIT
           ELSE
               ADD AUD-ORDER-AMT    TO WS-AUD-ORDER-AMT-N
               ADD AUD-DISCOUNT-AMT TO WS-AUD-DISCOUNT-AMT-N
               ADD AUD-FINAL-AMT    TO WS-AUD-FINAL-AMT-N
               MOVE "AR" TO WS-PST-ENTRY-TYPE-X
               MOVE 'D'  TO WS-PST-DR-CR-X
               MOVE AUD-FINAL-AMT TO WS-PST-AMOUNT-N
               PERFORM 2300-POST-ENTRY THRU 2300-EXIT
               MOVE "DE" TO WS-PST-ENTRY-TYPE-X
               MOVE 'D'  TO WS-PST-DR-CR-X
               MOVE AUD-DISCOUNT-AMT TO WS-PST-AMOUNT-N
               PERFORM 2300-POST-ENTRY THRU 2300-EXIT
               MOVE "GS" TO WS-PST-ENTRY-TYPE-X
               MOVE 'C'  TO WS-PST-DR-CR-X
               MOVE AUD-ORDER-AMT TO WS-PST-AMOUNT-N
               PERFORM 2300-POST-ENTRY THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-POST-ENTRY.
           IF WS-PST-AMOUNT-N = 0
               GO TO 2300-EXIT
           END-IF.
           MOVE 0 TO WS-JNL-HIT-N.
           PERFORM 2310-MATCH-JOURNAL-ENTRY THRU 2310-EXIT
               VARYING WS-JNL-SUB-N FROM 1 BY 1
               UNTIL WS-JNL-SUB-N > WS-JNL-COUNT-N
                   OR WS-JNL-HIT-N > 0.
           IF WS-JNL-HIT-N = 0
               PERFORM 2350-ADD-JOURNAL-ENTRY THRU 2350-EXIT
           END-IF.
           IF WS-PST-DEBIT
               ADD WS-PST-AMOUNT-N TO WS-JNL-DEBIT-AMT-N (WS-JNL-HIT-N)
           ELSE
               ADD WS-PST-AMOUNT-N
                   TO WS-JNL-CREDIT-AMT-N (WS-JNL-HIT-N)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-JOURNAL-ENTRY.
           IF WS-JNL-ENTRY-TYPE-X (WS-JNL-SUB-N) = WS-PST-ENTRY-TYPE-X
                   AND WS-JNL-SOURCE-CODE-X (WS-JNL-SUB-N)
                       = WS-PST-SOURCE-CODE-X
                   AND WS-JNL-RATE-SOURCE-X (WS-JNL-SUB-N)
                       = AUD-RATE-SOURCE
               MOVE WS-JNL-SUB-N TO WS-JNL-HIT-N
           END-IF.
       2310-EXIT.
           EXIT.

       2350-ADD-JOURNAL-ENTRY.
           IF WS-JNL-COUNT-N >= WS-JNL-MAX-N
               DISPLAY "GLPOST - JOURNAL EXCEEDS THE " WS-JNL-MAX-N
                   " ENTRY TABLE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-JNL-COUNT-N.
           MOVE WS-JNL-COUNT-N TO WS-JNL-HIT-N.
           MOVE WS-PST-ENTRY-TYPE-X
               TO WS-JNL-ENTRY-TYPE-X (WS-JNL-HIT-N).
           MOVE WS-PST-SOURCE-CODE-X
               TO WS-JNL-SOURCE-CODE-X (WS-JNL-HIT-N).
           MOVE AUD-RATE-SOURCE
               TO WS-JNL-RATE-SOURCE-X (WS-JNL-HIT-N).
           MOVE 0 TO WS-JNL-DEBIT-AMT-N (WS-JNL-HIT-N).
           MOVE 0 TO WS-JNL-CREDIT-AMT-N (WS-JNL-HIT-N).
           PERFORM 2400-RESOLVE-ACCOUNT THRU 2400-EXIT.
       2350-EXIT.
           EXIT.

      * The narrowest mapping on the account table wins: the exact
      * type / channel / rate source, then the type and channel
      * under the '*' rate source default, then the type and rate
      * source under the '**' default channel, then the type's
      * '**' / '*' full default.  A posting with no mapping at all still
      * carries its amounts into the proof, but the file is refused.
       2400-RESOLVE-ACCOUNT.
           MOVE WS-PST-SOURCE-CODE-X TO WS-SRCH-SOURCE-CODE-X.
           MOVE AUD-RATE-SOURCE      TO WS-SRCH-RATE-SOURCE-X.
           PERFORM 2450-FIND-ACCOUNT THRU 2450-EXIT.
           IF WS-GLA-HIT-N = 0
               MOVE '*' TO WS-SRCH-RATE-SOURCE-X
               PERFORM 2450-FIND-ACCOUNT THRU 2450-EXIT
           END-IF.
           IF WS-GLA-HIT-N = 0
               MOVE "**"            TO WS-SRCH-SOURCE-CODE-X
               MOVE AUD-RATE-SOURCE TO WS-SRCH-RATE-SOURCE-X
               PERFORM 2450-FIND-ACCOUNT THRU 2450-EXIT
           END-IF.
           IF WS-GLA-HIT-N = 0
               MOVE '*' TO WS-SRCH-RATE-SOURCE-X
               PERFORM 2450-FIND-ACCOUNT THRU 2450-EXIT
           END-IF.
           IF WS-GLA-HIT-N = 0
               ADD 1 TO WS-UNMAPPED-COUNT-N
               MOVE 'Y' TO WS-REFUSE-FLAG-X
               MOVE "*UNMAPPED*"
                   TO WS-JNL-ACCOUNT-NO-X (WS-JNL-HIT-N)
               MOVE "NO ACCOUNT ON GLACCT"
                   TO WS-JNL-DESCRIPTION-X (WS-JNL-HIT-N)
           ELSE
               MOVE WS-GLA-ACCOUNT-NO-X (WS-GLA-HIT-N)
                   TO WS-JNL-ACCOUNT-NO-X (WS-JNL-HIT-N)
               MOVE WS-GLA-DESCRIPTION-X (WS-GLA-HIT-N)
                   TO WS-JNL-DESCRIPTION-X (WS-JNL-HIT-N)
           END-IF.
       2400-EXIT.
           EXIT.

       2450-FIND-ACCOUNT.
           MOVE 0 TO WS-GLA-HIT-N.
           PERFORM 2460-MATCH-ACCOUNT THRU 2460-EXIT
               VARYING WS-GLA-SUB-N FROM 1 BY 1
               UNTIL WS-GLA-SUB-N > WS-GLA-COUNT-N
                   OR WS-GLA-HIT-N > 0.
       2450-EXIT.
           EXIT.

       2460-MATCH-ACCOUNT.
           IF WS-GLA-ENTRY-TYPE-X (WS-GLA-SUB-N)
                       = WS-PST-ENTRY-TYPE-X
                   AND WS-GLA-SOURCE-CODE-X (WS-GLA-SUB-N)
                       = WS-SRCH-SOURCE-CODE-X
                   AND WS-GLA-RATE-SOURCE-X (WS-GLA-SUB-N)
                       = WS-SRCH-RATE-SOURCE-X
               MOVE WS-GLA-SUB-N TO WS-GLA-HIT-N
           END-IF.
       2460-EXIT.
           EXIT.

       3000-WRITE-JOURNAL-PROOF.
           PERFORM 3510-WRITE-PROOF-HEADINGS THRU 3510-EXIT.
           PERFORM 3100-WRITE-JOURNAL-LINE THRU 3100-EXIT
               VARYING WS-JNL-SUB-N FROM 1 BY 1
               UNTIL WS-JNL-SUB-N > WS-JNL-COUNT-N.
           PERFORM 3200-PROVE-JOURNAL THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-JOURNAL-LINE.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 3510-WRITE-PROOF-HEADINGS THRU 3510-EXIT
           END-IF.
           ADD WS-JNL-DEBIT-AMT-N (WS-JNL-SUB-N)
               TO WS-TOTAL-DEBIT-AMT-N.
           ADD WS-JNL-CREDIT-AMT-N (WS-JNL-SUB-N)
               TO WS-TOTAL-CREDIT-AMT-N.
           MOVE WS-JNL-ACCOUNT-NO-X (WS-JNL-SUB-N)
               TO WS-RD-ACCOUNT-NO-X.
           MOVE WS-JNL-DESCRIPTION-X (WS-JNL-SUB-N)
               TO WS-RD-DESCRIPTION-X.
           MOVE WS-JNL-ENTRY-TYPE-X (WS-JNL-SUB-N)
               TO WS-RD-ENTRY-TYPE-X.
           MOVE WS-JNL-SOURCE-CODE-X (WS-JNL-SUB-N)
               TO WS-RD-SOURCE-CODE-X.
           MOVE WS-JNL-RATE-SOURCE-X (WS-JNL-SUB-N)
               TO WS-RD-RATE-SOURCE-X.
           MOVE WS-JNL-DEBIT-AMT-N (WS-JNL-SUB-N)
               TO WS-RD-DEBIT-AMT-N.
           MOVE WS-JNL-CREDIT-AMT-N (WS-JNL-SUB-N)
               TO WS-RD-CREDIT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       3100-EXIT.
           EXIT.

      * Debits must equal credits, and the audit records posted must
      * be the run's own: the same order count and the same signed
      * order, discount and final totals as its completion record.
       3200-PROVE-JOURNAL.
           WRITE RPT-PRINT-LINE FROM SPACES.
           COMPUTE WS-DIFF-AMT-N =
               WS-TOTAL-DEBIT-AMT-N - WS-TOTAL-CREDIT-AMT-N.
           MOVE "JOURNAL TOTALS  DR / CR"  TO WS-RT-LABEL-X.
           MOVE WS-JNL-COUNT-N             TO WS-RT-COUNT-N.
           MOVE WS-TOTAL-DEBIT-AMT-N       TO WS-RT-AMT-N.
           MOVE WS-TOTAL-CREDIT-AMT-N      TO WS-RT-AMT-2-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-DIFF-AMT-N = 0
               MOVE "DEBITS EQUAL CREDITS"    TO WS-RT-LABEL-X
           ELSE
               MOVE "*** DR/CR OUT OF BALANCE" TO WS-RT-LABEL-X
               MOVE 'Y' TO WS-REFUSE-FLAG-X
           END-IF.
           MOVE 0                          TO WS-RT-COUNT-N.
           MOVE WS-DIFF-AMT-N              TO WS-RT-AMT-N.
           MOVE 0                          TO WS-RT-AMT-2-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "AUDIT / JOURNAL ORDERS"   TO WS-RT-LABEL-X.
           MOVE WS-AUD-POSTED-COUNT-N      TO WS-RT-COUNT-N.
           MOVE WS-POST-ORDER-COUNT-N      TO WS-RT-AMT-N.
           MOVE 0                          TO WS-RT-AMT-2-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-AUD-POSTED-COUNT-N NOT = WS-POST-ORDER-COUNT-N
               PERFORM 3300-FLAG-TIE-BREAK THRU 3300-EXIT
           END-IF.
           MOVE "AUDIT / JOURNAL ORDER AMT" TO WS-RT-LABEL-X.
           MOVE 0                          TO WS-RT-COUNT-N.
           MOVE WS-AUD-ORDER-AMT-N         TO WS-RT-AMT-N.
           MOVE WS-POST-ORDER-AMT-N        TO WS-RT-AMT-2-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-AUD-ORDER-AMT-N NOT = WS-POST-ORDER-AMT-N
               PERFORM 3300-FLAG-TIE-BREAK THRU 3300-EXIT
           END-IF.
           MOVE "AUDIT / JOURNAL DISCOUNT" TO WS-RT-LABEL-X.
           MOVE WS-AUD-DISCOUNT-AMT-N      TO WS-RT-AMT-N.
           MOVE WS-POST-DISCOUNT-AMT-N     TO WS-RT-AMT-2-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-AUD-DISCOUNT-AMT-N NOT = WS-POST-DISCOUNT-AMT-N
               PERFORM 3300-FLAG-TIE-BREAK THRU 3300-EXIT
           END-IF.
           MOVE "AUDIT / JOURNAL FINAL AMT" TO WS-RT-LABEL-X.
           MOVE WS-AUD-FINAL-AMT-N         TO WS-RT-AMT-N.
           MOVE WS-POST-FINAL-AMT-N        TO WS-RT-AMT-2-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-AUD-FINAL-AMT-N NOT = WS-POST-FINAL-AMT-N
               PERFORM 3300-FLAG-TIE-BREAK THRU 3300-EXIT
           END-IF.
           IF WS-UNMAPPED-COUNT-N > 0
               MOVE "*** POSTINGS UNMAPPED"   TO WS-RT-LABEL-X
               MOVE WS-UNMAPPED-COUNT-N       TO WS-RT-COUNT-N
               MOVE 0                         TO WS-RT-AMT-N
               MOVE 0                         TO WS-RT-AMT-2-N
               WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE
           END-IF.
       3200-EXIT.
           EXIT.

       3300-FLAG-TIE-BREAK.
           MOVE 'Y' TO WS-REFUSE-FLAG-X.
           MOVE "*** DOES NOT TIE TO RUNJRNL" TO WS-RT-LABEL-X.
           MOVE 0 TO WS-RT-COUNT-N.
           MOVE 0 TO WS-RT-AMT-N.
           MOVE 0 TO WS-RT-AMT-2-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       3300-EXIT.
           EXIT.

       3510-WRITE-PROOF-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT-N.
           MOVE WS-PAGE-COUNT-N TO WS-RH1-PAGE-N.
           IF WS-PAGE-COUNT-N > 1
               WRITE RPT-PRINT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-1.
           MOVE WS-POST-RUN-ID-X   TO WS-RL-RUN-ID-X.
           MOVE WS-POST-RUN-DATE-N TO WS-RL-RUN-DATE-N.
           MOVE WS-START-DOC-NO-N  TO WS-RL-START-N.
           MOVE WS-END-DOC-NO-N    TO WS-RL-END-N.
           WRITE RPT-PRINT-LINE FROM WS-RUN-LINE.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-2.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0 TO WS-LINE-COUNT-N.
       3510-EXIT.
           EXIT.

      * One GL record per side of each journal entry.  Written only
      * once the proof is clean; a refused run empties GLIFACE
      * instead, so the previous cycle's entries are not left under
      * the name for the ledger to load again.
       4000-WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           PERFORM 4100-WRITE-GL-ENTRY THRU 4100-EXIT
               VARYING WS-JNL-SUB-N FROM 1 BY 1
               UNTIL WS-JNL-SUB-N > WS-JNL-COUNT-N.
           CLOSE GL-INTERFACE-FILE.
       4000-EXIT.
           EXIT.

       4100-WRITE-GL-ENTRY.
           MOVE SPACES              TO GLJ-RECORD.
           MOVE WS-POST-RUN-ID-X    TO GLJ-RUN-ID.
           MOVE WS-POST-RUN-DATE-N  TO GLJ-RUN-DATE.
           MOVE WS-JNL-ACCOUNT-NO-X (WS-JNL-SUB-N) TO GLJ-ACCOUNT-NO.
           MOVE WS-JNL-ENTRY-TYPE-X (WS-JNL-SUB-N) TO GLJ-ENTRY-TYPE.
           MOVE WS-JNL-SOURCE-CODE-X (WS-JNL-SUB-N)
               TO GLJ-SOURCE-CODE.
           MOVE WS-JNL-RATE-SOURCE-X (WS-JNL-SUB-N)
               TO GLJ-RATE-SOURCE.
           MOVE WS-JNL-DESCRIPTION-X (WS-JNL-SUB-N)
               TO GLJ-DESCRIPTION.
           IF WS-JNL-DEBIT-AMT-N (WS-JNL-SUB-N) > 0
               MOVE 'D' TO GLJ-DR-CR-CODE
               MOVE WS-JNL-DEBIT-AMT-N (WS-JNL-SUB-N) TO GLJ-AMOUNT
               WRITE GLJ-RECORD
               ADD 1 TO WS-GLJ-WRITTEN-COUNT-N
           END-IF.
           IF WS-JNL-CREDIT-AMT-N (WS-JNL-SUB-N) > 0
               MOVE 'C' TO GLJ-DR-CR-CODE
               MOVE WS-JNL-CREDIT-AMT-N (WS-JNL-SUB-N) TO GLJ-AMOUNT
               WRITE GLJ-RECORD
               ADD 1 TO WS-GLJ-WRITTEN-COUNT-N
           END-IF.
       4100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-REFUSE-FILE
               OPEN OUTPUT GL-INTERFACE-FILE
               CLOSE GL-INTERFACE-FILE
               MOVE "*** GLIFACE NOT PRODUCED" TO WS-RT-LABEL-X
               MOVE 0 TO WS-RT-COUNT-N
           ELSE
               PERFORM 4000-WRITE-GL-INTERFACE THRU 4000-EXIT
               MOVE "GL RECORDS WRITTEN"     TO WS-RT-LABEL-X
               MOVE WS-GLJ-WRITTEN-COUNT-N   TO WS-RT-COUNT-N
           END-IF.
           MOVE 0 TO WS-RT-AMT-N.
           MOVE 0 TO WS-RT-AMT-2-N.
           WRITE RPT-PRINT-LINE FROM SPACES.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           CLOSE PROOF-REPORT.
           IF WS-REFUSE-FILE
               DISPLAY "GLPOST - JOURNAL FOR RUN " WS-POST-RUN-ID-X
                   " DID NOT PROVE"
               DISPLAY "  NO GENERAL LEDGER FILE PRODUCED - SEE"
                   " GLPRPT"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1900-STAMP-CYCLE-COMPLETE THRU 1900-EXIT
           END-IF.
       9000-EXIT.
           EXIT.
