      *----------------------------------------------------------------
      * CREDDESK
      * Online credit desk.  An analyst keys a customer id on the
      * CDKMAP screen and sees the customer's orders sitting held on
      * the CREDHOLD file - hold sequence number, order amount, the
      * credit limit that drove the hold and days held - against the
      * current credit limit and open exposure from CUSTMAS, so the
      * desk can answer the customer on the phone instead of waiting
      * for the CREDRCYC held-orders register.  Keying a hold
      * sequence number, an action (A approve, X cancel), the
      * analyst id and a reason logs a decision to CDLOG, provided
      * the analyst holds an active authority on CRANAL and, for an
      * approval, the order is within that authority's amount.
      * The night's CREDREL run applies CDLOG decisions through the
      * same release path as keyed CRL-RECORD cards - so CREDRCYC
      * resubmits an approval that same night - and prints them on
      * the approval log at the back of the release register, then
      * empties CDLOG, so the log only ever holds the decisions
      * keyed since the last CREDREL run.  CDLOG is closed to CDSK
      * for the batch window while CREDREL runs.
      * Transaction CDSK.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version of the CDSK transaction,
      *                  modeled on CUSTACT/CAQMAP.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDDESK.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CUST-ID-X            PIC 9(6)    VALUE 0.
       01  WS-SEL-SEQ-NO-N         PIC 9(6)    VALUE 0.

       01  WS-SWITCHES.
           05  WS-CUST-FOUND-FLAG-X PIC X      VALUE 'N'.
               88  WS-CUST-FOUND               VALUE 'Y'.
           05  WS-VALID-ENTRY-FLAG-X PIC X     VALUE 'Y'.
               88  WS-VALID-ENTRY               VALUE 'Y'.
           05  WS-DECISION-KEYED-FLAG-X PIC X  VALUE 'N'.
               88  WS-DECISION-KEYED            VALUE 'Y'.
           05  WS-DECISION-OK-FLAG-X PIC X     VALUE 'N'.
               88  WS-DECISION-OK               VALUE 'Y'.
           05  WS-SEL-FOUND-FLAG-X PIC X       VALUE 'N'.
               88  WS-SEL-FOUND                VALUE 'Y'.
           05  WS-SEL-DECIDED-FLAG-X PIC X     VALUE 'N'.
               88  WS-SEL-DECIDED               VALUE 'Y'.
           05  WS-CRH-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-CRH-EOF                  VALUE 'Y'.
           05  WS-CDL-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-CDL-EOF                  VALUE 'Y'.

       77  WS-MIN-CUST-ID-N        PIC 9(6) VALUE 100000.
       77  WS-MAX-CUST-ID-N        PIC 9(6) VALUE 999999.
       01  WS-EDIT-MSG-X           PIC X(60)   VALUE SPACES.

       77  WS-RESP-N               PIC S9(8) COMP VALUE 0.

      * Browse positions (relative byte addresses), zeroed before
      * each STARTBR so every browse runs from the front of the file.
      * The hold sequence number is the record's position on
      * CREDHOLD, counted through the browse - the same position
      * CREDREL counts when it applies the decision.
       77  WS-CRH-RID-N            PIC S9(8) COMP VALUE 0.
       77  WS-CDL-RID-N            PIC S9(8) COMP VALUE 0.
       77  WS-HOLD-SEQ-N           PIC 9(6)      VALUE 0.

      * The customer's held orders, in hold file order; the screen
      * shows the first eight, the count says how many there are.
       01  WS-HOLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 8 TIMES.
               10  WS-HLD-SEQ-NO-N     PIC 9(6).
               10  WS-HLD-ORDER-AMT-N  PIC 9(7)V99.
               10  WS-HLD-FINAL-AMT-N  PIC 9(7)V99.
               10  WS-HLD-LIMIT-N      PIC S9(9)V99.
               10  WS-HLD-HELD-DATE-N  PIC 9(8).
               10  WS-HLD-DAYS-N       PIC S9(5) COMP.
               10  WS-HLD-STATUS-X     PIC X(12).
       77  WS-HLD-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-HLD-SUB-N            PIC 9(4) COMP VALUE 0.
       77  WS-HLD-TOTAL-N          PIC 9(4) COMP VALUE 0.

      * The held order the analyst selected, as it sits on the hold
      * file.
       01  WS-SEL-FINAL-AMT-N      PIC 9(7)V99 VALUE 0.
       77  WS-SEL-ROW-N            PIC 9(4) COMP VALUE 0.

      * Decisions already logged for the customer and not yet
      * applied by CREDREL.
       01  WS-DECIDED-TABLE.
           05  WS-DCD-ENTRY OCCURS 100 TIMES.
               10  WS-DCD-SEQ-NO-N     PIC 9(6).
               10  WS-DCD-FINAL-AMT-N  PIC 9(7)V99.
               10  WS-DCD-ACTION-X     PIC X(01).
       77  WS-DCD-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-DCD-SUB-N            PIC 9(4) COMP VALUE 0.
       77  WS-DCD-HIT-N            PIC 9(4) COMP VALUE 0.

       01  WS-ABSTIME-N            PIC S9(15) COMP-3 VALUE 0.
       01  WS-TODAY-N              PIC 9(8)    VALUE 0.
       01  WS-NOW-TIME-N           PIC 9(6)    VALUE 0.
       77  WS-TODAY-DAY-NO-N       PIC 9(7) COMP VALUE 0.

       01  WS-CONVERT-DATE-N       PIC 9(8)    VALUE 0.
       01  FILLER REDEFINES WS-CONVERT-DATE-N.
           05  WS-CNV-YYYY-N       PIC 9(4).
           05  WS-CNV-MM-N         PIC 9(2).
           05  WS-CNV-DD-N         PIC 9(2).
       77  WS-DAY-NUMBER-N         PIC 9(7) COMP VALUE 0.
       77  WS-CNV-PRIOR-YEAR-N     PIC 9(4) COMP VALUE 0.
       77  WS-LEAP-DIV-N           PIC 9(4) COMP VALUE 0.
       77  WS-LEAP-REM-4-N         PIC 9(4) COMP VALUE 0.
       77  WS-LEAP-REM-100-N       PIC 9(4) COMP VALUE 0.
       77  WS-LEAP-REM-400-N       PIC 9(4) COMP VALUE 0.
       77  WS-LEAP-COUNT-N         PIC 9(7) COMP VALUE 0.

       01  WS-CUM-DAYS-X.
           05  FILLER              PIC X(36)
                   VALUE "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-CUM-DAYS-X.
           05  WS-CUM-DAYS-N       OCCURS 12 TIMES PIC 9(3).

       01  WS-HOLD-LINE.
           05  WS-HL-SEQ-NO-N      PIC ZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-HL-ORDER-AMT-N   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-LIMIT-N       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-HL-HELD-DATE-N   PIC 9(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-HL-DAYS-N        PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-STATUS-X      PIC X(12).

       01  WS-DISP-AMT-X           PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-DISP-COUNT-X         PIC ZZZ9.

       COPY CUSTMAS.
       COPY CRHREC.
       COPY CRAREC.
       COPY CDLREC.
       COPY CDKMAP.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
               MAPFAIL (9100-NO-INPUT)
               ERROR   (9900-ABEND)
           END-EXEC.
           EXEC CICS RECEIVE MAP ('CDKMAP') MAPSET ('CDKMSET')
               INTO (CDKMAPI)
           END-EXEC.
           PERFORM 2200-EDIT-SCREEN-INPUT THRU 2200-EXIT.
           IF WS-VALID-ENTRY
               PERFORM 1100-SET-TODAY THRU 1100-EXIT
               PERFORM 2300-LOOKUP-CUSTOMER-MASTER THRU 2300-EXIT
               IF WS-CUST-FOUND
                   PERFORM 3000-GATHER-DECISIONS THRU 3000-EXIT
                   PERFORM 3500-GATHER-HOLDS THRU 3500-EXIT
                   IF WS-DECISION-KEYED
                       PERFORM 4000-EDIT-DECISION THRU 4000-EXIT
                       IF WS-DECISION-OK
                           PERFORM 4500-LOG-DECISION THRU 4500-EXIT
                       END-IF
                   END-IF
                   PERFORM 2500-BUILD-RESPONSE THRU 2500-EXIT
               ELSE
                   MOVE "CUSTOMER NOT ON MASTER" TO MSGOO
               END-IF
               MOVE WS-CUST-ID-X TO CUSTIO
               EXEC CICS SEND MAP ('CDKMAP') MAPSET ('CDKMSET')
                   FROM (CDKMAPO) ERASE
               END-EXEC
           ELSE
               PERFORM 9200-REPROMPT-BAD-ENTRY THRU 9200-EXIT
           END-IF.
           EXEC CICS RETURN TRANSID ('CDSK')
           END-EXEC.

       1100-SET-TODAY.
           EXEC CICS ASKTIME ABSTIME (WS-ABSTIME-N)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (WS-ABSTIME-N)
               YYYYMMDD (WS-TODAY-N)
               TIME (WS-NOW-TIME-N)
           END-EXEC.
           MOVE WS-TODAY-N TO WS-CONVERT-DATE-N.
           PERFORM 3700-COMPUTE-DAY-NUMBER THRU 3700-EXIT.
           MOVE WS-DAY-NUMBER-N TO WS-TODAY-DAY-NO-N.
       1100-EXIT.
           EXIT.

      * A customer id alone lists the holds; a hold sequence number
      * keyed beside it asks for a decision as well.
       2200-EDIT-SCREEN-INPUT.
           MOVE 'Y'    TO WS-VALID-ENTRY-FLAG-X.
           MOVE SPACES TO WS-EDIT-MSG-X.
           IF CUSTII NOT NUMERIC
               MOVE 'N' TO WS-VALID-ENTRY-FLAG-X
               MOVE "CUSTOMER ID MUST BE NUMERIC" TO WS-EDIT-MSG-X
           ELSE
               MOVE CUSTII TO WS-CUST-ID-X
               IF WS-CUST-ID-X < WS-MIN-CUST-ID-N
                       OR WS-CUST-ID-X > WS-MAX-CUST-ID-N
                   MOVE 'N' TO WS-VALID-ENTRY-FLAG-X
                   MOVE "CUSTOMER ID OUTSIDE VALID RANGE"
                       TO WS-EDIT-MSG-X
               END-IF
           END-IF.
           IF SEQII = SPACES OR SEQII = LOW-VALUES
               MOVE 'N' TO WS-DECISION-KEYED-FLAG-X
           ELSE
               MOVE 'Y' TO WS-DECISION-KEYED-FLAG-X
           END-IF.
       2200-EXIT.
           EXIT.

       2300-LOOKUP-CUSTOMER-MASTER.
           MOVE WS-CUST-ID-X TO CUST-ID.
           EXEC CICS READ FILE ('CUSTMAS')
               INTO (CUST-MASTER-RECORD)
               RIDFLD (CUST-ID)
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CUST-FOUND-FLAG-X
           ELSE
               MOVE 'N' TO WS-CUST-FOUND-FLAG-X
           END-IF.
       2300-EXIT.
           EXIT.

       2500-BUILD-RESPONSE.
           MOVE CUST-NAME TO NAMEOO.
           MOVE CUST-CREDIT-LIMIT  TO WS-DISP-AMT-X.
           MOVE WS-DISP-AMT-X      TO LIMTOO.
           MOVE CUST-OPEN-EXPOSURE TO WS-DISP-AMT-X.
           MOVE WS-DISP-AMT-X      TO EXPSOO.
           MOVE SPACES TO HLD1OO.
           MOVE SPACES TO HLD2OO.
           MOVE SPACES TO HLD3OO.
           MOVE SPACES TO HLD4OO.
           MOVE SPACES TO HLD5OO.
           MOVE SPACES TO HLD6OO.
           MOVE SPACES TO HLD7OO.
           MOVE SPACES TO HLD8OO.
           IF WS-HLD-COUNT-N >= 1
               MOVE 1 TO WS-HLD-SUB-N
               PERFORM 2560-FORMAT-ONE-LINE THRU 2560-EXIT
               MOVE WS-HOLD-LINE TO HLD1OO
           END-IF.
           IF WS-HLD-COUNT-N >= 2
               MOVE 2 TO WS-HLD-SUB-N
               PERFORM 2560-FORMAT-ONE-LINE THRU 2560-EXIT
               MOVE WS-HOLD-LINE TO HLD2OO
           END-IF.
           IF WS-HLD-COUNT-N >= 3
               MOVE 3 TO WS-HLD-SUB-N
               PERFORM 2560-FORMAT-ONE-LINE THRU 2560-EXIT
               MOVE WS-HOLD-LINE TO HLD3OO
           END-IF.
           IF WS-HLD-COUNT-N >= 4
               MOVE 4 TO WS-HLD-SUB-N
               PERFORM 2560-FORMAT-ONE-LINE THRU 2560-EXIT
               MOVE WS-HOLD-LINE TO HLD4OO
           END-IF.
           IF WS-HLD-COUNT-N >= 5
               MOVE 5 TO WS-HLD-SUB-N
               PERFORM 2560-FORMAT-ONE-LINE THRU 2560-EXIT
               MOVE WS-HOLD-LINE TO HLD5OO
           END-IF.
           IF WS-HLD-COUNT-N >= 6
               MOVE 6 TO WS-HLD-SUB-N
               PERFORM 2560-FORMAT-ONE-LINE THRU 2560-EXIT
               MOVE WS-HOLD-LINE TO HLD6OO
           END-IF.
           IF WS-HLD-COUNT-N >= 7
               MOVE 7 TO WS-HLD-SUB-N
               PERFORM 2560-FORMAT-ONE-LINE THRU 2560-EXIT
               MOVE WS-HOLD-LINE TO HLD7OO
           END-IF.
           IF WS-HLD-COUNT-N >= 8
               MOVE 8 TO WS-HLD-SUB-N
               PERFORM 2560-FORMAT-ONE-LINE THRU 2560-EXIT
               MOVE WS-HOLD-LINE TO HLD8OO
           END-IF.
           IF WS-DECISION-KEYED
               MOVE WS-EDIT-MSG-X TO MSGOO
           ELSE
               IF WS-HLD-TOTAL-N = 0
                   MOVE "NO ORDERS HELD FOR THIS CUSTOMER" TO MSGOO
               ELSE
                   IF WS-HLD-TOTAL-N > 8
                       MOVE WS-HLD-TOTAL-N TO WS-DISP-COUNT-X
                       STRING WS-DISP-COUNT-X DELIMITED BY SIZE
                           " ORDERS HELD - FIRST 8 SHOWN"
                               DELIMITED BY SIZE
                           INTO MSGOO
                   ELSE
                       MOVE "KEY SEQ NO/ACTION/ANALYST/REASON TO DECIDE"
                           TO MSGOO
                   END-IF
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2560-FORMAT-ONE-LINE.
           MOVE WS-HLD-SEQ-NO-N (WS-HLD-SUB-N)    TO WS-HL-SEQ-NO-N.
           MOVE WS-HLD-ORDER-AMT-N (WS-HLD-SUB-N) TO WS-HL-ORDER-AMT-N.
           MOVE WS-HLD-LIMIT-N (WS-HLD-SUB-N)     TO WS-HL-LIMIT-N.
           MOVE WS-HLD-HELD-DATE-N (WS-HLD-SUB-N)
               TO WS-HL-HELD-DATE-N.
           MOVE WS-HLD-DAYS-N (WS-HLD-SUB-N)      TO WS-HL-DAYS-N.
           MOVE WS-HLD-STATUS-X (WS-HLD-SUB-N)    TO WS-HL-STATUS-X.
       2560-EXIT.
           EXIT.

      * CDLOG holds the decisions logged since the last CREDREL run,
      * which empties it once they are applied; the customer's are
      * kept so a hold shows as decided and cannot be decided twice
      * before the night applies it.
       3000-GATHER-DECISIONS.
           MOVE 0 TO WS-DCD-COUNT-N.
           MOVE 'N' TO WS-CDL-EOF-FLAG-X.
           MOVE 0 TO WS-CDL-RID-N.
           EXEC CICS STARTBR FILE ('CDLOG')
               RIDFLD (WS-CDL-RID-N) RBA
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N = DFHRESP(NORMAL)
               PERFORM 3100-READ-DECISION THRU 3100-EXIT
                   UNTIL WS-CDL-EOF
               EXEC CICS ENDBR FILE ('CDLOG')
               END-EXEC
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-DECISION.
           EXEC CICS READNEXT FILE ('CDLOG')
               INTO (CDL-RECORD)
               RIDFLD (WS-CDL-RID-N) RBA
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CDL-EOF-FLAG-X
           ELSE
               IF CDL-CUST-ID = WS-CUST-ID-X
                       AND WS-DCD-COUNT-N < 100
                   ADD 1 TO WS-DCD-COUNT-N
                   MOVE CDL-HOLD-SEQ-NO
                       TO WS-DCD-SEQ-NO-N (WS-DCD-COUNT-N)
                   MOVE CDL-FINAL-AMT
                       TO WS-DCD-FINAL-AMT-N (WS-DCD-COUNT-N)
                   MOVE CDL-ACTION-X
                       TO WS-DCD-ACTION-X (WS-DCD-COUNT-N)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3500-GATHER-HOLDS.
           MOVE 0 TO WS-HLD-COUNT-N.
           MOVE 0 TO WS-HLD-TOTAL-N.
           MOVE 0 TO WS-HOLD-SEQ-N.
           MOVE 0 TO WS-SEL-ROW-N.
           MOVE 'N' TO WS-SEL-FOUND-FLAG-X.
           MOVE 'N' TO WS-SEL-DECIDED-FLAG-X.
           IF WS-DECISION-KEYED AND SEQII NUMERIC
               MOVE SEQII TO WS-SEL-SEQ-NO-N
           ELSE
               MOVE 0 TO WS-SEL-SEQ-NO-N
           END-IF.
           MOVE 'N' TO WS-CRH-EOF-FLAG-X.
           MOVE 0 TO WS-CRH-RID-N.
           EXEC CICS STARTBR FILE ('CREDHOLD')
               RIDFLD (WS-CRH-RID-N) RBA
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N = DFHRESP(NORMAL)
               PERFORM 3600-READ-CREDIT-HOLD THRU 3600-EXIT
                   UNTIL WS-CRH-EOF
               EXEC CICS ENDBR FILE ('CREDHOLD')
               END-EXEC
           END-IF.
       3500-EXIT.
           EXIT.

      * Every record counts toward the sequence number, held or not
      * and whoever's it is; only the customer's still-held orders
      * are listed.
       3600-READ-CREDIT-HOLD.
           EXEC CICS READNEXT FILE ('CREDHOLD')
               INTO (CRH-RECORD)
               RIDFLD (WS-CRH-RID-N) RBA
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CRH-EOF-FLAG-X
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-HOLD-SEQ-N.
           IF CRH-CUST-ID NOT = WS-CUST-ID-X
                   OR NOT CRH-STATUS-HELD
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-HLD-TOTAL-N.
           IF WS-HOLD-SEQ-N = WS-SEL-SEQ-NO-N
               MOVE 'Y' TO WS-SEL-FOUND-FLAG-X
               MOVE CRH-FINAL-AMT TO WS-SEL-FINAL-AMT-N
               PERFORM 3800-FIND-DECISION THRU 3800-EXIT
               IF WS-DCD-HIT-N > 0
                   MOVE 'Y' TO WS-SEL-DECIDED-FLAG-X
               END-IF
           END-IF.
           IF WS-HLD-COUNT-N < 8
               ADD 1 TO WS-HLD-COUNT-N
               PERFORM 3650-POST-HOLD-LINE THRU 3650-EXIT
               IF WS-HOLD-SEQ-N = WS-SEL-SEQ-NO-N
                   MOVE WS-HLD-COUNT-N TO WS-SEL-ROW-N
               END-IF
           END-IF.
       3600-EXIT.
           EXIT.

       3650-POST-HOLD-LINE.
           MOVE WS-HOLD-SEQ-N
               TO WS-HLD-SEQ-NO-N (WS-HLD-COUNT-N).
           MOVE CRH-ORDER-AMT
               TO WS-HLD-ORDER-AMT-N (WS-HLD-COUNT-N).
           MOVE CRH-FINAL-AMT
               TO WS-HLD-FINAL-AMT-N (WS-HLD-COUNT-N).
           MOVE CRH-CREDIT-LIMIT
               TO WS-HLD-LIMIT-N (WS-HLD-COUNT-N).
           MOVE CRH-HELD-DATE
               TO WS-HLD-HELD-DATE-N (WS-HLD-COUNT-N).
           MOVE CRH-HELD-DATE TO WS-CONVERT-DATE-N.
           PERFORM 3700-COMPUTE-DAY-NUMBER THRU 3700-EXIT.
           COMPUTE WS-HLD-DAYS-N (WS-HLD-COUNT-N) =
               WS-TODAY-DAY-NO-N - WS-DAY-NUMBER-N.
           IF WS-HLD-DAYS-N (WS-HLD-COUNT-N) < 0
               MOVE 0 TO WS-HLD-DAYS-N (WS-HLD-COUNT-N)
           END-IF.
           PERFORM 3800-FIND-DECISION THRU 3800-EXIT.
           IF WS-DCD-HIT-N = 0
               MOVE "HELD" TO WS-HLD-STATUS-X (WS-HLD-COUNT-N)
           ELSE
               IF WS-DCD-ACTION-X (WS-DCD-HIT-N) = 'A'
                   MOVE "DESK APPR"
                       TO WS-HLD-STATUS-X (WS-HLD-COUNT-N)
               ELSE
                   MOVE "DESK CANCEL"
                       TO WS-HLD-STATUS-X (WS-HLD-COUNT-N)
               END-IF
           END-IF.
       3650-EXIT.
           EXIT.

      * Days since a fixed epoch, as CREDRCYC ages the held-orders
      * register: whole years before this one, plus one day per
      * leap year among them, plus the days down to the date.
       3700-COMPUTE-DAY-NUMBER.
           COMPUTE WS-CNV-PRIOR-YEAR-N = WS-CNV-YYYY-N - 1.
           DIVIDE WS-CNV-PRIOR-YEAR-N BY 4
               GIVING WS-LEAP-COUNT-N.
           DIVIDE WS-CNV-PRIOR-YEAR-N BY 100
               GIVING WS-LEAP-DIV-N.
           SUBTRACT WS-LEAP-DIV-N FROM WS-LEAP-COUNT-N.
           DIVIDE WS-CNV-PRIOR-YEAR-N BY 400
               GIVING WS-LEAP-DIV-N.
           ADD WS-LEAP-DIV-N TO WS-LEAP-COUNT-N.
           COMPUTE WS-DAY-NUMBER-N =
               (WS-CNV-PRIOR-YEAR-N * 365) + WS-LEAP-COUNT-N
               + WS-CUM-DAYS-N (WS-CNV-MM-N) + WS-CNV-DD-N.
           IF WS-CNV-MM-N > 2
               DIVIDE WS-CNV-YYYY-N BY 4
                   GIVING WS-LEAP-DIV-N REMAINDER WS-LEAP-REM-4-N
               DIVIDE WS-CNV-YYYY-N BY 100
                   GIVING WS-LEAP-DIV-N REMAINDER WS-LEAP-REM-100-N
               DIVIDE WS-CNV-YYYY-N BY 400
                   GIVING WS-LEAP-DIV-N REMAINDER WS-LEAP-REM-400-N
               IF WS-LEAP-REM-4-N = 0
                   AND (WS-LEAP-REM-100-N NOT = 0
                       OR WS-LEAP-REM-400-N = 0)
                   ADD 1 TO WS-DAY-NUMBER-N
               END-IF
           END-IF.
       3700-EXIT.
           EXIT.

      * A logged decision belongs to a hold when both the sequence
      * number and the final amount agree.
       3800-FIND-DECISION.
           MOVE 0 TO WS-DCD-HIT-N.
           PERFORM 3810-MATCH-DECISION THRU 3810-EXIT
               VARYING WS-DCD-SUB-N FROM 1 BY 1
               UNTIL WS-DCD-SUB-N > WS-DCD-COUNT-N
                   OR WS-DCD-HIT-N > 0.
       3800-EXIT.
           EXIT.

       3810-MATCH-DECISION.
           IF WS-DCD-SEQ-NO-N (WS-DCD-SUB-N) = WS-HOLD-SEQ-N
                   AND WS-DCD-FINAL-AMT-N (WS-DCD-SUB-N)
                       = CRH-FINAL-AMT
               MOVE WS-DCD-SUB-N TO WS-DCD-HIT-N
           END-IF.
       3810-EXIT.
           EXIT.

      * The first failing check is the message; nothing is logged
      * until every check passes.
       4000-EDIT-DECISION.
           MOVE 'N' TO WS-DECISION-OK-FLAG-X.
           IF SEQII NOT NUMERIC
               MOVE "HOLD SEQ NO MUST BE NUMERIC" TO WS-EDIT-MSG-X
               GO TO 4000-EXIT
           END-IF.
           IF ACTII NOT = 'A' AND ACTII NOT = 'X'
               MOVE "ACTION MUST BE A (APPROVE) OR X (CANCEL)"
                   TO WS-EDIT-MSG-X
               GO TO 4000-EXIT
           END-IF.
           IF RSNII = SPACES OR RSNII = LOW-VALUES
               MOVE "A REASON IS REQUIRED FOR EVERY DECISION"
                   TO WS-EDIT-MSG-X
               GO TO 4000-EXIT
           END-IF.
           MOVE ANLII TO CRA-ANALYST-ID.
           EXEC CICS READ FILE ('CRANAL')
               INTO (CRA-RECORD)
               RIDFLD (CRA-ANALYST-ID)
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N NOT = DFHRESP(NORMAL)
                   OR NOT CRA-STATUS-ACTIVE
               MOVE "ANALYST NOT AUTHORIZED FOR THE CREDIT DESK"
                   TO WS-EDIT-MSG-X
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-SEL-FOUND
               MOVE "HOLD SEQ NO IS NOT ONE OF THE CUSTOMER'S HOLDS"
                   TO WS-EDIT-MSG-X
               GO TO 4000-EXIT
           END-IF.
           IF WS-SEL-DECIDED
               MOVE "A DECISION IS ALREADY LOGGED FOR THIS HOLD"
                   TO WS-EDIT-MSG-X
               GO TO 4000-EXIT
           END-IF.
           IF ACTII = 'A'
                   AND WS-SEL-FINAL-AMT-N > CRA-MAX-APPROVE-AMT
               MOVE "ORDER EXCEEDS THE ANALYST'S APPROVAL AUTHORITY"
                   TO WS-EDIT-MSG-X
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO WS-DECISION-OK-FLAG-X.
       4000-EXIT.
           EXIT.

       4500-LOG-DECISION.
           MOVE SPACES             TO CDL-RECORD.
           MOVE WS-SEL-SEQ-NO-N    TO CDL-HOLD-SEQ-NO.
           MOVE ACTII              TO CDL-ACTION-X.
           MOVE WS-CUST-ID-X       TO CDL-CUST-ID.
           MOVE WS-SEL-FINAL-AMT-N TO CDL-FINAL-AMT.
           MOVE CRA-ANALYST-ID     TO CDL-ANALYST-ID.
           MOVE RSNII              TO CDL-REASON.
           MOVE WS-TODAY-N         TO CDL-DECISION-DATE.
           MOVE WS-NOW-TIME-N      TO CDL-DECISION-TIME.
           MOVE EIBTRMID           TO CDL-TERM-ID.
           EXEC CICS WRITE FILE ('CDLOG')
               FROM (CDL-RECORD)
               RIDFLD (WS-CDL-RID-N) RBA
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N NOT = DFHRESP(NORMAL)
               MOVE "DECISION NOT LOGGED - CDLOG UNAVAILABLE"
                   TO WS-EDIT-MSG-X
               GO TO 4500-EXIT
           END-IF.
           IF WS-SEL-ROW-N > 0
               IF CDL-ACTION-APPROVE
                   MOVE "DESK APPR"
                       TO WS-HLD-STATUS-X (WS-SEL-ROW-N)
               ELSE
                   MOVE "DESK CANCEL"
                       TO WS-HLD-STATUS-X (WS-SEL-ROW-N)
               END-IF
           END-IF.
           IF CDL-ACTION-APPROVE
               MOVE "APPROVAL LOGGED - RELEASED IN TONIGHT'S RUN"
                   TO WS-EDIT-MSG-X
           ELSE
               MOVE "CANCEL LOGGED - APPLIED IN TONIGHT'S RUN"
                   TO WS-EDIT-MSG-X
           END-IF.
       4500-EXIT.
           EXIT.

       9100-NO-INPUT.
           MOVE "ENTER A CUSTOMER ID" TO MSGOO.
           EXEC CICS SEND MAP ('CDKMAP') MAPSET ('CDKMSET')
               FROM (CDKMAPO) ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID ('CDSK')
           END-EXEC.

       9200-REPROMPT-BAD-ENTRY.
           MOVE WS-EDIT-MSG-X TO MSGOO.
           EXEC CICS SEND MAP ('CDKMAP') MAPSET ('CDKMSET')
               FROM (CDKMAPO) ERASE
           END-EXEC.
       9200-EXIT.
           EXIT.

       9900-ABEND.
           EXEC CICS SEND TEXT
               FROM ("CREDDESK - UNEXPECTED CICS ERROR")
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
