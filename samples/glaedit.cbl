      *----------------------------------------------------------------
      * GLAEDIT
      * General ledger account table edit.  Stand-alone validation
      * of the GLACCT file, run after Finance loads or changes an
      * account mapping and before GLPOST builds the day's journal
      * from it - the same gate CONEDIT puts in front of CONTRACT,
      * so a bad mapping cannot post the ledger wrong.  Flags:
      *
      *   BAD ENTRY TYPE  - not AR, GS, DE, RS or RD
      *   BAD RATE SOURCE - not C (contract), S (schedule),
      *                     Q (quote), O (manual override) or the
      *                     '*' default
      *   BLANK CHANNEL   - channel blank; '**' is the default
      *   BLANK ACCOUNT   - no GL account number
      *   NO DEFAULT      - an entry type with no '**' / '*' full
      *                     default entry, so a posting on a new
      *                     channel or rate source would find no
      *                     account
      *   TOO MANY        - more records than the 200-entry table
      *                     GLPOST loads the file into
      *
      * Prints an edit report and ends with return code 8 when any
      * error is found so the scheduler can hold GLPOST.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version, with the GLPOST general
      *                  ledger interface.
      * 2026-10-15  RJM  Rate source Q (CINQ quote rate lock) is a
      *                  valid account table rate source.
      * 2026-10-15  RJM  Rate source O (approved manual discount
      *                  override) is a valid account table rate
      *                  source.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLAEDIT.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ACCOUNT-KEY.
           SELECT EDIT-REPORT ASSIGN TO "GLARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY GLAREC.

       FD  EDIT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-GLA-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-GLA-EOF                  VALUE 'Y'.

       77  WS-GLA-TABLE-MAX-N      PIC 9(4) COMP VALUE 400.
       77  WS-POSTING-TABLE-MAX-N  PIC 9(4) COMP VALUE 200.

       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 1 TO 400 TIMES
                            DEPENDING ON WS-GLA-COUNT-N.
               10  WS-GLA-ENTRY-TYPE-X  PIC X(02).
               10  WS-GLA-SOURCE-CODE-X PIC X(02).
               10  WS-GLA-RATE-SOURCE-X PIC X(01).
               10  WS-GLA-ACCOUNT-NO-X  PIC X(10).
               10  WS-GLA-DESCRIPTION-X PIC X(30).

       77  WS-GLA-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-GLA-SUB-N            PIC 9(4) COMP VALUE 0.

      * The five entry types, each of which must carry a full
      * default entry on the table.
       01  WS-TYPE-LIST-X          PIC X(10)   VALUE "ARGSDERSRD".
       01  FILLER REDEFINES WS-TYPE-LIST-X.
           05  WS-TYPE-CODE-X      OCCURS 5 TIMES PIC X(02).
       01  WS-TYPE-DEFAULT-TABLE.
           05  WS-TYPE-DEFAULT-X   OCCURS 5 TIMES PIC X(01).
       77  WS-TYPE-SUB-N           PIC 9(4) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(44) VALUE SPACES.
           05  FILLER              PIC X(32)
                   VALUE "GL ACCOUNT TABLE EDIT REPORT".
           05  FILLER              PIC X(42) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "TYPE".
           05  FILLER              PIC X(6)  VALUE "CHAN".
           05  FILLER              PIC X(6)  VALUE "RSRC".
           05  FILLER              PIC X(12) VALUE "ACCOUNT".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(40) VALUE "FINDING".

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-ENTRY-TYPE-X  PIC X(2).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-SOURCE-CODE-X PIC X(2).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-RATE-SOURCE-X PIC X(1).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-RD-ACCOUNT-NO-X  PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-DESCRIPTION-X PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-FINDING-X     PIC X(40).

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
               VARYING WS-GLA-SUB-N FROM 1 BY 1
               UNTIL WS-GLA-SUB-N > WS-GLA-COUNT-N.
           PERFORM 3000-CHECK-TYPE-DEFAULT THRU 3000-EXIT
               VARYING WS-TYPE-SUB-N FROM 1 BY 1
               UNTIL WS-TYPE-SUB-N > 5.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-ERROR-COUNT-N > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           MOVE ALL 'N' TO WS-TYPE-DEFAULT-TABLE.
           OPEN OUTPUT EDIT-REPORT.
           OPEN INPUT GL-ACCOUNT-FILE.
           PERFORM 1210-READ-GL-ACCOUNT THRU 1210-EXIT
               UNTIL WS-GLA-EOF.
           CLOSE GL-ACCOUNT-FILE.
       1000-EXIT.
           EXIT.

       1210-READ-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLA-EOF-FLAG-X
               NOT AT END
                   IF WS-GLA-COUNT-N >= WS-GLA-TABLE-MAX-N
                       DISPLAY "GLAEDIT - GLACCT EXCEEDS THE "
                           WS-GLA-TABLE-MAX-N " RECORD TABLE - "
                           "RUN STOPPED"
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
       1210-EXIT.
           EXIT.

      * A table with more records than GLPOST's 200-entry table is
      * unusable even when every record is individually clean: the
      * posting run stops RC=16 loading it.
       2050-CHECK-TABLE-LIMIT.
           IF WS-GLA-COUNT-N > WS-POSTING-TABLE-MAX-N
               IF WS-LINE-COUNT-N = 0
                       OR WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
                   PERFORM 2910-WRITE-EDIT-HEADINGS THRU 2910-EXIT
               END-IF
               MOVE "TOO MANY FOR THE 200 ENTRY GLPOST TABLE"
                   TO WS-LF-TEXT-X
               WRITE RPT-PRINT-LINE FROM WS-LIMIT-FINDING-LINE
               ADD 1 TO WS-LINE-COUNT-N
               ADD 1 TO WS-ERROR-COUNT-N
           END-IF.
       2050-EXIT.
           EXIT.

       2000-EDIT-EACH-ENTRY.
           MOVE WS-GLA-ENTRY-TYPE-X (WS-GLA-SUB-N)  TO GLA-ENTRY-TYPE.
           MOVE WS-GLA-RATE-SOURCE-X (WS-GLA-SUB-N)
               TO GLA-RATE-SOURCE.
           IF NOT GLA-TYPE-VALID
               MOVE "BAD ENTRY TYPE - NOT AR GS DE RS RD"
                   TO WS-RD-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           IF NOT GLA-RATE-SOURCE-VALID
               MOVE "BAD RATE SOURCE - NOT C S Q O OR *"
                   TO WS-RD-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           IF WS-GLA-SOURCE-CODE-X (WS-GLA-SUB-N) = SPACES
               MOVE "BLANK CHANNEL - USE ** FOR THE DEFAULT"
                   TO WS-RD-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           IF WS-GLA-ACCOUNT-NO-X (WS-GLA-SUB-N) = SPACES
               MOVE "BLANK ACCOUNT - NO GL ACCOUNT NUMBER"
                   TO WS-RD-FINDING-X
               PERFORM 2900-FLAG-ENTRY-ERROR THRU 2900-EXIT
           END-IF.
           IF WS-GLA-SOURCE-CODE-X (WS-GLA-SUB-N) = "**"
                   AND WS-GLA-RATE-SOURCE-X (WS-GLA-SUB-N) = '*'
                   AND WS-GLA-ACCOUNT-NO-X (WS-GLA-SUB-N)
                       NOT = SPACES
               PERFORM 2100-MARK-TYPE-DEFAULT THRU 2100-EXIT
                   VARYING WS-TYPE-SUB-N FROM 1 BY 1
                   UNTIL WS-TYPE-SUB-N > 5
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MARK-TYPE-DEFAULT.
           IF WS-GLA-ENTRY-TYPE-X (WS-GLA-SUB-N)
                   = WS-TYPE-CODE-X (WS-TYPE-SUB-N)
               MOVE 'Y' TO WS-TYPE-DEFAULT-X (WS-TYPE-SUB-N)
           END-IF.
       2100-EXIT.
           EXIT.

       2900-FLAG-ENTRY-ERROR.
           ADD 1 TO WS-ERROR-COUNT-N.
           IF WS-LINE-COUNT-N = 0
                   OR WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 2910-WRITE-EDIT-HEADINGS THRU 2910-EXIT
           END-IF.
           MOVE WS-GLA-ENTRY-TYPE-X (WS-GLA-SUB-N)
               TO WS-RD-ENTRY-TYPE-X.
           MOVE WS-GLA-SOURCE-CODE-X (WS-GLA-SUB-N)
               TO WS-RD-SOURCE-CODE-X.
           MOVE WS-GLA-RATE-SOURCE-X (WS-GLA-SUB-N)
               TO WS-RD-RATE-SOURCE-X.
           MOVE WS-GLA-ACCOUNT-NO-X (WS-GLA-SUB-N)
               TO WS-RD-ACCOUNT-NO-X.
           MOVE WS-GLA-DESCRIPTION-X (WS-GLA-SUB-N)
               TO WS-RD-DESCRIPTION-X.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
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

      * Every entry type needs its '**' / '*' default, the account
      * GLPOST falls back to when no narrower mapping covers a
      * posting - without it a new channel feed would stop the
      * ledger interface on the first order it sent.
       3000-CHECK-TYPE-DEFAULT.
           IF WS-TYPE-DEFAULT-X (WS-TYPE-SUB-N) NOT = 'Y'
               ADD 1 TO WS-ERROR-COUNT-N
               IF WS-LINE-COUNT-N = 0
                       OR WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
                   PERFORM 2910-WRITE-EDIT-HEADINGS THRU 2910-EXIT
               END-IF
               MOVE WS-TYPE-CODE-X (WS-TYPE-SUB-N)
                   TO WS-RD-ENTRY-TYPE-X
               MOVE "**"     TO WS-RD-SOURCE-CODE-X
               MOVE '*'      TO WS-RD-RATE-SOURCE-X
               MOVE SPACES   TO WS-RD-ACCOUNT-NO-X
               MOVE SPACES   TO WS-RD-DESCRIPTION-X
               MOVE "NO DEFAULT - TYPE HAS NO ** / * ENTRY"
                   TO WS-RD-FINDING-X
               WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT-N
           END-IF.
       3000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-LINE-COUNT-N = 0
               PERFORM 2910-WRITE-EDIT-HEADINGS THRU 2910-EXIT
           END-IF.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "GL ACCOUNT RECORDS READ" TO WS-RT-LABEL-X.
           MOVE WS-GLA-COUNT-N           TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ERRORS FOUND"           TO WS-RT-LABEL-X.
           MOVE WS-ERROR-COUNT-N         TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-ERROR-COUNT-N = 0
               MOVE "GL ACCOUNT TABLE CLEAN" TO WS-RT-LABEL-X
               MOVE 0                    TO WS-RT-COUNT-N
               WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE
           END-IF.
           CLOSE EDIT-REPORT.
       9000-EXIT.
           EXIT.
