      *----------------------------------------------------------------
      * QTERPT
      * Weekly quote conversion report.  Reads the QUOTEFIL quotes
      * CINQ issues and the nightly run marks, and counts for the
      * date range on the QRPCARD card (normally the week just
      * closed):
      *
      *   ISSUED     - quotes given in the range, with the amount
      *                quoted
      *   CONVERTED  - quotes an order priced from, posted in the
      *                range, with the order amount
      *   EXPIRED    - quotes never used whose expiry date fell in
      *                the range
      *   OVERRIDDEN - quotes an order presented but that were not
      *                used to price it, posted in the range
      *
      * by the rep who gave the quote and by the channel it was
      * given for (branch feeds B1/B2/B3, web capture WB, and an
      * OTHER bucket).  % CONV is converted quotes as a share of the
      * quotes that closed in the range - converted, expired or
      * overridden.  A quote can count in more than one column, for
      * instance issued and converted in the same week.  The key
      * zero control record is not a quote and is skipped.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version, with CINQ quote numbers and
      *                  the nightly run's quote rate lock.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTERPT.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-PARM-FILE ASSIGN TO "QRPCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUOTE-FILE ASSIGN TO "QUOTEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-QUOTE-NO.
           SELECT QUOTE-REPORT ASSIGN TO "QTERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-PARM-FILE
           RECORD CONTAINS 26 CHARACTERS.
       COPY QRPCARD.

       FD  QUOTE-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY QTEREC.

       FD  QUOTE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  SRT-RECORD.
           05  SRT-REP-ID               PIC X(04).
           05  SRT-CHANNEL              PIC X(02).
           05  SRT-QUOTE-NO             PIC 9(8).
           05  SRT-ISSUED               PIC 9(1).
           05  SRT-CONVERTED            PIC 9(1).
           05  SRT-EXPIRED              PIC 9(1).
           05  SRT-OVERRIDDEN           PIC 9(1).
           05  SRT-QUOTE-AMT            PIC 9(7)V99.
           05  SRT-ORDER-AMT            PIC 9(7)V99.
           05  FILLER                   PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-QUOTE-EOF-FLAG-X PIC X       VALUE 'N'.
               88  WS-QUOTE-EOF                VALUE 'Y'.
           05  WS-SORT-EOF-FLAG-X  PIC X       VALUE 'N'.
               88  WS-SORT-EOF                 VALUE 'Y'.
           05  WS-PARM-OK-FLAG-X   PIC X       VALUE 'N'.
               88  WS-PARM-OK                  VALUE 'Y'.

       01  WS-FROM-DATE-N          PIC 9(8)    VALUE 0.
       01  WS-TO-DATE-N            PIC 9(8)    VALUE 0.
       01  WS-CURRENT-REP-X        PIC X(04)   VALUE SPACES.

      * One set of counters per printed line: the rep being summed,
      * each channel bucket, and the report total.  Channel 5 is the
      * OTHER bucket for a channel code outside the four feeds.
       01  WS-REP-ACCUM.
           05  WS-REP-ISSUED-N      PIC 9(7)     COMP.
           05  WS-REP-CONVERTED-N   PIC 9(7)     COMP.
           05  WS-REP-EXPIRED-N     PIC 9(7)     COMP.
           05  WS-REP-OVERRIDDEN-N  PIC 9(7)     COMP.
           05  WS-REP-QUOTE-AMT-N   PIC 9(11)V99.
           05  WS-REP-ORDER-AMT-N   PIC 9(11)V99.

       01  WS-CHANNEL-TABLE.
           05  WS-CHN-ENTRY OCCURS 5 TIMES.
               10  WS-CHN-CODE-X        PIC X(02).
               10  WS-CHN-ISSUED-N      PIC 9(7)     COMP.
               10  WS-CHN-CONVERTED-N   PIC 9(7)     COMP.
               10  WS-CHN-EXPIRED-N     PIC 9(7)     COMP.
               10  WS-CHN-OVERRIDDEN-N  PIC 9(7)     COMP.
               10  WS-CHN-QUOTE-AMT-N   PIC 9(11)V99.
               10  WS-CHN-ORDER-AMT-N   PIC 9(11)V99.
       77  WS-CHN-SUB-N            PIC 9(4) COMP VALUE 0.
       77  WS-CHN-HIT-N            PIC 9(4) COMP VALUE 0.

       01  WS-TOTAL-ACCUM.
           05  WS-TOT-ISSUED-N      PIC 9(7)     COMP.
           05  WS-TOT-CONVERTED-N   PIC 9(7)     COMP.
           05  WS-TOT-EXPIRED-N     PIC 9(7)     COMP.
           05  WS-TOT-OVERRIDDEN-N  PIC 9(7)     COMP.
           05  WS-TOT-QUOTE-AMT-N   PIC 9(11)V99.
           05  WS-TOT-ORDER-AMT-N   PIC 9(11)V99.

      * The figures of whichever line is being printed - a rep, a
      * channel or the total - are moved here first, so one
      * paragraph edits and writes every detail line.
       01  WS-LINE-ACCUM.
           05  WS-LN-ISSUED-N       PIC 9(7)     COMP.
           05  WS-LN-CONVERTED-N    PIC 9(7)     COMP.
           05  WS-LN-EXPIRED-N      PIC 9(7)     COMP.
           05  WS-LN-OVERRIDDEN-N   PIC 9(7)     COMP.
           05  WS-LN-QUOTE-AMT-N    PIC 9(11)V99.
           05  WS-LN-ORDER-AMT-N    PIC 9(11)V99.
       77  WS-LN-CLOSED-N          PIC 9(7) COMP VALUE 0.
       01  WS-LN-CONV-PCT-N        PIC 9(3)V99  VALUE 0.

       77  WS-READ-COUNT-N         PIC 9(9) COMP VALUE 0.
       77  WS-SELECTED-COUNT-N     PIC 9(7) COMP VALUE 0.
       77  WS-REP-COUNT-N          PIC 9(7) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(45) VALUE SPACES.
           05  FILLER              PIC X(30)
                   VALUE "WEEKLY QUOTE CONVERSION REPORT".
           05  FILLER              PIC X(43) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-SELECT-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(21)
                   VALUE "ACTIVITY DATES FROM ".
           05  WS-SL-FROM-N        PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  WS-SL-TO-N          PIC 9(8).

       01  WS-SECTION-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-SC-TITLE-X       PIC X(30).

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RH2-KEY-X        PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "ISSUED".
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "QUOTED AMT".
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE "CONV".
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CONV AMOUNT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "EXPIRED".
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "OVERRIDE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "% CONV".

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-KEY-X         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-ISSUED-N      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-QUOTE-AMT-N   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-CONVERTED-N   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-ORDER-AMT-N   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-EXPIRED-N     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-OVERRIDDEN-N  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-CONV-PCT-N    PIC ZZ9.99.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RT-LABEL-X       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-COUNT-N       PIC ZZZ,ZZZ,ZZ9.

       77  WS-LINE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-PAGE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-LINES-PER-PAGE-N     PIC 9(4) COMP VALUE 50.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-PARM-OK
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-REP-ID
                   ON ASCENDING KEY SRT-QUOTE-NO
                   INPUT PROCEDURE IS 2000-SELECT-ACTIVITY
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-SUMMARIZE-BY-REP
                       THRU 3000-EXIT
               PERFORM 4000-WRITE-CHANNEL-SECTION THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-CHANNEL-TABLE.
           INITIALIZE WS-TOTAL-ACCUM.
           MOVE "B1" TO WS-CHN-CODE-X (1).
           MOVE "B2" TO WS-CHN-CODE-X (2).
           MOVE "B3" TO WS-CHN-CODE-X (3).
           MOVE "WB" TO WS-CHN-CODE-X (4).
           MOVE "**" TO WS-CHN-CODE-X (5).
           PERFORM 1300-READ-PARM-CARD THRU 1300-EXIT.
           OPEN OUTPUT QUOTE-REPORT.
       1000-EXIT.
           EXIT.

       1300-READ-PARM-CARD.
           OPEN INPUT REPORT-PARM-FILE.
           READ REPORT-PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-OK-FLAG-X
               NOT AT END
                   MOVE QRP-FROM-DATE TO WS-FROM-DATE-N
                   MOVE QRP-TO-DATE   TO WS-TO-DATE-N
                   MOVE 'Y' TO WS-PARM-OK-FLAG-X
           END-READ.
           CLOSE REPORT-PARM-FILE.
           IF WS-PARM-OK
               IF WS-FROM-DATE-N NOT NUMERIC
                       OR WS-TO-DATE-N NOT NUMERIC
                       OR WS-FROM-DATE-N = 0
                       OR WS-FROM-DATE-N > WS-TO-DATE-N
                   MOVE 'N' TO WS-PARM-OK-FLAG-X
               END-IF
           END-IF.
           IF NOT WS-PARM-OK
               DISPLAY "QTERPT - REPORT CARD MISSING OR INVALID"
               DISPLAY "  AN UNINVERTED ACTIVITY DATE RANGE MUST BE"
                   " KEYED - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.

       2000-SELECT-ACTIVITY.
           OPEN INPUT QUOTE-FILE.
           PERFORM 2100-READ-QUOTE THRU 2100-EXIT
               UNTIL WS-QUOTE-EOF.
           CLOSE QUOTE-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-QUOTE.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-QUOTE-EOF-FLAG-X
               NOT AT END
                   IF QTE-QUOTE-NO NOT = 0
                       ADD 1 TO WS-READ-COUNT-N
                       PERFORM 2200-RELEASE-ACTIVITY THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      * A quote is released once, flagged with every event of its
      * that falls inside the range, or not at all.
       2200-RELEASE-ACTIVITY.
           INITIALIZE SRT-RECORD.
           IF QTE-ISSUE-DATE >= WS-FROM-DATE-N
                   AND QTE-ISSUE-DATE <= WS-TO-DATE-N
               MOVE 1             TO SRT-ISSUED
               MOVE QTE-QUOTE-AMT TO SRT-QUOTE-AMT
           END-IF.
           IF QTE-ACTION-DATE >= WS-FROM-DATE-N
                   AND QTE-ACTION-DATE <= WS-TO-DATE-N
               IF QTE-STATUS-CONVERTED
                   MOVE 1             TO SRT-CONVERTED
                   MOVE QTE-ORDER-AMT TO SRT-ORDER-AMT
               END-IF
               IF QTE-STATUS-OVERRIDDEN
                   MOVE 1             TO SRT-OVERRIDDEN
               END-IF
           END-IF.
           IF QTE-STATUS-OPEN
                   AND QTE-EXPIRY-DATE >= WS-FROM-DATE-N
                   AND QTE-EXPIRY-DATE <= WS-TO-DATE-N
               MOVE 1 TO SRT-EXPIRED
           END-IF.
           IF SRT-ISSUED = 0 AND SRT-CONVERTED = 0
                   AND SRT-EXPIRED = 0 AND SRT-OVERRIDDEN = 0
               GO TO 2200-EXIT
           END-IF.
           MOVE QTE-REP-ID   TO SRT-REP-ID.
           MOVE QTE-CHANNEL  TO SRT-CHANNEL.
           MOVE QTE-QUOTE-NO TO SRT-QUOTE-NO.
           ADD 1 TO WS-SELECTED-COUNT-N.
           RELEASE SRT-RECORD.
       2200-EXIT.
           EXIT.

       3000-SUMMARIZE-BY-REP.
           MOVE "QUOTES BY REP" TO WS-SC-TITLE-X.
           MOVE "REP"           TO WS-RH2-KEY-X.
           PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT.
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
           IF NOT WS-SORT-EOF
               MOVE SRT-REP-ID TO WS-CURRENT-REP-X
               INITIALIZE WS-REP-ACCUM
           END-IF.
           PERFORM 3200-PROCESS-SORTED-RECORD THRU 3200-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-SELECTED-COUNT-N > 0
               PERFORM 3500-WRITE-REP-LINE THRU 3500-EXIT
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

       3200-PROCESS-SORTED-RECORD.
           IF SRT-REP-ID NOT = WS-CURRENT-REP-X
               PERFORM 3500-WRITE-REP-LINE THRU 3500-EXIT
               MOVE SRT-REP-ID TO WS-CURRENT-REP-X
               INITIALIZE WS-REP-ACCUM
           END-IF.
           ADD SRT-ISSUED     TO WS-REP-ISSUED-N.
           ADD SRT-CONVERTED  TO WS-REP-CONVERTED-N.
           ADD SRT-EXPIRED    TO WS-REP-EXPIRED-N.
           ADD SRT-OVERRIDDEN TO WS-REP-OVERRIDDEN-N.
           ADD SRT-QUOTE-AMT  TO WS-REP-QUOTE-AMT-N.
           ADD SRT-ORDER-AMT  TO WS-REP-ORDER-AMT-N.
           PERFORM 3300-ADD-TO-CHANNEL THRU 3300-EXIT.
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-ADD-TO-CHANNEL.
           MOVE 5 TO WS-CHN-HIT-N.
           PERFORM 3350-FIND-CHANNEL THRU 3350-EXIT
               VARYING WS-CHN-SUB-N FROM 1 BY 1
               UNTIL WS-CHN-SUB-N > 4.
           ADD SRT-ISSUED     TO WS-CHN-ISSUED-N (WS-CHN-HIT-N).
           ADD SRT-CONVERTED  TO WS-CHN-CONVERTED-N (WS-CHN-HIT-N).
           ADD SRT-EXPIRED    TO WS-CHN-EXPIRED-N (WS-CHN-HIT-N).
           ADD SRT-OVERRIDDEN TO WS-CHN-OVERRIDDEN-N (WS-CHN-HIT-N).
           ADD SRT-QUOTE-AMT  TO WS-CHN-QUOTE-AMT-N (WS-CHN-HIT-N).
           ADD SRT-ORDER-AMT  TO WS-CHN-ORDER-AMT-N (WS-CHN-HIT-N).
       3300-EXIT.
           EXIT.

       3350-FIND-CHANNEL.
           IF WS-CHN-CODE-X (WS-CHN-SUB-N) = SRT-CHANNEL
               MOVE WS-CHN-SUB-N TO WS-CHN-HIT-N
           END-IF.
       3350-EXIT.
           EXIT.

       3500-WRITE-REP-LINE.
           ADD 1 TO WS-REP-COUNT-N.
           MOVE WS-CURRENT-REP-X TO WS-RD-KEY-X.
           MOVE WS-REP-ACCUM     TO WS-LINE-ACCUM.
           PERFORM 3600-WRITE-DETAIL-LINE THRU 3600-EXIT.
           ADD WS-REP-ISSUED-N     TO WS-TOT-ISSUED-N.
           ADD WS-REP-CONVERTED-N  TO WS-TOT-CONVERTED-N.
           ADD WS-REP-EXPIRED-N    TO WS-TOT-EXPIRED-N.
           ADD WS-REP-OVERRIDDEN-N TO WS-TOT-OVERRIDDEN-N.
           ADD WS-REP-QUOTE-AMT-N  TO WS-TOT-QUOTE-AMT-N.
           ADD WS-REP-ORDER-AMT-N  TO WS-TOT-ORDER-AMT-N.
       3500-EXIT.
           EXIT.

       3600-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT
           END-IF.
           COMPUTE WS-LN-CLOSED-N = WS-LN-CONVERTED-N
               + WS-LN-EXPIRED-N + WS-LN-OVERRIDDEN-N.
           IF WS-LN-CLOSED-N = 0
               MOVE 0 TO WS-LN-CONV-PCT-N
           ELSE
               COMPUTE WS-LN-CONV-PCT-N ROUNDED =
                   WS-LN-CONVERTED-N * 100 / WS-LN-CLOSED-N
           END-IF.
           MOVE WS-LN-ISSUED-N      TO WS-RD-ISSUED-N.
           MOVE WS-LN-QUOTE-AMT-N   TO WS-RD-QUOTE-AMT-N.
           MOVE WS-LN-CONVERTED-N   TO WS-RD-CONVERTED-N.
           MOVE WS-LN-ORDER-AMT-N   TO WS-RD-ORDER-AMT-N.
           MOVE WS-LN-EXPIRED-N     TO WS-RD-EXPIRED-N.
           MOVE WS-LN-OVERRIDDEN-N  TO WS-RD-OVERRIDDEN-N.
           MOVE WS-LN-CONV-PCT-N    TO WS-RD-CONV-PCT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
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
           MOVE WS-FROM-DATE-N TO WS-SL-FROM-N.
           MOVE WS-TO-DATE-N   TO WS-SL-TO-N.
           WRITE RPT-PRINT-LINE FROM WS-SELECT-LINE.
           WRITE RPT-PRINT-LINE FROM SPACES.
           WRITE RPT-PRINT-LINE FROM WS-SECTION-LINE.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-2.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0 TO WS-LINE-COUNT-N.
       3650-EXIT.
           EXIT.

      * The rep section closes with its total line; the channel
      * section then starts a page of its own and adds up to the
      * same total.
       4000-WRITE-CHANNEL-SECTION.
           IF WS-SELECTED-COUNT-N > 0
               MOVE "TOTAL"   TO WS-RD-KEY-X
               MOVE WS-TOTAL-ACCUM TO WS-LINE-ACCUM
               WRITE RPT-PRINT-LINE FROM SPACES
               PERFORM 3600-WRITE-DETAIL-LINE THRU 3600-EXIT
           END-IF.
           MOVE "QUOTES BY CHANNEL" TO WS-SC-TITLE-X.
           MOVE "CHANNEL"           TO WS-RH2-KEY-X.
           PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT.
           PERFORM 4100-WRITE-CHANNEL-LINE THRU 4100-EXIT
               VARYING WS-CHN-SUB-N FROM 1 BY 1
               UNTIL WS-CHN-SUB-N > 5.
           MOVE "TOTAL"        TO WS-RD-KEY-X.
           MOVE WS-TOTAL-ACCUM TO WS-LINE-ACCUM.
           WRITE RPT-PRINT-LINE FROM SPACES.
           PERFORM 3600-WRITE-DETAIL-LINE THRU 3600-EXIT.
       4000-EXIT.
           EXIT.

       4100-WRITE-CHANNEL-LINE.
           IF WS-CHN-SUB-N = 5
               MOVE "OTHER" TO WS-RD-KEY-X
           ELSE
               MOVE WS-CHN-CODE-X (WS-CHN-SUB-N) TO WS-RD-KEY-X
           END-IF.
           MOVE WS-CHN-ISSUED-N (WS-CHN-SUB-N)
               TO WS-LN-ISSUED-N.
           MOVE WS-CHN-CONVERTED-N (WS-CHN-SUB-N)
               TO WS-LN-CONVERTED-N.
           MOVE WS-CHN-EXPIRED-N (WS-CHN-SUB-N)
               TO WS-LN-EXPIRED-N.
           MOVE WS-CHN-OVERRIDDEN-N (WS-CHN-SUB-N)
               TO WS-LN-OVERRIDDEN-N.
           MOVE WS-CHN-QUOTE-AMT-N (WS-CHN-SUB-N)
               TO WS-LN-QUOTE-AMT-N.
           MOVE WS-CHN-ORDER-AMT-N (WS-CHN-SUB-N)
               TO WS-LN-ORDER-AMT-N.
           PERFORM 3600-WRITE-DETAIL-LINE THRU 3600-EXIT.
       4100-EXIT.
           EXIT.

       8100-WRITE-REPORT-TOTALS.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "QUOTES READ"            TO WS-RT-LABEL-X.
           MOVE WS-READ-COUNT-N          TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "QUOTES WITH ACTIVITY"   TO WS-RT-LABEL-X.
           MOVE WS-SELECTED-COUNT-N      TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "REPS REPORTED"          TO WS-RT-LABEL-X.
           MOVE WS-REP-COUNT-N           TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PARM-OK
               PERFORM 8100-WRITE-REPORT-TOTALS THRU 8100-EXIT
           END-IF.
           CLOSE QUOTE-REPORT.
       9000-EXIT.
           EXIT.
