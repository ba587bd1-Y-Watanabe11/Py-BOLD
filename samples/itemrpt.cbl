      *----------------------------------------------------------------
      * ITEMRPT
      * Period item sales report.  Reads the ITEMSALE priced-line
      * files the daily run wrote for the period (the JCL
      * concatenates them), keeps the lines whose order date falls
      * inside the range on the ISRCARD card, sorts them by item
      * code, and prints for each item the net units, gross sales,
      * the item's share of the discount dollars given, net sales,
      * and that share as a percent of the period's discount.
      * Credit memo lines (ILS-TRAN-TYPE 'C') subtract from every
      * figure, matching how the daily run nets them.  Orders keyed
      * without line records carry no item detail and do not appear
      * here; DISCSUMM still carries them at order level.
      *
      * A CUSTCALC restart reprocesses the order it was on when the
      * run stopped and writes that order's ITEMSALE lines a second
      * time under the same document number.  The lines are sorted
      * within item by document and line number, and a line carrying
      * the same document and line number as the one before it is
      * dropped and counted on the REPEATS DROPPED total line; a
      * second line for the same item on one order has its own line
      * number and is kept.  Item lines are held until the sort is
      * worked through, so each item's share is taken of the
      * period's discount with the repeats already out.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version, with the item master and
      *                  the daily run's priced-line file.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMRPT.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-PARM-FILE ASSIGN TO "ISRCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-SALES-FILE ASSIGN TO "ITEMSALE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE.
           SELECT ITEM-SALES-REPORT ASSIGN TO "ITEMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-PARM-FILE
           RECORD CONTAINS 26 CHARACTERS.
       COPY ISRCARD.

       FD  ITEM-SALES-FILE
           RECORD CONTAINS 74 CHARACTERS.
       COPY ILSREC.

       FD  ITEM-MASTER-FILE
           RECORD CONTAINS 72 CHARACTERS.
       COPY ITMREC.

       FD  ITEM-SALES-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  SRT-RECORD.
           05  SRT-DOC-NO               PIC 9(8).
           05  SRT-CUST-ID              PIC 9(6).
           05  SRT-ORDER-DATE           PIC 9(8).
           05  SRT-TRAN-TYPE            PIC X(01).
           05  SRT-ITEM-CODE            PIC X(08).
           05  SRT-LINE-QTY             PIC 9(5).
           05  SRT-LINE-AMT             PIC 9(7)V99.
           05  SRT-DISCOUNT-AMT         PIC 9(7)V99.
           05  SRT-SOURCE-CODE          PIC X(02).
           05  SRT-RUN-DATE             PIC 9(8).
           05  SRT-LINE-NO              PIC 9(3).
           05  FILLER                   PIC X(07).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-SALES-EOF-FLAG-X PIC X       VALUE 'N'.
               88  WS-SALES-EOF                VALUE 'Y'.
           05  WS-SORT-EOF-FLAG-X  PIC X       VALUE 'N'.
               88  WS-SORT-EOF                 VALUE 'Y'.
           05  WS-PARM-OK-FLAG-X   PIC X       VALUE 'N'.
               88  WS-PARM-OK                  VALUE 'Y'.
           05  WS-ITEM-FOUND-FLAG-X PIC X      VALUE 'N'.
               88  WS-ITEM-FOUND               VALUE 'Y'.

       01  WS-FROM-DATE-N          PIC 9(8)    VALUE 0.
       01  WS-TO-DATE-N            PIC 9(8)    VALUE 0.
       01  WS-CURRENT-ITEM-X       PIC X(08)   VALUE SPACES.
       01  WS-LAST-DOC-NO-N        PIC 9(8)    VALUE 0.
       01  WS-LAST-LINE-NO-N       PIC 9(3)    VALUE 0.

       01  WS-SIGNED-QTY-N          PIC S9(5)    VALUE 0.
       01  WS-SIGNED-LINE-AMT-N     PIC S9(7)V99 VALUE 0.
       01  WS-SIGNED-DISCOUNT-AMT-N PIC S9(7)V99 VALUE 0.

       77  WS-ITEM-LINE-COUNT-N    PIC 9(7) COMP VALUE 0.
       01  WS-ITEM-QTY-N           PIC S9(9)     VALUE 0.
       01  WS-ITEM-GROSS-AMT-N     PIC S9(9)V99  VALUE 0.
       01  WS-ITEM-DISCOUNT-AMT-N  PIC S9(9)V99  VALUE 0.
       01  WS-ITEM-NET-AMT-N       PIC S9(9)V99  VALUE 0.
       01  WS-ITEM-SHARE-PCT-N     PIC S9(4)V99  VALUE 0.

      * Each item's totals are held here as the sorted lines are
      * worked, and printed once the period's discount total - which
      * the shares are taken of - is complete.
       77  WS-ITM-MAX-N            PIC 9(4) COMP VALUE 2000.
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITM-CODE-X         PIC X(08).
               10  WS-ITM-LINE-COUNT-N   PIC 9(7)  COMP.
               10  WS-ITM-QTY-N          PIC S9(9).
               10  WS-ITM-GROSS-AMT-N    PIC S9(9)V99.
               10  WS-ITM-DISCOUNT-AMT-N PIC S9(9)V99.
       77  WS-ITM-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-ITM-SUB-N            PIC 9(4) COMP VALUE 0.

       77  WS-READ-COUNT-N         PIC 9(9) COMP VALUE 0.
       77  WS-SELECTED-COUNT-N     PIC 9(7) COMP VALUE 0.
       77  WS-REPEAT-COUNT-N       PIC 9(7) COMP VALUE 0.
       77  WS-KEPT-COUNT-N         PIC 9(7) COMP VALUE 0.
       77  WS-ITEM-COUNT-N         PIC 9(7) COMP VALUE 0.
       01  WS-GRAND-QTY-N          PIC S9(11)    VALUE 0.
       01  WS-GRAND-GROSS-AMT-N    PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-DISCOUNT-AMT-N PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-NET-AMT-N      PIC S9(11)V99 VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(48) VALUE SPACES.
           05  FILLER              PIC X(26)
                   VALUE "PERIOD ITEM SALES REPORT".
           05  FILLER              PIC X(44) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-SELECT-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "ORDER DATES FROM ".
           05  WS-SL-FROM-N        PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  WS-SL-TO-N          PIC 9(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "ITEM".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "DESCRIPTION".
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "LINES".
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "UNITS".
           05  FILLER              PIC X(11) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "GROSS".
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "DISCOUNT".
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE "NET".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "% DISC".

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-ITEM-CODE-X   PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-DESCRIPTION-X PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-LINES-N       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-UNITS-N       PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-GROSS-AMT-N   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-DISC-AMT-N    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-NET-AMT-N     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-SHARE-PCT-N   PIC ZZZ9.99-.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RT-LABEL-X       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-COUNT-N       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-UNITS-N       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RT-GROSS-AMT-N   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RT-DISC-AMT-N    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RT-NET-AMT-N     PIC ZZZ,ZZZ,ZZ9.99-.

       77  WS-LINE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-PAGE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-LINES-PER-PAGE-N     PIC 9(4) COMP VALUE 50.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-PARM-OK
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-ITEM-CODE
                   ON ASCENDING KEY SRT-DOC-NO
                   ON ASCENDING KEY SRT-LINE-NO
                   INPUT PROCEDURE IS 2000-SELECT-PERIOD THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-SUMMARIZE THRU 3000-EXIT
               PERFORM 4000-WRITE-ITEM-LINES THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-PARM-CARD THRU 1300-EXIT.
           OPEN OUTPUT ITEM-SALES-REPORT.
           IF WS-PARM-OK
               OPEN INPUT ITEM-MASTER-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1300-READ-PARM-CARD.
           OPEN INPUT REPORT-PARM-FILE.
           READ REPORT-PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-OK-FLAG-X
               NOT AT END
                   MOVE ISR-FROM-DATE TO WS-FROM-DATE-N
                   MOVE ISR-TO-DATE   TO WS-TO-DATE-N
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
               DISPLAY "ITEMRPT - REPORT CARD MISSING OR INVALID"
               DISPLAY "  AN UNINVERTED ORDER DATE RANGE MUST BE"
                   " KEYED - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.

       2000-SELECT-PERIOD.
           OPEN INPUT ITEM-SALES-FILE.
           PERFORM 2100-READ-ITEM-SALE THRU 2100-EXIT
               UNTIL WS-SALES-EOF.
           CLOSE ITEM-SALES-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ITEM-SALE.
           READ ITEM-SALES-FILE
               AT END
                   MOVE 'Y' TO WS-SALES-EOF-FLAG-X
               NOT AT END
                   ADD 1 TO WS-READ-COUNT-N
                   IF ILS-ORDER-DATE >= WS-FROM-DATE-N
                           AND ILS-ORDER-DATE <= WS-TO-DATE-N
                       PERFORM 2200-RELEASE-ITEM-SALE THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ITEM-SALE.
           ADD 1 TO WS-SELECTED-COUNT-N.
           RELEASE SRT-RECORD FROM ILS-RECORD.
       2200-EXIT.
           EXIT.

       3000-SUMMARIZE.
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
           IF NOT WS-SORT-EOF
               MOVE SRT-ITEM-CODE TO WS-CURRENT-ITEM-X
               PERFORM 3150-START-ITEM THRU 3150-EXIT
           END-IF.
           PERFORM 3200-PROCESS-SORTED-RECORD THRU 3200-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-ITEM-LINE-COUNT-N > 0
               PERFORM 3500-SAVE-ITEM-TOTALS THRU 3500-EXIT
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

       3150-START-ITEM.
           MOVE 0 TO WS-ITEM-LINE-COUNT-N.
           MOVE 0 TO WS-ITEM-QTY-N.
           MOVE 0 TO WS-ITEM-GROSS-AMT-N.
           MOVE 0 TO WS-ITEM-DISCOUNT-AMT-N.
           MOVE 0 TO WS-LAST-DOC-NO-N.
           MOVE 0 TO WS-LAST-LINE-NO-N.
       3150-EXIT.
           EXIT.

      * A restart of the daily run reprocesses the order it was on
      * and may write its lines a second time under the same
      * document and line number; the sort brings the copy up
      * against the line it repeats, and only the first is counted.
       3200-PROCESS-SORTED-RECORD.
           IF SRT-ITEM-CODE NOT = WS-CURRENT-ITEM-X
               PERFORM 3500-SAVE-ITEM-TOTALS THRU 3500-EXIT
               MOVE SRT-ITEM-CODE TO WS-CURRENT-ITEM-X
               PERFORM 3150-START-ITEM THRU 3150-EXIT
           END-IF.
           IF SRT-DOC-NO = WS-LAST-DOC-NO-N
                   AND SRT-LINE-NO = WS-LAST-LINE-NO-N
               ADD 1 TO WS-REPEAT-COUNT-N
               GO TO 3200-NEXT
           END-IF.
           MOVE SRT-DOC-NO  TO WS-LAST-DOC-NO-N.
           MOVE SRT-LINE-NO TO WS-LAST-LINE-NO-N.
           PERFORM 3250-SET-SIGNED-AMOUNTS THRU 3250-EXIT.
           ADD 1 TO WS-KEPT-COUNT-N.
           ADD 1 TO WS-ITEM-LINE-COUNT-N.
           ADD WS-SIGNED-QTY-N          TO WS-ITEM-QTY-N.
           ADD WS-SIGNED-LINE-AMT-N     TO WS-ITEM-GROSS-AMT-N.
           ADD WS-SIGNED-DISCOUNT-AMT-N TO WS-ITEM-DISCOUNT-AMT-N.
           ADD WS-SIGNED-DISCOUNT-AMT-N TO WS-GRAND-DISCOUNT-AMT-N.
       3200-NEXT.
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3250-SET-SIGNED-AMOUNTS.
           IF SRT-TRAN-TYPE = 'C'
               COMPUTE WS-SIGNED-QTY-N = 0 - SRT-LINE-QTY
               COMPUTE WS-SIGNED-LINE-AMT-N = 0 - SRT-LINE-AMT
               COMPUTE WS-SIGNED-DISCOUNT-AMT-N =
                   0 - SRT-DISCOUNT-AMT
           ELSE
               MOVE SRT-LINE-QTY     TO WS-SIGNED-QTY-N
               MOVE SRT-LINE-AMT     TO WS-SIGNED-LINE-AMT-N
               MOVE SRT-DISCOUNT-AMT TO WS-SIGNED-DISCOUNT-AMT-N
           END-IF.
       3250-EXIT.
           EXIT.

       3500-SAVE-ITEM-TOTALS.
           IF WS-ITM-COUNT-N >= WS-ITM-MAX-N
               DISPLAY "ITEMRPT - MORE THAN " WS-ITM-MAX-N
                   " ITEMS SOLD IN THE PERIOD - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ITM-COUNT-N.
           MOVE WS-CURRENT-ITEM-X
               TO WS-ITM-CODE-X (WS-ITM-COUNT-N).
           MOVE WS-ITEM-LINE-COUNT-N
               TO WS-ITM-LINE-COUNT-N (WS-ITM-COUNT-N).
           MOVE WS-ITEM-QTY-N
               TO WS-ITM-QTY-N (WS-ITM-COUNT-N).
           MOVE WS-ITEM-GROSS-AMT-N
               TO WS-ITM-GROSS-AMT-N (WS-ITM-COUNT-N).
           MOVE WS-ITEM-DISCOUNT-AMT-N
               TO WS-ITM-DISCOUNT-AMT-N (WS-ITM-COUNT-N).
       3500-EXIT.
           EXIT.

      * A discontinued item is still on the master, so it prints its
      * description; only a code the master has never held prints
      * as not on file.
       3550-LOOKUP-ITEM.
           MOVE WS-CURRENT-ITEM-X TO ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND-FLAG-X
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND-FLAG-X
           END-READ.
           IF WS-ITEM-FOUND
               MOVE ITEM-DESCRIPTION TO WS-RD-DESCRIPTION-X
           ELSE
               MOVE "** NOT ON ITEM MASTER **"
                   TO WS-RD-DESCRIPTION-X
           END-IF.
       3550-EXIT.
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
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-2.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0 TO WS-LINE-COUNT-N.
       3650-EXIT.
           EXIT.

       4000-WRITE-ITEM-LINES.
           PERFORM 4100-WRITE-ITEM-LINE THRU 4100-EXIT
               VARYING WS-ITM-SUB-N FROM 1 BY 1
               UNTIL WS-ITM-SUB-N > WS-ITM-COUNT-N.
       4000-EXIT.
           EXIT.

       4100-WRITE-ITEM-LINE.
           MOVE WS-ITM-CODE-X (WS-ITM-SUB-N) TO WS-CURRENT-ITEM-X.
           MOVE WS-ITM-LINE-COUNT-N (WS-ITM-SUB-N)
               TO WS-ITEM-LINE-COUNT-N.
           MOVE WS-ITM-QTY-N (WS-ITM-SUB-N)  TO WS-ITEM-QTY-N.
           MOVE WS-ITM-GROSS-AMT-N (WS-ITM-SUB-N)
               TO WS-ITEM-GROSS-AMT-N.
           MOVE WS-ITM-DISCOUNT-AMT-N (WS-ITM-SUB-N)
               TO WS-ITEM-DISCOUNT-AMT-N.
           IF WS-LINE-COUNT-N = 0
                   OR WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT
           END-IF.
           ADD 1 TO WS-ITEM-COUNT-N.
           COMPUTE WS-ITEM-NET-AMT-N =
               WS-ITEM-GROSS-AMT-N - WS-ITEM-DISCOUNT-AMT-N.
           IF WS-GRAND-DISCOUNT-AMT-N = 0
               MOVE 0 TO WS-ITEM-SHARE-PCT-N
           ELSE
               COMPUTE WS-ITEM-SHARE-PCT-N ROUNDED =
                   WS-ITEM-DISCOUNT-AMT-N * 100
                   / WS-GRAND-DISCOUNT-AMT-N
                   ON SIZE ERROR
                       MOVE 0 TO WS-ITEM-SHARE-PCT-N
               END-COMPUTE
           END-IF.
           PERFORM 3550-LOOKUP-ITEM THRU 3550-EXIT.
           MOVE WS-CURRENT-ITEM-X      TO WS-RD-ITEM-CODE-X.
           MOVE WS-ITEM-LINE-COUNT-N   TO WS-RD-LINES-N.
           MOVE WS-ITEM-QTY-N          TO WS-RD-UNITS-N.
           MOVE WS-ITEM-GROSS-AMT-N    TO WS-RD-GROSS-AMT-N.
           MOVE WS-ITEM-DISCOUNT-AMT-N TO WS-RD-DISC-AMT-N.
           MOVE WS-ITEM-NET-AMT-N      TO WS-RD-NET-AMT-N.
           MOVE WS-ITEM-SHARE-PCT-N    TO WS-RD-SHARE-PCT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
           ADD WS-ITEM-QTY-N          TO WS-GRAND-QTY-N.
           ADD WS-ITEM-GROSS-AMT-N    TO WS-GRAND-GROSS-AMT-N.
           ADD WS-ITEM-NET-AMT-N      TO WS-GRAND-NET-AMT-N.
       4100-EXIT.
           EXIT.

       8100-WRITE-REPORT-TOTALS.
           IF WS-LINE-COUNT-N = 0
               PERFORM 3650-WRITE-REPORT-HEADINGS THRU 3650-EXIT
           END-IF.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "PRICED LINES READ"      TO WS-RT-LABEL-X.
           MOVE WS-READ-COUNT-N          TO WS-RT-COUNT-N.
           MOVE 0 TO WS-RT-UNITS-N.
           MOVE 0 TO WS-RT-GROSS-AMT-N.
           MOVE 0 TO WS-RT-DISC-AMT-N.
           MOVE 0 TO WS-RT-NET-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ITEMS REPORTED"         TO WS-RT-LABEL-X.
           MOVE WS-ITEM-COUNT-N          TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "LINES IN PERIOD"        TO WS-RT-LABEL-X.
           MOVE WS-SELECTED-COUNT-N      TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "REPEATS DROPPED"        TO WS-RT-LABEL-X.
           MOVE WS-REPEAT-COUNT-N        TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "PERIOD TOTALS"          TO WS-RT-LABEL-X.
           MOVE WS-KEPT-COUNT-N          TO WS-RT-COUNT-N.
           MOVE WS-GRAND-QTY-N           TO WS-RT-UNITS-N.
           MOVE WS-GRAND-GROSS-AMT-N     TO WS-RT-GROSS-AMT-N.
           MOVE WS-GRAND-DISCOUNT-AMT-N  TO WS-RT-DISC-AMT-N.
           MOVE WS-GRAND-NET-AMT-N       TO WS-RT-NET-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PARM-OK
               PERFORM 8100-WRITE-REPORT-TOTALS THRU 8100-EXIT
               CLOSE ITEM-MASTER-FILE
           END-IF.
           CLOSE ITEM-SALES-REPORT.
       9000-EXIT.
           EXIT.
