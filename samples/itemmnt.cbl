      *----------------------------------------------------------------
      * ITEMMNT
      * Item master maintenance.  Applies keyed add/change/
      * discontinue transactions (IMT-RECORD) against ITEMMAS with
      * full field edits, writes a before/after maintenance log, and
      * prints a register of applied and rejected transactions, so
      * the list prices the daily run proves order lines against
      * are controlled and traceable the same way CUSTMNT controls
      * the customer master.
      *
      * Edits enforced:
      *   - function code must be A, C or D
      *   - item code must not be blank
      *   - an add must carry a description and a positive list
      *     price, and must not already be on the master; a change
      *     or discontinue must be
      *   - a status keyed on a change must be A or D
      *   - a discontinue is refused for an item already
      *     discontinued, or while lines for the item are on
      *     today's ORDERFIL
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version, with the item master and
      *                  the daily run's order line verification.
      * 2026-10-15  RJM  Order file records grew to 53 bytes with the
      *                  header approver code for manual discount
      *                  overrides.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMMNT.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRAN-FILE ASSIGN TO "ITEMMNT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE.
           SELECT ORDER-FILE ASSIGN TO "ORDERFIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-LOG-FILE ASSIGN TO "ITMLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REGISTER ASSIGN TO "ITMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRAN-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY IMTREC.

       FD  ITEM-MASTER-FILE
           RECORD CONTAINS 72 CHARACTERS.
       COPY ITMREC.

       FD  ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       COPY ORDREC.

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 90 CHARACTERS.
       COPY IMLREC.

       FD  MAINT-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-TRAN-EOF-FLAG-X  PIC X       VALUE 'N'.
               88  WS-TRAN-EOF                 VALUE 'Y'.
           05  WS-ORDER-EOF-FLAG-X PIC X       VALUE 'N'.
               88  WS-ORDER-EOF                VALUE 'Y'.
           05  WS-VALID-TRAN-FLAG-X PIC X      VALUE 'Y'.
               88  WS-VALID-TRAN               VALUE 'Y'.
           05  WS-ITEM-FOUND-FLAG-X PIC X      VALUE 'N'.
               88  WS-ITEM-FOUND               VALUE 'Y'.
           05  WS-ORDERS-TODAY-FLAG-X PIC X    VALUE 'N'.
               88  WS-ORDERS-TODAY             VALUE 'Y'.

       01  WS-REJECT-CODE-X        PIC X(04)   VALUE SPACES.
       01  WS-REJECT-TEXT-X        PIC X(40)   VALUE SPACES.

       01  WS-BEFORE-IMAGE-X       PIC X(72)   VALUE SPACES.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(44) VALUE SPACES.
           05  FILLER              PIC X(33)
                   VALUE "ITEM MASTER MAINTENANCE REGISTER".
           05  FILLER              PIC X(41) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE "FUNC".
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "ITEM CODE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "DESCRIPTION".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "LIST PRICE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE "STAT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "STATUS".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(40) VALUE "REASON".

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-FUNCTION-X    PIC X(1).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-RD-ITEM-CODE-X   PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-DESCRIPTION-X PIC X(30).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-LIST-PRICE-N  PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-STAT-X        PIC X(1).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-STATUS-X      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-REASON-X      PIC X(40).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RT-LABEL-X       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-COUNT-N       PIC ZZZ,ZZ9.

       77  WS-LINE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-PAGE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-LINES-PER-PAGE-N     PIC 9(4) COMP VALUE 50.

       77  WS-TRAN-COUNT-N         PIC 9(7) COMP VALUE 0.
       77  WS-APPLIED-COUNT-N      PIC 9(7) COMP VALUE 0.
       77  WS-REJECTED-COUNT-N     PIC 9(7) COMP VALUE 0.
       77  WS-ADD-COUNT-N          PIC 9(7) COMP VALUE 0.
       77  WS-CHANGE-COUNT-N       PIC 9(7) COMP VALUE 0.
       77  WS-DISCONTINUE-COUNT-N  PIC 9(7) COMP VALUE 0.

       01  WS-RUN-DATE-N            PIC 9(8)     VALUE 0.
       01  WS-RUN-TIME-N            PIC 9(8)     VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-MAINT-TRAN THRU 2000-EXIT
               UNTIL WS-TRAN-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-N FROM TIME.
           OPEN INPUT MAINT-TRAN-FILE.
           OPEN I-O ITEM-MASTER-FILE.
           OPEN OUTPUT MAINT-LOG-FILE.
           OPEN OUTPUT MAINT-REGISTER.
           PERFORM 2100-READ-MAINT-TRAN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MAINT-TRAN.
           ADD 1 TO WS-TRAN-COUNT-N.
           PERFORM 2200-EDIT-MAINT-TRAN THRU 2200-EXIT.
           IF WS-VALID-TRAN
               PERFORM 2400-APPLY-MAINT-TRAN THRU 2400-EXIT
           END-IF.
           PERFORM 2500-WRITE-REGISTER-DETAIL THRU 2500-EXIT.
           PERFORM 2100-READ-MAINT-TRAN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-MAINT-TRAN.
           READ MAINT-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-FLAG-X
           END-READ.
       2100-EXIT.
           EXIT.

       2200-EDIT-MAINT-TRAN.
           MOVE 'Y'    TO WS-VALID-TRAN-FLAG-X.
           MOVE SPACES TO WS-REJECT-CODE-X.
           MOVE SPACES TO WS-REJECT-TEXT-X.
           IF NOT IMT-FUNCTION-ADD
                   AND NOT IMT-FUNCTION-CHANGE
                   AND NOT IMT-FUNCTION-DISCONTINUE
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'FUNC' TO WS-REJECT-CODE-X
               MOVE "FUNCTION CODE NOT A, C OR D"
                   TO WS-REJECT-TEXT-X
               GO TO 2200-EXIT
           END-IF.
           IF IMT-ITEM-CODE = SPACES
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'ICOD' TO WS-REJECT-CODE-X
               MOVE "ITEM CODE IS BLANK"
                   TO WS-REJECT-TEXT-X
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-LOOKUP-ITEM-MASTER THRU 2210-EXIT.
           IF IMT-FUNCTION-ADD
               PERFORM 2220-EDIT-ADD THRU 2220-EXIT
           ELSE
               IF IMT-FUNCTION-CHANGE
                   PERFORM 2230-EDIT-CHANGE THRU 2230-EXIT
               ELSE
                   PERFORM 2240-EDIT-DISCONTINUE THRU 2240-EXIT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-LOOKUP-ITEM-MASTER.
           MOVE IMT-ITEM-CODE TO ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND-FLAG-X
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND-FLAG-X
           END-READ.
       2210-EXIT.
           EXIT.

       2220-EDIT-ADD.
           IF WS-ITEM-FOUND
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'DUPL' TO WS-REJECT-CODE-X
               MOVE "ITEM ALREADY ON MASTER"
                   TO WS-REJECT-TEXT-X
               GO TO 2220-EXIT
           END-IF.
           IF IMT-DESCRIPTION = SPACES
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'DESB' TO WS-REJECT-CODE-X
               MOVE "ITEM DESCRIPTION IS BLANK"
                   TO WS-REJECT-TEXT-X
               GO TO 2220-EXIT
           END-IF.
           IF IMT-LIST-PRICE NOT NUMERIC
                   OR IMT-LIST-PRICE NOT > 0
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'PRCE' TO WS-REJECT-CODE-X
               MOVE "LIST PRICE NOT A POSITIVE AMOUNT"
                   TO WS-REJECT-TEXT-X
               GO TO 2220-EXIT
           END-IF.
           IF IMT-STATUS-CODE NOT = SPACE
                   AND IMT-STATUS-CODE NOT = 'A'
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'STAT' TO WS-REJECT-CODE-X
               MOVE "A NEW ITEM MUST BE ADDED ACTIVE"
                   TO WS-REJECT-TEXT-X
           END-IF.
       2220-EXIT.
           EXIT.

      * On a change, blank description / zero price / blank status
      * mean "leave as is", so only keyed fields are edited here.
       2230-EDIT-CHANGE.
           IF NOT WS-ITEM-FOUND
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'NOTF' TO WS-REJECT-CODE-X
               MOVE "ITEM NOT ON MASTER"
                   TO WS-REJECT-TEXT-X
               GO TO 2230-EXIT
           END-IF.
           IF IMT-LIST-PRICE NOT NUMERIC
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'PRCE' TO WS-REJECT-CODE-X
               MOVE "LIST PRICE NOT A POSITIVE AMOUNT"
                   TO WS-REJECT-TEXT-X
               GO TO 2230-EXIT
           END-IF.
           IF IMT-STATUS-CODE NOT = SPACE
                   AND IMT-STATUS-CODE NOT = 'A'
                   AND IMT-STATUS-CODE NOT = 'D'
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'STAT' TO WS-REJECT-CODE-X
               MOVE "STATUS CODE MUST BE A OR D"
                   TO WS-REJECT-TEXT-X
               GO TO 2230-EXIT
           END-IF.
           IF IMT-STATUS-CODE = 'D' AND ITEM-ACTIVE
               PERFORM 2250-CHECK-TODAYS-ORDERS THRU 2250-EXIT
               IF WS-ORDERS-TODAY
                   MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
                   MOVE 'ORDO' TO WS-REJECT-CODE-X
                   MOVE "ITEM HAS LINES ON TODAYS ORDER FILE"
                       TO WS-REJECT-TEXT-X
               END-IF
           END-IF.
       2230-EXIT.
           EXIT.

       2240-EDIT-DISCONTINUE.
           IF NOT WS-ITEM-FOUND
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'NOTF' TO WS-REJECT-CODE-X
               MOVE "ITEM NOT ON MASTER"
                   TO WS-REJECT-TEXT-X
               GO TO 2240-EXIT
           END-IF.
           IF ITEM-DISCONTINUED
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'DISC' TO WS-REJECT-CODE-X
               MOVE "ITEM ALREADY DISCONTINUED"
                   TO WS-REJECT-TEXT-X
               GO TO 2240-EXIT
           END-IF.
           PERFORM 2250-CHECK-TODAYS-ORDERS THRU 2250-EXIT.
           IF WS-ORDERS-TODAY
               MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
               MOVE 'ORDO' TO WS-REJECT-CODE-X
               MOVE "ITEM HAS LINES ON TODAYS ORDER FILE"
                   TO WS-REJECT-TEXT-X
           END-IF.
       2240-EXIT.
           EXIT.

      * A discontinue is refused while today's ORDERFIL still carries
      * lines for the item - tonight's edit would reject every one of
      * those orders.  Discontinues are rare, so the order file is
      * rescanned for each one, as CUSTMNT does for its deletes.
       2250-CHECK-TODAYS-ORDERS.
           MOVE 'N' TO WS-ORDERS-TODAY-FLAG-X.
           MOVE 'N' TO WS-ORDER-EOF-FLAG-X.
           OPEN INPUT ORDER-FILE.
           PERFORM 2260-SCAN-ORDER THRU 2260-EXIT
               UNTIL WS-ORDERS-TODAY OR WS-ORDER-EOF.
           CLOSE ORDER-FILE.
       2250-EXIT.
           EXIT.

       2260-SCAN-ORDER.
           READ ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-ORDER-EOF-FLAG-X
               NOT AT END
                   IF ORD-REC-LINE
                           AND ORD-ITEM-CODE = IMT-ITEM-CODE
                       MOVE 'Y' TO WS-ORDERS-TODAY-FLAG-X
                   END-IF
           END-READ.
       2260-EXIT.
           EXIT.

       2400-APPLY-MAINT-TRAN.
           IF IMT-FUNCTION-ADD
               PERFORM 2410-APPLY-ADD THRU 2410-EXIT
           ELSE
               IF IMT-FUNCTION-CHANGE
                   PERFORM 2420-APPLY-CHANGE THRU 2420-EXIT
               ELSE
                   PERFORM 2430-APPLY-DISCONTINUE THRU 2430-EXIT
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

       2410-APPLY-ADD.
           MOVE SPACES           TO ITEM-MASTER-RECORD.
           MOVE IMT-ITEM-CODE    TO ITEM-CODE.
           MOVE IMT-DESCRIPTION  TO ITEM-DESCRIPTION.
           MOVE IMT-LIST-PRICE   TO ITEM-LIST-PRICE.
           MOVE 'A'              TO ITEM-STATUS-CODE.
           MOVE WS-RUN-DATE-N    TO ITEM-ADDED-DATE.
           MOVE WS-RUN-DATE-N    TO ITEM-STATUS-DATE.
           WRITE ITEM-MASTER-RECORD
               INVALID KEY
                   MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
                   MOVE 'DUPL' TO WS-REJECT-CODE-X
                   MOVE "ITEM ALREADY ON MASTER"
                       TO WS-REJECT-TEXT-X
           END-WRITE.
           IF WS-VALID-TRAN
               PERFORM 2450-WRITE-AFTER-IMAGE THRU 2450-EXIT
               ADD 1 TO WS-APPLIED-COUNT-N
               ADD 1 TO WS-ADD-COUNT-N
           END-IF.
       2410-EXIT.
           EXIT.

      * A keyed status that differs from the master's restamps the
      * status date, so the master shows when the item last went
      * active or was discontinued.
       2420-APPLY-CHANGE.
           MOVE ITEM-MASTER-RECORD TO WS-BEFORE-IMAGE-X.
           IF IMT-DESCRIPTION NOT = SPACES
               MOVE IMT-DESCRIPTION TO ITEM-DESCRIPTION
           END-IF.
           IF IMT-LIST-PRICE NOT = 0
               MOVE IMT-LIST-PRICE TO ITEM-LIST-PRICE
           END-IF.
           IF IMT-STATUS-CODE NOT = SPACE
                   AND IMT-STATUS-CODE NOT = ITEM-STATUS-CODE
               MOVE IMT-STATUS-CODE TO ITEM-STATUS-CODE
               MOVE WS-RUN-DATE-N   TO ITEM-STATUS-DATE
           END-IF.
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
                   MOVE 'NOTF' TO WS-REJECT-CODE-X
                   MOVE "ITEM NOT ON MASTER"
                       TO WS-REJECT-TEXT-X
           END-REWRITE.
           IF WS-VALID-TRAN
               PERFORM 2440-WRITE-BEFORE-IMAGE THRU 2440-EXIT
               PERFORM 2450-WRITE-AFTER-IMAGE THRU 2450-EXIT
               ADD 1 TO WS-APPLIED-COUNT-N
               ADD 1 TO WS-CHANGE-COUNT-N
           END-IF.
       2420-EXIT.
           EXIT.

      * Discontinued items stay on the master: credit memos for them
      * must still verify, and the item sales report still needs
      * their descriptions for past periods.
       2430-APPLY-DISCONTINUE.
           MOVE ITEM-MASTER-RECORD TO WS-BEFORE-IMAGE-X.
           MOVE 'D'                TO ITEM-STATUS-CODE.
           MOVE WS-RUN-DATE-N      TO ITEM-STATUS-DATE.
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   MOVE 'N'    TO WS-VALID-TRAN-FLAG-X
                   MOVE 'NOTF' TO WS-REJECT-CODE-X
                   MOVE "ITEM NOT ON MASTER"
                       TO WS-REJECT-TEXT-X
           END-REWRITE.
           IF WS-VALID-TRAN
               PERFORM 2440-WRITE-BEFORE-IMAGE THRU 2440-EXIT
               PERFORM 2450-WRITE-AFTER-IMAGE THRU 2450-EXIT
               ADD 1 TO WS-APPLIED-COUNT-N
               ADD 1 TO WS-DISCONTINUE-COUNT-N
           END-IF.
       2430-EXIT.
           EXIT.

      * The before image is held in WS-BEFORE-IMAGE-X by the apply
      * paragraphs and only logged once the keyed verb succeeds, so
      * the log never shows a change that did not apply.
       2440-WRITE-BEFORE-IMAGE.
           MOVE WS-RUN-DATE-N       TO IML-RUN-DATE.
           MOVE WS-RUN-TIME-N       TO IML-RUN-TIME.
           MOVE IMT-FUNCTION-CODE   TO IML-FUNCTION-CODE.
           MOVE 'B'                 TO IML-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE-X   TO IML-MASTER-IMAGE.
           WRITE IML-RECORD.
       2440-EXIT.
           EXIT.

       2450-WRITE-AFTER-IMAGE.
           MOVE WS-RUN-DATE-N       TO IML-RUN-DATE.
           MOVE WS-RUN-TIME-N       TO IML-RUN-TIME.
           MOVE IMT-FUNCTION-CODE   TO IML-FUNCTION-CODE.
           MOVE 'A'                 TO IML-IMAGE-TYPE.
           MOVE ITEM-MASTER-RECORD  TO IML-MASTER-IMAGE.
           WRITE IML-RECORD.
       2450-EXIT.
           EXIT.

       2500-WRITE-REGISTER-DETAIL.
           IF WS-LINE-COUNT-N = 0
                   OR WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 2510-WRITE-REGISTER-HEADINGS THRU 2510-EXIT
           END-IF.
           MOVE IMT-FUNCTION-CODE TO WS-RD-FUNCTION-X.
           MOVE IMT-ITEM-CODE     TO WS-RD-ITEM-CODE-X.
           MOVE IMT-DESCRIPTION   TO WS-RD-DESCRIPTION-X.
           IF IMT-LIST-PRICE IS NUMERIC
               MOVE IMT-LIST-PRICE TO WS-RD-LIST-PRICE-N
           ELSE
               MOVE 0              TO WS-RD-LIST-PRICE-N
           END-IF.
           MOVE IMT-STATUS-CODE   TO WS-RD-STAT-X.
           IF WS-VALID-TRAN
               MOVE "APPLIED"     TO WS-RD-STATUS-X
               MOVE SPACES        TO WS-RD-REASON-X
           ELSE
               MOVE "REJECTED"    TO WS-RD-STATUS-X
               MOVE WS-REJECT-TEXT-X TO WS-RD-REASON-X
               ADD 1 TO WS-REJECTED-COUNT-N
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       2500-EXIT.
           EXIT.

       2510-WRITE-REGISTER-HEADINGS.
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
       2510-EXIT.
           EXIT.

       8100-WRITE-REGISTER-TOTALS.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "TRANSACTIONS READ"      TO WS-RT-LABEL-X.
           MOVE WS-TRAN-COUNT-N          TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "TRANSACTIONS APPLIED"   TO WS-RT-LABEL-X.
           MOVE WS-APPLIED-COUNT-N       TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED"  TO WS-RT-LABEL-X.
           MOVE WS-REJECTED-COUNT-N      TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ITEMS ADDED"            TO WS-RT-LABEL-X.
           MOVE WS-ADD-COUNT-N           TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ITEMS CHANGED"          TO WS-RT-LABEL-X.
           MOVE WS-CHANGE-COUNT-N        TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ITEMS DISCONTINUED"     TO WS-RT-LABEL-X.
           MOVE WS-DISCONTINUE-COUNT-N   TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 8100-WRITE-REGISTER-TOTALS THRU 8100-EXIT.
           CLOSE MAINT-TRAN-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE MAINT-LOG-FILE.
           CLOSE MAINT-REGISTER.
       9000-EXIT.
           EXIT.
