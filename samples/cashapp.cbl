      *----------------------------------------------------------------
      * CASHAPP
      * Daily cash receipts application.  Until now nothing ever took
      * a finalized sale back off a customer's CUST-OPEN-EXPOSURE, so
      * a paying account crept up to its credit limit and the daily
      * run started holding its orders.  This run closes that loop:
      *
      *   1. The day's ARIFACE file is loaded to the OPENITEM file,
      *      one open item per AR document.  A credit memo is applied
      *      to the customer's open invoices oldest first as it loads
      *      (the daily run already took it off the exposure); any
      *      part left over stays open as a credit item.  A document
      *      already on file is skipped, so a re-fed ARIFACE - or a
      *      concatenation of older ones to seed the file - loads
      *      nothing twice.
      *
      *   2. The LOCKBOX file is proved before anything is applied:
      *      every batch's payment count and total must agree with
      *      the bank's batch header, every payment must carry a
      *      usable amount, and no batch may already be on the
      *      CASHJRNL cash batch journal.  A lockbox that does not
      *      prove is refused whole, with RC 12.
      *
      *   3. Each payment is applied first to the document the
      *      remittance names, then to the customer's remaining open
      *      invoices oldest first.  The amount applied comes off
      *      CUST-OPEN-EXPOSURE, journaled to CMASJRNL with before
      *      and after images like every other master posting.  Cash
      *      that cannot be applied - an unidentified remitter, or a
      *      payment larger than everything the customer has open -
      *      goes to the UNAPPLD file for the AR desk.
      *
      * The register lists every payment with the documents it paid,
      * totals each batch, and proves the run: cash received must
      * equal the lockbox control total and applied plus unapplied
      * must equal cash received, or the run ends RC 12.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPP.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-INTERFACE-FILE ASSIGN TO "ARIFACE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-KEY.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPPLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-JOURNAL-FILE ASSIGN TO "CASHJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "CMASJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASH-REGISTER ASSIGN TO "CASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE
           RECORD CONTAINS 58 CHARACTERS.
       COPY LBXREC.

       FD  AR-INTERFACE-FILE
           RECORD CONTAINS 41 CHARACTERS.
       COPY ARREC.

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY CUSTMAS.

       FD  OPEN-ITEM-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY OPIREC.

       FD  UNAPPLIED-CASH-FILE
           RECORD CONTAINS 108 CHARACTERS.
       COPY UACREC.

       FD  CASH-JOURNAL-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY CBJREC.

       FD  MASTER-JOURNAL-FILE
           RECORD CONTAINS 104 CHARACTERS.
       COPY CMJREC.

       FD  CASH-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOCKBOX-EOF-FLAG-X PIC X     VALUE 'N'.
               88  WS-LOCKBOX-EOF              VALUE 'Y'.
           05  WS-AR-EOF-FLAG-X     PIC X      VALUE 'N'.
               88  WS-AR-EOF                   VALUE 'Y'.
           05  WS-CBJ-EOF-FLAG-X    PIC X      VALUE 'N'.
               88  WS-CBJ-EOF                  VALUE 'Y'.
           05  WS-SCAN-END-FLAG-X   PIC X      VALUE 'N'.
               88  WS-SCAN-END                 VALUE 'Y'.
           05  WS-LOCKBOX-PROVEN-FLAG-X PIC X  VALUE 'Y'.
               88  WS-LOCKBOX-PROVEN           VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG-X PIC X      VALUE 'N'.
               88  WS-CUST-FOUND               VALUE 'Y'.
           05  WS-APPLY-MODE-X      PIC X      VALUE SPACE.
               88  WS-APPLYING-CASH            VALUE 'P'.
               88  WS-APPLYING-CREDIT          VALUE 'C'.
           05  WS-REWRITE-OK-FLAG-X PIC X      VALUE 'Y'.
               88  WS-REWRITE-OK               VALUE 'Y'.

       01  WS-RUN-DATE-N           PIC 9(8)    VALUE 0.
       01  WS-RUN-TIME-N           PIC 9(8)    VALUE 0.
       01  WS-MASTER-BEFORE-X      PIC X(78)   VALUE SPACES.
       01  WS-CREDIT-ITEM-X        PIC X(60)   VALUE SPACES.

      * Working figures for the application in progress - a lockbox
      * payment or a credit memo being spread over open invoices.
       01  WS-APPLY-CUST-ID-N      PIC 9(6)    VALUE 0.
       01  WS-APPLY-DATE-N         PIC 9(8)    VALUE 0.
       01  WS-APPLY-REMAINING-N    PIC 9(7)V99 VALUE 0.
       01  WS-APPLY-TOTAL-N        PIC 9(7)V99 VALUE 0.
       01  WS-ITEM-APPLIED-N       PIC 9(7)V99 VALUE 0.

      * Lockbox batches as proved on the first pass, in file order.
      * The apply pass walks the same entries in step with the batch
      * headers it reads.
       01  WS-BATCH-TABLE.
           05  WS-BAT-ENTRY OCCURS 50 TIMES.
               10  WS-BAT-BATCH-NO-N     PIC 9(6).
               10  WS-BAT-DEPOSIT-DATE-N PIC 9(8).
               10  WS-BAT-CTL-COUNT-N    PIC 9(5).
               10  WS-BAT-CTL-TOTAL-N    PIC 9(9)V99.
               10  WS-BAT-ITEM-COUNT-N   PIC 9(5).
               10  WS-BAT-ITEM-TOTAL-N   PIC 9(9)V99.
               10  WS-BAT-BAD-COUNT-N    PIC 9(5).
               10  WS-BAT-DUP-FLAG-X     PIC X(01).
                   88  WS-BAT-ALREADY-APPLIED  VALUE 'Y'.
               10  WS-BAT-APPLIED-AMT-N  PIC 9(9)V99.
               10  WS-BAT-UNAPPLIED-AMT-N PIC 9(9)V99.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(44) VALUE SPACES.
           05  FILLER              PIC X(34)
                   VALUE "CASH RECEIPTS APPLICATION REGISTER".
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "BATCH".
           05  FILLER              PIC X(12) VALUE "CHECK NO".
           05  FILLER              PIC X(9)  VALUE "CUST ID".
           05  FILLER              PIC X(10) VALUE "DOC NO".
           05  FILLER              PIC X(15) VALUE "PAYMENT".
           05  FILLER              PIC X(15) VALUE "APPLIED".
           05  FILLER              PIC X(15) VALUE "UNAPPLIED".
           05  FILLER              PIC X(17) VALUE "EXPOSURE AFTER".
           05  FILLER              PIC X(24) VALUE "DISPOSITION".

       01  WS-PROOF-HEADING.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(40)
                   VALUE "LOCKBOX BATCH PROOF".

       01  WS-PROOF-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "BATCH ".
           05  WS-PL-BATCH-NO-N    PIC ZZZZZ9.
           05  FILLER              PIC X(12) VALUE "  DEPOSITED ".
           05  WS-PL-DEPOSIT-DATE-N PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  CONTROL ".
           05  WS-PL-CTL-COUNT-N   PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-PL-CTL-TOTAL-N   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE "  RECEIVED ".
           05  WS-PL-ITEM-COUNT-N  PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-PL-ITEM-TOTAL-N  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PL-STATUS-X      PIC X(26).

       01  WS-BATCH-HEADER-LINE.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "BATCH ".
           05  WS-BH-BATCH-NO-N    PIC ZZZZZ9.
           05  FILLER              PIC X(12) VALUE "  DEPOSITED ".
           05  WS-BH-DEPOSIT-DATE-N PIC 9(8).

       01  WS-PAYMENT-LINE.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-PY-BATCH-NO-N    PIC ZZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-PY-CHECK-NO-X    PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PY-CUST-ID-N     PIC ZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-PY-DOC-NO-N      PIC Z(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PY-PAYMENT-N     PIC ZZ,ZZZ,ZZ9.99.

       01  WS-APPLIED-DOC-LINE.
           05  FILLER              PIC X(29) VALUE SPACES.
           05  WS-AD-DOC-NO-N      PIC Z(7)9.
           05  FILLER              PIC X(17) VALUE SPACES.
           05  WS-AD-APPLIED-N     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(34) VALUE SPACES.
           05  WS-AD-STATUS-X      PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-AD-BALANCE-N     PIC ZZ,ZZZ,ZZ9.99.

       01  WS-PAYMENT-RESULT-LINE.
           05  FILLER              PIC X(54) VALUE SPACES.
           05  WS-PR-APPLIED-N     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PR-UNAPPLIED-N   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PR-EXPOSURE-N    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PR-DISPOSITION-X PIC X(24).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RT-LABEL-X       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-COUNT-N       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-AMT-N         PIC ZZZ,ZZZ,ZZ9.99-.

       77  WS-LINE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-PAGE-COUNT-N         PIC 9(4) COMP VALUE 0.
       77  WS-LINES-PER-PAGE-N     PIC 9(4) COMP VALUE 50.

       77  WS-BAT-COUNT-N          PIC 9(4) COMP VALUE 0.
       77  WS-BAT-SUB-N            PIC 9(4) COMP VALUE 0.
       77  WS-CUR-BAT-N            PIC 9(4) COMP VALUE 0.
       77  WS-STRAY-COUNT-N        PIC 9(7) COMP VALUE 0.

       77  WS-INVOICE-LOAD-COUNT-N PIC 9(7) COMP VALUE 0.
       77  WS-CREDIT-LOAD-COUNT-N  PIC 9(7) COMP VALUE 0.
       77  WS-ON-FILE-COUNT-N      PIC 9(7) COMP VALUE 0.
       77  WS-PAYMENT-COUNT-N      PIC 9(7) COMP VALUE 0.
       77  WS-DOCS-PAID-COUNT-N    PIC 9(7) COMP VALUE 0.
       77  WS-UNAPPLIED-COUNT-N    PIC 9(7) COMP VALUE 0.
       77  WS-RELIEVED-COUNT-N     PIC 9(7) COMP VALUE 0.

       01  WS-INVOICE-LOAD-AMT-N   PIC S9(9)V99 VALUE 0.
       01  WS-CREDIT-LOAD-AMT-N    PIC S9(9)V99 VALUE 0.
       01  WS-CREDIT-APPLIED-AMT-N PIC S9(9)V99 VALUE 0.
       01  WS-CREDIT-OPEN-AMT-N    PIC S9(9)V99 VALUE 0.
       01  WS-LOCKBOX-CTL-TOTAL-N  PIC S9(9)V99 VALUE 0.
       01  WS-RECEIVED-AMT-N       PIC S9(9)V99 VALUE 0.
       01  WS-APPLIED-AMT-N        PIC S9(9)V99 VALUE 0.
       01  WS-UNAPPLIED-AMT-N      PIC S9(9)V99 VALUE 0.
       01  WS-RELIEVED-AMT-N       PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOCKBOX-PROVEN
               PERFORM 2000-PROCESS-LOCKBOX THRU 2000-EXIT
                   UNTIL WS-LOCKBOX-EOF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-N FROM TIME.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN I-O OPEN-ITEM-FILE.
           OPEN OUTPUT UNAPPLIED-CASH-FILE.
           OPEN OUTPUT CASH-REGISTER.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           PERFORM 1200-LOAD-NEW-DOCUMENTS THRU 1200-EXIT.
           PERFORM 1400-PROVE-LOCKBOX THRU 1400-EXIT.
           IF WS-LOCKBOX-PROVEN
               OPEN INPUT LOCKBOX-FILE
               OPEN EXTEND CASH-JOURNAL-FILE
               PERFORM 2900-READ-LOCKBOX THRU 2900-EXIT
               MOVE WS-LINES-PER-PAGE-N TO WS-LINE-COUNT-N
           END-IF.
       1000-EXIT.
           EXIT.

      * Load the day's AR documents as open items.  A document whose
      * key is already on file was loaded by an earlier run and is
      * passed over.
       1200-LOAD-NEW-DOCUMENTS.
           OPEN INPUT AR-INTERFACE-FILE.
           PERFORM 1210-READ-AR THRU 1210-EXIT.
           PERFORM 1220-LOAD-DOCUMENT THRU 1220-EXIT
               UNTIL WS-AR-EOF.
           CLOSE AR-INTERFACE-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-AR.
           READ AR-INTERFACE-FILE
               AT END
                   MOVE 'Y' TO WS-AR-EOF-FLAG-X
           END-READ.
       1210-EXIT.
           EXIT.

       1220-LOAD-DOCUMENT.
           IF NOT AR-TYPE-INVOICE AND NOT AR-TYPE-CREDIT
               DISPLAY "CASHAPP - ARIFACE DOCUMENT " AR-DOC-NO
                   " HAS UNKNOWN TYPE - NOT LOADED"
               GO TO 1220-READ-NEXT
           END-IF.
           MOVE SPACES              TO OPI-RECORD.
           MOVE AR-CUST-ID          TO OPI-CUST-ID.
           MOVE AR-DOC-NO           TO OPI-DOC-NO.
           MOVE AR-TRAN-TYPE        TO OPI-DOC-TYPE.
           MOVE AR-ORDER-DATE       TO OPI-DOC-DATE.
           MOVE AR-FINAL-AMT        TO OPI-ORIGINAL-AMT.
           MOVE AR-FINAL-AMT        TO OPI-OPEN-BALANCE.
           MOVE WS-RUN-DATE-N       TO OPI-LAST-ACTIVITY-DATE.
           MOVE 'O'                 TO OPI-STATUS-CODE.
           WRITE OPI-RECORD
               INVALID KEY
                   ADD 1 TO WS-ON-FILE-COUNT-N
                   GO TO 1220-READ-NEXT
           END-WRITE.
           IF AR-TYPE-INVOICE
               ADD 1 TO WS-INVOICE-LOAD-COUNT-N
               ADD AR-FINAL-AMT TO WS-INVOICE-LOAD-AMT-N
           ELSE
               ADD 1 TO WS-CREDIT-LOAD-COUNT-N
               ADD AR-FINAL-AMT TO WS-CREDIT-LOAD-AMT-N
               PERFORM 1250-APPLY-CREDIT-MEMO THRU 1250-EXIT
           END-IF.
       1220-READ-NEXT.
           PERFORM 1210-READ-AR THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      * Spread a newly loaded credit memo over the customer's open
      * invoices, oldest first.  The exposure is not touched - the
      * daily run took the credit off when it posted it.  Whatever
      * is left stays open on the credit item itself.
       1250-APPLY-CREDIT-MEMO.
           MOVE OPI-RECORD          TO WS-CREDIT-ITEM-X.
           MOVE 'C'                 TO WS-APPLY-MODE-X.
           MOVE AR-CUST-ID          TO WS-APPLY-CUST-ID-N.
           MOVE WS-RUN-DATE-N       TO WS-APPLY-DATE-N.
           MOVE AR-FINAL-AMT        TO WS-APPLY-REMAINING-N.
           MOVE 0                   TO WS-APPLY-TOTAL-N.
           PERFORM 2350-APPLY-OLDEST-FIRST THRU 2350-EXIT.
           ADD WS-APPLY-TOTAL-N     TO WS-CREDIT-APPLIED-AMT-N.
           ADD WS-APPLY-REMAINING-N TO WS-CREDIT-OPEN-AMT-N.
           MOVE WS-CREDIT-ITEM-X    TO OPI-RECORD.
           MOVE WS-APPLY-REMAINING-N TO OPI-OPEN-BALANCE.
           IF OPI-OPEN-BALANCE = 0
               MOVE 'P' TO OPI-STATUS-CODE
           END-IF.
           PERFORM 2450-REWRITE-OPEN-ITEM THRU 2450-EXIT.
       1250-EXIT.
           EXIT.

      * First pass over the lockbox: tally every batch against its
      * header, then check the batches against the cash journal.
      * Nothing is applied unless every batch proves.
       1400-PROVE-LOCKBOX.
           OPEN INPUT LOCKBOX-FILE.
           PERFORM 2900-READ-LOCKBOX THRU 2900-EXIT.
           PERFORM 1420-PROVE-RECORD THRU 1420-EXIT
               UNTIL WS-LOCKBOX-EOF.
           CLOSE LOCKBOX-FILE.
           MOVE 'N' TO WS-LOCKBOX-EOF-FLAG-X.
           PERFORM 1450-CHECK-CASH-JOURNAL THRU 1450-EXIT.
           PERFORM 1490-WRITE-PROOF-HEADINGS THRU 1490-EXIT.
           PERFORM 1480-PROVE-BATCH THRU 1480-EXIT
               VARYING WS-BAT-SUB-N FROM 1 BY 1
               UNTIL WS-BAT-SUB-N > WS-BAT-COUNT-N.
           IF WS-STRAY-COUNT-N > 0
               MOVE 'N' TO WS-LOCKBOX-PROVEN-FLAG-X
               MOVE "PAYMENTS OUTSIDE A BATCH" TO WS-RT-LABEL-X
               MOVE WS-STRAY-COUNT-N    TO WS-RT-COUNT-N
               MOVE 0                   TO WS-RT-AMT-N
               WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE
           END-IF.
           IF NOT WS-LOCKBOX-PROVEN
               WRITE RPT-PRINT-LINE FROM SPACES
               MOVE "*** LOCKBOX REFUSED ***" TO WS-RT-LABEL-X
               MOVE 0                   TO WS-RT-COUNT-N
               MOVE 0                   TO WS-RT-AMT-N
               WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE
               DISPLAY "CASHAPP - LOCKBOX FILE DID NOT PROVE"
               DISPLAY "  NO PAYMENT HAS BEEN APPLIED - SEE CASHRPT"
               MOVE 12 TO RETURN-CODE
           END-IF.
       1400-EXIT.
           EXIT.

       1420-PROVE-RECORD.
           IF LBX-BATCH-HEADER
               IF WS-BAT-COUNT-N >= 50
                   DISPLAY "CASHAPP - MORE THAN 50 LOCKBOX BATCHES"
                       " - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAT-COUNT-N
               MOVE LBX-BATCH-NO
                   TO WS-BAT-BATCH-NO-N (WS-BAT-COUNT-N)
               MOVE LBX-DEPOSIT-DATE
                   TO WS-BAT-DEPOSIT-DATE-N (WS-BAT-COUNT-N)
               MOVE 0 TO WS-BAT-CTL-COUNT-N (WS-BAT-COUNT-N)
               MOVE 0 TO WS-BAT-CTL-TOTAL-N (WS-BAT-COUNT-N)
               MOVE 0 TO WS-BAT-ITEM-COUNT-N (WS-BAT-COUNT-N)
               MOVE 0 TO WS-BAT-ITEM-TOTAL-N (WS-BAT-COUNT-N)
               MOVE 0 TO WS-BAT-BAD-COUNT-N (WS-BAT-COUNT-N)
               MOVE 0 TO WS-BAT-APPLIED-AMT-N (WS-BAT-COUNT-N)
               MOVE 0 TO WS-BAT-UNAPPLIED-AMT-N (WS-BAT-COUNT-N)
               MOVE 'N' TO WS-BAT-DUP-FLAG-X (WS-BAT-COUNT-N)
               IF LBX-BATCH-COUNT NUMERIC AND LBX-BATCH-TOTAL NUMERIC
                   MOVE LBX-BATCH-COUNT
                       TO WS-BAT-CTL-COUNT-N (WS-BAT-COUNT-N)
                   MOVE LBX-BATCH-TOTAL
                       TO WS-BAT-CTL-TOTAL-N (WS-BAT-COUNT-N)
                   ADD LBX-BATCH-TOTAL TO WS-LOCKBOX-CTL-TOTAL-N
               ELSE
                   ADD 1 TO WS-BAT-BAD-COUNT-N (WS-BAT-COUNT-N)
               END-IF
               GO TO 1420-READ-NEXT
           END-IF.
           IF NOT LBX-PAYMENT
                   OR WS-BAT-COUNT-N = 0
               ADD 1 TO WS-STRAY-COUNT-N
               GO TO 1420-READ-NEXT
           END-IF.
           IF LBX-BATCH-NO NOT = WS-BAT-BATCH-NO-N (WS-BAT-COUNT-N)
               ADD 1 TO WS-STRAY-COUNT-N
               GO TO 1420-READ-NEXT
           END-IF.
           ADD 1 TO WS-BAT-ITEM-COUNT-N (WS-BAT-COUNT-N).
           IF LBX-PAYMENT-AMT NUMERIC AND LBX-PAYMENT-AMT > 0
               ADD LBX-PAYMENT-AMT
                   TO WS-BAT-ITEM-TOTAL-N (WS-BAT-COUNT-N)
           ELSE
               ADD 1 TO WS-BAT-BAD-COUNT-N (WS-BAT-COUNT-N)
           END-IF.
       1420-READ-NEXT.
           PERFORM 2900-READ-LOCKBOX THRU 2900-EXIT.
       1420-EXIT.
           EXIT.

      * A batch already on the cash journal (same bank batch number
      * and deposit date) has been applied by an earlier run.
       1450-CHECK-CASH-JOURNAL.
           OPEN INPUT CASH-JOURNAL-FILE.
           PERFORM 1460-READ-CASH-JOURNAL THRU 1460-EXIT.
           PERFORM 1470-MATCH-JOURNAL-BATCH THRU 1470-EXIT
               UNTIL WS-CBJ-EOF.
           CLOSE CASH-JOURNAL-FILE.
       1450-EXIT.
           EXIT.

       1460-READ-CASH-JOURNAL.
           READ CASH-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-CBJ-EOF-FLAG-X
           END-READ.
       1460-EXIT.
           EXIT.

       1470-MATCH-JOURNAL-BATCH.
           PERFORM 1475-MATCH-BATCH-ENTRY THRU 1475-EXIT
               VARYING WS-BAT-SUB-N FROM 1 BY 1
               UNTIL WS-BAT-SUB-N > WS-BAT-COUNT-N.
           PERFORM 1460-READ-CASH-JOURNAL THRU 1460-EXIT.
       1470-EXIT.
           EXIT.

       1475-MATCH-BATCH-ENTRY.
           IF WS-BAT-BATCH-NO-N (WS-BAT-SUB-N) = CBJ-BATCH-NO
                   AND WS-BAT-DEPOSIT-DATE-N (WS-BAT-SUB-N)
                       = CBJ-DEPOSIT-DATE
               MOVE 'Y' TO WS-BAT-DUP-FLAG-X (WS-BAT-SUB-N)
           END-IF.
       1475-EXIT.
           EXIT.

       1480-PROVE-BATCH.
           MOVE WS-BAT-BATCH-NO-N (WS-BAT-SUB-N)
               TO WS-PL-BATCH-NO-N.
           MOVE WS-BAT-DEPOSIT-DATE-N (WS-BAT-SUB-N)
               TO WS-PL-DEPOSIT-DATE-N.
           MOVE WS-BAT-CTL-COUNT-N (WS-BAT-SUB-N)
               TO WS-PL-CTL-COUNT-N.
           MOVE WS-BAT-CTL-TOTAL-N (WS-BAT-SUB-N)
               TO WS-PL-CTL-TOTAL-N.
           MOVE WS-BAT-ITEM-COUNT-N (WS-BAT-SUB-N)
               TO WS-PL-ITEM-COUNT-N.
           MOVE WS-BAT-ITEM-TOTAL-N (WS-BAT-SUB-N)
               TO WS-PL-ITEM-TOTAL-N.
           IF WS-BAT-ALREADY-APPLIED (WS-BAT-SUB-N)
               MOVE "*** ALREADY APPLIED ***" TO WS-PL-STATUS-X
               MOVE 'N' TO WS-LOCKBOX-PROVEN-FLAG-X
           ELSE
               IF WS-BAT-BAD-COUNT-N (WS-BAT-SUB-N) > 0
                   MOVE "*** UNREADABLE AMOUNT ***" TO WS-PL-STATUS-X
                   MOVE 'N' TO WS-LOCKBOX-PROVEN-FLAG-X
               ELSE
                   IF WS-BAT-CTL-COUNT-N (WS-BAT-SUB-N)
                           = WS-BAT-ITEM-COUNT-N (WS-BAT-SUB-N)
                       AND WS-BAT-CTL-TOTAL-N (WS-BAT-SUB-N)
                           = WS-BAT-ITEM-TOTAL-N (WS-BAT-SUB-N)
                       MOVE "BATCH IN BALANCE" TO WS-PL-STATUS-X
                   ELSE
                       MOVE "*** OUT OF BALANCE ***" TO WS-PL-STATUS-X
                       MOVE 'N' TO WS-LOCKBOX-PROVEN-FLAG-X
                   END-IF
               END-IF
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-PROOF-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       1480-EXIT.
           EXIT.

       1490-WRITE-PROOF-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT-N.
           MOVE WS-PAGE-COUNT-N TO WS-RH1-PAGE-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-HEADING-1.
           WRITE RPT-PRINT-LINE FROM WS-PROOF-HEADING.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE 0 TO WS-LINE-COUNT-N.
       1490-EXIT.
           EXIT.

       2000-PROCESS-LOCKBOX.
           IF LBX-BATCH-HEADER
               IF WS-CUR-BAT-N > 0
                   PERFORM 2800-CLOSE-BATCH THRU 2800-EXIT
               END-IF
               ADD 1 TO WS-CUR-BAT-N
               PERFORM 2050-WRITE-BATCH-HEADER THRU 2050-EXIT
           ELSE
               PERFORM 2100-APPLY-PAYMENT THRU 2100-EXIT
           END-IF.
           PERFORM 2900-READ-LOCKBOX THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2050-WRITE-BATCH-HEADER.
           IF WS-LINE-COUNT-N + 3 > WS-LINES-PER-PAGE-N
               PERFORM 2510-WRITE-REGISTER-HEADINGS THRU 2510-EXIT
           END-IF.
           MOVE LBX-BATCH-NO        TO WS-BH-BATCH-NO-N.
           MOVE LBX-DEPOSIT-DATE    TO WS-BH-DEPOSIT-DATE-N.
           WRITE RPT-PRINT-LINE FROM WS-BATCH-HEADER-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       2050-EXIT.
           EXIT.

      * Apply one remittance: the named document first, then the
      * customer's other open invoices oldest first.  What was
      * applied comes off the exposure; what was not goes to the
      * unapplied cash file.
       2100-APPLY-PAYMENT.
           ADD 1 TO WS-PAYMENT-COUNT-N.
           ADD LBX-PAYMENT-AMT      TO WS-RECEIVED-AMT-N.
           MOVE 'P'                 TO WS-APPLY-MODE-X.
           MOVE LBX-DEPOSIT-DATE    TO WS-APPLY-DATE-N.
           MOVE LBX-PAYMENT-AMT     TO WS-APPLY-REMAINING-N.
           MOVE 0                   TO WS-APPLY-TOTAL-N.
           MOVE 'N'                 TO WS-CUST-FOUND-FLAG-X.
           PERFORM 2150-WRITE-PAYMENT-LINE THRU 2150-EXIT.
           IF LBX-CUST-ID NUMERIC AND LBX-CUST-ID > 0
               MOVE LBX-CUST-ID TO WS-APPLY-CUST-ID-N
               PERFORM 2200-LOOKUP-CUSTOMER-MASTER THRU 2200-EXIT
               IF LBX-DOC-NO NUMERIC AND LBX-DOC-NO > 0
                   PERFORM 2300-APPLY-TO-NAMED-DOC THRU 2300-EXIT
               END-IF
               IF WS-APPLY-REMAINING-N > 0
                   PERFORM 2350-APPLY-OLDEST-FIRST THRU 2350-EXIT
               END-IF
           END-IF.
           ADD WS-APPLY-TOTAL-N     TO WS-APPLIED-AMT-N.
           ADD WS-APPLY-TOTAL-N
               TO WS-BAT-APPLIED-AMT-N (WS-CUR-BAT-N).
           IF WS-APPLY-TOTAL-N > 0 AND WS-CUST-FOUND
               PERFORM 2500-RELIEVE-EXPOSURE THRU 2500-EXIT
           END-IF.
           IF WS-APPLY-REMAINING-N > 0
               PERFORM 2600-WRITE-UNAPPLIED THRU 2600-EXIT
           END-IF.
           PERFORM 2700-WRITE-PAYMENT-RESULT THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

       2150-WRITE-PAYMENT-LINE.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 2510-WRITE-REGISTER-HEADINGS THRU 2510-EXIT
           END-IF.
           MOVE LBX-BATCH-NO        TO WS-PY-BATCH-NO-N.
           MOVE LBX-CHECK-NO        TO WS-PY-CHECK-NO-X.
           MOVE LBX-CUST-ID         TO WS-PY-CUST-ID-N.
           MOVE LBX-DOC-NO          TO WS-PY-DOC-NO-N.
           MOVE LBX-PAYMENT-AMT     TO WS-PY-PAYMENT-N.
           WRITE RPT-PRINT-LINE FROM WS-PAYMENT-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       2150-EXIT.
           EXIT.

       2200-LOOKUP-CUSTOMER-MASTER.
           MOVE WS-APPLY-CUST-ID-N TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-FLAG-X
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-FLAG-X
           END-READ.
       2200-EXIT.
           EXIT.

       2300-APPLY-TO-NAMED-DOC.
           MOVE WS-APPLY-CUST-ID-N  TO OPI-CUST-ID.
           MOVE LBX-DOC-NO          TO OPI-DOC-NO.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ.
           IF OPI-TYPE-INVOICE AND OPI-STATUS-OPEN
               PERFORM 2400-APPLY-TO-ITEM THRU 2400-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      * Work down the customer's open invoices in key order - which
      * is document number order, which is oldest first - until the
      * amount being applied runs out or the customer's items do.
       2350-APPLY-OLDEST-FIRST.
           MOVE 'N'                 TO WS-SCAN-END-FLAG-X.
           MOVE WS-APPLY-CUST-ID-N  TO OPI-CUST-ID.
           MOVE 0                   TO OPI-DOC-NO.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OPI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-END-FLAG-X
           END-START.
           PERFORM 2360-APPLY-NEXT-ITEM THRU 2360-EXIT
               UNTIL WS-SCAN-END
                  OR WS-APPLY-REMAINING-N = 0.
       2350-EXIT.
           EXIT.

       2360-APPLY-NEXT-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-END-FLAG-X
           END-READ.
           IF WS-SCAN-END
               GO TO 2360-EXIT
           END-IF.
           IF OPI-CUST-ID NOT = WS-APPLY-CUST-ID-N
               MOVE 'Y' TO WS-SCAN-END-FLAG-X
               GO TO 2360-EXIT
           END-IF.
           IF OPI-TYPE-INVOICE AND OPI-STATUS-OPEN
                   AND OPI-OPEN-BALANCE > 0
               PERFORM 2400-APPLY-TO-ITEM THRU 2400-EXIT
           END-IF.
       2360-EXIT.
           EXIT.

       2400-APPLY-TO-ITEM.
           IF WS-APPLY-REMAINING-N < OPI-OPEN-BALANCE
               MOVE WS-APPLY-REMAINING-N TO WS-ITEM-APPLIED-N
           ELSE
               MOVE OPI-OPEN-BALANCE     TO WS-ITEM-APPLIED-N
           END-IF.
           SUBTRACT WS-ITEM-APPLIED-N FROM OPI-OPEN-BALANCE.
           SUBTRACT WS-ITEM-APPLIED-N FROM WS-APPLY-REMAINING-N.
           ADD WS-ITEM-APPLIED-N    TO WS-APPLY-TOTAL-N.
           IF OPI-OPEN-BALANCE = 0
               MOVE 'P' TO OPI-STATUS-CODE
           END-IF.
           MOVE WS-APPLY-DATE-N     TO OPI-LAST-ACTIVITY-DATE.
           PERFORM 2450-REWRITE-OPEN-ITEM THRU 2450-EXIT.
           IF WS-APPLYING-CASH
               ADD 1 TO WS-DOCS-PAID-COUNT-N
               PERFORM 2460-WRITE-APPLIED-DOC THRU 2460-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2450-REWRITE-OPEN-ITEM.
           REWRITE OPI-RECORD
               INVALID KEY
                   DISPLAY "CASHAPP - OPEN ITEM REWRITE FAILED FOR "
                       OPI-CUST-ID " " OPI-DOC-NO " - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       2450-EXIT.
           EXIT.

       2460-WRITE-APPLIED-DOC.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 2510-WRITE-REGISTER-HEADINGS THRU 2510-EXIT
           END-IF.
           MOVE OPI-DOC-NO          TO WS-AD-DOC-NO-N.
           MOVE WS-ITEM-APPLIED-N   TO WS-AD-APPLIED-N.
           MOVE OPI-OPEN-BALANCE    TO WS-AD-BALANCE-N.
           IF OPI-STATUS-PAID
               MOVE "PAID IN FULL" TO WS-AD-STATUS-X
           ELSE
               MOVE "BALANCE"      TO WS-AD-STATUS-X
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-APPLIED-DOC-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       2460-EXIT.
           EXIT.

      * Take the applied cash off the customer's exposure, with the
      * before and after images on CMASJRNL so CMRECOV can roll a
      * restored master forward through the cash postings too.
       2500-RELIEVE-EXPOSURE.
           MOVE CUST-MASTER-RECORD  TO WS-MASTER-BEFORE-X.
           SUBTRACT WS-APPLY-TOTAL-N FROM CUST-OPEN-EXPOSURE.
           MOVE 'Y' TO WS-REWRITE-OK-FLAG-X.
           REWRITE CUST-MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK-FLAG-X
                   DISPLAY "CASHAPP - REWRITE FAILED FOR " CUST-ID
           END-REWRITE.
           IF WS-REWRITE-OK
               ADD 1 TO WS-RELIEVED-COUNT-N
               ADD WS-APPLY-TOTAL-N TO WS-RELIEVED-AMT-N
               PERFORM 2550-JOURNAL-MASTER-UPDATE THRU 2550-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2550-JOURNAL-MASTER-UPDATE.
           MOVE WS-RUN-DATE-N       TO CMJ-RUN-DATE.
           MOVE WS-RUN-TIME-N       TO CMJ-RUN-TIME.
           MOVE "CASHAPP"           TO CMJ-PROGRAM-NAME.
           MOVE 'U'                 TO CMJ-ACTION-X.
           MOVE 'B'                 TO CMJ-IMAGE-TYPE.
           MOVE WS-MASTER-BEFORE-X  TO CMJ-MASTER-IMAGE.
           WRITE CMJ-RECORD.
           MOVE 'A'                 TO CMJ-IMAGE-TYPE.
           MOVE CUST-MASTER-RECORD  TO CMJ-MASTER-IMAGE.
           WRITE CMJ-RECORD.
       2550-EXIT.
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

       2600-WRITE-UNAPPLIED.
           MOVE SPACES              TO UAC-RECORD.
           MOVE LBX-BATCH-NO        TO UAC-BATCH-NO.
           MOVE LBX-DEPOSIT-DATE    TO UAC-DEPOSIT-DATE.
           MOVE LBX-CUST-ID         TO UAC-CUST-ID.
           MOVE LBX-DOC-NO          TO UAC-DOC-NO.
           MOVE LBX-CHECK-NO        TO UAC-CHECK-NO.
           MOVE LBX-PAYMENT-AMT     TO UAC-PAYMENT-AMT.
           MOVE WS-APPLY-REMAINING-N TO UAC-UNAPPLIED-AMT.
           IF WS-APPLY-TOTAL-N = 0 AND NOT WS-CUST-FOUND
               MOVE 'UNID' TO UAC-REASON-CODE
               MOVE "CUSTOMER NOT IDENTIFIED" TO UAC-REASON-TEXT
           ELSE
               MOVE 'OVPY' TO UAC-REASON-CODE
               MOVE "PAYMENT EXCEEDS OPEN DOCUMENTS" TO UAC-REASON-TEXT
           END-IF.
           MOVE WS-RUN-DATE-N       TO UAC-RUN-DATE.
           WRITE UAC-RECORD.
           ADD 1 TO WS-UNAPPLIED-COUNT-N.
           ADD WS-APPLY-REMAINING-N TO WS-UNAPPLIED-AMT-N.
           ADD WS-APPLY-REMAINING-N
               TO WS-BAT-UNAPPLIED-AMT-N (WS-CUR-BAT-N).
       2600-EXIT.
           EXIT.

       2700-WRITE-PAYMENT-RESULT.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 2510-WRITE-REGISTER-HEADINGS THRU 2510-EXIT
           END-IF.
           MOVE WS-APPLY-TOTAL-N     TO WS-PR-APPLIED-N.
           MOVE WS-APPLY-REMAINING-N TO WS-PR-UNAPPLIED-N.
           IF WS-CUST-FOUND
               MOVE CUST-OPEN-EXPOSURE TO WS-PR-EXPOSURE-N
           ELSE
               MOVE 0                  TO WS-PR-EXPOSURE-N
           END-IF.
           IF WS-APPLY-REMAINING-N = 0
               IF WS-CUST-FOUND
                   MOVE "APPLIED"
                       TO WS-PR-DISPOSITION-X
               ELSE
                   MOVE "APPLIED - NOT ON CUSTMAS"
                       TO WS-PR-DISPOSITION-X
               END-IF
           ELSE
               IF UAC-REASON-UNIDENTIFIED
                   MOVE "UNIDENTIFIED - UNAPPLIED"
                       TO WS-PR-DISPOSITION-X
               ELSE
                   MOVE "OVERPAID - UNAPPLIED"
                       TO WS-PR-DISPOSITION-X
               END-IF
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-PAYMENT-RESULT-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       2700-EXIT.
           EXIT.

      * End of a batch: its totals on the register, and the batch on
      * the cash journal so it can never be applied again.
       2800-CLOSE-BATCH.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "BATCH CONTROL TOTAL"    TO WS-RT-LABEL-X.
           MOVE WS-BAT-CTL-COUNT-N (WS-CUR-BAT-N) TO WS-RT-COUNT-N.
           MOVE WS-BAT-CTL-TOTAL-N (WS-CUR-BAT-N) TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "BATCH CASH APPLIED"     TO WS-RT-LABEL-X.
           MOVE 0                        TO WS-RT-COUNT-N.
           MOVE WS-BAT-APPLIED-AMT-N (WS-CUR-BAT-N) TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "BATCH CASH UNAPPLIED"   TO WS-RT-LABEL-X.
           MOVE WS-BAT-UNAPPLIED-AMT-N (WS-CUR-BAT-N) TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           WRITE RPT-PRINT-LINE FROM SPACES.
           ADD 5 TO WS-LINE-COUNT-N.
           MOVE WS-BAT-BATCH-NO-N (WS-CUR-BAT-N)    TO CBJ-BATCH-NO.
           MOVE WS-BAT-DEPOSIT-DATE-N (WS-CUR-BAT-N)
               TO CBJ-DEPOSIT-DATE.
           MOVE WS-BAT-CTL-TOTAL-N (WS-CUR-BAT-N)   TO CBJ-BATCH-TOTAL.
           MOVE WS-BAT-ITEM-COUNT-N (WS-CUR-BAT-N)  TO CBJ-ITEM-COUNT.
           MOVE WS-BAT-APPLIED-AMT-N (WS-CUR-BAT-N) TO CBJ-APPLIED-AMT.
           MOVE WS-BAT-UNAPPLIED-AMT-N (WS-CUR-BAT-N)
               TO CBJ-UNAPPLIED-AMT.
           MOVE WS-RUN-DATE-N            TO CBJ-RUN-DATE.
           MOVE WS-RUN-TIME-N            TO CBJ-RUN-TIME.
           WRITE CBJ-RECORD.
       2800-EXIT.
           EXIT.

       2900-READ-LOCKBOX.
           READ LOCKBOX-FILE
               AT END
                   MOVE 'Y' TO WS-LOCKBOX-EOF-FLAG-X
           END-READ.
       2900-EXIT.
           EXIT.

       8100-WRITE-REGISTER-TOTALS.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "INVOICES LOADED"        TO WS-RT-LABEL-X.
           MOVE WS-INVOICE-LOAD-COUNT-N  TO WS-RT-COUNT-N.
           MOVE WS-INVOICE-LOAD-AMT-N    TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "CREDIT MEMOS LOADED"    TO WS-RT-LABEL-X.
           MOVE WS-CREDIT-LOAD-COUNT-N   TO WS-RT-COUNT-N.
           MOVE WS-CREDIT-LOAD-AMT-N     TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "  CREDIT APPLIED TO DOCS" TO WS-RT-LABEL-X.
           MOVE 0                        TO WS-RT-COUNT-N.
           MOVE WS-CREDIT-APPLIED-AMT-N  TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "  CREDIT LEFT OPEN"     TO WS-RT-LABEL-X.
           MOVE WS-CREDIT-OPEN-AMT-N     TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "DOCUMENTS ALREADY ON FILE" TO WS-RT-LABEL-X.
           MOVE WS-ON-FILE-COUNT-N       TO WS-RT-COUNT-N.
           MOVE 0                        TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF NOT WS-LOCKBOX-PROVEN
               GO TO 8100-EXIT
           END-IF.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "LOCKBOX CONTROL TOTAL"  TO WS-RT-LABEL-X.
           MOVE WS-BAT-COUNT-N           TO WS-RT-COUNT-N.
           MOVE WS-LOCKBOX-CTL-TOTAL-N   TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "PAYMENTS RECEIVED"      TO WS-RT-LABEL-X.
           MOVE WS-PAYMENT-COUNT-N       TO WS-RT-COUNT-N.
           MOVE WS-RECEIVED-AMT-N        TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "CASH APPLIED TO DOCUMENTS" TO WS-RT-LABEL-X.
           MOVE WS-DOCS-PAID-COUNT-N     TO WS-RT-COUNT-N.
           MOVE WS-APPLIED-AMT-N         TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "CASH UNAPPLIED"         TO WS-RT-LABEL-X.
           MOVE WS-UNAPPLIED-COUNT-N     TO WS-RT-COUNT-N.
           MOVE WS-UNAPPLIED-AMT-N       TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "EXPOSURE RELIEVED"      TO WS-RT-LABEL-X.
           MOVE WS-RELIEVED-COUNT-N      TO WS-RT-COUNT-N.
           MOVE WS-RELIEVED-AMT-N        TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-RECEIVED-AMT-N = WS-LOCKBOX-CTL-TOTAL-N
                   AND WS-RECEIVED-AMT-N =
                       WS-APPLIED-AMT-N + WS-UNAPPLIED-AMT-N
               MOVE "RUN IN BALANCE" TO WS-RT-LABEL-X
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO WS-RT-LABEL-X
               DISPLAY "CASHAPP - CASH APPLICATION OUT OF BALANCE"
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE 0 TO WS-RT-COUNT-N.
           MOVE 0 TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-LOCKBOX-PROVEN
               IF WS-CUR-BAT-N > 0
                   PERFORM 2800-CLOSE-BATCH THRU 2800-EXIT
               END-IF
               CLOSE LOCKBOX-FILE
               CLOSE CASH-JOURNAL-FILE
           END-IF.
           PERFORM 8100-WRITE-REGISTER-TOTALS THRU 8100-EXIT.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE UNAPPLIED-CASH-FILE.
           CLOSE MASTER-JOURNAL-FILE.
           CLOSE CASH-REGISTER.
       9000-EXIT.
           EXIT.
