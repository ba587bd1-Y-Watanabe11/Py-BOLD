      * ARCRETR
      * Archived audit retrieval.  When Billing needs a trace-back
      * older than the current audit trail's retention window, this
      * program pulls a customer's activity for a date range named
      * on the RTVCARD card, and the report prints every matching
      * audit record with its rate, amounts and document number,
      * plus totals for the range.  By default the records come
      * straight off the keyed ACTHIST activity history, read from
      * the customer's first date in the range to the last; a card
      * marked for the archive scans an archive file the ARCPURGE
      * run cut instead (the JCL points the archive DD at the
      * period's archive dataset) - for a range older than the
      * history keeps.
      *
      * Modification history
      * ---------------------------------------------------------------
      *                  archive/purge step.
      * 2026-09-02  RJM  Audit record grew to 92 bytes with the feed
      *                  source stamp; lengths track it.
      * 2026-10-15  RJM  Retrieval reads the keyed ACTHIST customer
      *                  activity history by default instead of
      *                  scanning a whole archive; the card's source
      *                  flag selects the archive scan.  The audit
      *                  layout moved to working storage so either
      *                  file's record lands in it.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCRETR.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-ARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTIVITY-HISTORY-FILE ASSIGN TO "ACTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAH-KEY.
           SELECT RETRIEVE-REPORT ASSIGN TO "RETRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.


       FD  AUDIT-ARCH-FILE
           RECORD CONTAINS 92 CHARACTERS.
       01  AUD-ARCH-RECORD             PIC X(92).

       FD  ACTIVITY-HISTORY-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY CAHREC.

       FD  RETRIEVE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
               88  WS-ARCH-EOF                 VALUE 'Y'.
           05  WS-PARM-OK-FLAG-X   PIC X       VALUE 'N'.
               88  WS-PARM-OK                  VALUE 'Y'.
           05  WS-SOURCE-FLAG-X    PIC X       VALUE 'H'.
               88  WS-SOURCE-HISTORY           VALUE 'H'.
               88  WS-SOURCE-ARCHIVE           VALUE 'A'.

       COPY AUDREC.

       01  WS-CUST-ID-N            PIC 9(6)    VALUE 0.
       01  WS-FROM-DATE-N          PIC 9(8)    VALUE 0.
           PERFORM 1300-READ-PARM-CARD THRU 1300-EXIT.
           OPEN OUTPUT RETRIEVE-REPORT.
           IF WS-PARM-OK
               IF WS-SOURCE-ARCHIVE
                   OPEN INPUT AUDIT-ARCH-FILE
               ELSE
                   PERFORM 1500-START-HISTORY THRU 1500-EXIT
               END-IF
               PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
           END-IF.
       1000-EXIT.
                   MOVE RTV-FROM-DATE TO WS-FROM-DATE-N
                   MOVE RTV-TO-DATE   TO WS-TO-DATE-N
                   MOVE 'Y' TO WS-PARM-OK-FLAG-X
                   IF RTV-SOURCE-ARCHIVE
                       MOVE 'A' TO WS-SOURCE-FLAG-X
                   END-IF
                   IF NOT RTV-SOURCE-HISTORY
                           AND NOT RTV-SOURCE-ARCHIVE
                       MOVE 'N' TO WS-PARM-OK-FLAG-X
                   END-IF
           END-READ.
           CLOSE RETRIEVE-PARM-FILE.
           IF WS-PARM-OK
           IF NOT WS-PARM-OK
               DISPLAY "ARCRETR - RETRIEVAL CARD MISSING OR INVALID"
               DISPLAY "  CUSTOMER AND AN UNINVERTED DATE RANGE MUST"
                   " BE KEYED, SOURCE H OR A - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.

      * The history is positioned at the customer's first key on or
      * after the from date; reading stops at the first key past the
      * customer or the to date, so only the range is ever read.
       1500-START-HISTORY.
           OPEN INPUT ACTIVITY-HISTORY-FILE.
           MOVE WS-CUST-ID-N   TO CAH-CUST-ID.
           MOVE WS-FROM-DATE-N TO CAH-ACT-DATE.
           MOVE 0              TO CAH-DOC-NO.
           MOVE 0              TO CAH-KEY-SEQ.
           START ACTIVITY-HISTORY-FILE
               KEY IS NOT LESS THAN CAH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCH-EOF-FLAG-X
           END-START.
       1500-EXIT.
           EXIT.

       2000-PROCESS-ARCHIVE.
           ADD 1 TO WS-READ-COUNT-N.
           IF AUD-CUST-ID = WS-CUST-ID-N
           EXIT.

       2100-READ-ARCHIVE.
           IF WS-SOURCE-HISTORY
               PERFORM 2150-READ-HISTORY THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF.
           READ AUDIT-ARCH-FILE INTO AUD-RECORD
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-FLAG-X
           END-READ.
       2100-EXIT.
           EXIT.

       2150-READ-HISTORY.
           IF WS-ARCH-EOF
               GO TO 2150-EXIT
           END-IF.
           READ ACTIVITY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-FLAG-X
                   GO TO 2150-EXIT
           END-READ.
           IF CAH-CUST-ID NOT = WS-CUST-ID-N
                   OR CAH-ACT-DATE > WS-TO-DATE-N
               MOVE 'Y' TO WS-ARCH-EOF-FLAG-X
               GO TO 2150-EXIT
           END-IF.
           MOVE CAH-AUDIT-IMAGE TO AUD-RECORD.
       2150-EXIT.
           EXIT.

       2250-SET-SIGNED-AMOUNTS.
           IF AUD-TRAN-TYPE = 'C'
               COMPUTE WS-SIGNED-ORDER-AMT-N = 0 - AUD-ORDER-AMT
               PERFORM 2510-WRITE-RETRIEVE-HEADINGS THRU 2510-EXIT
           END-IF.
           WRITE RPT-PRINT-LINE FROM SPACES.
           IF WS-SOURCE-HISTORY
               MOVE "HISTORY RECORDS READ" TO WS-RT-LABEL-X
           ELSE
               MOVE "ARCHIVE RECORDS READ" TO WS-RT-LABEL-X
           END-IF.
           MOVE WS-READ-COUNT-N        TO WS-RT-COUNT-N.
           MOVE 0 TO WS-RT-ORDER-AMT-N.
           MOVE 0 TO WS-RT-DISC-AMT-N.
       9000-TERMINATE.
           PERFORM 8100-WRITE-RETRIEVE-TOTALS THRU 8100-EXIT.
           IF WS-PARM-OK
               IF WS-SOURCE-ARCHIVE
                   CLOSE AUDIT-ARCH-FILE
               ELSE
                   CLOSE ACTIVITY-HISTORY-FILE
               END-IF
           END-IF.
           CLOSE RETRIEVE-REPORT.
       9000-EXIT.
