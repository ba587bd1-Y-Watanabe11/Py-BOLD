      * window: a record stamped older than the window moves to that
      * file's archive output (the JCL points each archive DD at a
      * period-stamped dataset), a record inside the window is
      * rewritten to the trimmed current file.  Nothing on these
      * three is deleted - every record read lands on exactly one
      * output, and the balancing report prints read = kept +
      * archived counts (and amount totals for the audit trail) so
      * operations can prove nothing was dropped before the trimmed
      * files replace the current ones.  A record whose stamped date
      * is unreadable is kept, never archived - the safe side of a
      * bad date.  The
      * ACTHIST customer activity history alone is trimmed by DELETE,
      * in place, to its own, longer window; what it drops is already
      * on the archives, so it is only trimmed when the three archive
      * steps have come out in balance.
      *
      * Modification history
      * ---------------------------------------------------------------
      *                  numeric-but-impossible date can neither
      *                  misindex the day-number table nor age a
      *                  record into the archive.
      * 2026-10-15  RJM  ACTHIST customer activity history: a second
      *                  window on the retention card deletes history
      *                  records older than it from the keyed file,
      *                  with its own read = kept + deleted balance.
      *                  The history keeps what the trail archives -
      *                  a history window shorter than the trail's is
      *                  refused.  A zero window leaves it untouched,
      *                  and so does an out of balance trail, journal
      *                  or log archive.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCPURGE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNTL-ARCH-FILE ASSIGN TO "MNTLARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTIVITY-HISTORY-FILE ASSIGN TO "ACTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAH-KEY.
           SELECT PURGE-REPORT ASSIGN TO "PURGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 96 CHARACTERS.
       01  MNTL-ARCH-RECORD            PIC X(96).

       FD  ACTIVITY-HISTORY-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY CAHREC.

       FD  PURGE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).
               88  WS-PARM-OK                  VALUE 'Y'.
           05  WS-ARCHIVE-FLAG-X   PIC X       VALUE 'N'.
               88  WS-ARCHIVE-DUE              VALUE 'Y'.
           05  WS-CAH-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-CAH-EOF                  VALUE 'Y'.

       77  WS-RETAIN-DAYS-N        PIC 9(4)    VALUE 0.
       77  WS-HIST-RETAIN-DAYS-N   PIC 9(4)    VALUE 0.
      * The window the record in hand is aged against - the trail's
      * for the three sequential files, the history's for ACTHIST.
       77  WS-WINDOW-DAYS-N        PIC 9(4)    VALUE 0.

       01  WS-RUN-DATE-N           PIC 9(8)    VALUE 0.
       77  WS-RUN-DAY-NO-N         PIC 9(7) COMP VALUE 0.
       77  WS-MNTL-KEPT-COUNT-N    PIC 9(9) COMP VALUE 0.
       77  WS-MNTL-ARCH-COUNT-N    PIC 9(9) COMP VALUE 0.

       77  WS-CAH-READ-COUNT-N     PIC 9(9) COMP VALUE 0.
       77  WS-CAH-KEPT-COUNT-N     PIC 9(9) COMP VALUE 0.
       77  WS-CAH-DEL-COUNT-N      PIC 9(9) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(45) VALUE SPACES.
           05  FILLER              PIC X(31)
               PERFORM 2000-PURGE-AUDIT-TRAIL THRU 2000-EXIT
               PERFORM 3000-PURGE-RUN-JOURNAL THRU 3000-EXIT
               PERFORM 4000-PURGE-MAINT-LOG THRU 4000-EXIT
               IF WS-HIST-RETAIN-DAYS-N > 0
                   IF RETURN-CODE < 12
                       PERFORM 5000-PURGE-ACTIVITY-HISTORY
                           THRU 5000-EXIT
                   ELSE
                       DISPLAY "ARCPURGE - ACTHIST NOT TRIMMED - AN"
                           " ARCHIVE STEP IS OUT OF BALANCE"
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
           EXIT.

      * A purge with no retention window would archive everything or
      * nothing depending on a blank card - refused outright.  A
      * blank history window is zero, which leaves ACTHIST alone;
      * one shorter than the trail's would drop history the current
      * trail still holds, and is refused.
       1300-READ-PARM-CARD.
           OPEN INPUT RETEN-PARM-FILE.
           READ RETEN-PARM-FILE
                   MOVE 'N' TO WS-PARM-OK-FLAG-X
               NOT AT END
                   MOVE RET-RETAIN-DAYS TO WS-RETAIN-DAYS-N
                   IF RET-HIST-RETAIN-DAYS NUMERIC
                       MOVE RET-HIST-RETAIN-DAYS
                           TO WS-HIST-RETAIN-DAYS-N
                   END-IF
                   MOVE 'Y' TO WS-PARM-OK-FLAG-X
           END-READ.
           CLOSE RETEN-PARM-FILE.
               DISPLAY "ARCPURGE - RETENTION CARD MISSING OR ZERO -"
                   " RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF.
           IF WS-HIST-RETAIN-DAYS-N > 0
                   AND WS-HIST-RETAIN-DAYS-N < WS-RETAIN-DAYS-N
               MOVE 'N' TO WS-PARM-OK-FLAG-X
               DISPLAY "ARCPURGE - HISTORY WINDOW SHORTER THAN THE"
                   " AUDIT TRAIL WINDOW - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-RETAIN-DAYS-N TO WS-WINDOW-DAYS-N.
       1300-EXIT.
           EXIT.

               MOVE WS-DAY-NUMBER-N TO WS-REC-DAY-NO-N
               COMPUTE WS-DAYS-OLD-N =
                   WS-RUN-DAY-NO-N - WS-REC-DAY-NO-N
               IF WS-DAYS-OLD-N > WS-WINDOW-DAYS-N
                   MOVE 'Y' TO WS-ARCHIVE-FLAG-X
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      * The history is trimmed in place: a record past the history
      * window is deleted - its audit image is already on the
      * archive the trail purge cut when it aged out of AUDTRAIL -
      * and a record inside it, or with an unreadable date, stays.
       5000-PURGE-ACTIVITY-HISTORY.
           MOVE WS-HIST-RETAIN-DAYS-N TO WS-WINDOW-DAYS-N.
           OPEN I-O ACTIVITY-HISTORY-FILE.
           PERFORM 5100-READ-HISTORY THRU 5100-EXIT.
           PERFORM 5200-DISPOSE-HISTORY THRU 5200-EXIT
               UNTIL WS-CAH-EOF.
           CLOSE ACTIVITY-HISTORY-FILE.
           PERFORM 8400-REPORT-HISTORY-TOTALS THRU 8400-EXIT.
       5000-EXIT.
           EXIT.

       5100-READ-HISTORY.
           READ ACTIVITY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CAH-EOF-FLAG-X
           END-READ.
       5100-EXIT.
           EXIT.

       5200-DISPOSE-HISTORY.
           ADD 1 TO WS-CAH-READ-COUNT-N.
           MOVE CAH-ACT-DATE TO WS-RECORD-DATE-N.
           PERFORM 1500-SET-ARCHIVE-FLAG THRU 1500-EXIT.
           IF WS-ARCHIVE-DUE
               DELETE ACTIVITY-HISTORY-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-CAH-KEPT-COUNT-N
                   NOT INVALID KEY
                       ADD 1 TO WS-CAH-DEL-COUNT-N
               END-DELETE
           ELSE
               ADD 1 TO WS-CAH-KEPT-COUNT-N
           END-IF.
           PERFORM 5100-READ-HISTORY THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       8000-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT-N.
           MOVE WS-PAGE-COUNT-N TO WS-RH1-PAGE-N.
       8300-EXIT.
           EXIT.

       8400-REPORT-HISTORY-TOTALS.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "ACTHIST"            TO WS-FH-FILE-X.
           MOVE WS-HIST-RETAIN-DAYS-N TO WS-FH-DAYS-N.
           WRITE RPT-PRINT-LINE FROM WS-FILE-HEADER-LINE.
           MOVE "RECORDS READ"       TO WS-RT-LABEL-X.
           MOVE WS-CAH-READ-COUNT-N  TO WS-RT-COUNT-N.
           MOVE 0                    TO WS-RT-AMT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "RECORDS KEPT"       TO WS-RT-LABEL-X.
           MOVE WS-CAH-KEPT-COUNT-N  TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "RECORDS DELETED"    TO WS-RT-LABEL-X.
           MOVE WS-CAH-DEL-COUNT-N   TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-CAH-READ-COUNT-N =
                   WS-CAH-KEPT-COUNT-N + WS-CAH-DEL-COUNT-N
               MOVE "FILE IN BALANCE" TO WS-RT-LABEL-X
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO WS-RT-LABEL-X
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE 0 TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8400-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PURGE-REPORT.
       9000-EXIT.
