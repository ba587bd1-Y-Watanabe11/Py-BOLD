      *----------------------------------------------------------------
      * ACTLOAD
      * One-time build of the ACTHIST customer activity history file.
      * CUSTOMER-CALC loads a history record beside every audit record
      * it writes from the day the file goes live; this run seeds the
      * file with everything written before that, from the current
      * audit trail and from every archive file ARCPURGE has cut (the
      * JCL concatenates the archive datasets on the AUDARCH DD).
      *
      * Each audit record is loaded under customer, run date and
      * document number with the image unchanged.  A key already on
      * file is counted as already loaded and left alone, so the run
      * can be repeated - after a failure, or to take in an archive
      * found late - without loading anything twice.  A record cut
      * before document numbers were assigned carries none; those
      * take the next free key sequence for their customer and date,
      * unless an identical image already holds one.  A record whose
      * customer id or run date is not numeric cannot be keyed: it is
      * listed on the register and the run ends RC=8 - nothing is
      * dropped without a line saying so.  The register balances each
      * input's read count against loaded + already on file +
      * unkeyable.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Initial version.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTLOAD.
       AUTHOR. R-J-MERCER.
       INSTALLATION. ORDER-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-TRAIL-FILE ASSIGN TO "AUDTRAIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-ARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTIVITY-HISTORY-FILE ASSIGN TO "ACTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAH-KEY.
           SELECT LOAD-REPORT ASSIGN TO "LOADRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE
           RECORD CONTAINS 92 CHARACTERS.
       01  AUD-TRAIL-RECORD            PIC X(92).

       FD  AUDIT-ARCH-FILE
           RECORD CONTAINS 92 CHARACTERS.
       01  AUD-ARCH-RECORD             PIC X(92).

       FD  ACTIVITY-HISTORY-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY CAHREC.

       FD  LOAD-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-AUD-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-AUD-EOF                  VALUE 'Y'.
           05  WS-ARCH-EOF-FLAG-X  PIC X       VALUE 'N'.
               88  WS-ARCH-EOF                 VALUE 'Y'.
           05  WS-SEQ-DONE-FLAG-X  PIC X       VALUE 'N'.
               88  WS-SEQ-DONE                 VALUE 'Y'.

       COPY AUDREC.

      * The record being loaded, from whichever input it came off,
      * so one set of paragraphs keys and loads both.
       01  WS-LOAD-AUDIT-X         PIC X(92)   VALUE SPACES.
       01  WS-LOAD-SOURCE-X        PIC X(08)   VALUE SPACES.
       01  WS-LOAD-RESULT-FLAG-X   PIC X(01)   VALUE SPACE.
           88  WS-LOAD-LOADED                  VALUE 'L'.
           88  WS-LOAD-ON-FILE                 VALUE 'F'.
           88  WS-LOAD-UNKEYABLE               VALUE 'U'.
       01  WS-LOAD-REASON-X        PIC X(30)   VALUE SPACES.

       77  WS-KEY-SEQ-N            PIC 9(4) COMP VALUE 0.
       77  WS-MAX-KEY-SEQ-N        PIC 9(4) COMP VALUE 999.

       77  WS-AUD-READ-COUNT-N     PIC 9(9) COMP VALUE 0.
       77  WS-AUD-LOAD-COUNT-N     PIC 9(9) COMP VALUE 0.
       77  WS-AUD-FILE-COUNT-N     PIC 9(9) COMP VALUE 0.
       77  WS-AUD-BAD-COUNT-N      PIC 9(9) COMP VALUE 0.
       77  WS-ARCH-READ-COUNT-N    PIC 9(9) COMP VALUE 0.
       77  WS-ARCH-LOAD-COUNT-N    PIC 9(9) COMP VALUE 0.
       77  WS-ARCH-FILE-COUNT-N    PIC 9(9) COMP VALUE 0.
       77  WS-ARCH-BAD-COUNT-N     PIC 9(9) COMP VALUE 0.
       77  WS-UNNUMBERED-COUNT-N   PIC 9(9) COMP VALUE 0.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(45) VALUE SPACES.
           05  FILLER              PIC X(31)
                   VALUE "ACTIVITY HISTORY BUILD REGISTER".
           05  FILLER              PIC X(42) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH1-PAGE-N       PIC ZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "INPUT".
           05  FILLER              PIC X(8)  VALUE "CUST ID".
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(10) VALUE "DOC NO".
           05  FILLER              PIC X(30) VALUE "NOT LOADED".

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-SOURCE-X      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-CUST-ID-X     PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-RUN-DATE-X    PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-DOC-NO-X      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-REASON-X      PIC X(30).

       01  WS-FILE-HEADER-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "FILE ".
           05  WS-FH-FILE-X        PIC X(8).

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
           PERFORM 2000-LOAD-AUDIT-TRAIL THRU 2000-EXIT.
           PERFORM 3000-LOAD-ARCHIVES THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O ACTIVITY-HISTORY-FILE.
           OPEN OUTPUT LOAD-REPORT.
           PERFORM 8000-WRITE-REPORT-HEADINGS THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

       2000-LOAD-AUDIT-TRAIL.
           MOVE "AUDTRAIL" TO WS-LOAD-SOURCE-X.
           OPEN INPUT AUDIT-TRAIL-FILE.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
           PERFORM 2200-LOAD-AUDIT THRU 2200-EXIT
               UNTIL WS-AUD-EOF.
           CLOSE AUDIT-TRAIL-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-AUDIT.
           READ AUDIT-TRAIL-FILE INTO AUD-RECORD
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-FLAG-X
           END-READ.
       2100-EXIT.
           EXIT.

       2200-LOAD-AUDIT.
           ADD 1 TO WS-AUD-READ-COUNT-N.
           MOVE AUD-RECORD TO WS-LOAD-AUDIT-X.
           PERFORM 4000-LOAD-HISTORY-RECORD THRU 4000-EXIT.
           IF WS-LOAD-LOADED
               ADD 1 TO WS-AUD-LOAD-COUNT-N
           END-IF.
           IF WS-LOAD-ON-FILE
               ADD 1 TO WS-AUD-FILE-COUNT-N
           END-IF.
           IF WS-LOAD-UNKEYABLE
               ADD 1 TO WS-AUD-BAD-COUNT-N
           END-IF.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       3000-LOAD-ARCHIVES.
           MOVE "AUDARCH" TO WS-LOAD-SOURCE-X.
           OPEN INPUT AUDIT-ARCH-FILE.
           PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
           PERFORM 3200-LOAD-ARCHIVE THRU 3200-EXIT
               UNTIL WS-ARCH-EOF.
           CLOSE AUDIT-ARCH-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ARCHIVE.
           READ AUDIT-ARCH-FILE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-FLAG-X
           END-READ.
       3100-EXIT.
           EXIT.

       3200-LOAD-ARCHIVE.
           ADD 1 TO WS-ARCH-READ-COUNT-N.
           MOVE AUD-ARCH-RECORD TO WS-LOAD-AUDIT-X.
           PERFORM 4000-LOAD-HISTORY-RECORD THRU 4000-EXIT.
           IF WS-LOAD-LOADED
               ADD 1 TO WS-ARCH-LOAD-COUNT-N
           END-IF.
           IF WS-LOAD-ON-FILE
               ADD 1 TO WS-ARCH-FILE-COUNT-N
           END-IF.
           IF WS-LOAD-UNKEYABLE
               ADD 1 TO WS-ARCH-BAD-COUNT-N
           END-IF.
           PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      * Keys the record in WS-LOAD-AUDIT-X and loads it, setting
      * WS-LOAD-RESULT-FLAG-X to loaded, already on file or
      * unkeyable.  The audit layout is laid back over the image
      * through the history record, so the key fields are read
      * where the daily run reads them.
       4000-LOAD-HISTORY-RECORD.
           MOVE SPACES           TO CAH-RECORD.
           MOVE WS-LOAD-AUDIT-X  TO CAH-AUDIT-IMAGE.
           MOVE WS-LOAD-AUDIT-X  TO AUD-RECORD.
           IF AUD-CUST-ID NOT NUMERIC
               MOVE "CUSTOMER ID NOT NUMERIC" TO WS-LOAD-REASON-X
               GO TO 4000-UNKEYABLE
           END-IF.
           IF AUD-RUN-DATE NOT NUMERIC OR AUD-RUN-DATE = 0
               MOVE "RUN DATE NOT NUMERIC" TO WS-LOAD-REASON-X
               GO TO 4000-UNKEYABLE
           END-IF.
           MOVE AUD-CUST-ID      TO CAH-CUST-ID.
           MOVE AUD-RUN-DATE     TO CAH-ACT-DATE.
           IF AUD-DOC-NO NUMERIC AND AUD-DOC-NO > 0
               MOVE AUD-DOC-NO   TO CAH-DOC-NO
               MOVE 0            TO CAH-KEY-SEQ
               PERFORM 4100-WRITE-NUMBERED THRU 4100-EXIT
           ELSE
               MOVE 0            TO CAH-DOC-NO
               ADD 1 TO WS-UNNUMBERED-COUNT-N
               PERFORM 4200-WRITE-UNNUMBERED THRU 4200-EXIT
           END-IF.
           GO TO 4000-EXIT.
       4000-UNKEYABLE.
           MOVE 'U' TO WS-LOAD-RESULT-FLAG-X.
           PERFORM 4500-WRITE-UNKEYABLE-LINE THRU 4500-EXIT.
           MOVE 8 TO RETURN-CODE.
       4000-EXIT.
           EXIT.

       4100-WRITE-NUMBERED.
           MOVE 'L' TO WS-LOAD-RESULT-FLAG-X.
           WRITE CAH-RECORD
               INVALID KEY
                   MOVE 'F' TO WS-LOAD-RESULT-FLAG-X
           END-WRITE.
       4100-EXIT.
           EXIT.

      * Sequence 1 upward, taking the first free key - or stopping
      * at a key that already holds this very image, which is this
      * record loaded by an earlier pass.
       4200-WRITE-UNNUMBERED.
           MOVE 'N' TO WS-SEQ-DONE-FLAG-X.
           PERFORM 4210-TRY-KEY-SEQUENCE THRU 4210-EXIT
               VARYING WS-KEY-SEQ-N FROM 1 BY 1
               UNTIL WS-SEQ-DONE
                   OR WS-KEY-SEQ-N > WS-MAX-KEY-SEQ-N.
           IF NOT WS-SEQ-DONE
               MOVE "NO FREE KEY SEQUENCE" TO WS-LOAD-REASON-X
               MOVE 'U' TO WS-LOAD-RESULT-FLAG-X
               PERFORM 4500-WRITE-UNKEYABLE-LINE THRU 4500-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF.
       4200-EXIT.
           EXIT.

       4210-TRY-KEY-SEQUENCE.
           MOVE WS-KEY-SEQ-N     TO CAH-KEY-SEQ.
           READ ACTIVITY-HISTORY-FILE
               INVALID KEY
                   MOVE WS-LOAD-AUDIT-X TO CAH-AUDIT-IMAGE
                   WRITE CAH-RECORD
                   MOVE 'L' TO WS-LOAD-RESULT-FLAG-X
                   MOVE 'Y' TO WS-SEQ-DONE-FLAG-X
                   GO TO 4210-EXIT
           END-READ.
           IF CAH-AUDIT-IMAGE = WS-LOAD-AUDIT-X
               MOVE 'F' TO WS-LOAD-RESULT-FLAG-X
               MOVE 'Y' TO WS-SEQ-DONE-FLAG-X
           END-IF.
       4210-EXIT.
           EXIT.

       4500-WRITE-UNKEYABLE-LINE.
           IF WS-LINE-COUNT-N >= WS-LINES-PER-PAGE-N
               PERFORM 8000-WRITE-REPORT-HEADINGS THRU 8000-EXIT
           END-IF.
           MOVE WS-LOAD-SOURCE-X      TO WS-RD-SOURCE-X.
           MOVE WS-LOAD-AUDIT-X (1:6)  TO WS-RD-CUST-ID-X.
           MOVE WS-LOAD-AUDIT-X (39:8) TO WS-RD-RUN-DATE-X.
           MOVE WS-LOAD-AUDIT-X (76:8) TO WS-RD-DOC-NO-X.
           MOVE WS-LOAD-REASON-X      TO WS-RD-REASON-X.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT-N.
       4500-EXIT.
           EXIT.

       8000-WRITE-REPORT-HEADINGS.
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
       8000-EXIT.
           EXIT.

       8100-REPORT-FILE-TOTALS.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "AUDTRAIL"            TO WS-FH-FILE-X.
           WRITE RPT-PRINT-LINE FROM WS-FILE-HEADER-LINE.
           MOVE "RECORDS READ"        TO WS-RT-LABEL-X.
           MOVE WS-AUD-READ-COUNT-N   TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "RECORDS LOADED"      TO WS-RT-LABEL-X.
           MOVE WS-AUD-LOAD-COUNT-N   TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ALREADY ON HISTORY"  TO WS-RT-LABEL-X.
           MOVE WS-AUD-FILE-COUNT-N   TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "NOT KEYABLE"         TO WS-RT-LABEL-X.
           MOVE WS-AUD-BAD-COUNT-N    TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-AUD-READ-COUNT-N = WS-AUD-LOAD-COUNT-N
                   + WS-AUD-FILE-COUNT-N + WS-AUD-BAD-COUNT-N
               MOVE "FILE IN BALANCE" TO WS-RT-LABEL-X
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO WS-RT-LABEL-X
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE 0 TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "AUDARCH"             TO WS-FH-FILE-X.
           WRITE RPT-PRINT-LINE FROM WS-FILE-HEADER-LINE.
           MOVE "RECORDS READ"        TO WS-RT-LABEL-X.
           MOVE WS-ARCH-READ-COUNT-N  TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "RECORDS LOADED"      TO WS-RT-LABEL-X.
           MOVE WS-ARCH-LOAD-COUNT-N  TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "ALREADY ON HISTORY"  TO WS-RT-LABEL-X.
           MOVE WS-ARCH-FILE-COUNT-N  TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           MOVE "NOT KEYABLE"         TO WS-RT-LABEL-X.
           MOVE WS-ARCH-BAD-COUNT-N   TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           IF WS-ARCH-READ-COUNT-N = WS-ARCH-LOAD-COUNT-N
                   + WS-ARCH-FILE-COUNT-N + WS-ARCH-BAD-COUNT-N
               MOVE "FILE IN BALANCE" TO WS-RT-LABEL-X
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO WS-RT-LABEL-X
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE 0 TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
           WRITE RPT-PRINT-LINE FROM SPACES.
           MOVE "UNNUMBERED RECORDS KEYED" TO WS-RT-LABEL-X.
           MOVE WS-UNNUMBERED-COUNT-N TO WS-RT-COUNT-N.
           WRITE RPT-PRINT-LINE FROM WS-REPORT-TOTAL-LINE.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 8100-REPORT-FILE-TOTALS THRU 8100-EXIT.
           CLOSE ACTIVITY-HISTORY-FILE.
           CLOSE LOAD-REPORT.
       9000-EXIT.
           EXIT.
