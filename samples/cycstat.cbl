      * Cycle status report.  Reads the CYCCTL cycle control file and
      * shows where one cycle's chain stands, step by step in chain
      * order - DSCHEDIT, EXCFIX, EXCRECYC, ORDMERGE, CUSTCALC,
      * DOCPROOF, ARRECON, GLPOST: not started, started with no
      * completion (the abend case operations needs to see),
      * completed, or waived by operator override, with the stamp
      * times and the overriding operator's initials.  The CYCCARD
      * card names the cycle date; a missing or zero card reports on
      * today's.
      *
      * Modification history
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Initial version, with the cycle-control
      *                  sequencing of the nightly chain.
      * 2026-10-15  RJM  DOCPROOF added between CUSTCALC and ARRECON;
      *                  the step table grows to seven.
      * 2026-10-15  RJM  GLPOST added after ARRECON; the step table
      *                  grows to eight.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSTAT.

       01  WS-CYCLE-DATE-N         PIC 9(8)    VALUE 0.

      * The eight steps of the nightly chain, in the order the cycle
      * control enforces them.  The latest CYCCTL record for each
      * step wins, so a restart's fresh start record supersedes the
      * abended one on the report.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 8 TIMES.
               10  WS-STP-NAME-X       PIC X(08).
               10  WS-STP-STATUS-X     PIC X(01).
               10  WS-STP-START-TIME-N PIC 9(8).
           MOVE "EXCRECYC" TO WS-STP-NAME-X (3).
           MOVE "ORDMERGE" TO WS-STP-NAME-X (4).
           MOVE "CUSTCALC" TO WS-STP-NAME-X (5).
           MOVE "DOCPROOF" TO WS-STP-NAME-X (6).
           MOVE "ARRECON"  TO WS-STP-NAME-X (7).
           MOVE "GLPOST"   TO WS-STP-NAME-X (8).
           OPEN INPUT CYCLE-CONTROL-FILE.
           OPEN OUTPUT STATUS-REPORT.
           PERFORM 2100-READ-CONTROL-RECORD THRU 2100-EXIT.
           IF CYC-CYCLE-DATE = WS-CYCLE-DATE-N
               PERFORM 2200-POST-STEP-STATUS THRU 2200-EXIT
                   VARYING WS-STEP-SUB-N FROM 1 BY 1
                   UNTIL WS-STEP-SUB-N > 8
           END-IF.
           PERFORM 2100-READ-CONTROL-RECORD THRU 2100-EXIT.
       2000-EXIT.
           WRITE RPT-PRINT-LINE FROM SPACES.
           PERFORM 8100-WRITE-STEP-LINE THRU 8100-EXIT
               VARYING WS-STEP-SUB-N FROM 1 BY 1
               UNTIL WS-STEP-SUB-N > 8.
       8000-EXIT.
           EXIT.

