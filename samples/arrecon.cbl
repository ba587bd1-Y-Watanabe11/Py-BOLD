      *                  date only as a no-card fallback, so a chain
      *                  that straddles midnight no longer fails its
      *                  own prerequisite checks.
      * 2026-10-15  RJM  DOCPROOF is now a prerequisite beside
      *                  CUSTCALC: the day's ARIFACE is reconciled
      *                  only after its document numbers have been
      *                  proved against AUDTRAIL and the run journal.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRECON.
           MOVE 'S' TO CYC-FUNCTION-X.
           MOVE "ARRECON"  TO CYC-IN-STEP-NAME.
           PERFORM 1850-SET-CYCLE-DATE THRU 1850-EXIT.
           MOVE 2 TO CYC-PREREQ-COUNT.
           MOVE "CUSTCALC" TO CYC-PREREQ-NAME (1).
           MOVE "DOCPROOF" TO CYC-PREREQ-NAME (2).
           CALL WS-CYCLE-PROGRAM-X USING CYC-CONTROL-AREA.
           IF NOT CYC-RESULT-OK
               DISPLAY "ARRECON - PREREQUISITE STEP " CYC-MISSING-STEP
