      *                  date only as a no-card fallback, so a chain
      *                  that straddles midnight no longer fails its
      *                  own prerequisite checks.
      * 2026-10-15  RJM  Order records grew to 53 bytes with the
      *                  header approver code for manual discount
      *                  overrides; feeds, sort work and the review
      *                  file carry it through unchanged.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMERGE.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-1-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  BR1-RECORD                  PIC X(53).

       FD  BRANCH-2-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  BR2-RECORD                  PIC X(53).

       FD  BRANCH-3-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  BR3-RECORD                  PIC X(53).

       FD  WEB-ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  WEB-RECORD                  PIC X(53).

       FD  ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       COPY ORDREC.

       FD  DUP-REVIEW-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  DUP-RECORD                  PIC X(53).

       FD  MERGE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       COPY CYCCARD.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  SRT-RECORD.
           05  SRT-REC-TYPE             PIC X(01).
               88  SRT-REC-LINE                VALUE 'L'.
           05  SRT-SEQ-NO               PIC X(06).
           05  SRT-ITEM-CODE            PIC X(08).
           05  SRT-LINE-QTY             PIC 9(05).
           05  SRT-APPROVER-ID          PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PREV-DUP-FLAG-X  PIC X       VALUE 'N'.
               88  WS-PREV-HEADER-DUP          VALUE 'Y'.

       01  WS-FEED-RECORD-X        PIC X(53)   VALUE SPACES.
       01  WS-CURRENT-SOURCE-N     PIC 9(1)    VALUE 0.

       01  WS-SOURCE-TABLE.
