      * 2026-09-02  RJM  Initial version, with the feed source stamp
      *                  carried onto the audit and exception
      *                  records.
      * 2026-10-15  RJM  Exception records grew to 104 bytes with the
      *                  order's quote number, override rate and
      *                  approver code.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANRPT.
       COPY AUDREC.

       FD  EXCEPTION-FILE
           RECORD CONTAINS 104 CHARACTERS.
       COPY EXCREC.

       FD  CHANNEL-REPORT
