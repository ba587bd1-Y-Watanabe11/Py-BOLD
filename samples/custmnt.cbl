      *                  header/line order layout; the delete-guard
      *                  scan matches either record shape, since line
      *                  records repeat the customer id.
      * 2026-10-15  RJM  Order file records grew to 53 bytes with the
      *                  header approver code for manual discount
      *                  overrides.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
       COPY CUSTMAS.

       FD  ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS.
       COPY ORDREC.

       FD  MAINT-LOG-FILE
