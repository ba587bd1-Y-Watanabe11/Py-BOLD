      * CMJREC - customer master update journal record.  Every
      * program that writes CUSTMAS - CUSTOMER-CALC posting YTD and
      * exposure, TIERPROM flipping tiers and resetting YTD, CUSTMNT
      * applying keyed maintenance, CASHAPP relieving exposure as cash
      * is applied - journals a before image ahead of each change it
      * applies and an after image behind it, to the shared CMASJRNL
      * file.  If the indexed master breaks mid-run,
      * CMRECOV rolls a restored image copy forward through this
      * journal to the point of failure instead of losing every
      * posting since the copy was taken.  CMJ-ACTION-X carries what
