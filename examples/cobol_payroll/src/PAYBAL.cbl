      * it. Each OUT OF BALANCE line carries the exact discrepancy.
      * The verdict is also appended to the shared pay-period log,
      * which is what lets PAYROLL hold the next live run until
      * this one has been proven. A BALANCED verdict is also the
      * transmit's release, and so closes the run to PAYBKOUT: a
      * run still wrong after it is balanced is put right by
      * PAYVOID, one payment at a time.
      *
      * The report is parsed from its printed layout: a detail line
      * is recognized by five leading spaces and a numeric employee
