      * WCRATE.CPY  -  Workers' compensation class rate table
      *
      * One record per state per risk class per effective date,
      * carrying the premium rate the insurer bills for that class's
      * payroll in that state - dollars per $100 of payroll - from
      * that date on. Records are expected in ascending
      * WCR-EFF-DATE order, and the row in force for a payment is
      * the latest one on or before its pay date, the same
      * selection rule TAXTAB and ERTAXTAB use, so the policy
      * renewal's new rates are a data update to wc_rate_table.dat
      * instead of a program change.
      *
      * PAYMAINT accepts only a class on the table for the
      * employee's work state; PAYWCRPT rates payroll from it.
       01  WC-RATE-RECORD.
           05  WCR-EFF-DATE        PIC 9(08).
           05  WCR-STATE-CODE      PIC X(02).
           05  WCR-CLASS           PIC X(04).
           05  WCR-DESCRIPTION     PIC X(20).
           05  WCR-RATE            PIC 9(3)V9999.
