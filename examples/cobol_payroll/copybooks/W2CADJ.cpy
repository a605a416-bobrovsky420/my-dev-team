      * W2CADJ.CPY  -  Prior-year W-2 adjustment record
      *
      * Written by PAYVOID for every void or reissue of a payment
      * dated in a year that PAYYREND has already closed. That
      * year's W-2s went out from the balances archived at the
      * close, so the payment is not posted to the live
      * EMPLOYEE-MASTER (which now holds the new year) - it is
      * logged here instead, and PAYW2C works out each employee's
      * corrected W-2 figures from the archive and these records.
      *
      * The amounts are the payment's, unsigned, exactly as on its
      * PAYMENT-HISTORY-RECORD; W2A-ACTION says which way they go -
      * 'V' a void takes them off the year, 'R' a reissue puts them
      * back.
       01  W2C-ADJUSTMENT-RECORD.
           05  W2A-EMP-ID          PIC 9(5).
           05  W2A-TAX-YEAR        PIC 9(4).
           05  W2A-PAY-DATE        PIC 9(8).
           05  W2A-ACTION          PIC X(1).
               88  W2A-VOID            VALUE 'V'.
               88  W2A-REISSUE         VALUE 'R'.
           05  W2A-RUN-DATE        PIC 9(8).
           05  W2A-RUN-TIME        PIC 9(8).
           05  W2A-WORK-STATE      PIC X(2).
           05  W2A-GROSS           PIC 9(6)V99.
           05  W2A-FEDERAL         PIC 9(6)V99.
           05  W2A-FICA            PIC 9(6)V99.
           05  W2A-MEDICARE        PIC 9(6)V99.
           05  W2A-STATE           PIC 9(6)V99.
           05  W2A-401K            PIC 9(6)V99.
