      * TAXLIAB.CPY  -  Federal deposit liability ledger record
      *
      * One record per pay date, kept by PAYDEP: the 941 taxes the
      * payments made that day owe - federal income tax withheld,
      * and the employee and employer halves of social security
      * and Medicare - summed from PAYMENT-HISTORY-FILE, the date
      * they must be deposited by, and how much of each has been
      * sent in a deposit file so far. Keyed on the pay date, so a
      * read in key order is the ledger in date order, and the
      * employee-side figures summed by calendar quarter are the
      * quarter buckets PAYQTR prints.
      *
      * The liability is worked again from payment history on every
      * run: a void or reissue after the pay date changes it, and
      * the record follows. The TL-DEP- figures only ever rise - a
      * void after the deposit went out leaves a credit, shown on
      * the report for the return, not a negative deposit.
      *
      * TL-SCHEDULE is how the due date was set: 'S' semiweekly,
      * 'M' monthly, 'N' next business day (the day's liability
      * reached the next-day threshold).
       01  TAX-LIABILITY-RECORD.
           05  TL-PAY-DATE         PIC 9(8).
           05  TL-FEDERAL          PIC 9(9)V99.
           05  TL-EE-FICA          PIC 9(9)V99.
           05  TL-ER-FICA          PIC 9(9)V99.
           05  TL-EE-MEDICARE      PIC 9(9)V99.
           05  TL-ER-MEDICARE      PIC 9(9)V99.
           05  TL-TOTAL            PIC 9(9)V99.
           05  TL-PAYMENT-COUNT    PIC 9(5).
           05  TL-DUE-DATE         PIC 9(8).
           05  TL-SCHEDULE         PIC X(1).
               88  TL-SEMIWEEKLY       VALUE 'S'.
               88  TL-MONTHLY          VALUE 'M'.
               88  TL-NEXT-DAY         VALUE 'N'.
           05  TL-DEP-FEDERAL      PIC 9(9)V99.
           05  TL-DEP-FICA         PIC 9(9)V99.
           05  TL-DEP-MEDICARE     PIC 9(9)V99.
           05  TL-LAST-DEPOSIT-DATE PIC 9(8).
           05  TL-SETTLEMENT-DATE  PIC 9(8).
           05  TL-FIRST-RECORDED   PIC 9(8).
           05  TL-LAST-CHANGED     PIC 9(8).
