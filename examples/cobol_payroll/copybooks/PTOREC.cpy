      * changes out before recomputing, so the interrupted record
      * accrues and draws exactly once however many times it is
      * reprocessed.
      *
      * An employee's final check pays the vacation bank out and
      * forfeits the sick bank, leaving both balances zero; the
      * last-change fields then carry the whole of each balance as
      * a negative change, so the same back-out restores them.
       01  PTO-BALANCE-RECORD.
           05  PTO-EMP-ID          PIC 9(5).
           05  PTO-VAC-BALANCE     PIC 9(4)V9.
