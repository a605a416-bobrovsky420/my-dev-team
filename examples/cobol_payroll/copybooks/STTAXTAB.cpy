      * ST-EFF-DATE order; PAYROLL loads the whole table at startup
      * and keeps, per state, whichever row is the latest one on or
      * before the run date, the same selection rule TAXTAB uses.
      *
      * ST-FINAL-PAY-RULE carries the state's final-pay law along
      * with its rate: 'Y' where wages are due the day employment
      * ends, which obliges the final check to go out as a paper
      * check handed over on the day rather than a deposit that
      * settles later. Blank (every row keyed before the column
      * existed) means the regular payday is soon enough.
       01  STATE-TAX-RECORD.
           05  ST-EFF-DATE         PIC 9(08).
           05  ST-STATE-CODE       PIC X(02).
           05  ST-RATE             PIC V999.
           05  ST-FINAL-PAY-RULE   PIC X(01).
               88  ST-FINAL-PAY-SAME-DAY VALUE 'Y'.
