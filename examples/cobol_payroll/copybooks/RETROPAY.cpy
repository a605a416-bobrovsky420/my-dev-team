      * RETROPAY.CPY  -  Retroactive pay due record
      *
      * One record per employee, keyed on RP-EMP-ID, carrying the
      * back pay PAYRETRO has worked out from retroactive rate
      * changes and not yet paid. PAYRETRO adds each change's
      * difference to the open amount (RP-PERIODS counts the pay
      * periods it covers, RP-FROM/TO-DATE the pay dates they span);
      * the next live PAYROLL run pays it as its own earnings line
      * inside gross - taxed like any other wages, printed on the
      * stub, posted to the retro pay wage account - and flips the
      * record 'P'aid.
      *
      * RP-PAID-RUN-DATE/TIME stamp which run paid it - the same
      * restart device EMPMAST's YTD-LAST-RUN stamp is. A restarted
      * run that finds its own stamp on a paid record pays the same
      * amount again rather than treating it as already gone, so the
      * employee the abend interrupted is recomputed exactly as the
      * first attempt computed them.
       01  RETRO-PAY-RECORD.
           05  RP-EMP-ID           PIC 9(5).
           05  RP-AMOUNT           PIC 9(6)V99.
           05  RP-PERIODS          PIC 9(3).
           05  RP-FROM-DATE        PIC 9(8).
           05  RP-TO-DATE          PIC 9(8).
           05  RP-STATUS           PIC X(1).
               88  RP-STATUS-OPEN      VALUE 'O'.
               88  RP-STATUS-PAID      VALUE 'P'.
           05  RP-PAID-RUN-DATE    PIC 9(8).
           05  RP-PAID-RUN-TIME    PIC 9(8).
