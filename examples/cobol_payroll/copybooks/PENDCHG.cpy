      * PENDCHG.CPY  -  Master change held for second approval
      *
      * The money-moving fields on the masters - an employee's bank
      * routing/account and pay type/rate/salary, and the terms of
      * a garnishment - are not changed on one operator's say-so.
      * PAYMAINT and DEDMAINT hold such a change here instead of
      * applying it, one record per master record, keyed on PC-KEY:
      * 'E' plus the EMP-ID for an employee (PC-DED-CODE blank),
      * 'D' plus EMP-ID and deduction code for a deduction.
      *
      * The change reaches the master only when an approve ('V')
      * transaction from a different operator than PC-ENTERED-BY
      * names it in a later run than the one stamped in
      * PC-ENTERED-DATE/TIME; a cancel ('X') withdraws it. Until
      * then the master keeps the values in force, PAYROLL pays on
      * them and lists every record here on its report, so a held
      * change is seen rather than silently waited out. A later
      * change keyed to the same fields replaces the one held and
      * needs approving afresh.
      *
      * PC-EMP-TERMS is the employee view: PC-PAY-CHANGE-SW and
      * PC-BANK-CHANGE-SW say which of the two groups the change
      * touches, and only a flagged group is applied on approval.
      * PC-RATE-EFF-DATE is the date the new rate applies from
      * (the day it was keyed when the transaction left it blank),
      * so a rate held over a pay run still reaches back to it
      * through PAYRETRO once approved. PC-DED-TERMS is the
      * deduction view - the whole set of garnishment terms, all
      * applied together; DED-TAKEN is never held or touched.
       01  PENDING-CHANGE-RECORD.
           05  PC-KEY.
               10  PC-SOURCE       PIC X(1).
                   88  PC-SOURCE-EMPLOYEE  VALUE 'E'.
                   88  PC-SOURCE-DEDUCTION VALUE 'D'.
               10  PC-EMP-ID       PIC 9(5).
               10  PC-DED-CODE     PIC X(4).
           05  PC-ENTERED-DATE     PIC 9(8).
           05  PC-ENTERED-TIME     PIC 9(8).
           05  PC-ENTERED-BY       PIC X(8).
           05  PC-EMP-TERMS.
               10  PC-PAY-CHANGE-SW    PIC X(1).
                   88  PC-PAY-CHANGED      VALUE 'Y'.
               10  PC-EMP-TYPE         PIC X(1).
               10  PC-HOURLY-RATE      PIC 9(4)V99.
               10  PC-ANNUAL-SALARY    PIC 9(7)V99.
               10  PC-RATE-EFF-DATE    PIC 9(8).
               10  PC-BANK-CHANGE-SW   PIC X(1).
                   88  PC-BANK-CHANGED     VALUE 'Y'.
               10  PC-BANK-ROUTING     PIC 9(9).
               10  PC-BANK-ACCOUNT     PIC X(17).
           05  PC-DED-TERMS REDEFINES PC-EMP-TERMS.
               10  PC-DED-TYPE         PIC X(1).
               10  PC-DED-METHOD       PIC X(1).
               10  PC-DED-AMOUNT       PIC 9(5)V99.
               10  PC-DED-PERCENT      PIC V999.
               10  PC-DED-GOAL         PIC 9(7)V99.
               10  PC-DED-PRIORITY     PIC 9(2).
               10  PC-DED-DE-PCT       PIC V999.
               10  PC-AGENCY-REF       PIC X(20).
               10  FILLER              PIC X(6).
