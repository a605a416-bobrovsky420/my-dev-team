      * biweekly or semimonthly - and a run pays only the group its
      * run-control card names. The blank every pre-pay-group
      * record carries reads as weekly, which is what everyone was.
      *
      * The EMP-W4- fields carry the employee's Form W-4 elections
      * into the federal withholding calculation. A blank filing
      * status reads as single, the W-4 default. EMP-W4-DEP-CREDIT
      * is the annual dependents credit (Step 3), spread evenly over
      * the pay periods; EMP-W4-EXTRA-WH is the extra amount to
      * withhold every pay (Step 4c). An exempt claim stops federal
      * withholding only for the calendar year named in
      * EMP-W4-EXEMPT-YEAR and must be renewed by February 15 of the
      * next - once that date passes without a new W-4 the employee
      * is withheld as single with no adjustments.
      *
      * EMP-WC-CLASS is the workers' compensation risk class the
      * employee's wages are rated under - clerical, plant, drivers
      * - as keyed on the insurer's class table (WCRATE). PAYROLL
      * stamps it on each payment so PAYWCRPT can total payroll by
      * class. Records keyed before the field existed are blank.
       01  EMPLOYEE-RECORD.
           05  EMP-ID              PIC 9(5).
           05  EMP-NAME            PIC X(30).
               88  EMP-FREQ-WEEKLY       VALUE 'W' ' '.
               88  EMP-FREQ-BIWEEKLY     VALUE 'B'.
               88  EMP-FREQ-SEMIMONTHLY  VALUE 'S'.
           05  EMP-W4-FILING-STATUS PIC X(01).
               88  EMP-W4-SINGLE         VALUE 'S' ' '.
               88  EMP-W4-MARRIED-JOINT  VALUE 'M'.
               88  EMP-W4-HEAD-HOUSEHOLD VALUE 'H'.
           05  EMP-W4-DEP-CREDIT   PIC 9(05)V99.
           05  EMP-W4-EXTRA-WH     PIC 9(04)V99.
           05  EMP-W4-EXEMPT       PIC X(01).
               88  EMP-W4-CLAIMS-EXEMPT  VALUE 'Y'.
           05  EMP-W4-EXEMPT-YEAR  PIC 9(04).
           05  EMP-WC-CLASS        PIC X(04).
