      * per pay) or DED-PERCENT (of gross) is in force. A non-zero
      * DED-GOAL marks a balance-limited deduction - a garnishment
      * stops once DED-TAKEN reaches it, and PAYROLL keeps DED-TAKEN
      * current as each run collects. On an employee's final check
      * PAYROLL takes a garnishment's whole outstanding balance
      * instead of the per-pay amount, still under the same caps.
      *
      * DED-LAST-RUN-DATE/TIME and DED-LAST-AMOUNT stamp which run
      * last advanced DED-TAKEN and by how much - the same device
