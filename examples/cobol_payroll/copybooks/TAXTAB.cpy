      * and keeps whichever row is the latest one on or before the
      * run date, so a bracket or threshold change is a data update
      * to this file instead of a program change and recompile.
      *
      * TAX-SUPP-RATE is the flat federal rate withheld on bonus and
      * commission pay in an off-cycle supplemental run, in place of
      * the brackets - effective-dated with the rest of the row. A
      * row keyed before the column existed leaves it blank, and the
      * rate already in force - the program default, or an earlier
      * row's - carries on.
      *
      * TAX-FILING-STATUS says which W-4 filing status the row's
      * brackets are for: blank or 'S' single (and married filing
      * separately), 'M' married filing jointly, 'H' head of
      * household. Each status is effective-dated on its own, so a
      * change for one status is a new row for that status only. An
      * employee whose status has no row in force is withheld on the
      * single brackets. The supplemental rate is taken from single
      * rows only - it does not depend on filing status.
       01  TAX-TABLE-RECORD.
           05  TAX-EFF-DATE        PIC 9(08).
           05  TAX-BRACKET-1-LIMIT PIC 9(06)V99.
           05  TAX-BRACKET-2-LIMIT PIC 9(06)V99.
           05  TAX-BRACKET-2-RATE  PIC V999.
           05  TAX-BRACKET-3-RATE  PIC V999.
           05  TAX-SUPP-RATE       PIC V999.
           05  TAX-FILING-STATUS   PIC X(01).
