      *                  carries a BALANCED verdict - a rerun of
      *                  PAYBAL after a fix simply appends a newer
      *                  verdict, and the latest one wins.
      *   S - supplmtl : PAYROLL appends one instead of a 'P' at
      *                  the clean close of a live off-cycle bonus/
      *                  commission run, naming its pay date. It
      *                  marks no calendar period paid and holds
      *                  no regular run back - it only refuses a
      *                  second supplemental run on the same date,
      *                  and any run of the other kind on that date
      *                  (payment history is keyed by pay date).
      *   V - variance : PAYROLL appends one at the close of every
      *                  TRIAL run, naming the period (or supple-
      *                  mental pay date) it tried and whether its
      *                  variance review flagged anything. The run
      *                  time is the sign-off key printed on the
      *                  review report: a live run for the period
      *                  needs a 'V' record, and when the latest
      *                  one is FLAGGED it needs that key and a
      *                  reviewer's name on its run-control card.
      *   X - backout  : PAYBKOUT appends one after putting a live
      *                  run's snapshot back, naming the period (or
      *                  supplemental pay date) and group it backed
      *                  out. The restored log has already lost that
      *                  run's 'P' or 'S' record, which reopens the
      *                  period; the 'X' also voids every earlier
      *                  trial review of it, so the rerun needs a
      *                  fresh trial and sign-off.
      *
      * PPL-VERDICT is spaces on 'P', 'S' and 'X' records. PPL-PAY-
      * GROUP names the pay group a 'P', 'V' or 'X' record ran
      * (blank on older records and on 'B' records reads as
      * weekly), so the duplicate and sequence gates judge each
      * group's calendar on its own.
       01  PERIOD-LOG-RECORD.
           05  PPL-TYPE            PIC X(1).
               88  PPL-TYPE-PAID       VALUE 'P'.
               88  PPL-TYPE-BALANCE    VALUE 'B'.
               88  PPL-TYPE-SUPPLEMENTAL VALUE 'S'.
               88  PPL-TYPE-VARIANCE   VALUE 'V'.
               88  PPL-TYPE-BACKOUT    VALUE 'X'.
           05  PPL-PERIOD-END      PIC 9(8).
           05  PPL-RUN-DATE        PIC 9(8).
           05  PPL-RUN-TIME        PIC 9(8).
           05  PPL-VERDICT         PIC X(8).
               88  PPL-BALANCED        VALUE 'BALANCED'.
               88  PPL-OUT-OF-BAL      VALUE 'OUTOFBAL'.
               88  PPL-VARIANCES-FLAGGED VALUE 'FLAGGED '.
               88  PPL-VARIANCES-CLEAN VALUE 'CLEAN   '.
           05  PPL-PAY-GROUP       PIC X(1).
