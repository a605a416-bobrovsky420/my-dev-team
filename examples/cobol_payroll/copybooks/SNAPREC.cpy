      * SNAPREC.CPY  -  Pre-posting snapshot record
      *
      * What every file a live PAYROLL run updates looked like just
      * before the run posted anything, written by PAYROLL and put
      * back by PAYBKOUT. One snapshot per run, named for the run's
      * period-end (or supplemental pay date) and pay group:
      *
      *     payroll_snapshot_YYYYMMDD_G.dat
      *
      * so a later period's run never writes over it, and a rerun
      * of the same period replaces it with the state that rerun
      * started from.
      *
      *   H - header     : the run the snapshot was taken for.
      *   M - employee_master.dat record
      *   D - deductions.dat record
      *   T - pto_balances.dat record
      *   Y - payment_history.dat record
      *   R - retro_pay.dat record
      *   C - check_control.dat record
      *   L - pay_period_log.dat record
      *   Z - trailer    : the record count of each file, written
      *                    last. A snapshot without it was cut short
      *                    and is never restored. The period-log
      *                    count is also where the run's own history
      *                    starts: every log record past it was
      *                    written by the run or by a later job.
      *
      * Each file's records follow in key order, the image held
      * exactly as read (the PAYYREND archive-image pattern). A file
      * that did not exist yet has no records, and comes back empty.
       01  SNAPSHOT-RECORD.
           05  SNAP-TYPE           PIC X(1).
               88  SNAP-HEADER         VALUE 'H'.
               88  SNAP-MASTER         VALUE 'M'.
               88  SNAP-DEDUCTION      VALUE 'D'.
               88  SNAP-PTO            VALUE 'T'.
               88  SNAP-HISTORY        VALUE 'Y'.
               88  SNAP-RETRO          VALUE 'R'.
               88  SNAP-CHECK-CONTROL  VALUE 'C'.
               88  SNAP-PERIOD-LOG     VALUE 'L'.
               88  SNAP-TRAILER        VALUE 'Z'.
           05  SNAP-IMAGE          PIC X(600).
           05  SNAP-HEADER-DATA REDEFINES SNAP-IMAGE.
               10  SNAP-PERIOD-END     PIC 9(8).
               10  SNAP-PAY-GROUP      PIC X(1).
               10  SNAP-RUN-KIND       PIC X(1).
               10  SNAP-RUN-TIME       PIC 9(8).
               10  SNAP-TAKEN-DATE     PIC 9(8).
               10  FILLER              PIC X(574).
           05  SNAP-TRAILER-DATA REDEFINES SNAP-IMAGE.
               10  SNAP-MASTER-COUNT   PIC 9(7).
               10  SNAP-DEDUCTION-COUNT PIC 9(7).
               10  SNAP-PTO-COUNT      PIC 9(7).
               10  SNAP-HISTORY-COUNT  PIC 9(7).
               10  SNAP-RETRO-COUNT    PIC 9(7).
               10  SNAP-CHECK-CTL-COUNT PIC 9(7).
               10  SNAP-LOG-COUNT      PIC 9(7).
               10  FILLER              PIC X(551).
