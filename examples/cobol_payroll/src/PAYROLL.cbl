      *     today's date, LIVE - but when a pay calendar exists
      *     even that defaulted run faces the calendar, duplicate,
      *     sequence and balance gates, with no override possible.
      *   - A TRIAL run also sets every payment against the same
      *     employee's last payment on PAY-HISTORY-FILE and writes
      *     the comparison to VARIANCE-FILE, with the items that
      *     break the VARIANCE-LIMIT-FILE limits - and first
      *     payments, employees paid last period but not this one,
      *     and net pay over the ceiling - on their own review
      *     report (VARIANCE-REVIEW-FILE). Its only other trace is
      *     a 'V' record on the period log. A live run is refused
      *     until its period's latest trial review is clean, or
      *     its card carries the reviewer's sign-off (see
      *     1070-JUDGE-VARIANCE-SIGNOFF).
      *   - The card's run kind makes a run SUPPLEMENTAL: an off-
      *     cycle bonus/commission run paying SUPPLEMENTAL-FILE
      *     instead of the period's wages (see below). Its date is
      *     a pay date, not a calendar period-end - it is kept off
      *     the regular calendar and sequence gates, logs its own
      *     'S' record instead of marking a period paid, and so
      *     never counts as, or holds back, a group's regular run.
      *   - Before a fresh live run posts anything it snapshots
      *     every file it is about to update - EMPLOYEE-MASTER, the
      *     deduction, PTO, payment history and retro pay files,
      *     the check control file and the period log - to its own
      *     SNAPSHOT-FILE (see SNAPREC and 1600-TAKE-SNAPSHOT).
      *     PAYBKOUT puts that snapshot back to undo a run that
      *     finished cleanly but was wrong, while PAYBAL has not yet
      *     released its transmit.
      *
      * Business rules:
      *   - Every employee belongs to a pay group (weekly,
      *     1400-LOAD-TAX-TABLE); the table carries weekly figures,
      *     scaled to the period by 1449-SCALE-ACTIVE-BRACKETS;
      *     defaults to the original <=$500/10%, <=$1500/20%,
      *     over/30% table if that file does not exist. The table
      *     carries a bracket set per W-4 filing status, and the
      *     employee's W-4 elections on the master pick the set,
      *     reduce the tax by the dependents credit, add any extra
      *     withholding, or stop it for an exempt claim in force
      *     (see 3205-SET-W4-BRACKETS).
      *   - State withholding uses the employee's EMP-WORK-STATE and
      *     the rate for that state from STATE-TAX-FILE (effective-
      *     dated like TAXTAB); the report and GL extract break the
      *     employee on EMPLOYEE-MASTER) accrue alongside the
      *     employee withholding and post expense against payables
      *     in the GL extract.
      *   - Back pay PAYRETRO has worked out for a retroactive rate
      *     change (RETRO-PAY-FILE) is paid in the employee's next
      *     live run as its own earnings line inside gross - taxed
      *     with the period's pay, printed on the report and stub,
      *     and debited to its own retro pay wage account in the GL
      *     extract rather than the department's.
      *   - A supplemental run pays each employee on the bonus/
      *     commission file, whatever their pay group or status,
      *     that file's amounts and nothing else: no salary, hours,
      *     retro pay or PTO accrual. Federal tax is withheld at
      *     the flat supplemental rate from TAX-TABLE-FILE instead
      *     of the brackets; FICA/Medicare (wage base and all),
      *     state withholding, the employer taxes and the 401(k)
      *     deferral and match apply exactly as on regular pay.
      *     Health premiums and garnishments are left to the
      *     regular run. The payment posts EMPLOYEE-MASTER, payment
      *     history, ACH or check, the GL extract and a stub the
      *     same way a regular one does.
      *   - An employee whose EMP-TERM-DATE falls inside the period
      *     gets the final check: pay through the termination date,
      *     plus the whole remaining vacation bank paid out at the
      *     current rate (salaried staff at 1/2080th of salary an
      *     hour) as its own earnings line inside gross. Sick hours
      *     are forfeited, and both PTO balances go to zero.
      *     A garnishment takes its whole outstanding balance rather
      *     than the per-pay amount, under the usual caps. Where the
      *     work state requires wages the day employment ends, the
      *     final pay goes out as a paper check whatever bank details
      *     are on file. Each final check also prints a termination
      *     statement showing the payout.
      *   - Each payment's history record carries the overtime
      *     premium inside its gross - the half-time paid over
      *     straight time for the overtime hours - and the
      *     employee's workers' comp class, so PAYWCRPT can rate
      *     the premium on straight-time payroll by class.
      *   - Pay, bank and garnishment changes PAYMAINT and DEDMAINT
      *     are holding for a second operator's approval are not
      *     on the masters yet, so the run pays on the values in
      *     force - and lists every held change on the report, so
      *     nobody assumes the new rate or account went out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYROLL.
       AUTHOR.      MY-DEV-TEAM-DEMO.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUB-FILE ASSIGN TO 'paystubs.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-STMT-FILE ASSIGN TO 'final_pay_statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO 'payroll_audit.log'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'payroll_runctl.dat'
           SELECT TIMECARD-FILE ASSIGN TO 'timecards_approved.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT SUPPLEMENTAL-FILE ASSIGN TO 'supplemental_pay.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT STATE-TAX-FILE ASSIGN TO 'state_tax_table.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-TAX-STATUS.
               FILE STATUS IS WS-MATCH-TABLE-STATUS.
           SELECT K401-REMIT-FILE ASSIGN TO '401k_remit.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETRO-PAY-FILE ASSIGN TO 'retro_pay.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-EMP-ID
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT OPTIONAL PENDING-CHANGE-FILE
               ASSIGN TO 'pending_changes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT OPTIONAL VARIANCE-LIMIT-FILE
               ASSIGN TO 'variance_limits.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-LIMIT-STATUS.
           SELECT VARIANCE-FILE ASSIGN TO 'payroll_variance.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REVIEW-FILE
               ASSIGN TO 'payroll_variance_review.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPSHOT-FILE ASSIGN USING WS-SNAPSHOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.


       DATA DIVISION.
               10  CKPT-GLD-ENTRY OCCURS 20 TIMES.
                   15  CKPT-GLD-CODE    PIC X(04).
                   15  CKPT-GLD-GROSS   PIC 9(9)V99.
           05  CKPT-TOTAL-RETRO     PIC 9(09)V99.
      * Regular or supplemental - restored with the pay group, for
      * the same reason.
           05  CKPT-RUN-KIND        PIC X(01).
           05  CKPT-TOTAL-PAYOUT    PIC 9(09)V99.

      * NACHA-like direct-deposit detail record - one per employee,
      * carrying the routing/account info and this week's net pay so
      * run is paying, LIVE or TRIAL, the word OVERRIDE for the
      * genuine rerun case (lets a live run through the calendar/
      * duplicate/sequence/balance gates with an audit record
      * instead of a refusal), the pay group being paid -
      * weekly, biweekly or semimonthly, blank reading as weekly -
      * and the run kind: 'S' for an off-cycle supplemental run
      * (the period-end date is then its pay date), blank or 'R'
      * for the regular pay-period run. When the period's trial
      * flagged pay variances, the live card also names who signed
      * the review off and quotes the sign-off key printed on it.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05  RUNCTL-PERIOD-END    PIC 9(08).
               88  RUNCTL-GROUP-WEEKLY     VALUE 'W' ' '.
               88  RUNCTL-GROUP-BIWEEKLY   VALUE 'B'.
               88  RUNCTL-GROUP-SEMIMONTH  VALUE 'S'.
           05  RUNCTL-RUN-KIND      PIC X(01).
               88  RUNCTL-KIND-REGULAR     VALUE 'R' ' '.
               88  RUNCTL-KIND-SUPPLEMENTAL VALUE 'S'.
           05  RUNCTL-SIGNOFF-BY    PIC X(08).
           05  RUNCTL-SIGNOFF-KEY   PIC 9(08).

      * The year's valid period-end dates, one per record, keyed by
      * the operations calendar instead of whatever lands on the
           05  TLR-CARD-COUNT       PIC 9(05).
           05  TLR-TOTAL-HOURS      PIC 9(6)V9.

      * The bonus and commission payments a supplemental run pays,
      * one record per payment - an employee may have several, of
      * either type, and they are summed per employee at load time
      * the way the timecards are. Closed by a trailer carrying the
      * record count and total amount, proven against what was read
      * before anything is paid, so a short or doubled file stops
      * the run instead of paying the wrong money.
       FD  SUPPLEMENTAL-FILE.
       01  SUPPLEMENTAL-RECORD.
           05  SUP-EMP-ID           PIC 9(05).
           05  SUP-PAY-TYPE         PIC X(01).
               88  SUP-TYPE-BONUS      VALUE 'B'.
               88  SUP-TYPE-COMMISSION VALUE 'C'.
           05  SUP-AMOUNT           PIC 9(06)V99.
       01  SUPPLEMENTAL-TRAILER-RECORD.
           05  SUPT-RECORD-TYPE     PIC X(01).
               88  SUPT-IS-TRAILER  VALUE 'T'.
           05  SUPT-RECORD-COUNT    PIC 9(05).
           05  SUPT-TOTAL-AMOUNT    PIC 9(08)V99.

      * One printable stub per employee per run - the per-person
      * answer to "what was I paid and where am I for the year" that
      * the 132-column report line was never meant to be. Written
       FD  STUB-FILE.
       01  STUB-LINE           PIC X(95).

      * One termination statement per final check - what the
      * departing employee is handed with it: wages through the
      * termination date, the vacation payout, the sick hours
      * forfeited, and how the money went out. Written with the
      * stub, under the same restart guard.
       FD  TERM-STMT-FILE.
       01  TERM-STMT-LINE      PIC X(95).

       FD  STATE-TAX-FILE.
           COPY STTAXTAB.

      * Per-payment earnings history, one record per live payment
      * under the same detail-posted guard as the report line and
      * the payment itself - PAYVOID looks voided payments up here
      * instead of having their breakdown keyed from a stub. A trial
      * run only reads it, for its variance review.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

           05  KR-DEFERRAL          PIC 9(06)V99.
           05  KR-MATCH             PIC 9(06)V99.

      * Back pay queued by PAYRETRO, one record per employee -
      * read for what is still open and flipped paid by the live
      * run that pays it.
       FD  RETRO-PAY-FILE.
           COPY RETROPAY.

      * Pay, bank and garnishment changes PAYMAINT and DEDMAINT are
      * holding for a second operator. Read only to list them: the
      * run pays on the master as it stands.
       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

      * Limits for a trial run's variance review: a change in any one
      * pay item of more than the percentage, or more than the dollar
      * figure, is flagged, and so is a net payment above the
      * ceiling. A limit left zero is not applied. With no file the
      * defaults in WS-VARIANCE-LIMITS stand.
       FD  VARIANCE-LIMIT-FILE.
       01  VARIANCE-LIMIT-RECORD.
           05  VL-CHANGE-PCT        PIC 9(03).
           05  VL-CHANGE-AMOUNT     PIC 9(05)V99.
           05  VL-NET-CEILING       PIC 9(06)V99.

      * A trial run's variance report - every employee it pays, each
      * pay item set against the employee's last payment of the same
      * kind, with the items over the limits marked.
       FD  VARIANCE-FILE.
       01  VARIANCE-LINE        PIC X(132).

      * The flagged items alone, one line each, for the reviewer who
      * signs them off before the live run. Carries the sign-off key
      * the live run's card must quote.
       FD  VARIANCE-REVIEW-FILE.
       01  VARIANCE-REVIEW-LINE PIC X(132).

      * The pre-posting state of every file a live run updates,
      * one file per period and group - see SNAPREC.
       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
               88  EMP-NOT-SKIPPED VALUE 'N'.
           05  WS-FINAL-WEEK-SW PIC X VALUE 'N'.
               88  FINAL-CHECK-WEEK VALUE 'Y'.
           05  WS-RETRO-PRESENT-SW PIC X VALUE 'N'.
               88  RETRO-FILE-PRESENT VALUE 'Y'.
           05  WS-RUN-KIND-SW  PIC X VALUE 'R'.
               88  REGULAR-RUN      VALUE 'R'.
               88  SUPPLEMENTAL-RUN VALUE 'S'.
           05  WS-SUPP-FOUND-SW PIC X VALUE 'N'.
               88  SUPP-FOUND       VALUE 'Y'.
               88  SUPP-NOT-FOUND   VALUE 'N'.

       01  WS-CKPT-FILE-STATUS PIC X(2) VALUE SPACES.
           88  WS-CKPT-FILE-OK VALUE '00'.
           05  WS-RUN-DATE     PIC 9(8) VALUE ZEROS.
           05  WS-RUN-TIME     PIC 9(8) VALUE ZEROS.

      * The calendar date and clock time this execution started.
      * Unlike WS-RUN-DATE-TIME it is never replaced - not by the
      * card's period end, not by a restart's stamp - so payment
      * history can say when each payment was actually priced.
       01  WS-CLOCK-DATE-TIME.
           05  WS-CLOCK-DATE   PIC 9(8) VALUE ZEROS.
           05  WS-CLOCK-TIME   PIC 9(8) VALUE ZEROS.

      * Run date split apart so the calendar quarter the run falls
      * in can steer 3350-UPDATE-MASTER's quarter buckets.
       01  WS-DATE-PARTS.
           05  WS-DP-DAY       PIC 9(2).
       01  WS-MONTH-WORK       PIC 9(2) VALUE ZEROS.
       01  WS-RUN-QUARTER      PIC 9(1) VALUE ZEROS.
      * Earliest W-4 exempt-claim year still in force on the run
      * date: this year's, or last year's up to February 15 while
      * the renewal is still due. Set by 1230-SET-RUN-QUARTER.
       01  WS-W4-EXEMPT-MIN-YEAR PIC 9(4) VALUE ZEROS.

      * The pay period as ordinal day numbers - the calendar days
      * ending on the period-end date, however many the run's pay
       01  WS-MATCH-TABLE-STATUS PIC X(2) VALUE SPACES.
           88  WS-MATCH-TABLE-OK VALUE '00'.

       01  WS-RETRO-STATUS     PIC X(2) VALUE SPACES.
           88  WS-RETRO-OK     VALUE '00'.

       01  WS-SUPP-STATUS      PIC X(2) VALUE SPACES.
           88  WS-SUPP-OK      VALUE '00'.

       01  WS-PENDING-STATUS   PIC X(2) VALUE SPACES.
           88  WS-PENDING-OK   VALUE '00'.

       01  WS-VARIANCE-LIMIT-STATUS PIC X(2) VALUE SPACES.
           88  WS-VARIANCE-LIMIT-OK VALUE '00'.

       01  WS-SNAPSHOT-STATUS  PIC X(2) VALUE SPACES.
           88  WS-SNAPSHOT-OK  VALUE '00'.

      * The run's snapshot, named payroll_snapshot_YYYYMMDD_G.dat for
      * its period-end and pay group, and how many records of each
      * file went into it - the counts its trailer carries.
       01  WS-SNAPSHOT-FILE-NAME PIC X(40) VALUE SPACES.
       01  WS-SNAPSHOT-CONTROLS.
           05  WS-SNAP-EOF-SW      PIC X VALUE 'N'.
               88  SNAP-SOURCE-AT-EOF VALUE 'Y'.
           05  WS-SNAP-MASTER-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-SNAP-DEDUCT-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-SNAP-PTO-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-SNAP-HISTORY-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-SNAP-RETRO-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-SNAP-CHECK-CTL-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-SNAP-LOG-COUNT      PIC 9(7) VALUE ZEROS.

      * Trial-run variance limits, defaulted to a change of more
      * than 25% or $200.00 in any one item and a net payment over
      * $10,000.00 until variance_limits.dat says otherwise.
       01  WS-VARIANCE-LIMITS.
           05  WS-VAR-PCT-LIMIT    PIC 9(3)    VALUE 25.
           05  WS-VAR-AMT-LIMIT    PIC 9(5)V99 VALUE 200.00.
           05  WS-VAR-NET-CEILING  PIC 9(6)V99 VALUE 10000.00.

      * The nine pay items the variance review compares, in the
      * order they print: this payment's figure against the one
      * on the employee's last payment of the same kind.
       01  WS-VAR-ITEM-NAMES.
           05  FILLER              PIC X(8) VALUE 'GROSS'.
           05  FILLER              PIC X(8) VALUE 'FICA'.
           05  FILLER              PIC X(8) VALUE 'MEDICARE'.
           05  FILLER              PIC X(8) VALUE 'FEDERAL'.
           05  FILLER              PIC X(8) VALUE 'STATE'.
           05  FILLER              PIC X(8) VALUE '401K'.
           05  FILLER              PIC X(8) VALUE 'HEALTH'.
           05  FILLER              PIC X(8) VALUE 'GARNISH'.
           05  FILLER              PIC X(8) VALUE 'NET'.
       01  WS-VAR-ITEM-NAME-TABLE REDEFINES WS-VAR-ITEM-NAMES.
           05  WS-VAR-ITEM-NAME    PIC X(8) OCCURS 9 TIMES.
       01  WS-VAR-ITEM-TABLE.
           05  WS-VAR-ITEM OCCURS 9 TIMES
                   INDEXED BY WS-VAR-IDX.
               10  WS-VAR-CURRENT  PIC 9(6)V99.
               10  WS-VAR-PRIOR    PIC 9(6)V99.

      * Variance review state and tallies. WS-VAR-LAST-PERIOD is the
      * run's group's latest period paid before this one, from the
      * period log - the period an employee missing from this run
      * is looked up in.
       01  WS-VARIANCE-CONTROLS.
           05  WS-VAR-HIST-SW      PIC X VALUE 'N'.
               88  VARIANCE-HISTORY-OPEN VALUE 'Y'.
           05  WS-VAR-SCAN-SW      PIC X VALUE 'N'.
               88  VARIANCE-SCAN-DONE    VALUE 'Y'.
           05  WS-VAR-ANY-PAID-SW  PIC X VALUE 'N'.
               88  EVER-PAID             VALUE 'Y'.
           05  WS-VAR-FLAG-SW      PIC X VALUE 'N'.
               88  EMP-VARIANCE-FLAGGED  VALUE 'Y'.
           05  WS-VAR-ITEM-FLAG-SW PIC X VALUE 'N'.
               88  ITEM-OVER-LIMIT       VALUE 'Y'.
           05  WS-VAR-PRIOR-DATE   PIC 9(8)     VALUE ZEROS.
           05  WS-VAR-LAST-PERIOD  PIC 9(8)     VALUE ZEROS.
           05  WS-VAR-DIFF         PIC S9(7)V99 VALUE ZEROS.
           05  WS-VAR-ABS-DIFF     PIC 9(7)V99  VALUE ZEROS.
           05  WS-VAR-PCT-WORK     PIC 9(9)V99  VALUE ZEROS.
           05  WS-VAR-PCT          PIC 9(11)V9  VALUE ZEROS.
           05  WS-VAR-PCT-SHOW     PIC 9(4)V9   VALUE ZEROS.
           05  WS-VAR-REASON       PIC X(32)    VALUE SPACES.
           05  WS-VAR-COMPARED-COUNT PIC 9(5)   VALUE ZEROS.
           05  WS-VAR-FIRST-COUNT  PIC 9(5)     VALUE ZEROS.
           05  WS-VAR-MISSING-COUNT PIC 9(5)    VALUE ZEROS.
           05  WS-VAR-CHANGE-COUNT PIC 9(5)     VALUE ZEROS.
           05  WS-VAR-CEILING-COUNT PIC 9(5)    VALUE ZEROS.
           05  WS-VAR-FLAGGED-COUNT PIC 9(5)    VALUE ZEROS.

       01  WS-HELD-CONTROLS.
           05  WS-PENDING-EOF-SW   PIC X      VALUE 'N'.
               88  PENDING-FILE-AT-EOF VALUE 'Y'.
           05  WS-HELD-COUNT       PIC 9(5)   VALUE ZEROS.

       01  WS-KM-EOF-SW        PIC X VALUE 'N'.
           88  MATCH-TABLE-AT-EOF VALUE 'Y'.

               10  WS-GLD-CODE     PIC X(04).
               10  WS-GLD-GROSS    PIC 9(9)V99.
       01  WS-GL-DEPT-COUNT    PIC 9(2) VALUE ZEROS.
       01  WS-DEPT-WAGE-PAY    PIC 9(6)V99 VALUE ZEROS.

       01  WS-PERIOD-LOG-STATUS PIC X(2) VALUE SPACES.
           88  WS-PERIOD-LOG-OK VALUE '00'.
      * against each (from the period log's 'P' records), the
      * latest period paid live, and whether PAYBAL has since
      * proven it. A site with no pay_calendar.dat gets no gates -
      * exactly the pre-calendar behavior. The last two switches
      * serve the supplemental run: a supplemental already paid on
      * the run's date, and a run of the other kind already paid
      * (or, for a supplemental, scheduled) on it - the one clash
      * no override can let through, since both runs' payment
      * history would share the same key.
       01  WS-PAY-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-CAL-IDX.
               88  EARLIER-PERIOD-UNPAID VALUE 'Y'.
           05  WS-PRIOR-BAL-SW  PIC X VALUE 'Y'.
               88  PRIOR-RUN-BALANCED VALUE 'Y'.
           05  WS-SUPP-PAID-SW  PIC X VALUE 'N'.
               88  SUPP-ALREADY-PAID  VALUE 'Y'.
           05  WS-DATE-CLASH-SW PIC X VALUE 'N'.
               88  PAY-DATE-CLASH     VALUE 'Y'.
       01  WS-LAST-PAID-PERIOD PIC 9(8) VALUE ZEROS.
       01  WS-GATE-REASON      PIC X(40) VALUE SPACES.

       01  WS-OVERRIDE-SW      PIC X VALUE 'N'.
           88  RUN-FORCED          VALUE 'Y'.

      * The variance sign-off gate's view: the latest 'V' record on
      * the period log for this run's period and group, and the
      * sign-off the card carries.
       01  WS-SIGNOFF-CONTROLS.
           05  WS-TRIAL-FOUND-SW   PIC X    VALUE 'N'.
               88  TRIAL-REVIEW-FOUND  VALUE 'Y'.
           05  WS-TRIAL-VERDICT    PIC X(8) VALUE SPACES.
               88  TRIAL-VARIANCES-FLAGGED VALUE 'FLAGGED '.
           05  WS-TRIAL-REVIEW-KEY PIC 9(8) VALUE ZEROS.
           05  WS-SIGNOFF-BY       PIC X(8) VALUE SPACES.
           05  WS-SIGNOFF-KEY      PIC 9(8) VALUE ZEROS.

      * The pay group this run pays and the shape of its period:
      * how many periods make the year (salary, PTO accrual and the
      * weekly withholding brackets all scale off it), the worked-
           05  WS-PTO-VAC-AFTER    PIC 9(4)V9 VALUE ZEROS.
           05  WS-PTO-SICK-AFTER   PIC 9(4)V9 VALUE ZEROS.
           05  WS-PTO-WORK         PIC S9(5)V9 VALUE ZEROS.
           05  WS-PAYOUT-HOURS     PIC 9(4)V9 VALUE ZEROS.
           05  WS-FORFEIT-HOURS    PIC 9(4)V9 VALUE ZEROS.
           05  WS-PAYOUT-RATE      PIC 9(4)V99 VALUE ZEROS.
           05  WS-SERVICE-DAYS     PIC 9(7)   VALUE ZEROS.
           05  WS-SERVICE-YEARS    PIC 9(3)   VALUE ZEROS.
           05  WS-ANNUAL-VAC-HOURS PIC 9(3)   VALUE ZEROS.
           05  WS-TC-ACTUAL-COUNT  PIC 9(5)   VALUE ZEROS.
           05  WS-TC-ACTUAL-HOURS  PIC 9(6)V9 VALUE ZEROS.

      * Bonus and commission payments loaded by
      * 1550-LOAD-SUPPLEMENTAL - one entry per employee on the
      * file, each type summed across that employee's records, with
      * the same used switch and the same trailer proof as the
      * timecard table. The sums are wider than one payment so a
      * stack of records can't wrap; 3085 refuses an employee whose
      * total will not fit in a single check's gross.
       01  WS-SUPP-TABLE.
           05  WS-SUPP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SP-IDX.
               10  WS-SP-EMP-ID        PIC 9(05).
               10  WS-SP-BONUS         PIC 9(7)V99.
               10  WS-SP-COMMISSION    PIC 9(7)V99.
               10  WS-SP-USED-SW       PIC X(01).
       01  WS-SUPP-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-SUPP-EXCEPTIONS  PIC 9(5) VALUE ZEROS.
       01  WS-SUPP-CONTROLS.
           05  WS-SUPP-EOF-SW      PIC X      VALUE 'N'.
               88  SUPP-FILE-AT-EOF  VALUE 'Y'.
           05  WS-SUPT-FOUND-SW    PIC X      VALUE 'N'.
               88  SUPP-TRAILER-FOUND VALUE 'Y'.
           05  WS-SUPP-EXPECT-COUNT  PIC 9(5)    VALUE ZEROS.
           05  WS-SUPP-EXPECT-AMOUNT PIC 9(8)V99 VALUE ZEROS.
           05  WS-SUPP-ACTUAL-COUNT  PIC 9(5)    VALUE ZEROS.
           05  WS-SUPP-ACTUAL-AMOUNT PIC 9(8)V99 VALUE ZEROS.

      * The current employee's supplemental pay, moved from the
      * matched table entry.
       01  WS-SUPP-BONUS       PIC 9(7)V99 VALUE ZEROS.
       01  WS-SUPP-COMMISSION  PIC 9(7)V99 VALUE ZEROS.
       01  WS-SUPP-TOTAL       PIC 9(8)V99 VALUE ZEROS.

       01  WS-PAY-CALCULATIONS.
           05  WS-REGULAR-HOURS  PIC 9(3)V9    VALUE ZEROS.
           05  WS-OVERTIME-HOURS PIC 9(3)V9    VALUE ZEROS.
           05  WS-GROSS-PAY      PIC 9(6)V99   VALUE ZEROS.
           05  WS-TAX-AMOUNT     PIC 9(6)V99   VALUE ZEROS.
           05  WS-NET-PAY        PIC 9(6)V99   VALUE ZEROS.
           05  WS-RETRO-PAY      PIC 9(6)V99   VALUE ZEROS.
           05  WS-PTO-PAYOUT     PIC 9(6)V99   VALUE ZEROS.
           05  WS-OT-PREMIUM     PIC 9(6)V99   VALUE ZEROS.

      * Statutory withholding rates used by 3200-CALCULATE-TAX.
      * State rates are no longer here - they come per work state
                   INDEXED BY WS-AST-IDX.
               10  WS-ACT-ST-CODE      PIC X(02).
               10  WS-ACT-ST-RATE      PIC V999.
               10  WS-ACT-ST-FINAL-RULE PIC X(01).
       01  WS-ACTIVE-STATE-COUNT PIC 9(3) VALUE ZEROS.

      * The current employee's state and rate, resolved once in
      * 3050-VALIDATE-EMPLOYEE, with the state's final-pay rule.
       01  WS-EMP-STATE-RATE   PIC V999 VALUE ZEROS.
       01  WS-EMP-FINAL-RULE   PIC X(01) VALUE SPACES.
           88  STATE-FINAL-SAME-DAY VALUE 'Y'.

      * Withholding collected this run, broken out by work state, so
      * the summary and the GL extract can show one remittance
      * force for WS-RUN-DATE without the brackets or their
      * thresholds ever being literals in the program.
       01  WS-TAX-TABLE.
           05  WS-TAX-TABLE-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-TAX-IDX.
               10  WS-TAX-EFF-DATE     PIC 9(08).
               10  WS-TAX-B1-LIMIT     PIC 9(06)V99.
               10  WS-TAX-B2-LIMIT     PIC 9(06)V99.
               10  WS-TAX-B2-RATE      PIC V999.
               10  WS-TAX-B3-RATE      PIC V999.
               10  WS-TAX-SUPP-RATE    PIC V999.
               10  WS-TAX-FILING-STATUS PIC X(01).
       01  WS-TAX-TABLE-COUNT  PIC 9(3) VALUE ZEROS.

      * In-force brackets, defaulted to the original 10/20/30% table
      * so a run still produces correct withholding even before
      * tax_table.dat exists. The supplemental rate defaults to the
      * flat federal rate on supplemental wages in force when the
      * supplemental run was written.
       01  WS-ACTIVE-TAX-BRACKETS.
           05  WS-ACTIVE-B1-LIMIT  PIC 9(06)V99 VALUE 500.00.
           05  WS-ACTIVE-B1-RATE   PIC V999     VALUE .100.
           05  WS-ACTIVE-B2-LIMIT  PIC 9(06)V99 VALUE 1500.00.
           05  WS-ACTIVE-B2-RATE   PIC V999     VALUE .200.
           05  WS-ACTIVE-B3-RATE   PIC V999     VALUE .300.
           05  WS-ACTIVE-SUPP-RATE PIC V999     VALUE .220.

      * In-force brackets for the other W-4 filing statuses -
      * entry 1 married filing jointly, entry 2 head of household.
      * An entry stays not-found until tax_table.dat carries a row
      * in force for that status, and an employee filing under it
      * is then withheld on the single brackets above.
       01  WS-STATUS-TAX-BRACKETS.
           05  WS-STB-ENTRY OCCURS 2 TIMES
                   INDEXED BY WS-STB-IDX.
               10  WS-STB-FOUND-SW     PIC X(01).
                   88  STATUS-BRACKETS-FOUND VALUE 'Y'.
               10  WS-STB-B1-LIMIT     PIC 9(06)V99.
               10  WS-STB-B1-RATE      PIC V999.
               10  WS-STB-B2-LIMIT     PIC 9(06)V99.
               10  WS-STB-B2-RATE      PIC V999.
               10  WS-STB-B3-RATE      PIC V999.

      * The bracket set this employee is withheld on, picked by
      * 3205-SET-W4-BRACKETS from the employee's filing status, and
      * where the employee's W-4 exempt claim stands this run.
       01  WS-EMP-TAX-BRACKETS.
           05  WS-EMP-B1-LIMIT     PIC 9(06)V99 VALUE ZEROS.
           05  WS-EMP-B1-RATE      PIC V999     VALUE ZEROS.
           05  WS-EMP-B2-LIMIT     PIC 9(06)V99 VALUE ZEROS.
           05  WS-EMP-B2-RATE      PIC V999     VALUE ZEROS.
           05  WS-EMP-B3-RATE      PIC V999     VALUE ZEROS.
       01  WS-W4-EXEMPT-SW     PIC X(01) VALUE 'N'.
           88  W4-NOT-EXEMPT       VALUE 'N'.
           88  W4-EXEMPT-IN-FORCE  VALUE 'E'.
           88  W4-EXEMPT-EXPIRED   VALUE 'X'.
       01  WS-W4-CREDIT-WORK   PIC 9(6)V99 VALUE ZEROS.
       01  WS-W4-EXTRA-WORK    PIC S9(6)V99 VALUE ZEROS.

      * Annual FICA/Medicare limit rows loaded from FICA-TABLE-FILE
      * by 1450-LOAD-FICA-LIMITS, same shape and selection rule as
           05  WS-TOTAL-SUTA     PIC 9(9)V99   VALUE ZEROS.
           05  WS-TOTAL-ER-TAX   PIC 9(9)V99   VALUE ZEROS.
           05  WS-TOTAL-MATCH    PIC 9(9)V99   VALUE ZEROS.
           05  WS-TOTAL-RETRO    PIC 9(9)V99   VALUE ZEROS.
           05  WS-TOTAL-PAYOUT   PIC 9(9)V99   VALUE ZEROS.

      * Control-break totals for 3020-CHECK-DEPT-BREAK - reset every
      * time EMP-DEPT changes so 3030-PRINT-DEPT-SUBTOTAL can hand
               10  WS-STUB-STATE-CODE PIC X(2).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-STUB-STATE    PIC $ZZ,ZZ9.99.
           05  WS-STUB-RETRO-LINE.
               10  FILLER           PIC X(10) VALUE 'RETRO PAY '.
               10  WS-STUB-RETRO    PIC $ZZ,ZZ9.99.
               10  FILLER           PIC X(14) VALUE '  PAY PERIODS '.
               10  WS-STUB-RETRO-FROM PIC 9(8).
               10  FILLER           PIC X(3)  VALUE ' - '.
               10  WS-STUB-RETRO-TO PIC 9(8).
           05  WS-STUB-SUPP-LINE.
               10  FILLER           PIC X(6)  VALUE 'BONUS '.
               10  WS-STUB-BONUS    PIC $ZZZ,ZZ9.99.
               10  FILLER           PIC X(13) VALUE '  COMMISSION '.
               10  WS-STUB-COMMISSION PIC $ZZZ,ZZ9.99.
           05  WS-STUB-PAYOUT-LINE.
               10  FILLER           PIC X(16)
                   VALUE 'VACATION PAYOUT '.
               10  WS-STUB-PAYOUT   PIC $ZZ,ZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-STUB-PAYOUT-HRS PIC ZZZ9.9.
               10  FILLER           PIC X(10) VALUE ' HOURS AT '.
               10  WS-STUB-PAYOUT-RATE PIC $Z,ZZ9.99.
           05  WS-STUB-NET-LINE.
               10  FILLER           PIC X(8)  VALUE 'NET PAY '.
               10  WS-STUB-NET      PIC $ZZ,ZZ9.99.
               10  FILLER           PIC X(5)  VALUE ' NET '.
               10  WS-STUB-YTD-NET  PIC $ZZZ,ZZZ,ZZ9.99.

      * Termination statement lines (TERM-STMT-FILE). The payout
      * line is the stub's own; the rest are particular to the
      * statement.
       01  WS-TERM-STMT-FIELDS.
           05  WS-TS-TITLE-LINE     PIC X(40)
               VALUE 'FINAL PAY - TERMINATION STATEMENT'.
           05  WS-TS-DATE-LINE.
               10  FILLER           PIC X(17)
                   VALUE 'TERMINATION DATE '.
               10  WS-TS-TERM-DATE  PIC 9(8).
               10  FILLER           PIC X(17)
                   VALUE '  FINAL PAY DATE '.
               10  WS-TS-PAY-DATE   PIC 9(8).
           05  WS-TS-WAGES-LINE.
               10  FILLER           PIC X(24)
                   VALUE 'WAGES THROUGH TERM DATE '.
               10  WS-TS-WAGES      PIC $ZZ,ZZ9.99.
           05  WS-TS-FORFEIT-LINE.
               10  FILLER           PIC X(22)
                   VALUE 'SICK HOURS FORFEITED  '.
               10  WS-TS-FORFEIT-HRS PIC ZZZ9.9.
           05  WS-TS-TOTALS-LINE.
               10  FILLER           PIC X(6)  VALUE 'GROSS '.
               10  WS-TS-GROSS      PIC $ZZ,ZZ9.99.
               10  FILLER           PIC X(8)  VALUE '  TAXES '.
               10  WS-TS-TAX        PIC $ZZ,ZZ9.99.
               10  FILLER           PIC X(13) VALUE '  DEDUCTIONS '.
               10  WS-TS-DEDUCT     PIC $ZZ,ZZ9.99.
               10  FILLER           PIC X(6)  VALUE '  NET '.
               10  WS-TS-NET        PIC $ZZ,ZZ9.99.
           05  WS-TS-METHOD-LINE.
               10  FILLER           PIC X(8)  VALUE 'PAID BY '.
               10  WS-TS-METHOD     PIC X(30).

       01  WS-CHECK-PRINT-FIELDS.
           05  WS-CHK-HDR-LINE.
               10  FILLER           PIC X(9)  VALUE 'CHECK NO '.
               10  WS-RPT-HEALTH    PIC $ZZ,ZZ9.99.
               10  FILLER           PIC X(10) VALUE '  GARNISH '.
               10  WS-RPT-GARNISH   PIC $ZZ,ZZ9.99.
           05  WS-RETRO-LINE.
               10  FILLER           PIC X(12) VALUE SPACES.
               10  FILLER           PIC X(17)
                   VALUE 'RETRO PAY        '.
               10  WS-RPT-RETRO     PIC $ZZ,ZZ9.99.
               10  FILLER           PIC X(14) VALUE '  PAY PERIODS '.
               10  WS-RPT-RETRO-FROM PIC 9(8).
               10  FILLER           PIC X(3)  VALUE ' - '.
               10  WS-RPT-RETRO-TO  PIC 9(8).
           05  WS-PAYOUT-LINE.
               10  FILLER           PIC X(12) VALUE SPACES.
               10  FILLER           PIC X(17)
                   VALUE 'VACATION PAYOUT  '.
               10  WS-RPT-PAYOUT    PIC $ZZ,ZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-RPT-PAYOUT-HRS PIC ZZZ9.9.
               10  FILLER           PIC X(7)  VALUE ' HOURS '.
               10  FILLER           PIC X(11) VALUE 'TERMINATED '.
               10  WS-RPT-TERM-DATE PIC 9(8).
           05  WS-SUPP-LINE.
               10  FILLER           PIC X(12) VALUE SPACES.
               10  FILLER           PIC X(20)
                   VALUE 'SUPPLEMENTAL  BONUS '.
               10  WS-RPT-BONUS     PIC $ZZZ,ZZ9.99.
               10  FILLER           PIC X(13) VALUE '  COMMISSION '.
               10  WS-RPT-COMMISSION PIC $ZZZ,ZZ9.99.
           05  WS-DEDUCT-TOTAL-LINE.
               10  FILLER           PIC X(5)  VALUE SPACES.
               10  FILLER           PIC X(18)
               10  WS-RPT-LIFE-DEPT PIC X(4).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-RPT-LIFE-DATE PIC 9(8).
           05  WS-HELD-LINE.
               10  FILLER           PIC X(12) VALUE SPACES.
               10  FILLER           PIC X(9)  VALUE 'EMPLOYEE '.
               10  WS-RPT-HELD-ID   PIC 9(5).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-RPT-HELD-WHAT PIC X(20).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-RPT-HELD-CODE PIC X(4).
               10  FILLER           PIC X(7)  VALUE ' KEYED '.
               10  WS-RPT-HELD-DATE PIC 9(8).
               10  FILLER           PIC X(4)  VALUE ' BY '.
               10  WS-RPT-HELD-BY   PIC X(8).
               10  FILLER           PIC X(14)
                   VALUE ' - NOT APPLIED'.
           05  WS-DEPT-HEADER-LINE.
               10  FILLER           PIC X(5)  VALUE SPACES.
               10  FILLER           PIC X(11) VALUE 'DEPARTMENT '.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-RPT-DEPT-NET   PIC $ZZZ,ZZ9.99.

      * Variance report and review report lines. WS-VAR-HEADING is
      * built once and written to both reports.
       01  WS-VARIANCE-LINES.
           05  WS-VAR-HEADING       PIC X(132).
           05  WS-VAR-LIMITS-LINE.
               10  FILLER           PIC X(11) VALUE SPACES.
               10  FILLER           PIC X(21)
                   VALUE 'LIMITS  CHANGE OVER  '.
               10  WS-VR-LIM-PCT    PIC ZZ9.
               10  FILLER           PIC X(8)  VALUE ' PCT OR '.
               10  WS-VR-LIM-AMT    PIC $ZZ,ZZ9.99.
               10  FILLER           PIC X(18)
                   VALUE '   NET PAY OVER  '.
               10  WS-VR-LIM-CEIL   PIC $ZZZ,ZZ9.99.
           05  WS-VAR-EMP-LINE.
               10  FILLER           PIC X(5)  VALUE SPACES.
               10  WS-VR-EMP-ID     PIC 9(5).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-VR-NAME       PIC X(30).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-VR-HISTORY    PIC X(40).
           05  WS-VAR-ITEM-LINE.
               10  FILLER           PIC X(12) VALUE SPACES.
               10  WS-VR-ITEM       PIC X(8).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-VR-CURRENT    PIC $ZZZ,ZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-VR-PRIOR      PIC $ZZZ,ZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-VR-CHANGE     PIC -ZZZ,ZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-VR-PCT        PIC ZZZ9.9 BLANK WHEN ZERO.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-VR-NOTE       PIC X(32).
           05  WS-VAR-REVIEW-DETAIL.
               10  FILLER           PIC X(5)  VALUE SPACES.
               10  WS-VW-EMP-ID     PIC 9(5).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-VW-NAME       PIC X(30).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-VW-ITEM       PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-VW-CURRENT    PIC $ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-VW-PRIOR      PIC $ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-VW-CHANGE     PIC -ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-VW-PCT        PIC ZZZ9.9 BLANK WHEN ZERO.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-VW-REASON     PIC X(32).


       PROCEDURE DIVISION.

       1000-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE-TIME TO WS-CLOCK-DATE-TIME
           PERFORM 1050-READ-RUN-CONTROL
           IF TRIAL-RUN
               PERFORM 1060-REFUSE-IF-RESTART-PENDING
               PERFORM 1058-SCAN-PERIOD-LOG
           ELSE
               PERFORM 1200-LOAD-CHECKPOINT
           END-IF
      * come from the restored group, not the card's.
           PERFORM 1045-SET-PERIOD-FACTORS
           PERFORM 1230-SET-RUN-QUARTER
           IF SUPPLEMENTAL-RUN
               PERFORM 1249-SET-PAY-DATE-BOUNDS
           ELSE
               PERFORM 1240-SET-WEEK-BOUNDS
           END-IF
           IF LIVE-RUN AND NOT RESTART-RUN
               PERFORM 1600-TAKE-SNAPSHOT
           END-IF
           OPEN INPUT  EMPLOYEE-FILE
           IF NOT WS-EMPLOYEE-OK
               DISPLAY 'PAYROLL: UNABLE TO OPEN EMPLOYEE-FILE, STATUS '
           PERFORM 1100-OPEN-MASTER
           IF LIVE-RUN
               PERFORM 1110-OPEN-PAY-HISTORY
           ELSE
               PERFORM 1115-OPEN-HISTORY-FOR-REVIEW
           END-IF
           PERFORM 1120-OPEN-PTO
           PERFORM 1150-OPEN-DEDUCTIONS
           PERFORM 1160-OPEN-RETRO-PAY
           PERFORM 1400-LOAD-TAX-TABLE
           PERFORM 1449-SCALE-ACTIVE-BRACKETS
           PERFORM 1430-LOAD-MATCH-TABLE
           PERFORM 1475-LOAD-EMPLOYER-TAX
           PERFORM 1480-LOAD-STATE-TABLE
           PERFORM 1490-LOAD-DEPARTMENTS
           IF SUPPLEMENTAL-RUN
               PERFORM 1550-LOAD-SUPPLEMENTAL
           ELSE
               PERFORM 1500-LOAD-TIMECARDS
           END-IF
           MOVE LOW-VALUES TO EMP-DEPT
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-DEPT
               INVALID KEY MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RUNCTL-KIND-REGULAR AND NOT RUNCTL-KIND-SUPPLEMENTAL
               DISPLAY 'PAYROLL: RUN KIND MUST BE R OR S, '
                   'GOT ' RUNCTL-RUN-KIND
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUNCTL-PERIOD-END TO WS-RUN-DATE
           IF RUNCTL-TRIAL
               MOVE 'T' TO WS-RUN-TYPE-SW
           IF RUNCTL-FORCED
               MOVE 'Y' TO WS-OVERRIDE-SW
           END-IF
           IF RUNCTL-KIND-SUPPLEMENTAL
               MOVE 'S' TO WS-RUN-KIND-SW
           END-IF
           MOVE RUNCTL-SIGNOFF-BY TO WS-SIGNOFF-BY
           IF RUNCTL-SIGNOFF-KEY IS NUMERIC
               MOVE RUNCTL-SIGNOFF-KEY TO WS-SIGNOFF-KEY
           END-IF
           IF RUNCTL-LIVE
               PERFORM 1057-CHECK-RUN-GATES
           END-IF.
           MULTIPLY WS-ACTIVE-B2-LIMIT BY 52
               GIVING WS-BRACKET-WORK
           DIVIDE WS-BRACKET-WORK BY WS-PERIODS-PER-YEAR
               GIVING WS-ACTIVE-B2-LIMIT ROUNDED
           PERFORM 1448-SCALE-STATUS-BRACKETS
               VARYING WS-STB-IDX FROM 1 BY 1
               UNTIL WS-STB-IDX > 2.


       1448-SCALE-STATUS-BRACKETS.
           IF STATUS-BRACKETS-FOUND(WS-STB-IDX)
               MULTIPLY WS-STB-B1-LIMIT(WS-STB-IDX) BY 52
                   GIVING WS-BRACKET-WORK
               DIVIDE WS-BRACKET-WORK BY WS-PERIODS-PER-YEAR
                   GIVING WS-STB-B1-LIMIT(WS-STB-IDX) ROUNDED
               MULTIPLY WS-STB-B2-LIMIT(WS-STB-IDX) BY 52
                   GIVING WS-BRACKET-WORK
               DIVIDE WS-BRACKET-WORK BY WS-PERIODS-PER-YEAR
                   GIVING WS-STB-B2-LIMIT(WS-STB-IDX) ROUNDED
           END-IF.


      * Loads the year's valid period-end dates. No calendar file
      * period paid must show a clean PAYBAL verdict. An OVERRIDE
      * card turns the refusal into a logged override for the
      * genuine rerun case; either way the audit log says what
      * happened. A supplemental run faces its own pair instead -
      * no second supplemental on the same date, and a clean PAYBAL
      * verdict on the last regular period - and, like a regular
      * run, can never share its date with a run of the other kind.
      * The date clash and the supplemental duplicate are judged
      * off the period log, calendar or no calendar - both would
      * post a second payment under the first one's history key.
      * Calendar or no calendar, every live run then answers to its
      * own period's trial variance review (1070).
       1057-CHECK-RUN-GATES.
           PERFORM 1056-LOAD-PAY-CALENDAR
           PERFORM 1058-SCAN-PERIOD-LOG
           IF PAY-DATE-CLASH
               PERFORM 1067-REFUSE-DATE-CLASH
           END-IF
           IF SUPPLEMENTAL-RUN AND SUPP-ALREADY-PAID
               MOVE 'SUPPLEMENTAL ALREADY PAID ON THIS DATE'
                   TO WS-GATE-REASON
               PERFORM 1069-ENFORCE-GATE-REASON
           END-IF
           IF CALENDAR-PRESENT
               PERFORM 1059-JUDGE-RUN-GATES
           END-IF
           PERFORM 1070-JUDGE-VARIANCE-SIGNOFF.


      * Walks the completion log: 'P' records mark calendar periods
      * paid and track the latest one; a later 'B' record for that
      * same period carries PAYBAL's verdict on it (a rerun of
      * PAYBAL appends a newer verdict, and the latest one wins).
      * 'V' records are the trial runs' variance reviews. A trial
      * run walks the log too, for its group's last paid period.
       1058-SCAN-PERIOD-LOG.
           MOVE 'N' TO WS-LOG-EOF-SW
           OPEN INPUT PERIOD-LOG-FILE
           PERFORM 1063-CHECK-CALENDAR-ENTRY
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CALENDAR-COUNT
           IF PAY-DATE-CLASH
               PERFORM 1067-REFUSE-DATE-CLASH
           END-IF
           IF SUPPLEMENTAL-RUN
               EVALUATE TRUE
                   WHEN WS-LAST-PAID-PERIOD > 0
                        AND NOT PRIOR-RUN-BALANCED
                       MOVE 'PRIOR RUN HAS NO CLEAN PAYBAL VERDICT'
                           TO WS-GATE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN NOT TARGET-ON-CALENDAR
                       MOVE 'PERIOD-END NOT ON PAY CALENDAR'
                           TO WS-GATE-REASON
                   WHEN TARGET-ALREADY-PAID
                       MOVE 'PERIOD ALREADY PAID LIVE'
                           TO WS-GATE-REASON
                   WHEN EARLIER-PERIOD-UNPAID
                       MOVE 'EARLIER CALENDAR PERIOD STILL UNPAID'
                           TO WS-GATE-REASON
                   WHEN WS-LAST-PAID-PERIOD > 0
                        AND NOT PRIOR-RUN-BALANCED
                       MOVE 'PRIOR RUN HAS NO CLEAN PAYBAL VERDICT'
                           TO WS-GATE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 1069-ENFORCE-GATE-REASON.


      * A gate reason becomes the refusal, or - with an OVERRIDE
      * card - the logged override. No reason, nothing to do.
       1069-ENFORCE-GATE-REASON.
           IF WS-GATE-REASON NOT = SPACES
               IF RUN-FORCED
                   MOVE 'OVRRDE' TO GA-TAG
                                   MOVE 'N' TO WS-PRIOR-BAL-SW
                               END-IF
                           END-IF
                       WHEN PPL-TYPE-SUPPLEMENTAL
                           PERFORM 1068-NOTE-SUPPLEMENTAL-PAID
                       WHEN PPL-TYPE-VARIANCE
                           PERFORM 1071-NOTE-TRIAL-REVIEW
                       WHEN PPL-TYPE-BACKOUT
                           PERFORM 1072-NOTE-BACKOUT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE

      * Only the run's own pay group's calendar rows matter here -
      * each group keeps its own sequence, so a pending biweekly
      * period never blocks Friday's weekly run. A supplemental
      * run looks at every group's rows, and only for its own
      * date: a regular period ending that day, paid yet or not,
      * will post its history under the same key.
       1063-CHECK-CALENDAR-ENTRY.
           IF SUPPLEMENTAL-RUN
               IF WS-CAL-DATE (WS-CAL-IDX) = WS-RUN-DATE
                   MOVE 'Y' TO WS-DATE-CLASH-SW
               END-IF
           ELSE
               IF WS-CAL-GROUP (WS-CAL-IDX) = WS-PAY-GROUP
                   IF WS-CAL-DATE (WS-CAL-IDX) = WS-RUN-DATE
                       MOVE 'Y' TO WS-TARGET-ON-CAL-SW
                   END-IF
                   IF WS-CAL-DATE (WS-CAL-IDX) < WS-RUN-DATE
                      AND WS-CAL-PAID-SW (WS-CAL-IDX) NOT = 'Y'
                       MOVE 'Y' TO WS-EARLIER-OPEN-SW
                   END-IF
               END-IF
           END-IF.


       1064-NOTE-PERIOD-PAID.
           IF SUPPLEMENTAL-RUN AND PPL-PERIOD-END = WS-RUN-DATE
               MOVE 'Y' TO WS-DATE-CLASH-SW
           END-IF
           MOVE PPL-PERIOD-END TO WS-LAST-PAID-PERIOD
           MOVE 'N' TO WS-PRIOR-BAL-SW
           IF PPL-PAY-GROUP = SPACE
              AND WS-EMP-FREQ-WORK = WS-PAY-GROUP
               MOVE 'Y' TO WS-TARGET-PAID-SW
           END-IF
           IF PPL-PERIOD-END < WS-RUN-DATE
              AND PPL-PERIOD-END > WS-VAR-LAST-PERIOD
              AND WS-EMP-FREQ-WORK = WS-PAY-GROUP
               MOVE PPL-PERIOD-END TO WS-VAR-LAST-PERIOD
           END-IF
           PERFORM 1066-MARK-CALENDAR-PAID
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CALENDAR-COUNT.
           END-IF.


      * Payment history is keyed by employee and pay date, so a
      * regular and a supplemental run can never pay on the same
      * date - the second run's history records would overwrite
      * the first's. Refused outright: an OVERRIDE card cannot
      * make two payments fit under one key.
       1067-REFUSE-DATE-CLASH.
           IF SUPPLEMENTAL-RUN
               MOVE 'DATE IS A REGULAR PAY DATE'
                   TO WS-GATE-REASON
           ELSE
               MOVE 'SUPPLEMENTAL RUN ALREADY PAID ON THIS DATE'
                   TO WS-GATE-REASON
           END-IF
           MOVE 'REFUSE' TO GA-TAG
           PERFORM 1065-WRITE-GATE-AUDIT
           DISPLAY 'PAYROLL: LIVE RUN REFUSED FOR PERIOD '
               WS-RUN-DATE ' - ' WS-GATE-REASON
           MOVE 8 TO RETURN-CODE
           STOP RUN.


      * A supplemental run's 'S' record: the same date already paid
      * off-cycle is a duplicate to a supplemental run and a key
      * clash to a regular one. Either way it marks no calendar
      * period paid and leaves the last-paid period alone.
       1068-NOTE-SUPPLEMENTAL-PAID.
           IF PPL-PERIOD-END = WS-RUN-DATE
               IF SUPPLEMENTAL-RUN
                   MOVE 'Y' TO WS-SUPP-PAID-SW
               ELSE
                   MOVE 'Y' TO WS-DATE-CLASH-SW
               END-IF
           END-IF.


      * A live run follows its own period's trial. The trial's 'V'
      * record must be on the period log, and if its review flagged
      * anything the card must name who signed the review off and
      * quote the sign-off key printed on it - the key is that
      * trial's run time, so a sign-off given for one trial does not
      * carry over to a later trial of the same period that may
      * have flagged something new. Refused or overridden just as
      * the calendar gates are; a good sign-off is written to the
      * audit log too, so the name behind it is on record.
       1070-JUDGE-VARIANCE-SIGNOFF.
           MOVE SPACES TO WS-GATE-REASON
           EVALUATE TRUE
               WHEN NOT TRIAL-REVIEW-FOUND
                   MOVE 'NO TRIAL VARIANCE REVIEW FOR PERIOD'
                       TO WS-GATE-REASON
               WHEN NOT TRIAL-VARIANCES-FLAGGED
                   CONTINUE
               WHEN WS-SIGNOFF-BY = SPACES
                   MOVE 'TRIAL VARIANCES NOT SIGNED OFF'
                       TO WS-GATE-REASON
               WHEN WS-SIGNOFF-KEY NOT = WS-TRIAL-REVIEW-KEY
                   MOVE 'SIGN-OFF KEY NOT FROM LATEST TRIAL'
                       TO WS-GATE-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-GATE-REASON
                   STRING 'VARIANCES SIGNED OFF BY ' WS-SIGNOFF-BY
                       DELIMITED SIZE INTO WS-GATE-REASON
                   MOVE 'SIGNED' TO GA-TAG
                   PERFORM 1065-WRITE-GATE-AUDIT
                   MOVE SPACES TO WS-GATE-REASON
           END-EVALUATE
           PERFORM 1069-ENFORCE-GATE-REASON.


      * The latest trial of this run's own period and group - a
      * later trial's verdict and key replace an earlier one's. A
      * supplemental run's date is its pay date, so any trial on it
      * counts whatever group its card named.
       1071-NOTE-TRIAL-REVIEW.
           IF PPL-PAY-GROUP = SPACE
               MOVE 'W' TO WS-EMP-FREQ-WORK
           ELSE
               MOVE PPL-PAY-GROUP TO WS-EMP-FREQ-WORK
           END-IF
           IF PPL-PERIOD-END = WS-RUN-DATE
              AND (SUPPLEMENTAL-RUN
                   OR WS-EMP-FREQ-WORK = WS-PAY-GROUP)
               MOVE 'Y'          TO WS-TRIAL-FOUND-SW
               MOVE PPL-VERDICT  TO WS-TRIAL-VERDICT
               MOVE PPL-RUN-TIME TO WS-TRIAL-REVIEW-KEY
           END-IF.


      * A run PAYBKOUT has backed out takes every trial of it before
      * the backout with it - those trials reviewed what went out
      * wrong, so the rerun needs a trial of its own after this
      * record, and a sign-off against that trial's key.
       1072-NOTE-BACKOUT.
           IF PPL-PAY-GROUP = SPACE
               MOVE 'W' TO WS-EMP-FREQ-WORK
           ELSE
               MOVE PPL-PAY-GROUP TO WS-EMP-FREQ-WORK
           END-IF
           IF PPL-PERIOD-END = WS-RUN-DATE
              AND (SUPPLEMENTAL-RUN
                   OR WS-EMP-FREQ-WORK = WS-PAY-GROUP)
               MOVE 'N'          TO WS-TRIAL-FOUND-SW
               MOVE SPACES       TO WS-TRIAL-VERDICT
               MOVE ZEROS        TO WS-TRIAL-REVIEW-KEY
           END-IF.


      * A trial must neither consume nor damage a pending restart:
      * it skips 1200-LOAD-CHECKPOINT (so it never resumes or
      * appends), but if the last checkpoint record says a live run
           END-IF.


      * A trial reads payment history for its variance review and
      * never writes it. No history at all makes everyone a first
      * payment.
       1115-OPEN-HISTORY-FOR-REVIEW.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-OK
               MOVE 'Y' TO WS-VAR-HIST-SW
           ELSE
               MOVE 'N' TO WS-VAR-HIST-SW
           END-IF.


      * Opened by every run - a trial reads the balances so its
      * stubs and vacation checks match what the live run will do,
      * but only a live run ever rewrites them.
           END-IF.


      * PAYRETRO creates the retro pay file the first time it has
      * back pay to queue; until then there is none to pay. Opened
      * I-O by every run for the same reason as the deductions - a
      * trial pays what is open, only a live run flips it paid.
       1160-OPEN-RETRO-PAY.
           OPEN I-O RETRO-PAY-FILE
           IF WS-RETRO-OK
               MOVE 'Y' TO WS-RETRO-PRESENT-SW
           ELSE
               MOVE 'N' TO WS-RETRO-PRESENT-SW
           END-IF.


      * The trial's variance limits and its two reports. A limits
      * card that is present is taken whole - a zero on it turns
      * that test off.
       1280-OPEN-VARIANCE-REPORTS.
           OPEN INPUT VARIANCE-LIMIT-FILE
           IF WS-VARIANCE-LIMIT-OK
               READ VARIANCE-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VL-CHANGE-PCT    TO WS-VAR-PCT-LIMIT
                       MOVE VL-CHANGE-AMOUNT TO WS-VAR-AMT-LIMIT
                       MOVE VL-NET-CEILING   TO WS-VAR-NET-CEILING
               END-READ
           END-IF
           CLOSE VARIANCE-LIMIT-FILE
           OPEN OUTPUT VARIANCE-FILE
           OPEN OUTPUT VARIANCE-REVIEW-FILE
           PERFORM 1285-PRINT-VARIANCE-HEADERS.


       1285-PRINT-VARIANCE-HEADERS.
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO VARIANCE-REVIEW-LINE
           WRITE VARIANCE-REVIEW-LINE AFTER ADVANCING PAGE
           MOVE '           PAYROLL VARIANCE REPORT - TRIAL RUN'
               TO VARIANCE-LINE
           WRITE VARIANCE-LINE AFTER ADVANCING 1 LINE
           MOVE '           PAYROLL VARIANCE REVIEW - FLAGGED ITEMS'
               TO VARIANCE-REVIEW-LINE
           WRITE VARIANCE-REVIEW-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-VAR-HEADING
           IF SUPPLEMENTAL-RUN
               STRING '           SUPPLEMENTAL PAY - PAY DATE '
                      WS-RUN-DATE
                   DELIMITED SIZE INTO WS-VAR-HEADING
           ELSE
               STRING '           PERIOD ' WS-PERIOD-START-DATE
                      ' THROUGH ' WS-RUN-DATE
                      '  PAY GROUP ' WS-PAY-GROUP
                   DELIMITED SIZE INTO WS-VAR-HEADING
           END-IF
           PERFORM 1287-WRITE-VARIANCE-HEADING
           MOVE WS-VAR-PCT-LIMIT   TO WS-VR-LIM-PCT
           MOVE WS-VAR-AMT-LIMIT   TO WS-VR-LIM-AMT
           MOVE WS-VAR-NET-CEILING TO WS-VR-LIM-CEIL
           MOVE WS-VAR-LIMITS-LINE TO WS-VAR-HEADING
           PERFORM 1287-WRITE-VARIANCE-HEADING
           MOVE SPACES TO VARIANCE-REVIEW-LINE
           STRING '           SIGN-OFF KEY ' WS-RUN-TIME
                  ' - QUOTE IT ON THE LIVE RUN-CONTROL CARD'
               DELIMITED SIZE INTO VARIANCE-REVIEW-LINE
           WRITE VARIANCE-REVIEW-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-VAR-HEADING
           PERFORM 1287-WRITE-VARIANCE-HEADING
           MOVE '     ID     NAME / ITEM   CURRENT        PRIOR' &
                '       CHANGE     PCT  NOTE'
               TO VARIANCE-LINE
           WRITE VARIANCE-LINE AFTER ADVANCING 1 LINE
           MOVE '     ID     NAME                            ITEM' &
                '         CURRENT       PRIOR      CHANGE    PCT' &
                '  REASON'
               TO VARIANCE-REVIEW-LINE
           WRITE VARIANCE-REVIEW-LINE AFTER ADVANCING 1 LINE
           MOVE ALL '-' TO WS-VAR-HEADING
           PERFORM 1287-WRITE-VARIANCE-HEADING.


       1287-WRITE-VARIANCE-HEADING.
           MOVE WS-VAR-HEADING TO VARIANCE-LINE
           WRITE VARIANCE-LINE AFTER ADVANCING 1 LINE
           MOVE WS-VAR-HEADING TO VARIANCE-REVIEW-LINE
           WRITE VARIANCE-REVIEW-LINE AFTER ADVANCING 1 LINE.


      * Reads the checkpoint log left by the previous run, if any.
      * The last record written tells us whether that run finished
      * ('C') or abended partway through ('I'); an incomplete run
                   ELSE
                       MOVE 'W' TO WS-PAY-GROUP
                   END-IF
                   IF CKPT-RUN-KIND = 'S'
                       MOVE 'S' TO WS-RUN-KIND-SW
                   ELSE
                       MOVE 'R' TO WS-RUN-KIND-SW
                   END-IF
                   MOVE CKPT-RECORD-COUNT  TO WS-SKIP-COUNT
                   MOVE CKPT-RECORD-COUNT  TO WS-CKPT-TOTAL-READ
                   MOVE CKPT-VALID-COUNT   TO WS-EMPLOYEE-COUNT
                   MOVE CKPT-TOTAL-FUTA    TO WS-TOTAL-FUTA
                   MOVE CKPT-TOTAL-SUTA    TO WS-TOTAL-SUTA
                   MOVE CKPT-TOTAL-MATCH   TO WS-TOTAL-MATCH
                   MOVE CKPT-TOTAL-RETRO   TO WS-TOTAL-RETRO
                   MOVE CKPT-TOTAL-PAYOUT  TO WS-TOTAL-PAYOUT
                   MOVE CKPT-YTD-BEFORE-GROSS TO WS-YTD-BEFORE-GROSS
                   MOVE CKPT-YTD-BEFORE-TAX   TO WS-YTD-BEFORE-TAX
                   MOVE CKPT-YTD-BEFORE-NET   TO WS-YTD-BEFORE-NET
       1230-SET-RUN-QUARTER.
           MOVE WS-RUN-DATE TO WS-DATE-PARTS
           ADD WS-DP-MONTH 2 GIVING WS-MONTH-WORK
           DIVIDE WS-MONTH-WORK BY 3 GIVING WS-RUN-QUARTER
           MOVE WS-DP-YEAR TO WS-W4-EXEMPT-MIN-YEAR
           IF WS-DP-MONTH = 1
              OR (WS-DP-MONTH = 2 AND WS-DP-DAY <= 15)
               SUBTRACT 1 FROM WS-W4-EXEMPT-MIN-YEAR
           END-IF.


      * The pay period's calendar frame, held as ordinal day
           END-IF.


      * A supplemental run pays for no period of work, so its frame
      * is the pay date alone - the start and end of the "period"
      * on the report and stubs are the same day.
       1249-SET-PAY-DATE-BOUNDS.
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM 8000-DATE-TO-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-WEEK-END-DAY
           MOVE WS-DN-RESULT TO WS-WEEK-START-DAY
           MOVE 1 TO WS-PERIOD-DAYS
           MOVE WS-RUN-DATE TO WS-PERIOD-START-DATE.


      * A fresh run starts these three OUTPUT (a clean report/
      * exception/ACH file for the week); a restart run opens them
      * EXTEND instead, since 1300-SKIP-TO-RESTART-POINT only
               OPEN EXTEND EXCEPTION-FILE
               OPEN EXTEND ACH-FILE
               OPEN EXTEND STUB-FILE
               OPEN EXTEND TERM-STMT-FILE
               OPEN EXTEND CHECK-PRINT-FILE
               OPEN EXTEND CHECK-REGISTER-FILE
               OPEN EXTEND POSPAY-FILE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT STUB-FILE
               OPEN OUTPUT TERM-STMT-FILE
               IF LIVE-RUN
                   OPEN OUTPUT ACH-FILE
                   OPEN OUTPUT CHECK-PRINT-FILE
           IF LIVE-RUN
               OPEN OUTPUT GL-EXTRACT-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           ELSE
               PERFORM 1280-OPEN-VARIANCE-REPORTS
           END-IF.


      * The lifecycle section is also rebuilt here - it lives only
      * in working storage, so hires and terminations the abended
      * run already saw have to be re-collected on the way past.
      * A supplemental run marks the employee's bonus/commission
      * entry used instead, for the same reason as the timecard.
       1310-SKIP-ONE-RECORD.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF NOT END-OF-FILE
               IF SUPPLEMENTAL-RUN
                   PERFORM 3082-FIND-SUPPLEMENTAL
               ELSE
                   PERFORM 3040-FIND-TIMECARD
                   PERFORM 3035-COLLECT-LIFECYCLE
               END-IF
           END-IF.


       1400-LOAD-TAX-TABLE.
           MOVE ZEROS TO WS-TAX-TABLE-COUNT
           MOVE 'N'   TO WS-TAX-EOF-SW
           MOVE 'N'   TO WS-STB-FOUND-SW(1)
           MOVE 'N'   TO WS-STB-FOUND-SW(2)
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAX-TABLE-OK
               PERFORM 1410-READ-TAX-TABLE-RECORD


       1415-STORE-TAX-TABLE-RECORD.
           IF WS-TAX-TABLE-COUNT < 40
               ADD 1 TO WS-TAX-TABLE-COUNT
               MOVE TAX-TABLE-RECORD
                   TO WS-TAX-TABLE-ENTRY(WS-TAX-TABLE-COUNT)
      * Table is expected in ascending TAX-EFF-DATE order, so the
      * last entry whose effective date is not after WS-RUN-DATE is
      * the one in force; later qualifying rows simply overwrite the
      * active brackets as the index advances. A row with no
      * supplemental rate leaves the one already in force alone.
      * Each filing status is selected on its own rows, so a
      * married or head-of-household row never disturbs the single
      * brackets or the supplemental rate.
       1420-SELECT-ACTIVE-BRACKETS.
           IF WS-TAX-EFF-DATE(WS-TAX-IDX) <= WS-RUN-DATE
               EVALUATE WS-TAX-FILING-STATUS(WS-TAX-IDX)
                   WHEN 'M'
                       SET WS-STB-IDX TO 1
                       PERFORM 1425-SELECT-STATUS-BRACKETS
                   WHEN 'H'
                       SET WS-STB-IDX TO 2
                       PERFORM 1425-SELECT-STATUS-BRACKETS
                   WHEN OTHER
                       MOVE WS-TAX-B1-LIMIT(WS-TAX-IDX)
                           TO WS-ACTIVE-B1-LIMIT
                       MOVE WS-TAX-B1-RATE(WS-TAX-IDX)
                           TO WS-ACTIVE-B1-RATE
                       MOVE WS-TAX-B2-LIMIT(WS-TAX-IDX)
                           TO WS-ACTIVE-B2-LIMIT
                       MOVE WS-TAX-B2-RATE(WS-TAX-IDX)
                           TO WS-ACTIVE-B2-RATE
                       MOVE WS-TAX-B3-RATE(WS-TAX-IDX)
                           TO WS-ACTIVE-B3-RATE
                       IF WS-TAX-SUPP-RATE(WS-TAX-IDX) IS NUMERIC
                          AND WS-TAX-SUPP-RATE(WS-TAX-IDX) > ZEROS
                           MOVE WS-TAX-SUPP-RATE(WS-TAX-IDX)
                               TO WS-ACTIVE-SUPP-RATE
                       END-IF
               END-EVALUATE
           END-IF.


       1425-SELECT-STATUS-BRACKETS.
           MOVE 'Y' TO WS-STB-FOUND-SW(WS-STB-IDX)
           MOVE WS-TAX-B1-LIMIT(WS-TAX-IDX)
               TO WS-STB-B1-LIMIT(WS-STB-IDX)
           MOVE WS-TAX-B1-RATE(WS-TAX-IDX)
               TO WS-STB-B1-RATE(WS-STB-IDX)
           MOVE WS-TAX-B2-LIMIT(WS-TAX-IDX)
               TO WS-STB-B2-LIMIT(WS-STB-IDX)
           MOVE WS-TAX-B2-RATE(WS-TAX-IDX)
               TO WS-STB-B2-RATE(WS-STB-IDX)
           MOVE WS-TAX-B3-RATE(WS-TAX-IDX)
               TO WS-STB-B3-RATE(WS-STB-IDX).


      * Same load-and-select pattern as 1400-LOAD-TAX-TABLE, for
      * the 401(k) plan's match terms and the annual elective
      * deferral limit. A missing 401k_plan.dat is not fatal - the
               SET WS-AST-IDX TO WS-ACTIVE-STATE-COUNT
               MOVE ST-STATE-CODE TO WS-ACT-ST-CODE (WS-AST-IDX)
               MOVE ST-RATE       TO WS-ACT-ST-RATE (WS-AST-IDX)
               MOVE ST-FINAL-PAY-RULE
                   TO WS-ACT-ST-FINAL-RULE (WS-AST-IDX)
           END-IF.


           IF WS-ACT-ST-CODE (WS-AST-IDX) = ST-STATE-CODE
               MOVE 'Y' TO WS-STATE-FOUND-SW
               MOVE ST-RATE TO WS-ACT-ST-RATE (WS-AST-IDX)
               MOVE ST-FINAL-PAY-RULE
                   TO WS-ACT-ST-FINAL-RULE (WS-AST-IDX)
           END-IF.


           IF NOT TC-TYPE-WORKED AND NOT TC-TYPE-VACATION
              AND NOT TC-TYPE-SICK AND NOT TC-TYPE-HOLIDAY
               ADD 1 TO WS-TIMECARD-EXCEPTIONS
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'TIMECARD  ID: ' TC-EMP-ID
                      '  REASON: BAD PAY TYPE ' TC-PAY-TYPE
                      ', CARD DROPPED'
                   PERFORM 1518-ADD-CARD-TO-ENTRY
               ELSE
                   ADD 1 TO WS-TIMECARD-EXCEPTIONS
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING 'TIMECARD  ID: ' TC-EMP-ID
                          '  REASON: TIMECARD TABLE FULL, CARD DROPPED'
                       DELIMITED SIZE INTO EXCEPTION-LINE
           END-EVALUATE.


      * A supplemental run's counterpart to 1500-LOAD-TIMECARDS:
      * reads the bonus/commission file into WS-SUPP-TABLE, summing
      * each employee's records into one entry by pay type, then
      * proves the trailer the same way. A live run with no file
      * stops - there is nothing else for it to pay. A trial just
      * finds nobody to pay.
       1550-LOAD-SUPPLEMENTAL.
           MOVE ZEROS TO WS-SUPP-COUNT
           MOVE 'N'   TO WS-SUPP-EOF-SW
           OPEN INPUT SUPPLEMENTAL-FILE
           IF WS-SUPP-OK
               PERFORM 1555-READ-SUPPLEMENTAL-RECORD
                   UNTIL SUPP-FILE-AT-EOF
               CLOSE SUPPLEMENTAL-FILE
               PERFORM 1570-VERIFY-SUPP-TRAILER
           ELSE
               IF LIVE-RUN
                   DISPLAY 'PAYROLL: NO SUPPLEMENTAL PAY FILE, '
                       'STATUS ' WS-SUPP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.


       1555-READ-SUPPLEMENTAL-RECORD.
           READ SUPPLEMENTAL-FILE
               AT END
                   MOVE 'Y' TO WS-SUPP-EOF-SW
               NOT AT END
                   IF SUPT-IS-TRAILER
                       MOVE 'Y' TO WS-SUPT-FOUND-SW
                       MOVE SUPT-RECORD-COUNT TO WS-SUPP-EXPECT-COUNT
                       MOVE SUPT-TOTAL-AMOUNT TO WS-SUPP-EXPECT-AMOUNT
                   ELSE
                       ADD 1          TO WS-SUPP-ACTUAL-COUNT
                       ADD SUP-AMOUNT TO WS-SUPP-ACTUAL-AMOUNT
                       PERFORM 1560-STORE-SUPPLEMENTAL
                   END-IF
           END-READ.


      * A record with a pay type nobody defined, or no amount, is
      * dropped loudly - it can't be classified, so it must not be
      * paid.
       1560-STORE-SUPPLEMENTAL.
           IF (NOT SUP-TYPE-BONUS AND NOT SUP-TYPE-COMMISSION)
              OR SUP-AMOUNT NOT NUMERIC
              OR SUP-AMOUNT = ZEROS
               ADD 1 TO WS-SUPP-EXCEPTIONS
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'SUPP PAY  ID: ' SUP-EMP-ID
                      '  REASON: BAD PAY TYPE ' SUP-PAY-TYPE
                      ' OR NO AMOUNT, RECORD DROPPED'
                   DELIMITED SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           ELSE
               PERFORM 1565-SUM-OR-STORE-SUPP
           END-IF.


       1565-SUM-OR-STORE-SUPP.
           MOVE 'N' TO WS-SUPP-FOUND-SW
           PERFORM 1566-SUM-MATCHING-SUPP
               VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SUPP-COUNT
                  OR SUPP-FOUND
           IF SUPP-NOT-FOUND
               IF WS-SUPP-COUNT < 500
                   ADD 1 TO WS-SUPP-COUNT
                   SET WS-SP-IDX TO WS-SUPP-COUNT
                   MOVE SUP-EMP-ID TO WS-SP-EMP-ID (WS-SP-IDX)
                   MOVE ZEROS      TO WS-SP-BONUS (WS-SP-IDX)
                                      WS-SP-COMMISSION (WS-SP-IDX)
                   MOVE 'N'        TO WS-SP-USED-SW (WS-SP-IDX)
                   PERFORM 1567-ADD-SUPP-TO-ENTRY
               ELSE
                   ADD 1 TO WS-SUPP-EXCEPTIONS
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING 'SUPP PAY  ID: ' SUP-EMP-ID
                          '  REASON: SUPPLEMENTAL TABLE FULL, '
                          'RECORD DROPPED'
                       DELIMITED SIZE INTO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
               END-IF
           END-IF.


       1566-SUM-MATCHING-SUPP.
           IF WS-SP-EMP-ID (WS-SP-IDX) = SUP-EMP-ID
               MOVE 'Y' TO WS-SUPP-FOUND-SW
               PERFORM 1567-ADD-SUPP-TO-ENTRY
           END-IF.


       1567-ADD-SUPP-TO-ENTRY.
           IF SUP-TYPE-BONUS
               ADD SUP-AMOUNT TO WS-SP-BONUS (WS-SP-IDX)
           ELSE
               ADD SUP-AMOUNT TO WS-SP-COMMISSION (WS-SP-IDX)
           END-IF.


      * Same proof as 1520-VERIFY-TIMECARD-TRAILER: the trailer has
      * to be there and agree with the records in front of it, or
      * nothing is paid.
       1570-VERIFY-SUPP-TRAILER.
           IF NOT SUPP-TRAILER-FOUND
               DISPLAY 'PAYROLL: SUPPLEMENTAL PAY FILE HAS NO '
                   'TRAILER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SUPP-ACTUAL-COUNT NOT = WS-SUPP-EXPECT-COUNT
              OR WS-SUPP-ACTUAL-AMOUNT NOT = WS-SUPP-EXPECT-AMOUNT
               DISPLAY 'PAYROLL: SUPPLEMENTAL TRAILER MISMATCH - '
                   'EXPECTED ' WS-SUPP-EXPECT-COUNT ' RECORDS '
                   WS-SUPP-EXPECT-AMOUNT ' DOLLARS, READ '
                   WS-SUPP-ACTUAL-COUNT ' RECORDS '
                   WS-SUPP-ACTUAL-AMOUNT ' DOLLARS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Taken by a fresh live run only, once every gate has passed
      * and before 1250 opens a single output: each file the run is
      * about to post to, copied record for record into the run's
      * own snapshot so PAYBKOUT can put all of them back. A
      * restart never takes one - the snapshot its abended run
      * took is the state before any of that run's postings, which
      * is the one to keep. A snapshot that cannot be written stops
      * the run before it has touched anything.
       1600-TAKE-SNAPSHOT.
           MOVE SPACES TO WS-SNAPSHOT-FILE-NAME
           STRING 'payroll_snapshot_' WS-RUN-DATE '_' WS-PAY-GROUP
                  '.dat'
               DELIMITED SIZE INTO WS-SNAPSHOT-FILE-NAME
           OPEN OUTPUT SNAPSHOT-FILE
           IF NOT WS-SNAPSHOT-OK
               DISPLAY 'PAYROLL: UNABLE TO OPEN SNAPSHOT-FILE, '
                   'STATUS ' WS-SNAPSHOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES          TO SNAPSHOT-RECORD
           MOVE 'H'             TO SNAP-TYPE
           MOVE WS-RUN-DATE     TO SNAP-PERIOD-END
           MOVE WS-PAY-GROUP    TO SNAP-PAY-GROUP
           MOVE WS-RUN-KIND-SW  TO SNAP-RUN-KIND
           MOVE WS-RUN-TIME     TO SNAP-RUN-TIME
           ACCEPT SNAP-TAKEN-DATE FROM DATE YYYYMMDD
           PERFORM 1695-WRITE-SNAPSHOT-RECORD
           PERFORM 1610-SNAPSHOT-MASTER
           PERFORM 1620-SNAPSHOT-DEDUCTIONS
           PERFORM 1630-SNAPSHOT-PTO
           PERFORM 1640-SNAPSHOT-HISTORY
           PERFORM 1650-SNAPSHOT-RETRO-PAY
           PERFORM 1660-SNAPSHOT-CHECK-CONTROL
           PERFORM 1670-SNAPSHOT-PERIOD-LOG
           MOVE SPACES               TO SNAPSHOT-RECORD
           MOVE 'Z'                  TO SNAP-TYPE
           MOVE WS-SNAP-MASTER-COUNT TO SNAP-MASTER-COUNT
           MOVE WS-SNAP-DEDUCT-COUNT TO SNAP-DEDUCTION-COUNT
           MOVE WS-SNAP-PTO-COUNT    TO SNAP-PTO-COUNT
           MOVE WS-SNAP-HISTORY-COUNT TO SNAP-HISTORY-COUNT
           MOVE WS-SNAP-RETRO-COUNT  TO SNAP-RETRO-COUNT
           MOVE WS-SNAP-CHECK-CTL-COUNT TO SNAP-CHECK-CTL-COUNT
           MOVE WS-SNAP-LOG-COUNT    TO SNAP-LOG-COUNT
           PERFORM 1695-WRITE-SNAPSHOT-RECORD
           CLOSE SNAPSHOT-FILE
           DISPLAY 'PAYROLL: PRE-POSTING SNAPSHOT WRITTEN TO '
               WS-SNAPSHOT-FILE-NAME.


      * The first live run has no master yet; the snapshot then
      * holds none, and a backout leaves an empty one.
       1610-SNAPSHOT-MASTER.
           MOVE 'N' TO WS-SNAP-EOF-SW
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-OK
               PERFORM 1615-COPY-MASTER-RECORD
                   UNTIL SNAP-SOURCE-AT-EOF
               CLOSE EMPLOYEE-MASTER
           END-IF.


       1615-COPY-MASTER-RECORD.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SW
               NOT AT END
                   MOVE SPACES TO SNAPSHOT-RECORD
                   MOVE 'M'    TO SNAP-TYPE
                   MOVE EMPLOYEE-MASTER-RECORD TO SNAP-IMAGE
                   PERFORM 1695-WRITE-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAP-MASTER-COUNT
           END-READ.


       1620-SNAPSHOT-DEDUCTIONS.
           MOVE 'N' TO WS-SNAP-EOF-SW
           OPEN INPUT DEDUCTION-FILE
           IF WS-DEDUCTION-OK
               PERFORM 1625-COPY-DEDUCTION-RECORD
                   UNTIL SNAP-SOURCE-AT-EOF
               CLOSE DEDUCTION-FILE
           END-IF.


       1625-COPY-DEDUCTION-RECORD.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SW
               NOT AT END
                   MOVE SPACES TO SNAPSHOT-RECORD
                   MOVE 'D'    TO SNAP-TYPE
                   MOVE DEDUCTION-RECORD TO SNAP-IMAGE
                   PERFORM 1695-WRITE-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAP-DEDUCT-COUNT
           END-READ.


       1630-SNAPSHOT-PTO.
           MOVE 'N' TO WS-SNAP-EOF-SW
           OPEN INPUT PTO-FILE
           IF WS-PTO-OK
               PERFORM 1635-COPY-PTO-RECORD
                   UNTIL SNAP-SOURCE-AT-EOF
               CLOSE PTO-FILE
           END-IF.


       1635-COPY-PTO-RECORD.
           READ PTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SW
               NOT AT END
                   MOVE SPACES TO SNAPSHOT-RECORD
                   MOVE 'T'    TO SNAP-TYPE
                   MOVE PTO-BALANCE-RECORD TO SNAP-IMAGE
                   PERFORM 1695-WRITE-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAP-PTO-COUNT
           END-READ.


       1640-SNAPSHOT-HISTORY.
           MOVE 'N' TO WS-SNAP-EOF-SW
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-OK
               PERFORM 1645-COPY-HISTORY-RECORD
                   UNTIL SNAP-SOURCE-AT-EOF
               CLOSE PAY-HISTORY-FILE
           END-IF.


       1645-COPY-HISTORY-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SW
               NOT AT END
                   MOVE SPACES TO SNAPSHOT-RECORD
                   MOVE 'Y'    TO SNAP-TYPE
                   MOVE PAYMENT-HISTORY-RECORD TO SNAP-IMAGE
                   PERFORM 1695-WRITE-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAP-HISTORY-COUNT
           END-READ.


      * RETRO-PAY-FILE, CHECK-CONTROL-FILE and PERIOD-LOG-FILE are
      * OPTIONAL, so an absent one still opens (and is closed) -
      * it simply reads as empty.
       1650-SNAPSHOT-RETRO-PAY.
           MOVE 'N' TO WS-SNAP-EOF-SW
           OPEN INPUT RETRO-PAY-FILE
           IF WS-RETRO-OK
               PERFORM 1655-COPY-RETRO-RECORD
                   UNTIL SNAP-SOURCE-AT-EOF
           END-IF
           CLOSE RETRO-PAY-FILE.


       1655-COPY-RETRO-RECORD.
           READ RETRO-PAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SW
               NOT AT END
                   MOVE SPACES TO SNAPSHOT-RECORD
                   MOVE 'R'    TO SNAP-TYPE
                   MOVE RETRO-PAY-RECORD TO SNAP-IMAGE
                   PERFORM 1695-WRITE-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAP-RETRO-COUNT
           END-READ.


       1660-SNAPSHOT-CHECK-CONTROL.
           MOVE 'N' TO WS-SNAP-EOF-SW
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CTL-OK
               PERFORM 1665-COPY-CHECK-CTL-RECORD
                   UNTIL SNAP-SOURCE-AT-EOF
           END-IF
           CLOSE CHECK-CONTROL-FILE.


       1665-COPY-CHECK-CTL-RECORD.
           READ CHECK-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SW
               NOT AT END
                   MOVE SPACES TO SNAPSHOT-RECORD
                   MOVE 'C'    TO SNAP-TYPE
                   MOVE CHECK-CONTROL-RECORD TO SNAP-IMAGE
                   PERFORM 1695-WRITE-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAP-CHECK-CTL-COUNT
           END-READ.


       1670-SNAPSHOT-PERIOD-LOG.
           MOVE 'N' TO WS-SNAP-EOF-SW
           OPEN INPUT PERIOD-LOG-FILE
           IF WS-PERIOD-LOG-OK
               PERFORM 1675-COPY-PERIOD-LOG-RECORD
                   UNTIL SNAP-SOURCE-AT-EOF
           END-IF
           CLOSE PERIOD-LOG-FILE.


       1675-COPY-PERIOD-LOG-RECORD.
           READ PERIOD-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SW
               NOT AT END
                   MOVE SPACES TO SNAPSHOT-RECORD
                   MOVE 'L'    TO SNAP-TYPE
                   MOVE PERIOD-LOG-RECORD TO SNAP-IMAGE
                   PERFORM 1695-WRITE-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAP-LOG-COUNT
           END-READ.


       1695-WRITE-SNAPSHOT-RECORD.
           WRITE SNAPSHOT-RECORD
           IF NOT WS-SNAPSHOT-OK
               DISPLAY 'PAYROLL: UNABLE TO WRITE SNAPSHOT-FILE, '
                   'STATUS ' WS-SNAPSHOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       2000-PRINT-HEADER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE
           MOVE '           PAYROLL REPORT'
               TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           IF SUPPLEMENTAL-RUN
               STRING '           SUPPLEMENTAL PAY - BONUS AND '
                      'COMMISSION  PAY DATE ' WS-RUN-DATE
                   DELIMITED SIZE INTO REPORT-LINE
           ELSE
               STRING '           PERIOD ' WS-PERIOD-START-DATE
                      ' THROUGH ' WS-RUN-DATE
                      '  PAY GROUP ' WS-PAY-GROUP
                   DELIMITED SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           IF TRIAL-RUN
               MOVE '           *** TRIAL RUN - NOTHING POSTED ***'
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE '   ID    NAME                           GROSS' &
                '        FICA     MEDICARE    FEDERAL      STATE' &
                '          NET'
               TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.


       3000-PROCESS-EMPLOYEES.
           PERFORM 3020-CHECK-DEPT-BREAK
           IF REGULAR-RUN
               PERFORM 3035-COLLECT-LIFECYCLE
           END-IF
           PERFORM 3050-VALIDATE-EMPLOYEE
           IF EMP-SKIPPED
               ADD 1 TO WS-SKIPPED-COUNT
               IF TRIAL-RUN
                   PERFORM 3650-CHECK-MISSED-PAYMENT
               END-IF
           ELSE
           IF EMP-VALID
               PERFORM 3100-CALCULATE-PAY
               PERFORM 3190-GET-PRIOR-YTD
               PERFORM 3200-CALCULATE-TAX
               PERFORM 3250-CALCULATE-DEDUCTIONS
               PERFORM 3010-CHECK-ALREADY-POSTED
               PERFORM 3015-CHECK-DETAIL-POSTED
               PERFORM 3300-ACCUMULATE-TOTALS
               IF TRIAL-RUN
                   PERFORM 3600-CHECK-PAY-VARIANCE
               END-IF
               IF NOT DETAIL-POSTED
                   PERFORM 3400-PRINT-DETAIL
                   IF LIVE-RUN
                       PERFORM 3360-MARK-DETAIL-POSTED
                   END-IF
               END-IF
               IF LIVE-RUN
                   IF ALREADY-POSTED
                       PERFORM 3355-ACCUMULATE-POSTED-YTD
                   ELSE
                       PERFORM 3350-UPDATE-MASTER
                   END-IF
                   PERFORM 3270-POST-GARNISH-TAKEN
                   IF REGULAR-RUN
                       PERFORM 3380-UPDATE-PTO-BALANCES
                   END-IF
                   PERFORM 3390-MARK-RETRO-PAID
               END-IF
           ELSE
               PERFORM 3060-WRITE-EXCEPTION
               IF TRIAL-RUN
                   PERFORM 3650-CHECK-MISSED-PAYMENT
               END-IF
           END-IF
           END-IF
           ADD 1 TO WS-CKPT-TOTAL-READ
           ADD 1 TO WS-CKPT-TALLY
           IF WS-CKPT-TALLY >= WS-CKPT-INTERVAL
               IF LIVE-RUN
                   PERFORM 3700-WRITE-CHECKPOINT
               END-IF
               MOVE ZEROS TO WS-CKPT-TALLY
           END-IF
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


      * A checkpoint only ever proves a record was read, not that its
       3047-FIND-STATE-RATE.
           MOVE 'N' TO WS-STATE-FOUND-SW
           MOVE ZEROS TO WS-EMP-STATE-RATE
           MOVE SPACES TO WS-EMP-FINAL-RULE
           PERFORM 3048-MATCH-STATE-RATE
               VARYING WS-AST-IDX FROM 1 BY 1
               UNTIL WS-AST-IDX > WS-ACTIVE-STATE-COUNT
               MOVE 'Y' TO WS-STATE-FOUND-SW
               MOVE WS-ACT-ST-RATE (WS-AST-IDX)
                   TO WS-EMP-STATE-RATE
               MOVE WS-ACT-ST-FINAL-RULE (WS-AST-IDX)
                   TO WS-EMP-FINAL-RULE
           END-IF.


      * week's timecards: no card means no pay (and an exception
      * line), never a quiet repeat of last week's hours. A card for
      * a salaried employee is reported and ignored - the salary is
      * still paid. A supplemental run has its own, much shorter
      * test in 3080.
       3050-VALIDATE-EMPLOYEE.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE ZEROS TO WS-PAYOUT-HOURS WS-FORFEIT-HOURS
           IF SUPPLEMENTAL-RUN
               PERFORM 3080-VALIDATE-SUPPLEMENTAL
           ELSE
               PERFORM 3052-CHECK-EMPLOYEE-STATUS
               IF EMP-SKIPPED
                   PERFORM 3040-FIND-TIMECARD
                   IF CARD-FOUND
                       IF GROUP-SKIPPED
                           PERFORM 3076-WRITE-OTHER-GROUP-CARD-NOTE
                       ELSE
                           PERFORM 3075-WRITE-INACTIVE-CARD-NOTE
                       END-IF
                   END-IF
               ELSE
                   PERFORM 3054-VALIDATE-PAY-FIELDS
               END-IF
           END-IF.


                   MOVE 'VACATION HOURS EXCEED PTO BALANCE'
                       TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF EMP-VALID AND FINAL-CHECK-WEEK
               PERFORM 3059-SET-FINAL-PAYOUT
           END-IF.


      * A final check with no card is not an error - the employee
      * may have worked nothing since the period began - and is
      * still paid its vacation payout.
       3055-VALIDATE-TIMECARD-HOURS.
           IF CARD-NOT-FOUND
               IF FINAL-CHECK-WEEK
                   MOVE ZEROS TO WS-WEEK-HOURS
               ELSE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NO TIMECARD FOR HOURLY EMPLOYEE'
                       TO WS-EXCEPTION-REASON
               END-IF
           ELSE
               IF WS-CARD-HOURS > WS-MAX-HOURS
                   MOVE 'N' TO WS-VALID-SW
           MOVE WS-PTO-WORK TO WS-PTO-SICK-AFTER.


      * The final check empties both banks: the vacation left once
      * this period's accrual and leave cards have run through is
      * paid out, the sick left is forfeited, and the stub and the
      * PTO record are left showing zero.
       3059-SET-FINAL-PAYOUT.
           MOVE WS-PTO-VAC-AFTER  TO WS-PAYOUT-HOURS
           MOVE WS-PTO-SICK-AFTER TO WS-FORFEIT-HOURS
           MOVE ZEROS TO WS-PTO-VAC-AFTER WS-PTO-SICK-AFTER.


      * A supplemental run's validation. The bonus/commission entry
      * is all it pays, so there is no pay-group, status, rate or
      * timecard test - anyone the file names is paid, anyone it
      * does not is quietly skipped. The work state still has to
      * resolve to a rate, and the PTO banks are fetched untouched
      * (the run accrues and draws nothing) only so the stub can
      * show where they stand.
       3080-VALIDATE-SUPPLEMENTAL.
           MOVE 'N' TO WS-SKIP-SW
           MOVE 'N' TO WS-FINAL-WEEK-SW
           MOVE 'N' TO WS-GROUP-SKIP-SW
           PERFORM 3082-FIND-SUPPLEMENTAL
           IF SUPP-NOT-FOUND
               MOVE 'Y' TO WS-SKIP-SW
           ELSE
               ADD WS-SUPP-BONUS WS-SUPP-COMMISSION
                   GIVING WS-SUPP-TOTAL
               IF WS-SUPP-TOTAL > 999999.99
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'SUPPLEMENTAL PAY OVER ONE-CHECK LIMIT'
                       TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF NOT EMP-SKIPPED AND EMP-VALID
               PERFORM 3047-FIND-STATE-RATE
               IF STATE-NOT-FOUND
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'WORK STATE NOT IN STATE TAX TABLE'
                       TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF NOT EMP-SKIPPED AND EMP-VALID
               PERFORM 3057-GET-PTO-BALANCES
               MOVE ZEROS TO WS-PTO-VAC-ACCRUAL WS-PTO-SICK-ACCRUAL
                             WS-PTO-VAC-USED WS-PTO-SICK-USED
               MOVE WS-PTO-VAC-BAL  TO WS-PTO-VAC-AFTER
               MOVE WS-PTO-SICK-BAL TO WS-PTO-SICK-AFTER
           END-IF.


       3082-FIND-SUPPLEMENTAL.
           MOVE 'N' TO WS-SUPP-FOUND-SW
           MOVE ZEROS TO WS-SUPP-BONUS WS-SUPP-COMMISSION
           PERFORM 3083-MATCH-SUPPLEMENTAL
               VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SUPP-COUNT
                  OR SUPP-FOUND.


       3083-MATCH-SUPPLEMENTAL.
           IF WS-SP-EMP-ID (WS-SP-IDX) = EMP-ID
               MOVE 'Y' TO WS-SUPP-FOUND-SW
               MOVE WS-SP-BONUS (WS-SP-IDX)      TO WS-SUPP-BONUS
               MOVE WS-SP-COMMISSION (WS-SP-IDX) TO WS-SUPP-COMMISSION
               MOVE 'Y' TO WS-SP-USED-SW (WS-SP-IDX)
           END-IF.


      * Writes the rejected record to the exception report and
      * counts it separately from WS-EMPLOYEE-COUNT so it never
      * reaches WS-COMPANY-TOTALS.
       3060-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'REJECTED  ID: ' EMP-ID
                  '  NAME: ' EMP-NAME
                  '  REASON: ' WS-EXCEPTION-REASON
      * someone keyed.
       3070-WRITE-SALARIED-CARD-NOTE.
           ADD 1 TO WS-TIMECARD-EXCEPTIONS
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'TIMECARD  ID: ' EMP-ID
                  '  NAME: ' EMP-NAME
                  '  REASON: TIMECARD FOR SALARIED EMPLOYEE IGNORED'
      * says why.
       3075-WRITE-INACTIVE-CARD-NOTE.
           ADD 1 TO WS-TIMECARD-EXCEPTIONS
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'TIMECARD  ID: ' EMP-ID
                  '  NAME: ' EMP-NAME
                  '  REASON: TIMECARD FOR INACTIVE EMPLOYEE IGNORED'
      * employee at end of run.
       3076-WRITE-OTHER-GROUP-CARD-NOTE.
           ADD 1 TO WS-TIMECARD-EXCEPTIONS
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'TIMECARD  ID: ' EMP-ID
                  '  NAME: ' EMP-NAME
                  '  REASON: EMPLOYEE IN OTHER PAY GROUP, IGNORED'
      * overtime calculation; hourly staff keep the original
      * regular/overtime-past-40 split.
       3100-CALCULATE-PAY.
           IF SUPPLEMENTAL-RUN
               PERFORM 3180-CALCULATE-SUPPLEMENTAL-PAY
           ELSE
               IF EMP-TYPE-SALARIED
                   PERFORM 3150-CALCULATE-SALARY-PAY
               ELSE
                   PERFORM 3160-CALCULATE-HOURLY-PAY
               END-IF
               PERFORM 3170-ADD-RETRO-PAY
               PERFORM 3175-ADD-PTO-PAYOUT
           END-IF.


      * through the termination date.
       3150-CALCULATE-SALARY-PAY.
           MOVE ZEROS TO WS-REGULAR-HOURS WS-OVERTIME-HOURS
                         WS-OVERTIME-PAY WS-OT-PREMIUM
           DIVIDE EMP-ANNUAL-SALARY BY WS-PERIODS-PER-YEAR
               GIVING WS-REGULAR-PAY ROUNDED
           IF FINAL-CHECK-WEEK
      * Only hours actually worked can cross into overtime -
      * vacation, sick and holiday hours are paid at straight time
      * on top of the split, so a week of 8 worked and 32 vacation
      * hours never manufactures premium pay. The premium itself -
      * the overtime pay less its straight-time equivalent - is
      * kept for the workers' comp figures in payment history.
       3160-CALCULATE-HOURLY-PAY.
           ADD WS-CARD-VAC-HOURS WS-CARD-SICK-HOURS
               WS-CARD-HOL-HOURS GIVING WS-LEAVE-HOURS

           MULTIPLY WS-OVERTIME-HOURS BY EMP-HOURLY-RATE
               GIVING WS-OVERTIME-PAY ROUNDED
           MOVE WS-OVERTIME-PAY TO WS-OT-PREMIUM
           MULTIPLY 1.5 BY WS-OVERTIME-PAY ROUNDED
           SUBTRACT WS-OT-PREMIUM FROM WS-OVERTIME-PAY
               GIVING WS-OT-PREMIUM

           ADD WS-REGULAR-PAY WS-OVERTIME-PAY
               GIVING WS-GROSS-PAY.


      * Open back pay from PAYRETRO rides on top of the period's own
      * earnings, inside gross, so every tax and deduction below
      * treats it as the wages it is. A record this same run has
      * already flipped paid (the abended attempt got that far) is
      * paid again on the restart pass, exactly as 3190 backs this
      * run's own posting out of prior YTD - the recomputed figures
      * must match the first attempt's.
       3170-ADD-RETRO-PAY.
           MOVE ZEROS TO WS-RETRO-PAY
           IF RETRO-FILE-PRESENT
               MOVE EMP-ID TO RP-EMP-ID
               READ RETRO-PAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RP-STATUS-OPEN
                          OR (RP-PAID-RUN-DATE = WS-RUN-DATE
                              AND RP-PAID-RUN-TIME = WS-RUN-TIME)
                           MOVE RP-AMOUNT TO WS-RETRO-PAY
                       END-IF
               END-READ
           END-IF
           ADD WS-RETRO-PAY TO WS-GROSS-PAY.


      * The final check's vacation payout, at the rate in force
      * today - the hourly rate, or the salary's 2080-hour
      * equivalent - added to gross as its own earnings line.
       3175-ADD-PTO-PAYOUT.
           MOVE ZEROS TO WS-PTO-PAYOUT WS-PAYOUT-RATE
           IF FINAL-CHECK-WEEK AND WS-PAYOUT-HOURS > 0
               IF EMP-TYPE-SALARIED
                   DIVIDE EMP-ANNUAL-SALARY BY 2080
                       GIVING WS-PAYOUT-RATE ROUNDED
               ELSE
                   MOVE EMP-HOURLY-RATE TO WS-PAYOUT-RATE
               END-IF
               MULTIPLY WS-PAYOUT-HOURS BY WS-PAYOUT-RATE
                   GIVING WS-PTO-PAYOUT ROUNDED
           END-IF
           ADD WS-PTO-PAYOUT TO WS-GROSS-PAY.


      * An off-cycle run's whole gross is the employee's bonus and
      * commission off the supplemental file. No hours, no salary
      * share and no back pay - those all wait for the regular run.
       3180-CALCULATE-SUPPLEMENTAL-PAY.
           MOVE ZEROS TO WS-REGULAR-HOURS WS-OVERTIME-HOURS
                         WS-REGULAR-PAY WS-OVERTIME-PAY
                         WS-OT-PREMIUM
                         WS-RETRO-PAY WS-WEEK-HOURS
                         WS-PTO-PAYOUT
           ADD WS-SUPP-BONUS WS-SUPP-COMMISSION
               GIVING WS-GROSS-PAY.


      * Fetches the employee's YTD gross as it stood before this
      * week's pay, so the FICA cap and additional-Medicare
      * threshold are measured against the year, not the week. If
      * to the part of this week's gross that still fits under the
      * annual wage base given the employee's prior YTD gross, and
      * the additional Medicare rate applies to the part that falls
      * above its threshold. Supplemental pay is withheld federally
      * at the flat supplemental rate instead of the brackets;
      * everything below - FICA under its cap, Medicare, state -
      * runs exactly as it does on a regular check. The W-4 on the
      * master decides the federal figure first: an exempt claim in
      * force withholds none at all, on any check; otherwise the
      * filing status picks the brackets, the dependents credit's
      * share for the period comes off the bracket tax (never below
      * zero) and the extra withholding goes on after the other
      * taxes, as far as the gross left will carry it.
       3200-CALCULATE-TAX.
           PERFORM 3205-SET-W4-BRACKETS
           EVALUATE TRUE
               WHEN W4-EXEMPT-IN-FORCE
                   MOVE ZEROS TO WS-FEDERAL-TAX
               WHEN SUPPLEMENTAL-RUN
                   MULTIPLY WS-ACTIVE-SUPP-RATE BY WS-GROSS-PAY
                       GIVING WS-FEDERAL-TAX ROUNDED
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-GROSS-PAY <= WS-EMP-B1-LIMIT
                           MULTIPLY WS-EMP-B1-RATE BY WS-GROSS-PAY
                               GIVING WS-FEDERAL-TAX ROUNDED
                       WHEN WS-GROSS-PAY <= WS-EMP-B2-LIMIT
                           MULTIPLY WS-EMP-B2-RATE BY WS-GROSS-PAY
                               GIVING WS-FEDERAL-TAX ROUNDED
                       WHEN OTHER
                           MULTIPLY WS-EMP-B3-RATE BY WS-GROSS-PAY
                               GIVING WS-FEDERAL-TAX ROUNDED
                   END-EVALUATE
                   PERFORM 3207-APPLY-W4-CREDIT
           END-EVALUATE

           IF WS-PRIOR-YTD-GROSS >= WS-ACTIVE-WAGE-BASE
           MULTIPLY WS-GROSS-PAY BY WS-EMP-STATE-RATE
               GIVING WS-STATE-TAX ROUNDED

           PERFORM 3208-APPLY-W4-EXTRA

           ADD WS-FICA-AMOUNT WS-MEDICARE-AMOUNT WS-FEDERAL-TAX
               WS-STATE-TAX GIVING WS-TAX-AMOUNT

           PERFORM 3210-CALCULATE-EMPLOYER-TAX.


      * An exempt claim holds for the calendar year it names and,
      * while its renewal is due, up to February 15 of the next.
      * Past that the employee is withheld as single with no credit
      * or extra, as the W-4 rules require, and the exception
      * report says so every run until a new W-4 is keyed - the
      * check is still paid, so this is not counted as a rejection.
      * A filing status whose brackets are not on tax_table.dat
      * falls back to the single set.
       3205-SET-W4-BRACKETS.
           MOVE 'N' TO WS-W4-EXEMPT-SW
           IF EMP-W4-CLAIMS-EXEMPT
               IF EMP-W4-EXEMPT-YEAR IS NUMERIC
                  AND EMP-W4-EXEMPT-YEAR >= WS-W4-EXEMPT-MIN-YEAR
                   MOVE 'E' TO WS-W4-EXEMPT-SW
               ELSE
                   MOVE 'X' TO WS-W4-EXEMPT-SW
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING 'W-4       ID: ' EMP-ID
                          '  REASON: EXEMPT CLAIM FOR '
                          EMP-W4-EXEMPT-YEAR
                          ' EXPIRED - WITHHELD AS SINGLE'
                       DELIMITED SIZE INTO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
               END-IF
           END-IF
           MOVE WS-ACTIVE-B1-LIMIT TO WS-EMP-B1-LIMIT
           MOVE WS-ACTIVE-B1-RATE  TO WS-EMP-B1-RATE
           MOVE WS-ACTIVE-B2-LIMIT TO WS-EMP-B2-LIMIT
           MOVE WS-ACTIVE-B2-RATE  TO WS-EMP-B2-RATE
           MOVE WS-ACTIVE-B3-RATE  TO WS-EMP-B3-RATE
           IF NOT W4-EXEMPT-EXPIRED
               EVALUATE TRUE
                   WHEN EMP-W4-MARRIED-JOINT
                       SET WS-STB-IDX TO 1
                       PERFORM 3206-USE-STATUS-BRACKETS
                   WHEN EMP-W4-HEAD-HOUSEHOLD
                       SET WS-STB-IDX TO 2
                       PERFORM 3206-USE-STATUS-BRACKETS
               END-EVALUATE
           END-IF.


       3206-USE-STATUS-BRACKETS.
           IF STATUS-BRACKETS-FOUND(WS-STB-IDX)
               MOVE WS-STB-B1-LIMIT(WS-STB-IDX) TO WS-EMP-B1-LIMIT
               MOVE WS-STB-B1-RATE(WS-STB-IDX)  TO WS-EMP-B1-RATE
               MOVE WS-STB-B2-LIMIT(WS-STB-IDX) TO WS-EMP-B2-LIMIT
               MOVE WS-STB-B2-RATE(WS-STB-IDX)  TO WS-EMP-B2-RATE
               MOVE WS-STB-B3-RATE(WS-STB-IDX)  TO WS-EMP-B3-RATE
           END-IF.


      * The dependents credit on the W-4 is an annual figure; each
      * regular check takes its share for the pay group's period.
       3207-APPLY-W4-CREDIT.
           IF NOT W4-EXEMPT-EXPIRED
              AND EMP-W4-DEP-CREDIT IS NUMERIC
              AND EMP-W4-DEP-CREDIT > ZEROS
               DIVIDE EMP-W4-DEP-CREDIT BY WS-PERIODS-PER-YEAR
                   GIVING WS-W4-CREDIT-WORK ROUNDED
               IF WS-W4-CREDIT-WORK >= WS-FEDERAL-TAX
                   MOVE ZEROS TO WS-FEDERAL-TAX
               ELSE
                   SUBTRACT WS-W4-CREDIT-WORK FROM WS-FEDERAL-TAX
               END-IF
           END-IF.


      * Extra withholding is asked for per pay, so it goes on every
      * check - supplemental ones included - unless the employee is
      * exempt or the claim has lapsed, and never more than the
      * gross still uncovered once the other taxes are taken.
       3208-APPLY-W4-EXTRA.
           IF W4-NOT-EXEMPT
              AND EMP-W4-EXTRA-WH IS NUMERIC
              AND EMP-W4-EXTRA-WH > ZEROS
               SUBTRACT WS-FICA-AMOUNT WS-MEDICARE-AMOUNT
                   WS-FEDERAL-TAX WS-STATE-TAX FROM WS-GROSS-PAY
                   GIVING WS-W4-EXTRA-WORK
               IF EMP-W4-EXTRA-WH < WS-W4-EXTRA-WORK
                   MOVE EMP-W4-EXTRA-WH TO WS-W4-EXTRA-WORK
               END-IF
               IF WS-W4-EXTRA-WORK > ZEROS
                   ADD WS-W4-EXTRA-WORK TO WS-FEDERAL-TAX
               END-IF
           END-IF.


      * The company's own taxes on this week's wages, accrued
      * alongside the employee amounts so the GL extract and the
      * 940-style summary stop being a spreadsheet. The FICA match
      * sorted by DED-PRIORITY, then each record is re-read by key
      * and applied in that order. The net before anything is
      * taken is the disposable-earnings figure the garnishment
      * caps measure against. A supplemental run takes the 401(k)
      * deferral only - health premiums are charged once per
      * regular period, and garnishments are left to the regular
      * run's own disposable-earnings test.
       3250-CALCULATE-DEDUCTIONS.
           MOVE ZEROS TO WS-401K-AMOUNT WS-HEALTH-AMOUNT
                         WS-GARNISH-AMOUNT WS-DEDUCT-TOTAL
                   TO WS-DEDO-PRIO (WS-DEDO-POS)
               ADD 1 TO WS-DED-ORDER-COUNT
           ELSE
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'DEDUCTION ID: ' EMP-ID
                      '  CODE: ' DED-CODE
                      '  REASON: OVER 10 DEDUCTIONS, NOT TAKEN'
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REGULAR-RUN OR DED-TYPE-401K
                       PERFORM 3260-APPLY-DEDUCTION
                   END-IF
           END-READ.


      * attempt of this same run already advanced it, that advance
      * is backed out first. Without this, the restart of the week a
      * goal is crossed would recompute a smaller garnishment than
      * the one already written to the payment files. A final check
      * goes after a garnishment's whole outstanding balance - there
      * is no next payday to collect the rest from - and the
      * ceilings below still decide how much of it this check can
      * bear.
           IF DED-GOAL > 0
               MOVE DED-TAKEN TO WS-DED-TAKEN-WORK
               IF DED-LAST-RUN-DATE = WS-RUN-DATE
               IF WS-DED-REMAINING <= 0
                   MOVE ZEROS TO WS-DED-WORK
               ELSE
                   IF FINAL-CHECK-WEEK AND DED-TYPE-GARNISH
                       MOVE WS-DED-REMAINING TO WS-DED-WORK
                   ELSE
                       IF WS-DED-WORK > WS-DED-REMAINING
                           MOVE WS-DED-REMAINING TO WS-DED-WORK
                       END-IF
                   END-IF
               END-IF
           END-IF
                   MOVE DED-AGENCY-REF
                       TO WS-EMP-DED-REF (WS-DED-IDX)
               ELSE
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING 'DEDUCTION ID: ' EMP-ID
                          '  CODE: ' DED-CODE
                          '  REASON: OVER 10 DEDUCTIONS, NOT TAKEN'
           ADD WS-FUTA-AMOUNT    TO WS-TOTAL-FUTA
           ADD WS-SUTA-AMOUNT    TO WS-TOTAL-SUTA
           ADD WS-MATCH-AMOUNT   TO WS-TOTAL-MATCH
           ADD WS-RETRO-PAY      TO WS-TOTAL-RETRO
           ADD WS-PTO-PAYOUT     TO WS-TOTAL-PAYOUT
           ADD 1                 TO WS-EMPLOYEE-COUNT
           ADD WS-GROSS-PAY      TO WS-DEPT-GROSS
           ADD WS-TAX-AMOUNT     TO WS-DEPT-TAX
                   MOVE EMP-WORK-STATE TO WS-SWH-CODE (WS-SWH-IDX)
                   MOVE WS-STATE-TAX   TO WS-SWH-AMOUNT (WS-SWH-IDX)
               ELSE
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING 'STATE     ID: ' EMP-ID
                          '  REASON: OVER 10 WORK STATES IN RUN'
                       DELIMITED SIZE INTO EXCEPTION-LINE
      * Adds this employee's gross to the run-long bucket for their
      * department, opening a new bucket the first time a code
      * shows up - the same device the state withholding buckets
      * use, feeding 4110-WRITE-DEPT-WAGE-GL instead. Back pay is
      * left out of the bucket - it posts to its own retro pay
      * account in 4100, not to the department's current wages.
       3320-ACCUMULATE-DEPT-GROSS.
           SUBTRACT WS-RETRO-PAY FROM WS-GROSS-PAY
               GIVING WS-DEPT-WAGE-PAY
           MOVE 'N' TO WS-DM-FOUND-SW
           PERFORM 3325-ADD-TO-DEPT-BUCKET
               VARYING WS-GLD-IDX FROM 1 BY 1
                   ADD 1 TO WS-GL-DEPT-COUNT
                   SET WS-GLD-IDX TO WS-GL-DEPT-COUNT
                   MOVE EMP-DEPT     TO WS-GLD-CODE (WS-GLD-IDX)
                   MOVE WS-DEPT-WAGE-PAY TO WS-GLD-GROSS (WS-GLD-IDX)
               ELSE
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING 'DEPT      ID: ' EMP-ID
                          '  REASON: OVER 20 DEPARTMENTS IN RUN'
                       DELIMITED SIZE INTO EXCEPTION-LINE
       3325-ADD-TO-DEPT-BUCKET.
           IF WS-GLD-CODE (WS-GLD-IDX) = EMP-DEPT
               MOVE 'Y' TO WS-DM-FOUND-SW
               ADD WS-DEPT-WAGE-PAY TO WS-GLD-GROSS (WS-GLD-IDX)
           END-IF.


               MOVE WS-PTO-SICK-AFTER  TO PTO-SICK-BALANCE
               MOVE WS-RUN-DATE        TO PTO-LAST-RUN-DATE
               MOVE WS-RUN-TIME        TO PTO-LAST-RUN-TIME
               IF FINAL-CHECK-WEEK
                   SUBTRACT WS-PTO-VAC-BAL FROM WS-PTO-VAC-AFTER
                       GIVING PTO-LAST-VAC-CHG
                   SUBTRACT WS-PTO-SICK-BAL FROM WS-PTO-SICK-AFTER
                       GIVING PTO-LAST-SICK-CHG
               ELSE
                   SUBTRACT WS-PTO-VAC-USED FROM WS-PTO-VAC-ACCRUAL
                       GIVING PTO-LAST-VAC-CHG
                   SUBTRACT WS-PTO-SICK-USED FROM WS-PTO-SICK-ACCRUAL
                       GIVING PTO-LAST-SICK-CHG
               END-IF
               IF PTO-FOUND
                   REWRITE PTO-BALANCE-RECORD
               ELSE
           END-IF.


      * Flips the back pay just paid to 'P'aid under this run's
      * stamp, so the next run pays nothing more and a restart of
      * this one still recognises it as its own (see 3170).
       3390-MARK-RETRO-PAID.
           IF WS-RETRO-PAY > 0
               MOVE EMP-ID TO RP-EMP-ID
               READ RETRO-PAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'P'         TO RP-STATUS
                       MOVE WS-RUN-DATE TO RP-PAID-RUN-DATE
                       MOVE WS-RUN-TIME TO RP-PAID-RUN-TIME
                       REWRITE RETRO-PAY-RECORD
               END-READ
           END-IF.


       3400-PRINT-DETAIL.
           MOVE EMP-ID          TO WS-RPT-EMP-ID
           MOVE EMP-NAME        TO WS-RPT-NAME
           MOVE WS-NET-PAY      TO WS-RPT-NET
           MOVE WS-DETAIL-LINE  TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           IF SUPPLEMENTAL-RUN
               MOVE WS-SUPP-BONUS      TO WS-RPT-BONUS
               MOVE WS-SUPP-COMMISSION TO WS-RPT-COMMISSION
               MOVE WS-SUPP-LINE       TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF WS-RETRO-PAY > 0
               MOVE WS-RETRO-PAY      TO WS-RPT-RETRO
               MOVE RP-FROM-DATE      TO WS-RPT-RETRO-FROM
               MOVE RP-TO-DATE        TO WS-RPT-RETRO-TO
               MOVE WS-RETRO-LINE     TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF FINAL-CHECK-WEEK
               MOVE WS-PTO-PAYOUT     TO WS-RPT-PAYOUT
               MOVE WS-PAYOUT-HOURS   TO WS-RPT-PAYOUT-HRS
               MOVE EMP-TERM-DATE     TO WS-RPT-TERM-DATE
               MOVE WS-PAYOUT-LINE    TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF WS-DEDUCT-TOTAL > 0
               MOVE WS-401K-AMOUNT    TO WS-RPT-401K
               MOVE WS-HEALTH-AMOUNT  TO WS-RPT-HEALTH
               PERFORM 3480-WRITE-GARNISH-REMIT
               PERFORM 3490-WRITE-401K-REMIT
           END-IF
           PERFORM 3500-WRITE-PAY-STUB
           IF FINAL-CHECK-WEEK
               PERFORM 3520-WRITE-TERM-STATEMENT
           END-IF.


      * Payment splits by method: real bank details go to the ACH
      * file as always; anyone else gets a numbered paper check with
      * a register entry and a positive-pay record, instead of the
      * undepositable zero-routing ACH record they used to get. So
      * does a final check in a state that wants final wages the
      * day employment ends - a check can be handed over that day,
      * a deposit cannot be made to land on it.
       3440-WRITE-PAYMENT.
           IF EMP-BANK-ROUTING > 0
              AND NOT (FINAL-CHECK-WEEK AND STATE-FINAL-SAME-DAY)
               PERFORM 3450-WRITE-ACH-RECORD
               MOVE 'A'   TO PH-PAY-METHOD
               MOVE ZEROS TO PH-CHECK-NUMBER
           MOVE WS-MATCH-AMOUNT    TO PH-ER-MATCH
           MOVE EMP-WORK-STATE     TO PH-WORK-STATE
           MOVE 'P'                TO PH-STATUS
           MOVE WS-RETRO-PAY       TO PH-RETRO-PAY
           MOVE WS-RUN-KIND-SW     TO PH-PAY-KIND
           MOVE WS-PTO-PAYOUT      TO PH-PTO-PAYOUT
           MOVE WS-PAYOUT-HOURS    TO PH-PAYOUT-HOURS
           MOVE WS-OT-PREMIUM      TO PH-OT-PREMIUM
           MOVE EMP-WC-CLASS       TO PH-WC-CLASS
           MOVE WS-CLOCK-DATE      TO PH-RUN-DATE
           MOVE WS-CLOCK-TIME      TO PH-RUN-TIME
           MOVE WS-PAY-GROUP       TO PH-PAY-GROUP
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAYMENT-HISTORY-RECORD
           MOVE WS-RUN-DATE     TO WS-STUB-DATE
           MOVE WS-STUB-DATE-LINE TO STUB-LINE
           WRITE STUB-LINE
           IF SUPPLEMENTAL-RUN
               MOVE WS-SUPP-BONUS      TO WS-STUB-BONUS
               MOVE WS-SUPP-COMMISSION TO WS-STUB-COMMISSION
               MOVE WS-STUB-SUPP-LINE  TO STUB-LINE
           ELSE
               IF EMP-TYPE-SALARIED
                   MOVE EMP-ANNUAL-SALARY TO WS-STUB-SALARY
                   MOVE WS-STUB-SALARY-LINE TO STUB-LINE
               ELSE
                   MOVE WS-WEEK-HOURS     TO WS-STUB-HOURS
                   MOVE EMP-HOURLY-RATE   TO WS-STUB-RATE
                   MOVE WS-STUB-HOURLY-LINE TO STUB-LINE
               END-IF
           END-IF
           WRITE STUB-LINE
           IF WS-RETRO-PAY > 0
               MOVE WS-RETRO-PAY    TO WS-STUB-RETRO
               MOVE RP-FROM-DATE    TO WS-STUB-RETRO-FROM
               MOVE RP-TO-DATE      TO WS-STUB-RETRO-TO
               MOVE WS-STUB-RETRO-LINE TO STUB-LINE
               WRITE STUB-LINE
           END-IF
           IF FINAL-CHECK-WEEK
               MOVE WS-PTO-PAYOUT   TO WS-STUB-PAYOUT
               MOVE WS-PAYOUT-HOURS TO WS-STUB-PAYOUT-HRS
               MOVE WS-PAYOUT-RATE  TO WS-STUB-PAYOUT-RATE
               MOVE WS-STUB-PAYOUT-LINE TO STUB-LINE
               WRITE STUB-LINE
           END-IF
           MOVE WS-GROSS-PAY       TO WS-STUB-GROSS
           MOVE WS-FICA-AMOUNT     TO WS-STUB-FICA
           MOVE WS-MEDICARE-AMOUNT TO WS-STUB-MEDICARE
           WRITE STUB-LINE.


      * The departing employee's statement. The stub has just filled
      * the ID, retro, payout and deduction lines, so they are
      * reused as they stand; wages through the termination date
      * are gross less the two lines shown on their own. How the
      * money went out comes from 3440 on a live run - a trial
      * issues nothing, so it says what the live run will do.
       3520-WRITE-TERM-STATEMENT.
           MOVE WS-STUB-SEP-LINE TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           MOVE WS-TS-TITLE-LINE TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           MOVE WS-STUB-ID-LINE  TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           MOVE EMP-TERM-DATE    TO WS-TS-TERM-DATE
           MOVE WS-RUN-DATE      TO WS-TS-PAY-DATE
           MOVE WS-TS-DATE-LINE  TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           SUBTRACT WS-PTO-PAYOUT WS-RETRO-PAY FROM WS-GROSS-PAY
               GIVING WS-TS-WAGES
           MOVE WS-TS-WAGES-LINE TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           IF WS-RETRO-PAY > 0
               MOVE WS-STUB-RETRO-LINE TO TERM-STMT-LINE
               WRITE TERM-STMT-LINE
           END-IF
           MOVE WS-STUB-PAYOUT-LINE TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           MOVE WS-FORFEIT-HOURS TO WS-TS-FORFEIT-HRS
           MOVE WS-TS-FORFEIT-LINE TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           MOVE WS-GROSS-PAY     TO WS-TS-GROSS
           MOVE WS-TAX-AMOUNT    TO WS-TS-TAX
           MOVE WS-DEDUCT-TOTAL  TO WS-TS-DEDUCT
           MOVE WS-NET-PAY       TO WS-TS-NET
           MOVE WS-TS-TOTALS-LINE TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           IF WS-DEDUCT-TOTAL > 0
               MOVE WS-DEDUCT-LINE TO TERM-STMT-LINE
               WRITE TERM-STMT-LINE
           END-IF
           MOVE SPACES TO WS-TS-METHOD
           EVALUATE TRUE
               WHEN TRIAL-RUN AND EMP-BANK-ROUTING > 0
                    AND NOT STATE-FINAL-SAME-DAY
                   MOVE 'DIRECT DEPOSIT (TRIAL)' TO WS-TS-METHOD
               WHEN TRIAL-RUN
                   MOVE 'CHECK (TRIAL - NOT ISSUED)' TO WS-TS-METHOD
               WHEN PH-PAID-BY-CHECK
                   MOVE SPACES TO WS-TS-METHOD
                   STRING 'CHECK NO ' WS-CHK-NUMBER
                       DELIMITED SIZE INTO WS-TS-METHOD
               WHEN OTHER
                   MOVE 'DIRECT DEPOSIT' TO WS-TS-METHOD
           END-EVALUATE
           MOVE WS-TS-METHOD-LINE TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           MOVE SPACES TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE.


      * Trial run only: this payment's nine items set against the
      * employee's last payment of the same kind (regular or
      * supplemental) dated before this one and still standing paid
      * - a voided payment is passed over. Every item either payment
      * carries prints on the variance report; an item that moved
      * by more than either limit, a first-ever payment and a net
      * over the ceiling go on the review report as well. A first
      * payment has nothing to compare against; an employee paid
      * before, but never a payment of this kind, is printed and
      * not flagged.
       3600-CHECK-PAY-VARIANCE.
           ADD 1 TO WS-VAR-COMPARED-COUNT
           MOVE 'N' TO WS-VAR-FLAG-SW
           PERFORM 3610-FIND-PRIOR-PAYMENT
           MOVE WS-GROSS-PAY       TO WS-VAR-CURRENT (1)
           MOVE WS-FICA-AMOUNT     TO WS-VAR-CURRENT (2)
           MOVE WS-MEDICARE-AMOUNT TO WS-VAR-CURRENT (3)
           MOVE WS-FEDERAL-TAX     TO WS-VAR-CURRENT (4)
           MOVE WS-STATE-TAX       TO WS-VAR-CURRENT (5)
           MOVE WS-401K-AMOUNT     TO WS-VAR-CURRENT (6)
           MOVE WS-HEALTH-AMOUNT   TO WS-VAR-CURRENT (7)
           MOVE WS-GARNISH-AMOUNT  TO WS-VAR-CURRENT (8)
           MOVE WS-NET-PAY         TO WS-VAR-CURRENT (9)
           MOVE EMP-ID             TO WS-VR-EMP-ID
           MOVE EMP-NAME           TO WS-VR-NAME
           MOVE SPACES             TO WS-VR-HISTORY
           EVALUATE TRUE
               WHEN WS-VAR-PRIOR-DATE > 0
                   STRING 'LAST PAID ' WS-VAR-PRIOR-DATE
                       DELIMITED SIZE INTO WS-VR-HISTORY
               WHEN EVER-PAID
                   MOVE 'NO EARLIER PAYMENT OF THIS KIND'
                       TO WS-VR-HISTORY
               WHEN OTHER
                   MOVE 'FIRST PAYMENT - NO PAY HISTORY'
                       TO WS-VR-HISTORY
           END-EVALUATE
           MOVE WS-VAR-EMP-LINE TO VARIANCE-LINE
           WRITE VARIANCE-LINE AFTER ADVANCING 1 LINE
           PERFORM 3620-COMPARE-ONE-ITEM
               VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > 9
           IF NOT EVER-PAID
               ADD 1 TO WS-VAR-FIRST-COUNT
               SET WS-VAR-IDX TO 9
               MOVE 'FIRST PAYMENT - NO PAY HISTORY' TO WS-VAR-REASON
               PERFORM 3640-WRITE-REVIEW-ITEM
           END-IF
           IF WS-VAR-NET-CEILING > 0
              AND WS-NET-PAY > WS-VAR-NET-CEILING
               ADD 1 TO WS-VAR-CEILING-COUNT
               SET WS-VAR-IDX TO 9
               PERFORM 3630-MEASURE-CHANGE
               MOVE '** NET PAY OVER CEILING' TO WS-VR-NOTE
               PERFORM 3625-WRITE-ITEM-LINE
               MOVE 'NET PAY OVER CEILING' TO WS-VAR-REASON
               PERFORM 3640-WRITE-REVIEW-ITEM
           END-IF
           IF EMP-VARIANCE-FLAGGED
               ADD 1 TO WS-VAR-FLAGGED-COUNT
           END-IF.


      * Payment history is keyed EMP-ID plus pay date, so the
      * employee's payments are one START and a forward read until
      * the employee changes or the pay date reaches this run's.
      * The last qualifying payment read is the one compared.
       3610-FIND-PRIOR-PAYMENT.
           MOVE ZEROS TO WS-VAR-PRIOR-DATE
           MOVE ZEROS TO WS-VAR-ITEM-TABLE
           MOVE 'N'   TO WS-VAR-ANY-PAID-SW
           IF VARIANCE-HISTORY-OPEN
               MOVE 'N'    TO WS-VAR-SCAN-SW
               MOVE EMP-ID TO PH-EMP-ID
               MOVE ZEROS  TO PH-PAY-DATE
               START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY MOVE 'Y' TO WS-VAR-SCAN-SW
               END-START
               PERFORM 3615-READ-PRIOR-PAYMENT
                   UNTIL VARIANCE-SCAN-DONE
           END-IF.


       3615-READ-PRIOR-PAYMENT.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VAR-SCAN-SW
               NOT AT END
                   IF PH-EMP-ID NOT = EMP-ID
                      OR PH-PAY-DATE NOT < WS-RUN-DATE
                       MOVE 'Y' TO WS-VAR-SCAN-SW
                   ELSE
                       IF PH-STATUS-PAID
                           MOVE 'Y' TO WS-VAR-ANY-PAID-SW
                           IF (REGULAR-RUN AND PH-KIND-REGULAR)
                              OR (SUPPLEMENTAL-RUN
                                  AND PH-KIND-SUPPLEMENTAL)
                               PERFORM 3618-LOAD-PRIOR-ITEMS
                           END-IF
                       END-IF
                   END-IF
           END-READ.


       3618-LOAD-PRIOR-ITEMS.
           MOVE PH-PAY-DATE TO WS-VAR-PRIOR-DATE
           MOVE PH-GROSS    TO WS-VAR-PRIOR (1)
           MOVE PH-FICA     TO WS-VAR-PRIOR (2)
           MOVE PH-MEDICARE TO WS-VAR-PRIOR (3)
           MOVE PH-FEDERAL  TO WS-VAR-PRIOR (4)
           MOVE PH-STATE    TO WS-VAR-PRIOR (5)
           MOVE PH-401K     TO WS-VAR-PRIOR (6)
           MOVE PH-HEALTH   TO WS-VAR-PRIOR (7)
           MOVE PH-GARNISH  TO WS-VAR-PRIOR (8)
           MOVE PH-NET      TO WS-VAR-PRIOR (9).


      * An item is over the limit when it moved by more dollars than
      * the amount limit, or by a bigger share of the prior figure
      * than the percentage limit - an item that starts from zero
      * (a new deduction) counts as over any percentage. Only an
      * employee with a prior payment of the kind is judged.
       3620-COMPARE-ONE-ITEM.
           PERFORM 3630-MEASURE-CHANGE
           MOVE 'N' TO WS-VAR-ITEM-FLAG-SW
           IF WS-VAR-PRIOR-DATE > 0
               IF WS-VAR-AMT-LIMIT > 0
                  AND WS-VAR-ABS-DIFF > WS-VAR-AMT-LIMIT
                   MOVE 'Y' TO WS-VAR-ITEM-FLAG-SW
               END-IF
               IF WS-VAR-PCT-LIMIT > 0 AND WS-VAR-ABS-DIFF > 0
                   IF WS-VAR-PRIOR (WS-VAR-IDX) = 0
                      OR WS-VAR-PCT > WS-VAR-PCT-LIMIT
                       MOVE 'Y' TO WS-VAR-ITEM-FLAG-SW
                   END-IF
               END-IF
           END-IF
           IF ITEM-OVER-LIMIT
               MOVE '** CHANGE OVER LIMIT' TO WS-VR-NOTE
           ELSE
               MOVE SPACES TO WS-VR-NOTE
           END-IF
           IF WS-VAR-CURRENT (WS-VAR-IDX) > 0
              OR WS-VAR-PRIOR (WS-VAR-IDX) > 0
               PERFORM 3625-WRITE-ITEM-LINE
           END-IF
           IF ITEM-OVER-LIMIT
               ADD 1 TO WS-VAR-CHANGE-COUNT
               MOVE 'CHANGE OVER LIMIT' TO WS-VAR-REASON
               PERFORM 3640-WRITE-REVIEW-ITEM
           END-IF.


       3625-WRITE-ITEM-LINE.
           MOVE WS-VAR-ITEM-NAME (WS-VAR-IDX) TO WS-VR-ITEM
           MOVE WS-VAR-CURRENT (WS-VAR-IDX)   TO WS-VR-CURRENT
           MOVE WS-VAR-PRIOR (WS-VAR-IDX)     TO WS-VR-PRIOR
           MOVE WS-VAR-DIFF                   TO WS-VR-CHANGE
           MOVE WS-VAR-PCT-SHOW               TO WS-VR-PCT
           MOVE WS-VAR-ITEM-LINE TO VARIANCE-LINE
           WRITE VARIANCE-LINE AFTER ADVANCING 1 LINE.


      * The change in the current item, signed for the report and
      * unsigned (the MOVE drops the sign) for the limit tests, and
      * as a percentage of the prior figure - none when the prior
      * figure was zero. The printed percentage stops at 9999.9.
       3630-MEASURE-CHANGE.
           SUBTRACT WS-VAR-PRIOR (WS-VAR-IDX)
               FROM WS-VAR-CURRENT (WS-VAR-IDX)
               GIVING WS-VAR-DIFF
           MOVE WS-VAR-DIFF TO WS-VAR-ABS-DIFF
           MOVE ZEROS TO WS-VAR-PCT
           IF WS-VAR-PRIOR (WS-VAR-IDX) > 0
               MULTIPLY WS-VAR-ABS-DIFF BY 100
                   GIVING WS-VAR-PCT-WORK
               DIVIDE WS-VAR-PCT-WORK BY WS-VAR-PRIOR (WS-VAR-IDX)
                   GIVING WS-VAR-PCT ROUNDED
           END-IF
           IF WS-VAR-PCT > 9999.9
               MOVE 9999.9 TO WS-VAR-PCT-SHOW
           ELSE
               MOVE WS-VAR-PCT TO WS-VAR-PCT-SHOW
           END-IF.


       3640-WRITE-REVIEW-ITEM.
           MOVE 'Y' TO WS-VAR-FLAG-SW
           PERFORM 3630-MEASURE-CHANGE
           MOVE EMP-ID                        TO WS-VW-EMP-ID
           MOVE EMP-NAME                      TO WS-VW-NAME
           MOVE WS-VAR-ITEM-NAME (WS-VAR-IDX) TO WS-VW-ITEM
           MOVE WS-VAR-CURRENT (WS-VAR-IDX)   TO WS-VW-CURRENT
           MOVE WS-VAR-PRIOR (WS-VAR-IDX)     TO WS-VW-PRIOR
           MOVE WS-VAR-DIFF                   TO WS-VW-CHANGE
           MOVE WS-VAR-PCT-SHOW               TO WS-VW-PCT
           MOVE WS-VAR-REASON                 TO WS-VW-REASON
           MOVE WS-VAR-REVIEW-DETAIL TO VARIANCE-REVIEW-LINE
           WRITE VARIANCE-REVIEW-LINE AFTER ADVANCING 1 LINE.


      * Trial run only: an employee of this group the run does not
      * pay - on leave, or held off by an exception - who was paid
      * in the group's last paid period is flagged, so nobody drops
      * off the payroll unnoticed. An employee whose termination
      * ended their pay before this period had their final check
      * last time. A supplemental run pays only the people on its
      * own file, so it has nobody to miss.
       3650-CHECK-MISSED-PAYMENT.
           IF REGULAR-RUN
              AND VARIANCE-HISTORY-OPEN
              AND WS-VAR-LAST-PERIOD > 0
              AND NOT GROUP-SKIPPED
              AND NOT (EMP-SKIPPED AND EMP-STATUS-TERMINATED)
               MOVE EMP-ID             TO PH-EMP-ID
               MOVE WS-VAR-LAST-PERIOD TO PH-PAY-DATE
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PH-STATUS-PAID AND PH-KIND-REGULAR
                           PERFORM 3660-FLAG-MISSED-PAYMENT
                       END-IF
               END-READ
           END-IF.


       3660-FLAG-MISSED-PAYMENT.
           ADD 1 TO WS-VAR-MISSING-COUNT
           ADD 1 TO WS-VAR-FLAGGED-COUNT
           MOVE ZEROS  TO WS-VAR-ITEM-TABLE
           MOVE PH-NET TO WS-VAR-PRIOR (9)
           MOVE EMP-ID   TO WS-VR-EMP-ID
           MOVE EMP-NAME TO WS-VR-NAME
           MOVE SPACES   TO WS-VR-HISTORY
           STRING 'PAID ' WS-VAR-LAST-PERIOD ' - NOT PAID THIS RUN'
               DELIMITED SIZE INTO WS-VR-HISTORY
           MOVE WS-VAR-EMP-LINE TO VARIANCE-LINE
           WRITE VARIANCE-LINE AFTER ADVANCING 1 LINE
           SET WS-VAR-IDX TO 9
           MOVE 'PAID LAST PERIOD - NOT THIS RUN' TO WS-VAR-REASON
           PERFORM 3640-WRITE-REVIEW-ITEM.


      * Appends an 'I'(ncomplete) checkpoint record with the running
      * totals every WS-CKPT-INTERVAL records. If the job abends
      * before 5000-CLOSE-FILES writes the final 'C'(omplete) record,
           MOVE WS-RUN-DATE       TO CKPT-RUN-DATE
           MOVE WS-RUN-TIME       TO CKPT-RUN-TIME
           MOVE WS-PAY-GROUP      TO CKPT-PAY-GROUP
           MOVE WS-RUN-KIND-SW    TO CKPT-RUN-KIND
           MOVE WS-CKPT-TOTAL-READ TO CKPT-RECORD-COUNT
           MOVE WS-EMPLOYEE-COUNT TO CKPT-VALID-COUNT
           MOVE WS-EXCEPTION-COUNT TO CKPT-EXCEPTION-COUNT
           MOVE WS-TOTAL-FUTA     TO CKPT-TOTAL-FUTA
           MOVE WS-TOTAL-SUTA     TO CKPT-TOTAL-SUTA
           MOVE WS-TOTAL-MATCH    TO CKPT-TOTAL-MATCH
           MOVE WS-TOTAL-RETRO    TO CKPT-TOTAL-RETRO
           MOVE WS-TOTAL-PAYOUT   TO CKPT-TOTAL-PAYOUT
           MOVE WS-YTD-BEFORE-GROSS TO CKPT-YTD-BEFORE-GROSS
           MOVE WS-YTD-BEFORE-TAX   TO CKPT-YTD-BEFORE-TAX
           MOVE WS-YTD-BEFORE-NET   TO CKPT-YTD-BEFORE-NET
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES          TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Total employees processed: '
                  WS-EMPLOYEE-COUNT
               DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Total employees rejected:  '
                  WS-EXCEPTION-COUNT
               DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM 4050-REPORT-UNUSED-TIMECARDS
           MOVE SPACES TO REPORT-LINE
           STRING 'Timecard exceptions:       '
                  WS-TIMECARD-EXCEPTIONS
               DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Checks issued:             '
                  WS-CHECK-COUNT
               DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           IF SUPPLEMENTAL-RUN
               MOVE SPACES TO REPORT-LINE
               STRING 'Employees not on supp file:'
                      WS-SKIPPED-COUNT
                   DELIMITED SIZE INTO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               PERFORM 4055-CHECK-UNUSED-SUPP
                   VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SUPP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'Supplemental exceptions:   '
                      WS-SUPP-EXCEPTIONS
                   DELIMITED SIZE INTO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'Employees skipped (status):'
                      WS-SKIPPED-COUNT
                   DELIMITED SIZE INTO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 4080-PRINT-LIFECYCLE-SECTION
           PERFORM 4086-PRINT-HELD-CHANGES
           MOVE WS-TOTAL-401K     TO WS-RPT-TOT-401K
           MOVE WS-TOTAL-HEALTH   TO WS-RPT-TOT-HEALTH
           MOVE WS-TOTAL-GARNISH  TO WS-RPT-TOT-GARNISH
           MOVE WS-DEDUCT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           IF WS-TOTAL-RETRO > 0
               MOVE 'RETRO PAY       ' TO WS-RPT-ER-LABEL
               MOVE WS-TOTAL-RETRO     TO WS-RPT-ER-AMOUNT
               PERFORM 4095-PRINT-ER-TAX-LINE
           END-IF
           IF WS-TOTAL-PAYOUT > 0
               MOVE 'VACATION PAYOUT ' TO WS-RPT-ER-LABEL
               MOVE WS-TOTAL-PAYOUT    TO WS-RPT-ER-AMOUNT
               PERFORM 4095-PRINT-ER-TAX-LINE
           END-IF
           PERFORM 4070-PRINT-STATE-SUMMARY
               VARYING WS-SWH-IDX FROM 1 BY 1
               UNTIL WS-SWH-IDX > WS-STATE-WH-COUNT
           IF LIVE-RUN
               PERFORM 4100-WRITE-GL-EXTRACT
               PERFORM 4200-WRITE-AUDIT-LOG
           ELSE
               PERFORM 4300-PRINT-VARIANCE-TOTALS
           END-IF.


       4060-CHECK-UNUSED-CARD.
           IF WS-TC-USED-SW (WS-TC-IDX) NOT = 'Y'
               ADD 1 TO WS-TIMECARD-EXCEPTIONS
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'TIMECARD  ID: ' WS-TC-SUM-EMP-ID (WS-TC-IDX)
                      '  HOURS: ' WS-TC-SUM-HOURS (WS-TC-IDX)
                      '  REASON: TIMECARD FOR UNKNOWN EMPLOYEE'
           END-IF.


      * The supplemental counterpart: an entry no employee record
      * claimed is money keyed for someone not on the file, and is
      * reported so it gets chased rather than quietly never paid.
       4055-CHECK-UNUSED-SUPP.
           IF WS-SP-USED-SW (WS-SP-IDX) NOT = 'Y'
               ADD 1 TO WS-SUPP-EXCEPTIONS
               ADD WS-SP-BONUS (WS-SP-IDX) WS-SP-COMMISSION (WS-SP-IDX)
                   GIVING WS-SUPP-TOTAL
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'SUPP PAY  ID: ' WS-SP-EMP-ID (WS-SP-IDX)
                      '  AMOUNT: ' WS-SUPP-TOTAL
                      '  REASON: SUPPLEMENTAL PAY FOR UNKNOWN EMPLOYEE'
                   DELIMITED SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.


      * One summary line per work state seen this run, so each
      * state's remittance can be filed straight off the report.
       4070-PRINT-STATE-SUMMARY.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.


      * Every master change still waiting on a second operator, so
      * whoever releases the run sees that this week's pay went out
      * on the rate, account or garnishment terms in force and not
      * on the ones keyed - no pending file, nothing held.
       4086-PRINT-HELD-CHANGES.
           MOVE ZEROS TO WS-HELD-COUNT
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-OK
               MOVE 'N' TO WS-PENDING-EOF-SW
               READ PENDING-CHANGE-FILE
                   AT END MOVE 'Y' TO WS-PENDING-EOF-SW
               END-READ
               PERFORM 4087-PRINT-HELD-LINE
                   UNTIL PENDING-FILE-AT-EOF
               CLOSE PENDING-CHANGE-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'Master changes held:       '
                  WS-HELD-COUNT
               DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.


       4087-PRINT-HELD-LINE.
           IF WS-HELD-COUNT = ZEROS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE '     MASTER CHANGES HELD FOR SECOND APPROVAL'
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE PC-EMP-ID       TO WS-RPT-HELD-ID
           MOVE PC-DED-CODE     TO WS-RPT-HELD-CODE
           MOVE PC-ENTERED-DATE TO WS-RPT-HELD-DATE
           MOVE PC-ENTERED-BY   TO WS-RPT-HELD-BY
           EVALUATE TRUE
               WHEN PC-SOURCE-DEDUCTION
                   MOVE 'GARNISHMENT TERMS'    TO WS-RPT-HELD-WHAT
               WHEN PC-PAY-CHANGED AND PC-BANK-CHANGED
                   MOVE 'PAY AND BANK DETAILS' TO WS-RPT-HELD-WHAT
               WHEN PC-PAY-CHANGED
                   MOVE 'PAY RATE/SALARY'      TO WS-RPT-HELD-WHAT
               WHEN OTHER
                   MOVE 'BANK DETAILS'         TO WS-RPT-HELD-WHAT
           END-EVALUATE
           MOVE WS-HELD-LINE TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           READ PENDING-CHANGE-FILE
               AT END MOVE 'Y' TO WS-PENDING-EOF-SW
           END-READ.


      * The 940-style employer tax section: what the company itself
      * owes on this run's wages, next to the withholding summary
      * the accountant already reconciles - these figures used to
      * FICA/Medicare match, FUTA and SUTA payables credited for
      * the same money - nothing employer-side touches the
      * employee-side equation above.
      * Back pay is debited on its own retro pay wage line beside
      * the department lines (which leave it out), so the wage
      * debits still sum to the run's gross.
       4100-WRITE-GL-EXTRACT.
           MOVE ZEROS TO WS-TOTAL-STATE-WH
           PERFORM 4140-SUM-STATE-WH
               VARYING WS-GLD-IDX FROM 1 BY 1
               UNTIL WS-GLD-IDX > WS-GL-DEPT-COUNT

           IF WS-TOTAL-RETRO > 0
               MOVE WS-RUN-DATE       TO GL-RUN-DATE
               MOVE '500100'          TO GL-ACCOUNT-CODE
               MOVE 'WAGES RETRO PAY' TO GL-ACCOUNT-NAME
               MOVE WS-TOTAL-RETRO    TO GL-DEBIT-AMOUNT
               MOVE ZEROS             TO GL-CREDIT-AMOUNT
               WRITE GL-EXTRACT-RECORD
           END-IF

           MOVE WS-RUN-DATE       TO GL-RUN-DATE
           MOVE '210000'          TO GL-ACCOUNT-CODE
           MOVE 'TAX PAYABLE'     TO GL-ACCOUNT-NAME
           WRITE AUDIT-LOG-RECORD.


      * The trial's variance tallies close both variance reports, and
      * the review report ends with what the live run will need.
      * The run report and the console get the bottom line.
       4300-PRINT-VARIANCE-TOTALS.
           MOVE SPACES TO WS-VAR-HEADING
           PERFORM 1287-WRITE-VARIANCE-HEADING
           STRING 'Employees compared:        '
                  WS-VAR-COMPARED-COUNT
               DELIMITED SIZE INTO WS-VAR-HEADING
           PERFORM 1287-WRITE-VARIANCE-HEADING
           MOVE SPACES TO WS-VAR-HEADING
           STRING 'First payments:            '
                  WS-VAR-FIRST-COUNT
               DELIMITED SIZE INTO WS-VAR-HEADING
           PERFORM 1287-WRITE-VARIANCE-HEADING
           MOVE SPACES TO WS-VAR-HEADING
           STRING 'Paid last period, not now: '
                  WS-VAR-MISSING-COUNT
               DELIMITED SIZE INTO WS-VAR-HEADING
           PERFORM 1287-WRITE-VARIANCE-HEADING
           MOVE SPACES TO WS-VAR-HEADING
           STRING 'Items over change limit:   '
                  WS-VAR-CHANGE-COUNT
               DELIMITED SIZE INTO WS-VAR-HEADING
           PERFORM 1287-WRITE-VARIANCE-HEADING
           MOVE SPACES TO WS-VAR-HEADING
           STRING 'Net pay over ceiling:      '
                  WS-VAR-CEILING-COUNT
               DELIMITED SIZE INTO WS-VAR-HEADING
           PERFORM 1287-WRITE-VARIANCE-HEADING
           MOVE SPACES TO WS-VAR-HEADING
           STRING 'Employees flagged:         '
                  WS-VAR-FLAGGED-COUNT
               DELIMITED SIZE INTO WS-VAR-HEADING
           PERFORM 1287-WRITE-VARIANCE-HEADING
           MOVE SPACES TO VARIANCE-REVIEW-LINE
           IF WS-VAR-FLAGGED-COUNT > 0
               STRING 'LIVE RUN NEEDS SIGN-OFF: REVIEWER AND KEY '
                      WS-RUN-TIME ' ON THE RUN-CONTROL CARD'
                   DELIMITED SIZE INTO VARIANCE-REVIEW-LINE
           ELSE
               MOVE 'NOTHING FLAGGED - NO SIGN-OFF NEEDED'
                   TO VARIANCE-REVIEW-LINE
           END-IF
           WRITE VARIANCE-REVIEW-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Variance review flagged:   '
                  WS-VAR-FLAGGED-COUNT
               DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           IF WS-VAR-FLAGGED-COUNT > 0
               DISPLAY 'PAYROLL: TRIAL VARIANCES FLAGGED FOR '
                   WS-VAR-FLAGGED-COUNT ' EMPLOYEE(S) - SIGN-OFF KEY '
                   WS-RUN-TIME
           END-IF.


       5000-CLOSE-FILES.
           IF LIVE-RUN
               PERFORM 5100-WRITE-FINAL-CHECKPOINT
               PERFORM 5200-SAVE-CHECK-CONTROL
               PERFORM 5300-LOG-PERIOD-PAID
           ELSE
               PERFORM 5400-LOG-TRIAL-REVIEW
           END-IF
           CLOSE EMPLOYEE-FILE
           CLOSE REPORT-FILE
           IF DEDUCT-FILE-PRESENT
               CLOSE DEDUCTION-FILE
           END-IF
           IF RETRO-FILE-PRESENT
               CLOSE RETRO-PAY-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           CLOSE STUB-FILE
           CLOSE TERM-STMT-FILE
           IF LIVE-RUN
               CLOSE CHECKPOINT-FILE
               CLOSE PAY-HISTORY-FILE
               CLOSE K401-REMIT-FILE
               CLOSE GL-EXTRACT-FILE
               CLOSE AUDIT-LOG-FILE
           ELSE
               IF VARIANCE-HISTORY-OPEN
                   CLOSE PAY-HISTORY-FILE
               END-IF
               CLOSE VARIANCE-FILE
               CLOSE VARIANCE-REVIEW-FILE
           END-IF.


           MOVE WS-RUN-DATE       TO CKPT-RUN-DATE
           MOVE WS-RUN-TIME       TO CKPT-RUN-TIME
           MOVE WS-PAY-GROUP      TO CKPT-PAY-GROUP
           MOVE WS-RUN-KIND-SW    TO CKPT-RUN-KIND
           MOVE WS-CKPT-TOTAL-READ TO CKPT-RECORD-COUNT
           MOVE WS-EMPLOYEE-COUNT TO CKPT-VALID-COUNT
           MOVE WS-EXCEPTION-COUNT TO CKPT-EXCEPTION-COUNT
           MOVE WS-TOTAL-FUTA     TO CKPT-TOTAL-FUTA
           MOVE WS-TOTAL-SUTA     TO CKPT-TOTAL-SUTA
           MOVE WS-TOTAL-MATCH    TO CKPT-TOTAL-MATCH
           MOVE WS-TOTAL-RETRO    TO CKPT-TOTAL-RETRO
           MOVE WS-TOTAL-PAYOUT   TO CKPT-TOTAL-PAYOUT
           MOVE WS-YTD-BEFORE-GROSS TO CKPT-YTD-BEFORE-GROSS
           MOVE WS-YTD-BEFORE-TAX   TO CKPT-YTD-BEFORE-TAX
           MOVE WS-YTD-BEFORE-NET   TO CKPT-YTD-BEFORE-NET
      * An abended run leaves no record, so its restart sails
      * through the duplicate gate; a completed run leaves one, so
      * running the same period live again takes an OVERRIDE card
      * and an audit trail. A supplemental run logs 'S' instead, so
      * its date is never taken for a regular period paid.
       5300-LOG-PERIOD-PAID.
           OPEN EXTEND PERIOD-LOG-FILE
           IF SUPPLEMENTAL-RUN
               MOVE 'S'     TO PPL-TYPE
           ELSE
               MOVE 'P'     TO PPL-TYPE
           END-IF
           MOVE WS-RUN-DATE TO PPL-PERIOD-END
           MOVE WS-RUN-DATE TO PPL-RUN-DATE
           MOVE WS-RUN-TIME TO PPL-RUN-TIME
           CLOSE PERIOD-LOG-FILE.


      * The trial's 'V' record, appended only at clean close like the
      * live run's 'P': a trial that abends leaves no review for the
      * live run's sign-off gate to accept. Its run time is the
      * sign-off key printed on the review report.
       5400-LOG-TRIAL-REVIEW.
           OPEN EXTEND PERIOD-LOG-FILE
           MOVE 'V'          TO PPL-TYPE
           MOVE WS-RUN-DATE  TO PPL-PERIOD-END
           MOVE WS-RUN-DATE  TO PPL-RUN-DATE
           MOVE WS-RUN-TIME  TO PPL-RUN-TIME
           IF WS-VAR-FLAGGED-COUNT > 0
               MOVE 'FLAGGED ' TO PPL-VERDICT
           ELSE
               MOVE 'CLEAN   ' TO PPL-VERDICT
           END-IF
           MOVE WS-PAY-GROUP TO PPL-PAY-GROUP
           WRITE PERIOD-LOG-RECORD
           CLOSE PERIOD-LOG-FILE.


      * Turns WS-DN-DATE (YYYYMMDD) into an ordinal day count in
      * WS-DN-RESULT, so that two dates subtract to the calendar
      * days between them across month and year ends. The standard
