      * PAYBKOUT.CBL  -  Live Run Backout
      *
      * Undoes a whole live PAYROLL run that finished cleanly but
      * was wrong - the wrong approved timecard file picked up, the
      * wrong period's card - by putting back the snapshot the run
      * took before it posted anything (see SNAPREC): the employee
      * master, deductions, PTO balances, payment history, retro
      * pay, check control and the period log all go back exactly
      * as they stood. It replaces voiding the run's payments one
      * employee at a time through PAYVOID.
      *
      * The run to back out is named on BACKOUT-REQUEST-FILE by its
      * period-end (a supplemental run's pay date) and pay group,
      * with the name of whoever asked for it. The backout is
      * refused with RETURN-CODE 8, and nothing is touched, when:
      *
      *   - there is no complete snapshot for that period and group
      *     (no file, a header naming another run, no trailer
      *     whose counts match what was read, or records after the
      *     trailer);
      *   - the snapshot's run never posted - its 'P' or 'S' record
      *     is not on the period log after the snapshot's own log
      *     records, because it abended (finish it by restart), or
      *     it has already been backed out;
      *   - a later live run of any group has posted since - putting
      *     the snapshot back would take that run's postings too;
      *   - a live run is waiting on a restart;
      *   - more period log records have been written since the
      *     snapshot than the backout can hold to write back;
      *   - PAYBAL's latest verdict on the period is BALANCED. That
      *     verdict releases the transmit: once the bank file and
      *     positive pay can have gone, the money has moved, and the
      *     payments can only be reversed one at a time by PAYVOID.
      *
      * Every refusal, and every completed backout, goes on
      * payroll_audit.log with a word tag ('REFUSE' / 'BCKOUT') the
      * way PAYROLL's gate records do, so PAYBAL's run-record scan
      * passes over them.
      *
      * Putting the period log back drops the run's 'P' or 'S'
      * record - and only that record: everything else written to
      * the log since the snapshot (trial variance reviews of any
      * group, PAYBAL verdicts) is written back behind the
      * snapshot's own records. Dropping the run's record reopens
      * the period on the pay calendar: the duplicate gate no
      * longer sees it paid, and the last paid period (and its
      * PAYBAL verdict) is the one before it again.
      * An 'X' record is then appended naming the period backed
      * out, which voids every trial of it so far - the rerun needs
      * a fresh trial and sign-off. The period log is put back last
      * of all, so a backout that fails partway leaves the log still
      * showing the run posted and can simply be run again.
      *
      * Anything another job posted to the same files after the run
      * - a PAYVOID void or reissue, a DEDMAINT or PAYRETRO change -
      * is undone with it and has to be entered again. The PAYVOID
      * entries are counted from the audit log and reported, and
      * turn the job's RETURN-CODE to 4. The checks the run printed
      * are listed from the check register: their numbers are handed
      * out again by the rerun, so the printed stock must be
      * destroyed, and the run's ACH and positive pay files must not
      * be sent - the rerun writes them afresh.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYBKOUT.
       AUTHOR.      MY-DEV-TEAM-DEMO.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-REQUEST-FILE
               ASSIGN TO 'backout_request.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN USING WS-SNAPSHOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'employee_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO 'deductions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDUCTION-STATUS.
           SELECT PTO-FILE ASSIGN TO 'pto_balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTO-EMP-ID
               FILE STATUS IS WS-PTO-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'payment_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RETRO-PAY-FILE ASSIGN TO 'retro_pay.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-EMP-ID
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO 'check_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CTL-STATUS.
           SELECT OPTIONAL PERIOD-LOG-FILE
               ASSIGN TO 'pay_period_log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOG-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO 'payroll_checkpoint.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO 'payroll_audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL CHECK-REGISTER-FILE
               ASSIGN TO 'check_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  BACKOUT-REQUEST-FILE.
       01  BACKOUT-REQUEST-RECORD.
           05  BR-PERIOD-END        PIC 9(8).
           05  BR-PAY-GROUP         PIC X(1).
           05  BR-REQUESTED-BY      PIC X(8).

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  DEDUCTION-FILE.
           COPY DEDREC.

       FD  PTO-FILE.
           COPY PTOREC.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  RETRO-PAY-FILE.
           COPY RETROPAY.

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05  CHECK-CTL-NEXT-NUMBER PIC 9(08).

       FD  PERIOD-LOG-FILE.
           COPY PERLOG.

      * PAYROLL's checkpoint log, read only for the status of its
      * last record - an 'I' there is a live run waiting to restart.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-STATUS          PIC X(01).
               88  CKPT-INCOMPLETE  VALUE 'I'.
           05  FILLER               PIC X(999).

      * Read as plain lines, the way PAYBAL reads it: a pay run's
      * record leads with its period-end and run time, every other
      * kind with a word tag. The backout's own record is written in
      * PAYROLL's gate-record layout.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE          PIC X(132).
       01  BACKOUT-AUDIT-RECORD.
           05  BA-TAG               PIC X(06).
           05  BA-PERIOD-END        PIC 9(08).
           05  BA-RUN-DATE          PIC 9(08).
           05  BA-RUN-TIME          PIC 9(08).
           05  BA-REASON            PIC X(40).

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           05  REG-CHECK-NUMBER     PIC 9(08).
           05  REG-CHECK-DATE       PIC 9(08).
           05  REG-EMP-ID           PIC 9(05).
           05  REG-PAYEE-NAME       PIC X(30).
           05  REG-AMOUNT           PIC 9(08)V99.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-EOF          PIC X VALUE 'N'.
               88  END-OF-FILE VALUE 'Y'.
           05  WS-TRAILER-SW   PIC X VALUE 'N'.
               88  SNAP-TRAILER-FOUND VALUE 'Y'.
           05  WS-RUN-POSTED-SW PIC X VALUE 'N'.
               88  SNAP-RUN-POSTED VALUE 'Y'.
           05  WS-LATER-RUN-SW PIC X VALUE 'N'.
               88  LATER-RUN-POSTED VALUE 'Y'.
           05  WS-RELEASED-SW  PIC X VALUE 'N'.
               88  TRANSMIT-RELEASED VALUE 'Y'.
           05  WS-RESTART-SW   PIC X VALUE 'N'.
               88  RESTART-PENDING VALUE 'Y'.
           05  WS-RUN-AUDITED-SW PIC X VALUE 'N'.
               88  RUN-RECORD-SEEN VALUE 'Y'.
           05  WS-KEPT-FULL-SW PIC X VALUE 'N'.
               88  KEPT-LOG-FULL VALUE 'Y'.

       01  WS-REQUEST-STATUS   PIC X(2) VALUE SPACES.
           88  WS-REQUEST-OK   VALUE '00'.

       01  WS-SNAPSHOT-STATUS  PIC X(2) VALUE SPACES.
           88  WS-SNAPSHOT-OK  VALUE '00'.

       01  WS-MASTER-STATUS    PIC X(2) VALUE SPACES.
           88  WS-MASTER-OK    VALUE '00'.

       01  WS-DEDUCTION-STATUS PIC X(2) VALUE SPACES.
           88  WS-DEDUCTION-OK VALUE '00'.

       01  WS-PTO-STATUS       PIC X(2) VALUE SPACES.
           88  WS-PTO-OK       VALUE '00'.

       01  WS-HISTORY-STATUS   PIC X(2) VALUE SPACES.
           88  WS-HISTORY-OK   VALUE '00'.

       01  WS-RETRO-STATUS     PIC X(2) VALUE SPACES.
           88  WS-RETRO-OK     VALUE '00'.

       01  WS-CHECK-CTL-STATUS PIC X(2) VALUE SPACES.
           88  WS-CHECK-CTL-OK VALUE '00'.

       01  WS-PERIOD-LOG-STATUS PIC X(2) VALUE SPACES.
           88  WS-PERIOD-LOG-OK VALUE '00'.

       01  WS-CKPT-FILE-STATUS PIC X(2) VALUE SPACES.
           88  WS-CKPT-FILE-OK VALUE '00'.

       01  WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
           88  WS-AUDIT-OK     VALUE '00'.

       01  WS-REGISTER-STATUS  PIC X(2) VALUE SPACES.
           88  WS-REGISTER-OK  VALUE '00'.

       01  WS-RUN-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-RUN-TIME         PIC 9(8) VALUE ZEROS.
       01  WS-DATE-PARTS.
           05  WS-DP-YEAR      PIC 9(4).
           05  WS-DP-MONTH     PIC 9(2).
           05  WS-DP-DAY       PIC 9(2).

      * The run asked for, and the file its snapshot was written to.
       01  WS-REQUEST.
           05  WS-PERIOD-END   PIC 9(8) VALUE ZEROS.
           05  WS-PAY-GROUP    PIC X(1) VALUE 'W'.
           05  WS-REQUESTED-BY PIC X(8) VALUE SPACES.
       01  WS-SNAPSHOT-FILE-NAME PIC X(40) VALUE SPACES.
       01  WS-REFUSE-REASON    PIC X(40) VALUE SPACES.
       01  WS-LOG-GROUP        PIC X(1) VALUE SPACES.

      * The snapshot's run: its run time is the one PAYROLL stamped
      * on the run's 'P' or 'S' record and on its audit-log record,
      * which is how both are told from any other run's. The run key
      * is the period-end and run time a pay run's audit record
      * leads with.
       01  WS-SNAP-RUN.
           05  WS-SNAP-RUN-KIND PIC X(1) VALUE SPACES.
               88  SNAP-RUN-SUPPLEMENTAL VALUE 'S'.
           05  WS-SNAP-TAKEN-DATE PIC 9(8) VALUE ZEROS.
       01  WS-SNAP-RUN-KEY.
           05  WS-KEY-PERIOD-END PIC 9(8) VALUE ZEROS.
           05  WS-KEY-RUN-TIME  PIC 9(8) VALUE ZEROS.

      * Records of each file read from the snapshot, proved against
      * its trailer before anything is restored, and then written
      * back by the restore.
       01  WS-SNAP-COUNTS.
           05  WS-MASTER-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-DEDUCT-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-PTO-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-HISTORY-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-RETRO-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-CHECK-CTL-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-LOG-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-OTHER-COUNT      PIC 9(7) VALUE ZEROS.

      * What has happened since the snapshot, from the period log
      * past the snapshot's own records and from the audit log past
      * the run's own record.
       01  WS-SINCE-COUNTS.
           05  WS-LOG-READ-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-VOID-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-RESTORED-LOG-COUNT PIC 9(7) VALUE ZEROS.

      * Period log records written since the snapshot, other than
      * the run's own 'P' or 'S' record - held from the scan so the
      * restore can write them back behind the snapshot's records.
       01  WS-KEPT-LOG-TABLE.
           05  WS-KEPT-LOG-ENTRY PIC X(34) OCCURS 500 TIMES
                   INDEXED BY WS-KEPT-IDX.
       01  WS-KEPT-LOG-COUNT   PIC 9(3) VALUE ZEROS.

      * The checks the run printed, from its check register.
       01  WS-CHECK-RANGE.
           05  WS-REG-CHECK-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-REG-LOW-CHECK    PIC 9(8) VALUE ZEROS.
           05  WS-REG-HIGH-CHECK   PIC 9(8) VALUE ZEROS.


       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-READ-REQUEST
           PERFORM 1100-PROVE-SNAPSHOT
           PERFORM 1200-SCAN-PERIOD-LOG
           PERFORM 1300-CHECK-RESTART-PENDING
           PERFORM 1400-SCAN-AUDIT-LOG
           PERFORM 1500-JUDGE-BACKOUT
           PERFORM 2000-RESTORE-FILES
           PERFORM 3000-RESTORE-PERIOD-LOG
           PERFORM 3500-SCAN-CHECK-REGISTER
           PERFORM 4000-LOG-BACKOUT
           PERFORM 4100-PRINT-SUMMARY
           STOP RUN.


      * The card names the run: a period-end (or supplemental pay
      * date), the pay group - blank reads as weekly, as it does on
      * PAYROLL's own card - and who asked for the backout.
       1000-READ-REQUEST.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT BACKOUT-REQUEST-FILE
           IF NOT WS-REQUEST-OK
               DISPLAY 'PAYBKOUT: UNABLE TO OPEN '
                   'BACKOUT-REQUEST-FILE, STATUS ' WS-REQUEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BACKOUT-REQUEST-FILE
               AT END
                   DISPLAY 'PAYBKOUT: BACKOUT-REQUEST-FILE IS EMPTY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE BACKOUT-REQUEST-FILE
           MOVE BR-PERIOD-END TO WS-DATE-PARTS
           IF BR-PERIOD-END NOT NUMERIC
              OR BR-PERIOD-END = ZEROS
              OR WS-DP-MONTH < 1 OR WS-DP-MONTH > 12
              OR WS-DP-DAY < 1 OR WS-DP-DAY > 31
               DISPLAY 'PAYBKOUT: BAD PERIOD-END DATE ON REQUEST: '
                   BR-PERIOD-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BR-PAY-GROUP NOT = 'W' AND BR-PAY-GROUP NOT = 'B'
              AND BR-PAY-GROUP NOT = 'S' AND BR-PAY-GROUP NOT = SPACE
               DISPLAY 'PAYBKOUT: PAY GROUP MUST BE W, B OR S, '
                   'GOT ' BR-PAY-GROUP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BR-REQUESTED-BY = SPACES
               DISPLAY 'PAYBKOUT: REQUEST MUST NAME WHO ASKED FOR '
                   'THE BACKOUT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BR-PERIOD-END   TO WS-PERIOD-END
           IF BR-PAY-GROUP NOT = SPACE
               MOVE BR-PAY-GROUP TO WS-PAY-GROUP
           END-IF
           MOVE BR-REQUESTED-BY TO WS-REQUESTED-BY.


      * Reads the whole snapshot once before anything is touched:
      * the header must name the requested run, and the trailer's
      * counts must match the records actually read, or the file
      * was cut short and cannot be trusted to rebuild anything.
       1100-PROVE-SNAPSHOT.
           MOVE SPACES TO WS-SNAPSHOT-FILE-NAME
           STRING 'payroll_snapshot_' WS-PERIOD-END '_' WS-PAY-GROUP
                  '.dat'
               DELIMITED SIZE INTO WS-SNAPSHOT-FILE-NAME
           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-SNAPSHOT-OK
               MOVE 'NO SNAPSHOT FOR THIS PERIOD AND GROUP'
                   TO WS-REFUSE-REASON
               PERFORM 1590-REFUSE-BACKOUT
           END-IF
           READ SNAPSHOT-FILE
               AT END
                   MOVE SPACES TO SNAPSHOT-RECORD
           END-READ
           IF NOT SNAP-HEADER
              OR SNAP-PERIOD-END NOT = WS-PERIOD-END
              OR SNAP-PAY-GROUP NOT = WS-PAY-GROUP
               CLOSE SNAPSHOT-FILE
               MOVE 'SNAPSHOT HEADER DOES NOT NAME THIS RUN'
                   TO WS-REFUSE-REASON
               PERFORM 1590-REFUSE-BACKOUT
           END-IF
           MOVE SNAP-RUN-KIND    TO WS-SNAP-RUN-KIND
           MOVE SNAP-TAKEN-DATE  TO WS-SNAP-TAKEN-DATE
           MOVE SNAP-PERIOD-END  TO WS-KEY-PERIOD-END
           MOVE SNAP-RUN-TIME    TO WS-KEY-RUN-TIME
           MOVE 'N' TO WS-EOF
           PERFORM 1110-COUNT-SNAPSHOT-RECORD
               UNTIL END-OF-FILE
           CLOSE SNAPSHOT-FILE
           IF NOT SNAP-TRAILER-FOUND
               MOVE 'SNAPSHOT INCOMPLETE - NO TRAILER'
                   TO WS-REFUSE-REASON
               PERFORM 1590-REFUSE-BACKOUT
           END-IF
           IF WS-OTHER-COUNT > ZEROS
               MOVE 'SNAPSHOT HAS RECORDS PAST TRAILER'
                   TO WS-REFUSE-REASON
               PERFORM 1590-REFUSE-BACKOUT
           END-IF.


      * Anything after the trailer, or of no known type, makes the
      * snapshot as doubtful as a missing trailer does.
       1110-COUNT-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SNAP-TRAILER-FOUND
                       ADD 1 TO WS-OTHER-COUNT
                   ELSE
                       EVALUATE TRUE
                           WHEN SNAP-MASTER
                               ADD 1 TO WS-MASTER-COUNT
                           WHEN SNAP-DEDUCTION
                               ADD 1 TO WS-DEDUCT-COUNT
                           WHEN SNAP-PTO
                               ADD 1 TO WS-PTO-COUNT
                           WHEN SNAP-HISTORY
                               ADD 1 TO WS-HISTORY-COUNT
                           WHEN SNAP-RETRO
                               ADD 1 TO WS-RETRO-COUNT
                           WHEN SNAP-CHECK-CONTROL
                               ADD 1 TO WS-CHECK-CTL-COUNT
                           WHEN SNAP-PERIOD-LOG
                               ADD 1 TO WS-LOG-COUNT
                           WHEN SNAP-TRAILER
                               PERFORM 1120-PROVE-TRAILER
                           WHEN OTHER
                               ADD 1 TO WS-OTHER-COUNT
                       END-EVALUATE
                   END-IF
           END-READ.


       1120-PROVE-TRAILER.
           IF SNAP-MASTER-COUNT    = WS-MASTER-COUNT
              AND SNAP-DEDUCTION-COUNT = WS-DEDUCT-COUNT
              AND SNAP-PTO-COUNT   = WS-PTO-COUNT
              AND SNAP-HISTORY-COUNT = WS-HISTORY-COUNT
              AND SNAP-RETRO-COUNT = WS-RETRO-COUNT
              AND SNAP-CHECK-CTL-COUNT = WS-CHECK-CTL-COUNT
              AND SNAP-LOG-COUNT   = WS-LOG-COUNT
              AND WS-OTHER-COUNT   = ZEROS
               MOVE 'Y' TO WS-TRAILER-SW
           ELSE
               CLOSE SNAPSHOT-FILE
               MOVE 'SNAPSHOT TRAILER COUNTS DO NOT MATCH'
                   TO WS-REFUSE-REASON
               PERFORM 1590-REFUSE-BACKOUT
           END-IF.


      * The first WS-LOG-COUNT records are the log as the snapshot
      * holds it; everything past them was written since. Among
      * those, the run's own 'P' or 'S' record (same date, group and
      * run time), any other run's, and PAYBAL's verdicts on the
      * period - the latest verdict wins, as it does for PAYROLL.
      * Every record but the run's own is kept for 3000.
       1200-SCAN-PERIOD-LOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERIOD-LOG-FILE
           IF WS-PERIOD-LOG-OK
               PERFORM 1210-READ-PERIOD-LOG-RECORD
                   UNTIL END-OF-FILE
           END-IF
           CLOSE PERIOD-LOG-FILE.


       1210-READ-PERIOD-LOG-RECORD.
           READ PERIOD-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LOG-READ-COUNT
                   IF WS-LOG-READ-COUNT > WS-LOG-COUNT
                       PERFORM 1220-NOTE-LOG-SINCE-SNAPSHOT
                   END-IF
           END-READ.


       1220-NOTE-LOG-SINCE-SNAPSHOT.
           IF PPL-PAY-GROUP = SPACE
               MOVE 'W' TO WS-LOG-GROUP
           ELSE
               MOVE PPL-PAY-GROUP TO WS-LOG-GROUP
           END-IF
           EVALUATE TRUE
               WHEN (PPL-TYPE-PAID OR PPL-TYPE-SUPPLEMENTAL)
                    AND PPL-PERIOD-END = WS-PERIOD-END
                    AND PPL-RUN-TIME = WS-KEY-RUN-TIME
                    AND WS-LOG-GROUP = WS-PAY-GROUP
                   MOVE 'Y' TO WS-RUN-POSTED-SW
               WHEN PPL-TYPE-PAID OR PPL-TYPE-SUPPLEMENTAL
                   MOVE 'Y' TO WS-LATER-RUN-SW
                   PERFORM 1230-KEEP-LOG-RECORD
               WHEN PPL-TYPE-BALANCE
                    AND PPL-PERIOD-END = WS-PERIOD-END
                   IF PPL-BALANCED
                       MOVE 'Y' TO WS-RELEASED-SW
                   ELSE
                       MOVE 'N' TO WS-RELEASED-SW
                   END-IF
                   PERFORM 1230-KEEP-LOG-RECORD
               WHEN OTHER
                   PERFORM 1230-KEEP-LOG-RECORD
           END-EVALUATE.


       1230-KEEP-LOG-RECORD.
           IF WS-KEPT-LOG-COUNT < 500
               ADD 1 TO WS-KEPT-LOG-COUNT
               SET WS-KEPT-IDX TO WS-KEPT-LOG-COUNT
               MOVE PERIOD-LOG-RECORD
                   TO WS-KEPT-LOG-ENTRY (WS-KEPT-IDX)
           ELSE
               MOVE 'Y' TO WS-KEPT-FULL-SW
           END-IF.


      * The same test PAYROLL's trial makes: the last checkpoint
      * record still at 'I' is an abended live run whose restart
      * depends on the files as they now stand.
       1300-CHECK-RESTART-PENDING.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-OK
               PERFORM 1310-READ-CHECKPOINT-RECORD
                   UNTIL END-OF-FILE
           END-IF
           CLOSE CHECKPOINT-FILE.


       1310-READ-CHECKPOINT-RECORD.
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CKPT-INCOMPLETE
                       MOVE 'Y' TO WS-RESTART-SW
                   ELSE
                       MOVE 'N' TO WS-RESTART-SW
                   END-IF
           END-READ.


      * PAYVOID voids and reissues logged after the run's own audit
      * record were posted to the files the backout puts back, so
      * they are about to be undone - counted here to be reported.
       1400-SCAN-AUDIT-LOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-OK
               PERFORM 1410-READ-AUDIT-LINE
                   UNTIL END-OF-FILE
           END-IF
           CLOSE AUDIT-LOG-FILE.


       1410-READ-AUDIT-LINE.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AUDIT-LOG-LINE (1:16) = WS-SNAP-RUN-KEY
                       MOVE 'Y' TO WS-RUN-AUDITED-SW
                   ELSE
                       IF RUN-RECORD-SEEN
                          AND (AUDIT-LOG-LINE (1:6) = 'VOID  '
                               OR AUDIT-LOG-LINE (1:6) = 'REISS ')
                           ADD 1 TO WS-VOID-COUNT
                       END-IF
                   END-IF
           END-READ.


      * A run can only be backed out while it is the last thing
      * posted and its money has not been released; see the
      * program banner for why each of these refuses.
       1500-JUDGE-BACKOUT.
           EVALUATE TRUE
               WHEN RESTART-PENDING
                   MOVE 'A LIVE RUN IS WAITING ON A RESTART'
                       TO WS-REFUSE-REASON
               WHEN NOT SNAP-RUN-POSTED
                   MOVE 'SNAPSHOT RUN NOT POSTED OR BACKED OUT'
                       TO WS-REFUSE-REASON
               WHEN LATER-RUN-POSTED
                   MOVE 'A LATER LIVE RUN HAS POSTED SINCE'
                       TO WS-REFUSE-REASON
               WHEN TRANSMIT-RELEASED
                   MOVE 'PAYBAL HAS RELEASED THE TRANSMIT'
                       TO WS-REFUSE-REASON
               WHEN KEPT-LOG-FULL
                   MOVE 'OVER 500 PERIOD LOG RECORDS SINCE RUN'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM 1590-REFUSE-BACKOUT
           END-IF.


      * Refusals are logged the way PAYROLL logs a refused gate,
      * and leave every file as it was.
       1590-REFUSE-BACKOUT.
           MOVE 'REFUSE' TO BA-TAG
           PERFORM 4010-WRITE-AUDIT-RECORD
           DISPLAY 'PAYBKOUT: BACKOUT REFUSED FOR PERIOD '
               WS-PERIOD-END ' GROUP ' WS-PAY-GROUP ' - '
               WS-REFUSE-REASON
           MOVE 8 TO RETURN-CODE
           STOP RUN.


      * Each indexed file is rebuilt from nothing - OPEN OUTPUT, then
      * the snapshot's records written in the key order they were
      * read in - so records the run added are gone and the ones it
      * changed are back as they were. Check control is rewritten
      * the same way. The period log waits for 3000.
       2000-RESTORE-FILES.
           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-SNAPSHOT-OK
               DISPLAY 'PAYBKOUT: UNABLE TO REOPEN SNAPSHOT-FILE, '
                   'STATUS ' WS-SNAPSHOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EMPLOYEE-MASTER
           OPEN OUTPUT DEDUCTION-FILE
           OPEN OUTPUT PTO-FILE
           OPEN OUTPUT PAY-HISTORY-FILE
           OPEN OUTPUT RETRO-PAY-FILE
           OPEN OUTPUT CHECK-CONTROL-FILE
           IF NOT WS-MASTER-OK OR NOT WS-DEDUCTION-OK
              OR NOT WS-PTO-OK OR NOT WS-HISTORY-OK
              OR NOT WS-RETRO-OK OR NOT WS-CHECK-CTL-OK
               DISPLAY 'PAYBKOUT: UNABLE TO OPEN FILES FOR RESTORE, '
                   'STATUS ' WS-MASTER-STATUS ' ' WS-DEDUCTION-STATUS
                   ' ' WS-PTO-STATUS ' ' WS-HISTORY-STATUS ' '
                   WS-RETRO-STATUS ' ' WS-CHECK-CTL-STATUS
               DISPLAY 'PAYBKOUT: PERIOD LOG NOT RESTORED - RERUN '
                   'THE BACKOUT ONCE THE FILES ARE FREE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM 2100-RESTORE-ONE-RECORD
               UNTIL END-OF-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE DEDUCTION-FILE
           CLOSE PTO-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE RETRO-PAY-FILE
           CLOSE CHECK-CONTROL-FILE.


       2100-RESTORE-ONE-RECORD.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN SNAP-MASTER
                           MOVE SNAP-IMAGE TO EMPLOYEE-MASTER-RECORD
                           WRITE EMPLOYEE-MASTER-RECORD
                               INVALID KEY
                                   PERFORM 2900-RESTORE-FAILED
                           END-WRITE
                       WHEN SNAP-DEDUCTION
                           MOVE SNAP-IMAGE TO DEDUCTION-RECORD
                           WRITE DEDUCTION-RECORD
                               INVALID KEY
                                   PERFORM 2900-RESTORE-FAILED
                           END-WRITE
                       WHEN SNAP-PTO
                           MOVE SNAP-IMAGE TO PTO-BALANCE-RECORD
                           WRITE PTO-BALANCE-RECORD
                               INVALID KEY
                                   PERFORM 2900-RESTORE-FAILED
                           END-WRITE
                       WHEN SNAP-HISTORY
                           MOVE SNAP-IMAGE TO PAYMENT-HISTORY-RECORD
                           WRITE PAYMENT-HISTORY-RECORD
                               INVALID KEY
                                   PERFORM 2900-RESTORE-FAILED
                           END-WRITE
                       WHEN SNAP-RETRO
                           MOVE SNAP-IMAGE TO RETRO-PAY-RECORD
                           WRITE RETRO-PAY-RECORD
                               INVALID KEY
                                   PERFORM 2900-RESTORE-FAILED
                           END-WRITE
                       WHEN SNAP-CHECK-CONTROL
                           MOVE SNAP-IMAGE TO CHECK-CONTROL-RECORD
                           WRITE CHECK-CONTROL-RECORD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.


      * The snapshot was proven before the first file was opened,
      * so a record that will not write is a damaged snapshot or a
      * full disk. The period log still shows the run posted, so
      * once the cause is fixed the backout can be run again.
       2900-RESTORE-FAILED.
           DISPLAY 'PAYBKOUT: RESTORE FAILED ON SNAPSHOT RECORD TYPE '
               SNAP-TYPE ' - PERIOD LOG NOT RESTORED, RERUN THE '
               'BACKOUT ONCE THE CAUSE IS FIXED'
           MOVE 8 TO RETURN-CODE
           STOP RUN.


      * Last of all, the period log as it stood before the run,
      * then what was written to it since (less the run's own 'P'
      * or 'S' record), and the 'X' record that reopens the period
      * and voids its trials.
       3000-RESTORE-PERIOD-LOG.
           OPEN INPUT SNAPSHOT-FILE
           OPEN OUTPUT PERIOD-LOG-FILE
           MOVE 'N' TO WS-EOF
           PERFORM 3100-RESTORE-LOG-RECORD
               UNTIL END-OF-FILE
           CLOSE SNAPSHOT-FILE
           PERFORM 3200-REWRITE-KEPT-LOG-RECORD
               VARYING WS-KEPT-IDX FROM 1 BY 1
               UNTIL WS-KEPT-IDX > WS-KEPT-LOG-COUNT
           MOVE SPACES          TO PERIOD-LOG-RECORD
           MOVE 'X'             TO PPL-TYPE
           MOVE WS-PERIOD-END   TO PPL-PERIOD-END
           MOVE WS-RUN-DATE     TO PPL-RUN-DATE
           MOVE WS-RUN-TIME     TO PPL-RUN-TIME
           MOVE WS-PAY-GROUP    TO PPL-PAY-GROUP
           WRITE PERIOD-LOG-RECORD
           CLOSE PERIOD-LOG-FILE.


       3100-RESTORE-LOG-RECORD.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SNAP-PERIOD-LOG
                       MOVE SNAP-IMAGE TO PERIOD-LOG-RECORD
                       WRITE PERIOD-LOG-RECORD
                       ADD 1 TO WS-RESTORED-LOG-COUNT
                   END-IF
           END-READ.


       3200-REWRITE-KEPT-LOG-RECORD.
           MOVE WS-KEPT-LOG-ENTRY (WS-KEPT-IDX) TO PERIOD-LOG-RECORD
           WRITE PERIOD-LOG-RECORD.


      * The backed-out run's check register - a fresh live run
      * opens it OUTPUT, so every line on it is a check that run
      * printed, and the rerun will print the same numbers again.
       3500-SCAN-CHECK-REGISTER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-REGISTER-OK
               PERFORM 3510-READ-REGISTER-RECORD
                   UNTIL END-OF-FILE
           END-IF
           CLOSE CHECK-REGISTER-FILE.


       3510-READ-REGISTER-RECORD.
           READ CHECK-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-REG-CHECK-COUNT
                   IF WS-REG-CHECK-COUNT = 1
                      OR REG-CHECK-NUMBER < WS-REG-LOW-CHECK
                       MOVE REG-CHECK-NUMBER TO WS-REG-LOW-CHECK
                   END-IF
                   IF REG-CHECK-NUMBER > WS-REG-HIGH-CHECK
                       MOVE REG-CHECK-NUMBER TO WS-REG-HIGH-CHECK
                   END-IF
           END-READ.


       4000-LOG-BACKOUT.
           MOVE 'BCKOUT' TO BA-TAG
           MOVE SPACES TO WS-REFUSE-REASON
           STRING 'RUN BACKED OUT FOR ' WS-REQUESTED-BY
               DELIMITED SIZE INTO WS-REFUSE-REASON
           PERFORM 4010-WRITE-AUDIT-RECORD.


       4010-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           MOVE WS-PERIOD-END    TO BA-PERIOD-END
           MOVE WS-RUN-DATE      TO BA-RUN-DATE
           MOVE WS-RUN-TIME      TO BA-RUN-TIME
           MOVE WS-REFUSE-REASON TO BA-REASON
           WRITE BACKOUT-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.


       4100-PRINT-SUMMARY.
           IF SNAP-RUN-SUPPLEMENTAL
               DISPLAY 'PAYBKOUT: SUPPLEMENTAL RUN PAID '
                   WS-PERIOD-END ' BACKED OUT FROM '
                   WS-SNAPSHOT-FILE-NAME
           ELSE
               DISPLAY 'PAYBKOUT: PERIOD ' WS-PERIOD-END ' GROUP '
                   WS-PAY-GROUP ' BACKED OUT FROM '
                   WS-SNAPSHOT-FILE-NAME
           END-IF
           DISPLAY 'PAYBKOUT: SNAPSHOT TAKEN ' WS-SNAP-TAKEN-DATE
               ', RUN TIME ' WS-KEY-RUN-TIME
           DISPLAY 'PAYBKOUT: RESTORED ' WS-MASTER-COUNT ' MASTER, '
               WS-DEDUCT-COUNT ' DEDUCTION, ' WS-PTO-COUNT ' PTO, '
               WS-HISTORY-COUNT ' HISTORY, ' WS-RETRO-COUNT
               ' RETRO PAY RECORD(S)'
           DISPLAY 'PAYBKOUT: CHECK CONTROL AND '
               WS-RESTORED-LOG-COUNT ' PERIOD LOG RECORD(S) '
               'RESTORED - PERIOD REOPENED, RERUN NEEDS A NEW TRIAL'
           DISPLAY 'PAYBKOUT: ' WS-KEPT-LOG-COUNT
               ' PERIOD LOG RECORD(S) WRITTEN SINCE THE RUN KEPT'
           IF WS-REG-CHECK-COUNT > 0
               DISPLAY 'PAYBKOUT: ' WS-REG-CHECK-COUNT
                   ' CHECK(S) ' WS-REG-LOW-CHECK ' THRU '
                   WS-REG-HIGH-CHECK ' PRINTED BY THE RUN - DESTROY '
                   'THEM, THE RERUN REISSUES THOSE NUMBERS'
           END-IF
           DISPLAY 'PAYBKOUT: DO NOT SEND THE RUN''S ACH OR POSITIVE '
               'PAY FILES - THE RERUN REWRITES THEM'
           IF WS-VOID-COUNT > 0
               DISPLAY 'PAYBKOUT: ' WS-VOID-COUNT
                   ' PAYVOID ENTRY(IES) LOGGED SINCE THE RUN WERE '
                   'UNDONE WITH IT - REVIEW AND REKEY'
               MOVE 4 TO RETURN-CODE
           END-IF.
