      *   C - change employee    (must already exist)
      *   D - delete employee    (must already exist)
      *
      * An add that carries bank details, or an approved change that
      * alters them, appends a zero-dollar prenote (code 23)
      * to the ACH file, so freshly keyed numbers are proven by the
      * bank - and bounced back through PAYACHRT if bad - before
      * the first real deposit rides on them.
      *
      * An add, or an approved change that alters the pay type,
      * hourly rate or annual salary, is also written to the rate
      * history file with the rate before and after and the date it
      * takes effect (TRAN-RATE-EFF-DATE, blank meaning the day it
      * was keyed). A change effective before the day it is
      * approved goes on file pending retro, for PAYRETRO to make
      * good the periods already paid at the old rate; a date later
      * than the day it is keyed is rejected, since the new rate is
      * on the master from the moment it is approved.
      *
      * Every transaction carries the ID of the operator who keyed
      * it, and every field an accepted transaction changes is
      * appended to the change history file shared with DEDMAINT
      * and DPTMAINT - before, after, when and who - since this
      * report is rewritten every run and can't answer that.
      *
      * A change to the bank details or to the pay type, rate or
      * salary is not applied on one operator's say-so: it is held
      * on the pending change file (the rest of the transaction
      * goes through) until a second operator approves it in a
      * later run. The prenote and rate history for a held change
      * go out when it is approved, not when it is keyed.
      *   V - approve the change held for the employee
      *   X - cancel the change held for the employee
      * An employee with a change held can't be deleted until the
      * change is cancelled.
      *
      * The employee's W-4 elections - filing status, dependents
      * credit, extra withholding per pay and an exempt claim with
      * the year it is for - are keyed on adds and changes like any
      * other field and go straight onto the master for PAYROLL's
      * federal calculation. A blank filing status is keyed as
      * single and a blank exempt flag as not exempt; an exempt
      * claim with no year is for the year it is keyed. An exempt
      * claim can't carry a credit or extra withholding, and the
      * credit comes in the W-4's own $500 steps.
      *
      * The employee's SSN, home address and date of birth are kept
      * on the separate personal data file, not the master, and are
      * keyed on a transaction of their own:
      *   P - add or change the employee's personal data
      * which names an employee already on the master and replaces
      * the employee details on the transaction with the personal
      * details. Its SSN is masked on this report and in the change
      * history. A rehire - a change taking a terminated employee
      * back to active - must carry a hire date after the
      * termination, so the state new-hire report sees the new
      * hire.
      *
      * Adds and changes also carry the employee's workers' comp
      * risk class, which must be a class the insurer's rate table
      * (WC-RATE-FILE) carries for the employee's work state - a
      * class keyed there for any date will do, so a new class can
      * be keyed ahead of the date its rate starts. No table at all
      * rejects, as a missing department master does. The class
      * goes straight onto the master like the W-4 elections.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYMAINT.
       AUTHOR.      MY-DEV-TEAM-DEMO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPARTMENT-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO 'rate_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATE-HIST-STATUS.
           SELECT OPTIONAL CHANGE-HISTORY-FILE
               ASSIGN TO 'master_change_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO 'pending_changes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PERSONAL-DATA-FILE
               ASSIGN TO 'employee_personal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-EMP-ID
               FILE STATUS IS WS-PERSONAL-STATUS.
           SELECT WC-RATE-FILE ASSIGN TO 'wc_rate_table.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-RATE-STATUS.


       DATA DIVISION.
               88  TRAN-ADD         VALUE 'A'.
               88  TRAN-CHANGE      VALUE 'C'.
               88  TRAN-DELETE      VALUE 'D'.
               88  TRAN-APPROVE     VALUE 'V'.
               88  TRAN-CANCEL      VALUE 'X'.
               88  TRAN-PERSONAL    VALUE 'P'.
           05  TRAN-EMP-ID          PIC 9(05).
      * A personal data transaction carries the personal details
      * in place of the employee details.
           05  TRAN-EMP-DETAILS.
               10  TRAN-EMP-NAME        PIC X(30).
               10  TRAN-EMP-HOURS       PIC 9(3)V9.
               10  TRAN-EMP-HOURLY-RATE PIC 9(4)V99.
               10  TRAN-EMP-TYPE        PIC X(01).
               10  TRAN-ANNUAL-SALARY   PIC 9(7)V99.
               10  TRAN-EMP-DEPT        PIC X(04).
               10  TRAN-BANK-ROUTING    PIC 9(09).
               10  TRAN-BANK-ACCOUNT    PIC X(17).
               10  TRAN-WORK-STATE      PIC X(02).
               10  TRAN-HIRE-DATE       PIC 9(08).
               10  TRAN-TERM-DATE       PIC 9(08).
               10  TRAN-STATUS          PIC X(01).
               10  TRAN-PAY-FREQ        PIC X(01).
               10  TRAN-RATE-EFF-DATE   PIC 9(08).
           05  TRAN-PERSONAL-DETAILS REDEFINES TRAN-EMP-DETAILS.
               10  TRAN-SSN             PIC 9(09).
               10  TRAN-BIRTH-DATE      PIC 9(08).
               10  TRAN-ADDRESS-1       PIC X(30).
               10  TRAN-ADDRESS-2       PIC X(30).
               10  TRAN-CITY            PIC X(20).
               10  TRAN-HOME-STATE      PIC X(02).
               10  TRAN-ZIP-CODE.
                   15  TRAN-ZIP-5       PIC X(05).
                   15  TRAN-ZIP-4       PIC X(04).
           05  TRAN-OPERATOR-ID     PIC X(08).
           05  TRAN-W4-FILING-STATUS PIC X(01).
           05  TRAN-W4-DEP-CREDIT   PIC 9(05)V99.
           05  TRAN-W4-EXTRA-WH     PIC 9(04)V99.
           05  TRAN-W4-EXEMPT       PIC X(01).
           05  TRAN-W4-EXEMPT-YEAR  PIC 9(04).
           05  TRAN-WC-CLASS        PIC X(04).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.
       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

      * Permanent record of every rate the employee has been given;
      * created on first use, appended to ever after.
       FD  RATE-HISTORY-FILE.
           COPY RATEHIST.

      * Shared with DEDMAINT and DPTMAINT, appended to by all three
      * and never truncated.
       FD  CHANGE-HISTORY-FILE.
           COPY CHGHIST.

      * Bank and pay changes waiting on a second operator; created
      * on first use, like the rate history.
       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

      * SSN, home address and birth date - created on first use.
       FD  PERSONAL-DATA-FILE.
           COPY EMPPERS.

      * Read once at startup for the state and class pairs it
      * carries; the rates themselves are PAYWCRPT's business.
       FD  WC-RATE-FILE.
           COPY WCRATE.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-EMP-EXISTS-SW     PIC X VALUE 'N'.
               88  EMP-EXISTS       VALUE 'Y'.
               88  EMP-DOES-NOT-EXIST VALUE 'N'.
           05  WS-PENDING-EXISTS-SW PIC X VALUE 'N'.
               88  PENDING-EXISTS   VALUE 'Y'.
               88  NO-PENDING-CHANGE VALUE 'N'.
           05  WS-PAY-CHANGE-SW     PIC X VALUE 'N'.
               88  PAY-TERMS-CHANGED VALUE 'Y'.
           05  WS-BANK-CHANGE-SW    PIC X VALUE 'N'.
               88  BANK-DETAILS-CHANGED VALUE 'Y'.
           05  WS-PERSONAL-EXISTS-SW PIC X VALUE 'N'.
               88  PERSONAL-EXISTS  VALUE 'Y'.

       01  WS-EMPLOYEE-STATUS   PIC X(2) VALUE SPACES.
           88  WS-EMPLOYEE-OK   VALUE '00'.
               88  DEPT-EXISTS       VALUE 'Y'.
               88  DEPT-DOES-NOT-EXIST VALUE 'N'.

       01  WS-RATE-HIST-STATUS  PIC X(2) VALUE SPACES.
           88  WS-RATE-HIST-OK  VALUE '00'.

       01  WS-PENDING-STATUS    PIC X(2) VALUE SPACES.
           88  WS-PENDING-OK    VALUE '00'.

       01  WS-PERSONAL-STATUS   PIC X(2) VALUE SPACES.
           88  WS-PERSONAL-OK   VALUE '00'.

       01  WS-WC-RATE-STATUS    PIC X(2) VALUE SPACES.
           88  WS-WC-RATE-OK    VALUE '00'.

       01  WS-WC-FLAGS.
           05  WS-WC-FILE-SW     PIC X VALUE 'N'.
               88  WC-FILE-PRESENT   VALUE 'Y'.
           05  WS-WC-EOF-SW      PIC X VALUE 'N'.
               88  WC-TABLE-AT-EOF   VALUE 'Y'.
           05  WS-WC-FOUND-SW    PIC X VALUE 'N'.
               88  WC-CLASS-FOUND    VALUE 'Y'.
               88  WC-CLASS-NOT-FOUND VALUE 'N'.

      * Every state and class pair on WC-RATE-FILE, once each,
      * loaded by 1100-LOAD-WC-CLASSES.
       01  WS-WC-CLASS-TABLE.
           05  WS-WC-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-WC-IDX.
               10  WS-WC-STATE       PIC X(02).
               10  WS-WC-CLASS       PIC X(04).
       01  WS-WC-CLASS-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-WC-KEY.
           05  WS-WC-KEY-STATE   PIC X(02) VALUE SPACES.
           05  WS-WC-KEY-CLASS   PIC X(04) VALUE SPACES.

       01  WS-REJECT-REASON     PIC X(40) VALUE SPACES.

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE     PIC 9(8) VALUE ZEROS.
           05  FILLER REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR PIC 9(4).
               10  FILLER      PIC 9(4).
           05  WS-RUN-TIME     PIC 9(8) VALUE ZEROS.

      * The dependents credit divided into the W-4's $500 steps -
      * anything left over is a mis-keyed credit.
       01  WS-W4-CREDIT-CHECK.
           05  WS-W4-CREDIT-STEPS    PIC 9(5) VALUE ZEROS.
           05  WS-W4-CREDIT-LEFT     PIC 9(5)V99 VALUE ZEROS.

      * The bank details as they stood before a change transaction
      * overwrites the record area, captured by 2060-LOOKUP-EMPLOYEE
      * so a detail change (held, and prenoted once approved) can be
      * told from a change that left the bank fields alone.
       01  WS-PRIOR-BANK-DETAILS.
           05  WS-PRIOR-BANK-ROUTING PIC 9(09) VALUE ZEROS.
           05  WS-PRIOR-BANK-ACCOUNT PIC X(17) VALUE SPACES.

      * Likewise the pay terms before the change, so a rate change
      * can be told from any other and written to the rate history
      * with its before and after.
       01  WS-PRIOR-PAY-DETAILS.
           05  WS-PRIOR-EMP-TYPE     PIC X(01) VALUE SPACES.
           05  WS-PRIOR-HOURLY-RATE  PIC 9(4)V99 VALUE ZEROS.
           05  WS-PRIOR-SALARY       PIC 9(7)V99 VALUE ZEROS.

      * And the rest of the record, so each field a transaction
      * actually changes can go to the change history.
       01  WS-PRIOR-EMP-DETAILS.
           05  WS-PRIOR-EMP-NAME     PIC X(30) VALUE SPACES.
           05  WS-PRIOR-EMP-HOURS    PIC 9(3)V9 VALUE ZEROS.
           05  WS-PRIOR-EMP-DEPT     PIC X(04) VALUE SPACES.
           05  WS-PRIOR-WORK-STATE   PIC X(02) VALUE SPACES.
           05  WS-PRIOR-HIRE-DATE    PIC 9(08) VALUE ZEROS.
           05  WS-PRIOR-TERM-DATE    PIC 9(08) VALUE ZEROS.
           05  WS-PRIOR-EMP-STATUS   PIC X(01) VALUE SPACES.
           05  WS-PRIOR-PAY-FREQ     PIC X(01) VALUE SPACES.
           05  WS-PRIOR-W4-STATUS    PIC X(01) VALUE SPACES.
           05  WS-PRIOR-W4-CREDIT    PIC 9(05)V99 VALUE ZEROS.
           05  WS-PRIOR-W4-EXTRA     PIC 9(04)V99 VALUE ZEROS.
           05  WS-PRIOR-W4-EXEMPT    PIC X(01) VALUE SPACES.
           05  WS-PRIOR-W4-EXEMPT-YEAR PIC 9(04) VALUE ZEROS.
           05  WS-PRIOR-WC-CLASS     PIC X(04) VALUE SPACES.

      * One change history entry, built by the compare paragraphs
      * and written by 2960-WRITE-HISTORY-ENTRY. Amounts go through
      * the edit fields so the history reads as keyed.
       01  WS-HISTORY-FIELDS.
           05  WS-HIST-STATUS        PIC X(01) VALUE SPACES.
           05  WS-HIST-OPERATOR      PIC X(08) VALUE SPACES.
           05  WS-HIST-APPROVER      PIC X(08) VALUE SPACES.
           05  WS-HIST-FIELD-NAME    PIC X(20) VALUE SPACES.
           05  WS-HIST-OLD-VALUE     PIC X(30) VALUE SPACES.
           05  WS-HIST-NEW-VALUE     PIC X(30) VALUE SPACES.
           05  WS-HIST-HOURS-EDIT    PIC ZZ9.9.
           05  WS-HIST-RATE-EDIT     PIC ZZZ9.99.
           05  WS-HIST-SALARY-EDIT   PIC ZZZZZZ9.99.
           05  WS-HIST-CREDIT-EDIT   PIC ZZZZ9.99.

      * The personal data as it stood before a 'P' transaction, and
      * an SSN as it may be shown - the last four digits only.
       01  WS-PRIOR-PERSONAL-DATA.
           05  WS-PRIOR-SSN          PIC 9(09) VALUE ZEROS.
           05  WS-PRIOR-BIRTH-DATE   PIC 9(08) VALUE ZEROS.
           05  WS-PRIOR-ADDRESS-1    PIC X(30) VALUE SPACES.
           05  WS-PRIOR-ADDRESS-2    PIC X(30) VALUE SPACES.
           05  WS-PRIOR-CITY         PIC X(20) VALUE SPACES.
           05  WS-PRIOR-HOME-STATE   PIC X(02) VALUE SPACES.
           05  WS-PRIOR-ZIP-CODE     PIC X(09) VALUE SPACES.
       01  WS-SSN-WORK          PIC 9(09) VALUE ZEROS.
       01  FILLER REDEFINES WS-SSN-WORK.
           05  WS-SSN-AREA      PIC 9(03).
           05  WS-SSN-GROUP     PIC 9(02).
           05  WS-SSN-SERIAL    PIC 9(04).
       01  WS-SSN-MASKED.
           05  FILLER           PIC X(05) VALUE '*****'.
           05  WS-SSN-MASK-LAST PIC 9(04) VALUE ZEROS.

      * The date a rate set takes effect from, as 2930 is to record
      * it - off the transaction for a new hire, off the pending
      * change for an approved one.
       01  WS-RATE-EFF-DATE     PIC 9(8) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-CHANGE-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-DELETE-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-PRENOTE-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-RATE-CHANGE-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-RETRO-PENDING-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-HELD-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-APPROVED-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-CANCELLED-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-HISTORY-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-PERSONAL-COUNT PIC 9(5) VALUE ZEROS.


       PROCEDURE DIVISION.


       1000-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O   EMPLOYEE-FILE
           IF NOT WS-EMPLOYEE-OK
           ELSE
               MOVE 'N' TO WS-DEPT-FILE-SW
           END-IF
           OPEN I-O RATE-HISTORY-FILE
           IF NOT WS-RATE-HIST-OK
               OPEN OUTPUT RATE-HISTORY-FILE
               CLOSE RATE-HISTORY-FILE
               OPEN I-O RATE-HISTORY-FILE
           END-IF
           OPEN EXTEND CHANGE-HISTORY-FILE
           OPEN I-O PENDING-CHANGE-FILE
           IF NOT WS-PENDING-OK
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           OPEN I-O PERSONAL-DATA-FILE
           IF NOT WS-PERSONAL-OK
               OPEN OUTPUT PERSONAL-DATA-FILE
               CLOSE PERSONAL-DATA-FILE
               OPEN I-O PERSONAL-DATA-FILE
           END-IF
           PERFORM 1100-LOAD-WC-CLASSES
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


       1100-LOAD-WC-CLASSES.
           MOVE ZEROS TO WS-WC-CLASS-COUNT
           MOVE 'N'   TO WS-WC-EOF-SW
           OPEN INPUT WC-RATE-FILE
           IF WS-WC-RATE-OK
               MOVE 'Y' TO WS-WC-FILE-SW
               PERFORM 1110-READ-WC-RATE
                   UNTIL WC-TABLE-AT-EOF
               CLOSE WC-RATE-FILE
           ELSE
               MOVE 'N' TO WS-WC-FILE-SW
           END-IF.


       1110-READ-WC-RATE.
           READ WC-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-WC-EOF-SW
               NOT AT END
                   PERFORM 1120-STORE-WC-CLASS
           END-READ.


      * A class rerated on a later date is the same pair again -
      * kept once.
       1120-STORE-WC-CLASS.
           MOVE WCR-STATE-CODE TO WS-WC-KEY-STATE
           MOVE WCR-CLASS      TO WS-WC-KEY-CLASS
           PERFORM 2075-LOOKUP-WC-CLASS
           IF WC-CLASS-NOT-FOUND
               IF WS-WC-CLASS-COUNT < 300
                   ADD 1 TO WS-WC-CLASS-COUNT
                   MOVE WCR-STATE-CODE
                       TO WS-WC-STATE (WS-WC-CLASS-COUNT)
                   MOVE WCR-CLASS
                       TO WS-WC-CLASS (WS-WC-CLASS-COUNT)
               ELSE
                   DISPLAY 'PAYMAINT: MORE THAN 300 WC CLASSES ON '
                       'wc_rate_table.dat - REST IGNORED'
                   MOVE 'Y' TO WS-WC-EOF-SW
               END-IF
           END-IF.


       2000-PROCESS-TRANSACTIONS.
           PERFORM 2050-VALIDATE-TRANSACTION
           IF TRAN-VALID
                       PERFORM 2200-CHANGE-EMPLOYEE
                   WHEN TRAN-DELETE
                       PERFORM 2300-DELETE-EMPLOYEE
                   WHEN TRAN-APPROVE
                       PERFORM 2400-APPROVE-CHANGE
                   WHEN TRAN-CANCEL
                       PERFORM 2500-CANCEL-CHANGE
                   WHEN TRAN-PERSONAL
                       PERFORM 2600-MAINTAIN-PERSONAL-DATA
               END-EVALUATE
           ELSE
               PERFORM 2900-WRITE-REJECT
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'EMPLOYEE ID MUST BE NON-ZERO' TO WS-REJECT-REASON
           END-IF
           IF TRAN-VALID AND TRAN-OPERATOR-ID = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'OPERATOR ID MUST NOT BE BLANK' TO WS-REJECT-REASON
           END-IF
           IF TRAN-VALID AND NOT TRAN-ADD AND NOT TRAN-CHANGE
                   AND NOT TRAN-DELETE AND NOT TRAN-APPROVE
                   AND NOT TRAN-CANCEL AND NOT TRAN-PERSONAL
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'ACTION MUST BE A, C, D, P, V OR X'
                   TO WS-REJECT-REASON
           END-IF
      * Personal data: an SSN the SSA could have issued (no 000,
      * 666 or 9xx area, no zero group or serial), a birth date
      * already past, and a complete mailing address.
           IF TRAN-VALID AND TRAN-PERSONAL
               MOVE ZEROS TO WS-SSN-WORK
               IF TRAN-SSN IS NUMERIC
                   MOVE TRAN-SSN TO WS-SSN-WORK
               END-IF
               IF WS-SSN-AREA = ZEROS OR WS-SSN-AREA = 666
                       OR WS-SSN-AREA > 899
                       OR WS-SSN-GROUP = ZEROS
                       OR WS-SSN-SERIAL = ZEROS
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'SSN IS NOT A VALID NUMBER'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND TRAN-PERSONAL
               IF TRAN-BIRTH-DATE NOT NUMERIC
                       OR TRAN-BIRTH-DATE = ZEROS
                       OR TRAN-BIRTH-DATE >= WS-RUN-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'BIRTH DATE MUST BE BEFORE TODAY'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND TRAN-PERSONAL
               IF TRAN-ADDRESS-1 = SPACES OR TRAN-CITY = SPACES
                       OR TRAN-HOME-STATE = SPACES
                       OR TRAN-ZIP-5 = SPACES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'HOME ADDRESS IS INCOMPLETE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-EMP-TYPE NOT = 'H' AND TRAN-EMP-TYPE NOT = 'S'
                   END-IF
               END-IF
           END-IF
      * The workers' comp class must be rated for the work state -
      * payroll in a class the insurer has no rate for can't be
      * put on the premium report.
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-WC-CLASS = SPACES
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'WC CLASS MUST NOT BE BLANK'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF NOT WC-FILE-PRESENT
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'WC RATE TABLE NOT AVAILABLE'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE TRAN-WORK-STATE TO WS-WC-KEY-STATE
                   MOVE TRAN-WC-CLASS   TO WS-WC-KEY-CLASS
                   PERFORM 2075-LOOKUP-WC-CLASS
                   IF WC-CLASS-NOT-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'WC CLASS NOT RATED FOR WORK STATE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-EMP-TYPE = 'S'
                   IF TRAN-ANNUAL-SALARY <= 0
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-RATE-EFF-DATE > WS-RUN-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'RATE EFFECTIVE DATE IS AFTER TODAY'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
      * W-4 elections: single, married filing jointly or head of
      * household (blank keyed as single), and an exempt flag of Y
      * or N (blank keyed as N). The amounts must be keyed, zeros
      * when the W-4 leaves them empty.
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-W4-FILING-STATUS NOT = 'S'
                       AND TRAN-W4-FILING-STATUS NOT = 'M'
                       AND TRAN-W4-FILING-STATUS NOT = 'H'
                       AND TRAN-W4-FILING-STATUS NOT = SPACE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'W-4 FILING STATUS MUST BE S, M OR H'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-W4-EXEMPT NOT = 'Y' AND TRAN-W4-EXEMPT NOT = 'N'
                       AND TRAN-W4-EXEMPT NOT = SPACE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'W-4 EXEMPT FLAG MUST BE Y OR N'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-W4-DEP-CREDIT NOT NUMERIC
                       OR TRAN-W4-EXTRA-WH NOT NUMERIC
                       OR TRAN-W4-EXEMPT-YEAR NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'W-4 AMOUNTS AND YEAR MUST BE NUMERIC'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               DIVIDE TRAN-W4-DEP-CREDIT BY 500
                   GIVING WS-W4-CREDIT-STEPS
                   REMAINDER WS-W4-CREDIT-LEFT
               IF WS-W4-CREDIT-LEFT NOT = ZEROS
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'W-4 CREDIT MUST BE IN $500 STEPS'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
      * An exempt W-4 is for one calendar year and replaces the
      * rest of the form - it can't also ask for a credit or extra
      * withholding, or be for a year that hasn't started.
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-W4-EXEMPT = 'Y'
                   IF TRAN-W4-DEP-CREDIT > ZEROS
                           OR TRAN-W4-EXTRA-WH > ZEROS
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'EXEMPT W-4 CANNOT CARRY CREDIT OR EXTRA'
                           TO WS-REJECT-REASON
                   END-IF
                   IF TRAN-W4-EXEMPT-YEAR > WS-RUN-YEAR
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'W-4 EXEMPT YEAR IS AFTER THIS YEAR'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF TRAN-VALID
               PERFORM 2060-LOOKUP-EMPLOYEE
               IF TRAN-ADD AND EMP-EXISTS
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'EMPLOYEE ALREADY EXISTS' TO WS-REJECT-REASON
               END-IF
               IF NOT TRAN-ADD AND EMP-DOES-NOT-EXIST
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'EMPLOYEE NOT FOUND' TO WS-REJECT-REASON
               END-IF
           END-IF
      * A rehire is reported to the state as a new hire, which
      * needs the date the employee came back - the old hire date
      * would read as already reported.
           IF TRAN-VALID AND TRAN-CHANGE
               IF WS-PRIOR-EMP-STATUS = 'T'
                       AND (TRAN-STATUS = 'A' OR TRAN-STATUS = SPACE)
                       AND TRAN-HIRE-DATE <= WS-PRIOR-TERM-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'REHIRE NEEDS HIRE DATE AFTER TERM DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
      * The held change rules: an approval or cancellation has to
      * have a change to act on, and an approval is a second pair
      * of eyes - someone other than whoever keyed the change, in a
      * run after the one it was keyed in. A delete would orphan
      * the held change, so it waits until that is cancelled.
           IF TRAN-VALID AND NOT TRAN-ADD
               PERFORM 2080-LOOKUP-PENDING
               IF (TRAN-APPROVE OR TRAN-CANCEL) AND NO-PENDING-CHANGE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'NO CHANGE IS AWAITING APPROVAL'
                       TO WS-REJECT-REASON
               END-IF
               IF TRAN-DELETE AND PENDING-EXISTS
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'CHANGE AWAITING APPROVAL - CANCEL FIRST'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND TRAN-APPROVE
               IF PC-ENTERED-BY = TRAN-OPERATOR-ID
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'SAME OPERATOR MAY NOT APPROVE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND TRAN-APPROVE
               IF PC-ENTERED-DATE = WS-RUN-DATE
                       AND PC-ENTERED-TIME = WS-RUN-TIME
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'APPROVAL MUST COME IN A LATER RUN'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.


                   MOVE 'N' TO WS-EMP-EXISTS-SW
                   MOVE ZEROS  TO WS-PRIOR-BANK-ROUTING
                   MOVE SPACES TO WS-PRIOR-BANK-ACCOUNT
                   MOVE SPACES TO WS-PRIOR-EMP-TYPE
                   MOVE ZEROS  TO WS-PRIOR-HOURLY-RATE
                                  WS-PRIOR-SALARY
                   MOVE SPACES TO WS-PRIOR-EMP-NAME
                                  WS-PRIOR-EMP-DEPT
                                  WS-PRIOR-WORK-STATE
                                  WS-PRIOR-EMP-STATUS
                                  WS-PRIOR-PAY-FREQ
                                  WS-PRIOR-W4-STATUS
                                  WS-PRIOR-W4-EXEMPT
                                  WS-PRIOR-WC-CLASS
                   MOVE ZEROS  TO WS-PRIOR-EMP-HOURS
                                  WS-PRIOR-HIRE-DATE
                                  WS-PRIOR-TERM-DATE
                                  WS-PRIOR-W4-CREDIT
                                  WS-PRIOR-W4-EXTRA
                                  WS-PRIOR-W4-EXEMPT-YEAR
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-EXISTS-SW
                   MOVE EMP-BANK-ROUTING TO WS-PRIOR-BANK-ROUTING
                   MOVE EMP-BANK-ACCOUNT TO WS-PRIOR-BANK-ACCOUNT
                   MOVE EMP-TYPE         TO WS-PRIOR-EMP-TYPE
                   MOVE EMP-HOURLY-RATE  TO WS-PRIOR-HOURLY-RATE
                   MOVE EMP-ANNUAL-SALARY TO WS-PRIOR-SALARY
                   MOVE EMP-NAME         TO WS-PRIOR-EMP-NAME
                   MOVE EMP-HOURS        TO WS-PRIOR-EMP-HOURS
                   MOVE EMP-DEPT         TO WS-PRIOR-EMP-DEPT
                   MOVE EMP-WORK-STATE   TO WS-PRIOR-WORK-STATE
                   MOVE EMP-HIRE-DATE    TO WS-PRIOR-HIRE-DATE
                   MOVE EMP-TERM-DATE    TO WS-PRIOR-TERM-DATE
                   MOVE EMP-STATUS       TO WS-PRIOR-EMP-STATUS
                   MOVE EMP-PAY-FREQ     TO WS-PRIOR-PAY-FREQ
                   MOVE EMP-W4-FILING-STATUS TO WS-PRIOR-W4-STATUS
                   MOVE EMP-W4-DEP-CREDIT    TO WS-PRIOR-W4-CREDIT
                   MOVE EMP-W4-EXTRA-WH      TO WS-PRIOR-W4-EXTRA
                   MOVE EMP-W4-EXEMPT        TO WS-PRIOR-W4-EXEMPT
                   MOVE EMP-W4-EXEMPT-YEAR   TO WS-PRIOR-W4-EXEMPT-YEAR
                   MOVE EMP-WC-CLASS         TO WS-PRIOR-WC-CLASS
           END-READ.


           END-READ.


       2075-LOOKUP-WC-CLASS.
           MOVE 'N' TO WS-WC-FOUND-SW
           SET WS-WC-IDX TO 1
           SEARCH WS-WC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WC-IDX > WS-WC-CLASS-COUNT
                   CONTINUE
               WHEN WS-WC-STATE (WS-WC-IDX) = WS-WC-KEY-STATE
                AND WS-WC-CLASS (WS-WC-IDX) = WS-WC-KEY-CLASS
                   MOVE 'Y' TO WS-WC-FOUND-SW
           END-SEARCH.


      * Any change already held for the employee - read into the
      * record area for the approval, cancellation or replacement
      * that follows.
       2080-LOOKUP-PENDING.
           MOVE 'E'         TO PC-SOURCE
           MOVE TRAN-EMP-ID TO PC-EMP-ID
           MOVE SPACES      TO PC-DED-CODE
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PENDING-EXISTS-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PENDING-EXISTS-SW
           END-READ.


       2100-ADD-EMPLOYEE.
           MOVE TRAN-EMP-ID          TO EMP-ID
           MOVE TRAN-EMP-NAME        TO EMP-NAME
           ELSE
               MOVE TRAN-PAY-FREQ TO EMP-PAY-FREQ
           END-IF
           PERFORM 2150-MOVE-W4-ELECTIONS
           MOVE TRAN-WC-CLASS        TO EMP-WC-CLASS
           WRITE EMPLOYEE-RECORD
           ADD 1 TO WS-ADD-COUNT
           IF EMP-BANK-ROUTING > 0
               PERFORM 2920-WRITE-PRENOTE
           END-IF
           MOVE TRAN-RATE-EFF-DATE TO WS-RATE-EFF-DATE
           PERFORM 2930-WRITE-RATE-HISTORY
           MOVE 'A'              TO WS-HIST-STATUS
           MOVE TRAN-OPERATOR-ID TO WS-HIST-OPERATOR
           MOVE SPACES           TO WS-HIST-APPROVER
           PERFORM 2950-RECORD-DETAIL-CHANGES
           PERFORM 2955-RECORD-PAY-BANK-CHANGES
           PERFORM 2910-WRITE-ACCEPT.


      * The W-4 fields with their defaults filled in. A claim that
      * is not exempt carries no exempt year.
       2150-MOVE-W4-ELECTIONS.
           IF TRAN-W4-FILING-STATUS = SPACE
               MOVE 'S' TO EMP-W4-FILING-STATUS
           ELSE
               MOVE TRAN-W4-FILING-STATUS TO EMP-W4-FILING-STATUS
           END-IF
           MOVE TRAN-W4-DEP-CREDIT TO EMP-W4-DEP-CREDIT
           MOVE TRAN-W4-EXTRA-WH   TO EMP-W4-EXTRA-WH
           IF TRAN-W4-EXEMPT = 'Y'
               MOVE 'Y' TO EMP-W4-EXEMPT
               IF TRAN-W4-EXEMPT-YEAR = ZEROS
                   MOVE WS-RUN-YEAR TO EMP-W4-EXEMPT-YEAR
               ELSE
                   MOVE TRAN-W4-EXEMPT-YEAR TO EMP-W4-EXEMPT-YEAR
               END-IF
           ELSE
               MOVE 'N'   TO EMP-W4-EXEMPT
               MOVE ZEROS TO EMP-W4-EXEMPT-YEAR
           END-IF.


       2200-CHANGE-EMPLOYEE.
           MOVE TRAN-EMP-NAME        TO EMP-NAME
           MOVE TRAN-EMP-HOURS       TO EMP-HOURS
           ELSE
               MOVE TRAN-PAY-FREQ TO EMP-PAY-FREQ
           END-IF
           PERFORM 2150-MOVE-W4-ELECTIONS
           MOVE TRAN-WC-CLASS        TO EMP-WC-CLASS
           PERFORM 2210-CHECK-HELD-FIELDS
           IF PAY-TERMS-CHANGED OR BANK-DETAILS-CHANGED
               PERFORM 2250-HOLD-EMPLOYEE-CHANGE
           END-IF
           REWRITE EMPLOYEE-RECORD
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'A'              TO WS-HIST-STATUS
           MOVE TRAN-OPERATOR-ID TO WS-HIST-OPERATOR
           MOVE SPACES           TO WS-HIST-APPROVER
           PERFORM 2950-RECORD-DETAIL-CHANGES
           PERFORM 2910-WRITE-ACCEPT.


      * Does the change touch the fields that wait for a second
      * operator - the pay terms or the bank details?
       2210-CHECK-HELD-FIELDS.
           MOVE 'N' TO WS-PAY-CHANGE-SW
           MOVE 'N' TO WS-BANK-CHANGE-SW
           IF EMP-TYPE NOT = WS-PRIOR-EMP-TYPE
              OR EMP-HOURLY-RATE NOT = WS-PRIOR-HOURLY-RATE
              OR EMP-ANNUAL-SALARY NOT = WS-PRIOR-SALARY
               MOVE 'Y' TO WS-PAY-CHANGE-SW
           END-IF
           IF EMP-BANK-ROUTING NOT = WS-PRIOR-BANK-ROUTING
              OR EMP-BANK-ACCOUNT NOT = WS-PRIOR-BANK-ACCOUNT
               MOVE 'Y' TO WS-BANK-CHANGE-SW
           END-IF.


      * Parks the new pay terms and bank details on the pending
      * change file and puts the values in force back in the record
      * area, so the REWRITE that follows applies only the rest of
      * the transaction. A change keyed again with exactly what is
      * already held (the whole record is keyed on every change)
      * leaves that held change, and its keying operator and run,
      * as they are; anything different replaces it.
       2250-HOLD-EMPLOYEE-CHANGE.
           IF PENDING-EXISTS
              AND WS-PAY-CHANGE-SW  = PC-PAY-CHANGE-SW
              AND WS-BANK-CHANGE-SW = PC-BANK-CHANGE-SW
              AND EMP-TYPE          = PC-EMP-TYPE
              AND EMP-HOURLY-RATE   = PC-HOURLY-RATE
              AND EMP-ANNUAL-SALARY = PC-ANNUAL-SALARY
              AND EMP-BANK-ROUTING  = PC-BANK-ROUTING
              AND EMP-BANK-ACCOUNT  = PC-BANK-ACCOUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING 'HELD      ACTION: ' TRAN-ACTION
                      '  ID: ' TRAN-EMP-ID
                      '  ALREADY AWAITING APPROVAL, KEYED BY '
                      PC-ENTERED-BY
                   DELIMITED SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           ELSE
               PERFORM 2260-WRITE-PENDING-EMPLOYEE
           END-IF
           MOVE WS-PRIOR-EMP-TYPE     TO EMP-TYPE
           MOVE WS-PRIOR-HOURLY-RATE  TO EMP-HOURLY-RATE
           MOVE WS-PRIOR-SALARY       TO EMP-ANNUAL-SALARY
           MOVE WS-PRIOR-BANK-ROUTING TO EMP-BANK-ROUTING
           MOVE WS-PRIOR-BANK-ACCOUNT TO EMP-BANK-ACCOUNT.


       2260-WRITE-PENDING-EMPLOYEE.
           MOVE 'H'              TO WS-HIST-STATUS
           MOVE TRAN-OPERATOR-ID TO WS-HIST-OPERATOR
           MOVE SPACES           TO WS-HIST-APPROVER
           PERFORM 2955-RECORD-PAY-BANK-CHANGES
           MOVE 'E'               TO PC-SOURCE
           MOVE EMP-ID            TO PC-EMP-ID
           MOVE SPACES            TO PC-DED-CODE
           MOVE WS-RUN-DATE       TO PC-ENTERED-DATE
           MOVE WS-RUN-TIME       TO PC-ENTERED-TIME
           MOVE TRAN-OPERATOR-ID  TO PC-ENTERED-BY
           MOVE WS-PAY-CHANGE-SW  TO PC-PAY-CHANGE-SW
           MOVE EMP-TYPE          TO PC-EMP-TYPE
           MOVE EMP-HOURLY-RATE   TO PC-HOURLY-RATE
           MOVE EMP-ANNUAL-SALARY TO PC-ANNUAL-SALARY
           IF TRAN-RATE-EFF-DATE = ZEROS
               MOVE WS-RUN-DATE        TO PC-RATE-EFF-DATE
           ELSE
               MOVE TRAN-RATE-EFF-DATE TO PC-RATE-EFF-DATE
           END-IF
           MOVE WS-BANK-CHANGE-SW TO PC-BANK-CHANGE-SW
           MOVE EMP-BANK-ROUTING  TO PC-BANK-ROUTING
           MOVE EMP-BANK-ACCOUNT  TO PC-BANK-ACCOUNT
           IF PENDING-EXISTS
               REWRITE PENDING-CHANGE-RECORD
           ELSE
               WRITE PENDING-CHANGE-RECORD
               MOVE 'Y' TO WS-PENDING-EXISTS-SW
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'HELD      ACTION: ' TRAN-ACTION
                  '  ID: ' TRAN-EMP-ID
                  '  PAY/BANK CHANGE AWAITING SECOND APPROVAL'
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.


      * The record area is blanked once the record is gone, so the
      * history shows every field the employee had going to nothing.
       2300-DELETE-EMPLOYEE.
           DELETE EMPLOYEE-FILE RECORD
           ADD 1 TO WS-DELETE-COUNT
           INITIALIZE EMPLOYEE-RECORD
           MOVE 'A'              TO WS-HIST-STATUS
           MOVE TRAN-OPERATOR-ID TO WS-HIST-OPERATOR
           MOVE SPACES           TO WS-HIST-APPROVER
           PERFORM 2950-RECORD-DETAIL-CHANGES
           PERFORM 2955-RECORD-PAY-BANK-CHANGES
           PERFORM 2910-WRITE-ACCEPT.


      * The second operator's approval: the held groups go onto the
      * master, and only now does the new bank account get its
      * prenote and the new rate its rate history record - dated
      * from the effective date keyed with it, so a rate that sat
      * waiting over a pay run is left pending retro for the
      * periods it missed. The history entries carry both the
      * operator who keyed the change and the one who approved it.
       2400-APPROVE-CHANGE.
           IF PC-PAY-CHANGED
               MOVE PC-EMP-TYPE      TO EMP-TYPE
               MOVE PC-HOURLY-RATE   TO EMP-HOURLY-RATE
               MOVE PC-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
           END-IF
           IF PC-BANK-CHANGED
               MOVE PC-BANK-ROUTING  TO EMP-BANK-ROUTING
               MOVE PC-BANK-ACCOUNT  TO EMP-BANK-ACCOUNT
           END-IF
           REWRITE EMPLOYEE-RECORD
           MOVE 'V'              TO WS-HIST-STATUS
           MOVE PC-ENTERED-BY    TO WS-HIST-OPERATOR
           MOVE TRAN-OPERATOR-ID TO WS-HIST-APPROVER
           PERFORM 2955-RECORD-PAY-BANK-CHANGES
           IF EMP-BANK-ROUTING > 0
              AND (EMP-BANK-ROUTING NOT = WS-PRIOR-BANK-ROUTING
                   OR EMP-BANK-ACCOUNT NOT = WS-PRIOR-BANK-ACCOUNT)
               PERFORM 2920-WRITE-PRENOTE
           END-IF
           IF EMP-TYPE NOT = WS-PRIOR-EMP-TYPE
              OR EMP-HOURLY-RATE NOT = WS-PRIOR-HOURLY-RATE
              OR EMP-ANNUAL-SALARY NOT = WS-PRIOR-SALARY
               MOVE PC-RATE-EFF-DATE TO WS-RATE-EFF-DATE
               PERFORM 2930-WRITE-RATE-HISTORY
           END-IF
           ADD 1 TO WS-APPROVED-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'APPROVED  ACTION: ' TRAN-ACTION
                  '  ID: ' TRAN-EMP-ID
                  '  KEYED BY: ' PC-ENTERED-BY
                  '  ON: ' PC-ENTERED-DATE
                  '  APPROVED BY: ' TRAN-OPERATOR-ID
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           DELETE PENDING-CHANGE-FILE RECORD.


      * Withdraws the held change. The master is not touched - the
      * held values are moved into the record area only so the
      * history shows what it was that never went on.
       2500-CANCEL-CHANGE.
           IF PC-PAY-CHANGED
               MOVE PC-EMP-TYPE      TO EMP-TYPE
               MOVE PC-HOURLY-RATE   TO EMP-HOURLY-RATE
               MOVE PC-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
           END-IF
           IF PC-BANK-CHANGED
               MOVE PC-BANK-ROUTING  TO EMP-BANK-ROUTING
               MOVE PC-BANK-ACCOUNT  TO EMP-BANK-ACCOUNT
           END-IF
           MOVE 'X'              TO WS-HIST-STATUS
           MOVE PC-ENTERED-BY    TO WS-HIST-OPERATOR
           MOVE TRAN-OPERATOR-ID TO WS-HIST-APPROVER
           PERFORM 2955-RECORD-PAY-BANK-CHANGES
           ADD 1 TO WS-CANCELLED-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'CANCELLED ACTION: ' TRAN-ACTION
                  '  ID: ' TRAN-EMP-ID
                  '  KEYED BY: ' PC-ENTERED-BY
                  '  ON: ' PC-ENTERED-DATE
                  '  CANCELLED BY: ' TRAN-OPERATOR-ID
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           DELETE PENDING-CHANGE-FILE RECORD.


      * Adds the personal data record or replaces it. The report
      * line names the employee from the master, since the
      * transaction's name area carries the personal details.
       2600-MAINTAIN-PERSONAL-DATA.
           MOVE TRAN-EMP-ID TO PD-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PERSONAL-EXISTS-SW
                   INITIALIZE WS-PRIOR-PERSONAL-DATA
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PERSONAL-EXISTS-SW
                   MOVE PD-SSN        TO WS-PRIOR-SSN
                   MOVE PD-BIRTH-DATE TO WS-PRIOR-BIRTH-DATE
                   MOVE PD-ADDRESS-1  TO WS-PRIOR-ADDRESS-1
                   MOVE PD-ADDRESS-2  TO WS-PRIOR-ADDRESS-2
                   MOVE PD-CITY       TO WS-PRIOR-CITY
                   MOVE PD-STATE      TO WS-PRIOR-HOME-STATE
                   MOVE PD-ZIP-CODE   TO WS-PRIOR-ZIP-CODE
           END-READ
           MOVE TRAN-EMP-ID      TO PD-EMP-ID
           MOVE TRAN-SSN         TO PD-SSN
           MOVE TRAN-BIRTH-DATE  TO PD-BIRTH-DATE
           MOVE TRAN-ADDRESS-1   TO PD-ADDRESS-1
           MOVE TRAN-ADDRESS-2   TO PD-ADDRESS-2
           MOVE TRAN-CITY        TO PD-CITY
           MOVE TRAN-HOME-STATE  TO PD-STATE
           MOVE TRAN-ZIP-CODE    TO PD-ZIP-CODE
           MOVE WS-RUN-DATE      TO PD-LAST-CHANGED
           MOVE TRAN-OPERATOR-ID TO PD-CHANGED-BY
           IF PERSONAL-EXISTS
               REWRITE PERSONAL-DATA-RECORD
           ELSE
               WRITE PERSONAL-DATA-RECORD
           END-IF
           ADD 1 TO WS-PERSONAL-COUNT
           MOVE 'A'              TO WS-HIST-STATUS
           MOVE TRAN-OPERATOR-ID TO WS-HIST-OPERATOR
           MOVE SPACES           TO WS-HIST-APPROVER
           PERFORM 2650-RECORD-PERSONAL-CHANGES
           MOVE PD-SSN TO WS-SSN-WORK
           MOVE WS-SSN-SERIAL TO WS-SSN-MASK-LAST
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'ACCEPTED  ACTION: ' TRAN-ACTION
                  '  ID: ' TRAN-EMP-ID
                  '  NAME: ' EMP-NAME
                  '  SSN: ' WS-SSN-MASKED
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.


      * Personal data goes to the change history like the master's
      * fields, but an SSN only ever as its last four digits.
       2650-RECORD-PERSONAL-CHANGES.
           IF PD-SSN NOT = WS-PRIOR-SSN
               MOVE 'PD-SSN'            TO WS-HIST-FIELD-NAME
               MOVE SPACES              TO WS-HIST-OLD-VALUE
               IF PERSONAL-EXISTS
                   MOVE WS-PRIOR-SSN    TO WS-SSN-WORK
                   MOVE WS-SSN-SERIAL   TO WS-SSN-MASK-LAST
                   MOVE WS-SSN-MASKED   TO WS-HIST-OLD-VALUE
               END-IF
               MOVE PD-SSN              TO WS-SSN-WORK
               MOVE WS-SSN-SERIAL       TO WS-SSN-MASK-LAST
               MOVE WS-SSN-MASKED       TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF PD-BIRTH-DATE NOT = WS-PRIOR-BIRTH-DATE
               MOVE 'PD-BIRTH-DATE'     TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-BIRTH-DATE TO WS-HIST-OLD-VALUE
               MOVE PD-BIRTH-DATE       TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF PD-ADDRESS-1 NOT = WS-PRIOR-ADDRESS-1
               MOVE 'PD-ADDRESS-1'      TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-ADDRESS-1  TO WS-HIST-OLD-VALUE
               MOVE PD-ADDRESS-1        TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF PD-ADDRESS-2 NOT = WS-PRIOR-ADDRESS-2
               MOVE 'PD-ADDRESS-2'      TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-ADDRESS-2  TO WS-HIST-OLD-VALUE
               MOVE PD-ADDRESS-2        TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF PD-CITY NOT = WS-PRIOR-CITY
               MOVE 'PD-CITY'           TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-CITY       TO WS-HIST-OLD-VALUE
               MOVE PD-CITY             TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF PD-STATE NOT = WS-PRIOR-HOME-STATE
               MOVE 'PD-STATE'          TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-HOME-STATE TO WS-HIST-OLD-VALUE
               MOVE PD-STATE            TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF PD-ZIP-CODE NOT = WS-PRIOR-ZIP-CODE
               MOVE 'PD-ZIP-CODE'       TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-ZIP-CODE   TO WS-HIST-OLD-VALUE
               MOVE PD-ZIP-CODE         TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF.


       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'REJECTED  ACTION: ' TRAN-ACTION
                  '  ID: ' TRAN-EMP-ID
                  '  REASON: ' WS-REJECT-REASON


       2910-WRITE-ACCEPT.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'ACCEPTED  ACTION: ' TRAN-ACTION
                  '  ID: ' TRAN-EMP-ID
                  '  NAME: ' TRAN-EMP-NAME
           ADD 1 TO WS-PRENOTE-COUNT.


      * One rate history record per rate set, stamped with this run
      * (the count added to the time keeps two changes to the same
      * employee in one transaction file from sharing a key). Only
      * an approved change effective before the day it was approved
      * is left for PAYRETRO - a new hire's starting rate has no
      * earlier pay to make good.
       2930-WRITE-RATE-HISTORY.
           MOVE EMP-ID             TO RH-EMP-ID
           MOVE WS-RUN-DATE        TO RH-CHANGE-DATE
           ADD WS-RUN-TIME WS-RATE-CHANGE-COUNT
               GIVING RH-CHANGE-TIME
           IF WS-RATE-EFF-DATE = ZEROS
               MOVE WS-RUN-DATE    TO RH-EFF-DATE
           ELSE
               MOVE WS-RATE-EFF-DATE TO RH-EFF-DATE
           END-IF
           MOVE WS-PRIOR-EMP-TYPE    TO RH-OLD-EMP-TYPE
           MOVE WS-PRIOR-HOURLY-RATE TO RH-OLD-HOURLY-RATE
           MOVE WS-PRIOR-SALARY      TO RH-OLD-SALARY
           MOVE EMP-TYPE             TO RH-NEW-EMP-TYPE
           MOVE EMP-HOURLY-RATE      TO RH-NEW-HOURLY-RATE
           MOVE EMP-ANNUAL-SALARY    TO RH-NEW-SALARY
           MOVE ZEROS                TO RH-RETRO-RUN-DATE
           IF TRAN-APPROVE AND RH-EFF-DATE < WS-RUN-DATE
               MOVE 'P' TO RH-RETRO-STATUS
           ELSE
               MOVE 'N' TO RH-RETRO-STATUS
           END-IF
           WRITE RATE-HISTORY-RECORD
           ADD 1 TO WS-RATE-CHANGE-COUNT
           IF RH-RETRO-PENDING
               ADD 1 TO WS-RETRO-PENDING-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING 'RETRO     ACTION: ' TRAN-ACTION
                      '  ID: ' TRAN-EMP-ID
                      '  RATE EFFECTIVE: ' RH-EFF-DATE
                      '  PENDING RETRO PAY'
                   DELIMITED SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           END-IF.


      * Field-by-field compare of the record area against the values
      * 2060-LOOKUP-EMPLOYEE captured, one history entry per field
      * that differs, under whatever status, operator and approver
      * the caller set. Split in two because the pay and bank
      * fields are also recorded on their own when held, approved
      * or cancelled.
       2950-RECORD-DETAIL-CHANGES.
           IF EMP-NAME NOT = WS-PRIOR-EMP-NAME
               MOVE 'EMP-NAME'          TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-EMP-NAME   TO WS-HIST-OLD-VALUE
               MOVE EMP-NAME            TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-HOURS NOT = WS-PRIOR-EMP-HOURS
               MOVE 'EMP-HOURS'         TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-EMP-HOURS  TO WS-HIST-HOURS-EDIT
               MOVE WS-HIST-HOURS-EDIT  TO WS-HIST-OLD-VALUE
               MOVE EMP-HOURS           TO WS-HIST-HOURS-EDIT
               MOVE WS-HIST-HOURS-EDIT  TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-DEPT NOT = WS-PRIOR-EMP-DEPT
               MOVE 'EMP-DEPT'          TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-EMP-DEPT   TO WS-HIST-OLD-VALUE
               MOVE EMP-DEPT            TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-WORK-STATE NOT = WS-PRIOR-WORK-STATE
               MOVE 'EMP-WORK-STATE'    TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-WORK-STATE TO WS-HIST-OLD-VALUE
               MOVE EMP-WORK-STATE      TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-HIRE-DATE NOT = WS-PRIOR-HIRE-DATE
               MOVE 'EMP-HIRE-DATE'     TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-HIRE-DATE  TO WS-HIST-OLD-VALUE
               MOVE EMP-HIRE-DATE       TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-TERM-DATE NOT = WS-PRIOR-TERM-DATE
               MOVE 'EMP-TERM-DATE'     TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-TERM-DATE  TO WS-HIST-OLD-VALUE
               MOVE EMP-TERM-DATE       TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-STATUS NOT = WS-PRIOR-EMP-STATUS
               MOVE 'EMP-STATUS'        TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-EMP-STATUS TO WS-HIST-OLD-VALUE
               MOVE EMP-STATUS          TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-PAY-FREQ NOT = WS-PRIOR-PAY-FREQ
               MOVE 'EMP-PAY-FREQ'      TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-PAY-FREQ   TO WS-HIST-OLD-VALUE
               MOVE EMP-PAY-FREQ        TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-W4-FILING-STATUS NOT = WS-PRIOR-W4-STATUS
               MOVE 'EMP-W4-FILING-STATUS' TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-W4-STATUS  TO WS-HIST-OLD-VALUE
               MOVE EMP-W4-FILING-STATUS TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-W4-DEP-CREDIT NOT = WS-PRIOR-W4-CREDIT
               MOVE 'EMP-W4-DEP-CREDIT' TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-W4-CREDIT  TO WS-HIST-CREDIT-EDIT
               MOVE WS-HIST-CREDIT-EDIT TO WS-HIST-OLD-VALUE
               MOVE EMP-W4-DEP-CREDIT   TO WS-HIST-CREDIT-EDIT
               MOVE WS-HIST-CREDIT-EDIT TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-W4-EXTRA-WH NOT = WS-PRIOR-W4-EXTRA
               MOVE 'EMP-W4-EXTRA-WH'   TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-W4-EXTRA   TO WS-HIST-RATE-EDIT
               MOVE WS-HIST-RATE-EDIT   TO WS-HIST-OLD-VALUE
               MOVE EMP-W4-EXTRA-WH     TO WS-HIST-RATE-EDIT
               MOVE WS-HIST-RATE-EDIT   TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-W4-EXEMPT NOT = WS-PRIOR-W4-EXEMPT
               MOVE 'EMP-W4-EXEMPT'     TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-W4-EXEMPT  TO WS-HIST-OLD-VALUE
               MOVE EMP-W4-EXEMPT       TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-W4-EXEMPT-YEAR NOT = WS-PRIOR-W4-EXEMPT-YEAR
               MOVE 'EMP-W4-EXEMPT-YEAR' TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-W4-EXEMPT-YEAR TO WS-HIST-OLD-VALUE
               MOVE EMP-W4-EXEMPT-YEAR  TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-WC-CLASS NOT = WS-PRIOR-WC-CLASS
               MOVE 'EMP-WC-CLASS'      TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-WC-CLASS   TO WS-HIST-OLD-VALUE
               MOVE EMP-WC-CLASS        TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF.


       2955-RECORD-PAY-BANK-CHANGES.
           IF EMP-TYPE NOT = WS-PRIOR-EMP-TYPE
               MOVE 'EMP-TYPE'          TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-EMP-TYPE   TO WS-HIST-OLD-VALUE
               MOVE EMP-TYPE            TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-HOURLY-RATE NOT = WS-PRIOR-HOURLY-RATE
               MOVE 'EMP-HOURLY-RATE'   TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-HOURLY-RATE TO WS-HIST-RATE-EDIT
               MOVE WS-HIST-RATE-EDIT   TO WS-HIST-OLD-VALUE
               MOVE EMP-HOURLY-RATE     TO WS-HIST-RATE-EDIT
               MOVE WS-HIST-RATE-EDIT   TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-ANNUAL-SALARY NOT = WS-PRIOR-SALARY
               MOVE 'EMP-ANNUAL-SALARY' TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-SALARY     TO WS-HIST-SALARY-EDIT
               MOVE WS-HIST-SALARY-EDIT TO WS-HIST-OLD-VALUE
               MOVE EMP-ANNUAL-SALARY   TO WS-HIST-SALARY-EDIT
               MOVE WS-HIST-SALARY-EDIT TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-BANK-ROUTING NOT = WS-PRIOR-BANK-ROUTING
               MOVE 'EMP-BANK-ROUTING'  TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-BANK-ROUTING TO WS-HIST-OLD-VALUE
               MOVE EMP-BANK-ROUTING    TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF EMP-BANK-ACCOUNT NOT = WS-PRIOR-BANK-ACCOUNT
               MOVE 'EMP-BANK-ACCOUNT'  TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-BANK-ACCOUNT TO WS-HIST-OLD-VALUE
               MOVE EMP-BANK-ACCOUNT    TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF.


       2960-WRITE-HISTORY-ENTRY.
           MOVE WS-RUN-DATE        TO CH-CHANGE-DATE
           MOVE WS-RUN-TIME        TO CH-CHANGE-TIME
           MOVE 'PAYMAINT'         TO CH-PROGRAM
           MOVE TRAN-ACTION        TO CH-ACTION
           MOVE TRAN-EMP-ID        TO CH-RECORD-KEY
           MOVE WS-HIST-FIELD-NAME TO CH-FIELD-NAME
           MOVE WS-HIST-OLD-VALUE  TO CH-OLD-VALUE
           MOVE WS-HIST-NEW-VALUE  TO CH-NEW-VALUE
           MOVE WS-HIST-STATUS     TO CH-STATUS
           MOVE WS-HIST-OPERATOR   TO CH-OPERATOR-ID
           MOVE WS-HIST-APPROVER   TO CH-APPROVER-ID
           WRITE CHANGE-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-COUNT.


       3000-PRINT-SUMMARY.
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Employees added:   ' WS-ADD-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Employees changed: ' WS-CHANGE-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Employees deleted: ' WS-DELETE-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Transactions rejected: ' WS-REJECT-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Prenotes sent:         ' WS-PRENOTE-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Rate changes recorded: ' WS-RATE-CHANGE-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Pending retro pay:     ' WS-RETRO-PENDING-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Changes held:          ' WS-HELD-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Changes approved:      ' WS-APPROVED-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Changes cancelled:     ' WS-CANCELLED-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'History entries:       ' WS-HISTORY-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Personal data keyed:   ' WS-PERSONAL-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.


           CLOSE EMPLOYEE-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE ACH-FILE
           CLOSE RATE-HISTORY-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE PERSONAL-DATA-FILE
           IF DEPT-FILE-PRESENT
               CLOSE DEPARTMENT-FILE
           END-IF.
