      * PAYRETRO.CBL  -  Retroactive Pay Calculation
      *
      * Reads the rate history PAYMAINT writes and, for every rate
      * change still pending retro (keyed effective on a date before
      * the day it was applied), walks the employee's payment
      * history for the periods ending on or after the effective
      * date that a live run priced before the change was applied -
      * told by the run's date and time stamped on the payment, not
      * by the pay date, since a period ending before the change
      * can be paid by a run after it, at the new rate already -
      * and works out what each one is short:
      *
      *     retro = period earnings x (new rate - old rate)
      *                              / old rate
      *
      * Period earnings are the payment's gross less any back pay it
      * already carried, so the scaling picks up overtime premium,
      * paid leave and a prorated final salary exactly as the pay
      * run computed them. Salaried changes scale by annual salary
      * the same way. A period that starts before the effective
      * date is prorated by calendar days - the days from the
      * effective date through the period end over the days in the
      * period for its pay group - the same day-count proration the
      * pay run gives a final check. Voided payments are skipped -
      * there is nothing standing to top up.
      *
      * The differences are added to the employee's record on the
      * retro pay file, which the next live PAYROLL run pays as its
      * own earnings line (taxed, on the stub, posted to the retro
      * pay wage account) and marks paid. The rate history record
      * is then flipped done so the same change is never priced
      * twice. Every period priced prints on RETRO-REPORT-FILE by
      * employee and pay date.
      *
      * A change that switched the employee between hourly and
      * salaried, had no prior rate, or did not raise the rate is
      * not priced - it prints as a note for payroll to settle by
      * hand (an overpayment recovery is not something to take out
      * of the next check unannounced) and is flipped done all the
      * same, so it is reported once rather than every run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYRETRO.
       AUTHOR.      MY-DEV-TEAM-DEMO.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-HISTORY-FILE ASSIGN TO 'rate_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATE-HIST-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'payment_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'employees.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-DEPT WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT RETRO-PAY-FILE ASSIGN TO 'retro_pay.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-EMP-ID
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT RETRO-REPORT-FILE ASSIGN TO 'payretro_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  RATE-HISTORY-FILE.
           COPY RATEHIST.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

      * Read only for the name printed on the report; an employee
      * since deleted still has their back pay worked out.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  RETRO-PAY-FILE.
           COPY RETROPAY.

       FD  RETRO-REPORT-FILE.
       01  RETRO-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-EOF               PIC X VALUE 'N'.
               88  END-OF-FILE      VALUE 'Y'.
           05  WS-EMP-FOUND-SW      PIC X VALUE 'N'.
               88  EMP-FOUND        VALUE 'Y'.
               88  EMP-NOT-FOUND    VALUE 'N'.
           05  WS-HIST-DONE-SW      PIC X VALUE 'N'.
               88  HISTORY-DONE     VALUE 'Y'.
           05  WS-OLD-RATE-SW       PIC X VALUE 'N'.
               88  PAID-AT-OLD-RATE VALUE 'Y'.

       01  WS-RATE-HIST-STATUS  PIC X(2) VALUE SPACES.
           88  WS-RATE-HIST-OK  VALUE '00'.

       01  WS-HISTORY-STATUS    PIC X(2) VALUE SPACES.
           88  WS-HISTORY-OK    VALUE '00'.

       01  WS-EMPLOYEE-STATUS   PIC X(2) VALUE SPACES.
           88  WS-EMPLOYEE-OK   VALUE '00'.

       01  WS-RETRO-STATUS      PIC X(2) VALUE SPACES.
           88  WS-RETRO-OK      VALUE '00'.

       01  WS-EMP-FILE-SW       PIC X VALUE 'N'.
           88  EMP-FILE-PRESENT     VALUE 'Y'.

       01  WS-RUN-DATE          PIC 9(8) VALUE ZEROS.

       01  WS-SKIP-REASON       PIC X(40) VALUE SPACES.

      * The old and new pay figure the change is priced on - hourly
      * rate or annual salary, whichever the employee is paid by.
       01  WS-RATE-FIELDS.
           05  WS-OLD-RATE      PIC 9(7)V99 VALUE ZEROS.
           05  WS-NEW-RATE      PIC 9(7)V99 VALUE ZEROS.
           05  WS-RATE-DIFF     PIC 9(7)V99 VALUE ZEROS.

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-BASE   PIC 9(6)V99 VALUE ZEROS.
           05  WS-PERIOD-WORK   PIC 9(11)V99 VALUE ZEROS.
           05  WS-PERIOD-RETRO  PIC 9(6)V99 VALUE ZEROS.

      * The paid period's calendar frame, as ordinal day numbers:
      * seven days ending on the pay date for the weekly group,
      * fourteen for biweekly, and the 1st-through-15th or 16th-
      * through-month-end half for semimonthly. A payment written
      * before the group was stamped on it is framed by the
      * employee's own group.
       01  WS-PRORATE-FIELDS.
           05  WS-PERIOD-GROUP  PIC X(1) VALUE 'W'.
               88  PERIOD-BIWEEKLY  VALUE 'B'.
               88  PERIOD-SEMIMONTH VALUE 'S'.
           05  WS-PERIOD-START-DAY PIC 9(7) VALUE ZEROS.
           05  WS-PERIOD-END-DAY   PIC 9(7) VALUE ZEROS.
           05  WS-EFF-DAY          PIC 9(7) VALUE ZEROS.
           05  WS-PERIOD-DAYS      PIC 9(3) VALUE ZEROS.
           05  WS-RETRO-DAYS       PIC 9(3) VALUE ZEROS.

       01  WS-DATE-PARTS.
           05  WS-DP-YEAR      PIC 9(4).
           05  WS-DP-MONTH     PIC 9(2).
           05  WS-DP-DAY       PIC 9(2).

      * 8000-DATE-TO-DAY-NUMBER's work fields, as in PAYROLL.
       01  WS-DAY-NUMBER-WORK.
           05  WS-DN-DATE      PIC 9(8) VALUE ZEROS.
           05  WS-DN-Y         PIC 9(4) VALUE ZEROS.
           05  WS-DN-M         PIC 9(2) VALUE ZEROS.
           05  WS-DN-T1        PIC 9(7) VALUE ZEROS.
           05  WS-DN-T2        PIC 9(7) VALUE ZEROS.
           05  WS-DN-T3        PIC 9(7) VALUE ZEROS.
           05  WS-DN-T4        PIC 9(7) VALUE ZEROS.
           05  WS-DN-T5        PIC 9(7) VALUE ZEROS.
           05  WS-DN-RESULT    PIC 9(7) VALUE ZEROS.

       01  WS-EMP-RETRO-FIELDS.
           05  WS-EMP-RETRO     PIC 9(6)V99 VALUE ZEROS.
           05  WS-EMP-PERIODS   PIC 9(3) VALUE ZEROS.
           05  WS-EMP-FROM-DATE PIC 9(8) VALUE ZEROS.
           05  WS-EMP-TO-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-CHANGE-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-PRICED-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-SKIPPED-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-PERIOD-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-TOTAL-RETRO   PIC 9(9)V99 VALUE ZEROS.

       01  WS-REPORT-FIELDS.
           05  WS-HEADER-LINE.
               10  FILLER       PIC X(32)
                   VALUE 'RETROACTIVE PAY DUE   RUN DATE: '.
               10  WS-HDR-DATE  PIC 9(8).
           05  WS-CHANGE-LINE.
               10  FILLER       PIC X(4)  VALUE 'ID: '.
               10  WS-CHG-ID    PIC 9(5).
               10  FILLER       PIC X(2)  VALUE SPACES.
               10  WS-CHG-NAME  PIC X(30).
               10  FILLER       PIC X(11) VALUE ' EFFECTIVE '.
               10  WS-CHG-EFF   PIC 9(8).
               10  FILLER       PIC X(6)  VALUE '  OLD '.
               10  WS-CHG-OLD   PIC Z,ZZZ,ZZ9.99.
               10  FILLER       PIC X(6)  VALUE '  NEW '.
               10  WS-CHG-NEW   PIC Z,ZZZ,ZZ9.99.
           05  WS-PERIOD-LINE.
               10  FILLER       PIC X(16)
                   VALUE '      PAY DATE: '.
               10  WS-PER-DATE  PIC 9(8).
               10  FILLER       PIC X(14) VALUE '  PAID GROSS: '.
               10  WS-PER-GROSS PIC $ZZZ,ZZ9.99.
               10  FILLER       PIC X(13) VALUE '  RETRO PAY: '.
               10  WS-PER-RETRO PIC $ZZZ,ZZ9.99.
           05  WS-EMP-TOTAL-LINE.
               10  FILLER       PIC X(16)
                   VALUE '      PERIODS:  '.
               10  WS-TOT-PERIODS PIC ZZ9.
               10  FILLER       PIC X(30)
                   VALUE '      TOTAL RETRO PAY DUE:    '.
               10  WS-TOT-RETRO PIC $ZZZ,ZZ9.99.
           05  WS-PRORATE-LINE.
               10  FILLER       PIC X(16)
                   VALUE '      PRORATED: '.
               10  WS-PRO-DAYS  PIC ZZ9.
               10  FILLER       PIC X(8)  VALUE ' DAY(S) '.
               10  FILLER       PIC X(3)  VALUE 'OF '.
               10  WS-PRO-PERIOD PIC ZZ9.
               10  FILLER       PIC X(25)
                   VALUE ' FROM THE EFFECTIVE DATE'.
           05  WS-SKIP-LINE.
               10  FILLER       PIC X(16)
                   VALUE '      NOT PAID: '.
               10  WS-SKIP-TEXT PIC X(40).


       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 3000-PROCESS-RATE-CHANGE
               UNTIL END-OF-FILE
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 5000-CLOSE-FILES
           STOP RUN.


       1000-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O RATE-HISTORY-FILE
           IF NOT WS-RATE-HIST-OK
               DISPLAY 'PAYRETRO: UNABLE TO OPEN RATE-HISTORY-FILE, '
                   'STATUS ' WS-RATE-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY 'PAYRETRO: UNABLE TO OPEN PAY-HISTORY-FILE, '
                   'STATUS ' WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-OK
               MOVE 'Y' TO WS-EMP-FILE-SW
           ELSE
               MOVE 'N' TO WS-EMP-FILE-SW
           END-IF
           OPEN I-O RETRO-PAY-FILE
           IF NOT WS-RETRO-OK
               OPEN OUTPUT RETRO-PAY-FILE
               CLOSE RETRO-PAY-FILE
               OPEN I-O RETRO-PAY-FILE
           END-IF
           OPEN OUTPUT RETRO-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE RETRO-REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES TO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE
           READ RATE-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


       3000-PROCESS-RATE-CHANGE.
           IF RH-RETRO-PENDING
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM 3100-PRICE-RATE-CHANGE
           END-IF
           READ RATE-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


       3100-PRICE-RATE-CHANGE.
           PERFORM 3110-LOOKUP-EMPLOYEE
           PERFORM 3120-SET-RATE-PAIR
           MOVE RH-EMP-ID   TO WS-CHG-ID
           MOVE RH-EFF-DATE TO WS-CHG-EFF
           MOVE WS-OLD-RATE TO WS-CHG-OLD
           MOVE WS-NEW-RATE TO WS-CHG-NEW
           WRITE RETRO-REPORT-LINE FROM WS-CHANGE-LINE
           IF WS-SKIP-REASON = SPACES
               PERFORM 3200-WALK-PAID-PERIODS
               IF WS-EMP-RETRO = ZEROS
                   MOVE 'NO PAID PERIODS IN RETRO RANGE'
                       TO WS-SKIP-REASON
               END-IF
           END-IF
           IF WS-SKIP-REASON = SPACES
               PERFORM 3300-POST-RETRO-DUE
               MOVE WS-EMP-PERIODS TO WS-TOT-PERIODS
               MOVE WS-EMP-RETRO   TO WS-TOT-RETRO
               WRITE RETRO-REPORT-LINE FROM WS-EMP-TOTAL-LINE
               ADD 1 TO WS-PRICED-COUNT
               ADD WS-EMP-RETRO TO WS-TOTAL-RETRO
           ELSE
               MOVE WS-SKIP-REASON TO WS-SKIP-TEXT
               WRITE RETRO-REPORT-LINE FROM WS-SKIP-LINE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           MOVE SPACES TO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE
           MOVE 'D' TO RH-RETRO-STATUS
           MOVE WS-RUN-DATE TO RH-RETRO-RUN-DATE
           REWRITE RATE-HISTORY-RECORD.


       3110-LOOKUP-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW
           IF EMP-FILE-PRESENT
               MOVE RH-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-EMP-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EMP-FOUND-SW
               END-READ
           END-IF
           IF EMP-FOUND
               MOVE EMP-NAME TO WS-CHG-NAME
           ELSE
               MOVE 'NOT ON EMPLOYEE FILE' TO WS-CHG-NAME
           END-IF.


      * Picks the figure the change is priced on and says why not
      * when it can't be priced by formula.
       3120-SET-RATE-PAIR.
           MOVE SPACES TO WS-SKIP-REASON
           IF RH-NEW-EMP-TYPE = 'S'
               MOVE RH-OLD-SALARY      TO WS-OLD-RATE
               MOVE RH-NEW-SALARY      TO WS-NEW-RATE
           ELSE
               MOVE RH-OLD-HOURLY-RATE TO WS-OLD-RATE
               MOVE RH-NEW-HOURLY-RATE TO WS-NEW-RATE
           END-IF
           IF RH-OLD-EMP-TYPE NOT = RH-NEW-EMP-TYPE
               MOVE 'PAY TYPE CHANGED - SETTLE BY HAND'
                   TO WS-SKIP-REASON
           END-IF
           IF WS-SKIP-REASON = SPACES AND WS-OLD-RATE = ZEROS
               MOVE 'NO PRIOR RATE ON FILE' TO WS-SKIP-REASON
           END-IF
           IF WS-SKIP-REASON = SPACES AND WS-NEW-RATE <= WS-OLD-RATE
               MOVE 'RATE NOT RAISED - NO RETRO PAY DUE'
                   TO WS-SKIP-REASON
           END-IF
           IF WS-SKIP-REASON = SPACES
               SUBTRACT WS-OLD-RATE FROM WS-NEW-RATE
                   GIVING WS-RATE-DIFF
           END-IF.


      * Payment history is keyed EMP-ID plus pay date, so the
      * periods in range are one START at the effective date and a
      * forward read until the employee changes. Only payments a
      * run priced before the change was applied are repriced:
      * from then on the pay run read the new rate. Supplemental
      * bonus/commission payments in the range are passed over -
      * they were never priced off the rate.
       3200-WALK-PAID-PERIODS.
           MOVE ZEROS TO WS-EMP-RETRO WS-EMP-PERIODS
                         WS-EMP-FROM-DATE WS-EMP-TO-DATE
           MOVE 'N' TO WS-HIST-DONE-SW
           MOVE RH-EMP-ID   TO PH-EMP-ID
           MOVE RH-EFF-DATE TO PH-PAY-DATE
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-DONE-SW
           END-START
           PERFORM 3210-READ-PAID-PERIOD
               UNTIL HISTORY-DONE.


       3210-READ-PAID-PERIOD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-DONE-SW
               NOT AT END
                   IF PH-EMP-ID NOT = RH-EMP-ID
                       MOVE 'Y' TO WS-HIST-DONE-SW
                   ELSE
                       PERFORM 3215-CHECK-PAID-AT-OLD-RATE
                       IF PH-STATUS-PAID AND PH-KIND-REGULAR
                          AND PAID-AT-OLD-RATE
                           PERFORM 3220-PRICE-ONE-PERIOD
                       END-IF
                   END-IF
           END-READ.


      * The run that made the payment started before the change
      * was applied. A payment written before the run stamp existed
      * falls back to its pay date.
       3215-CHECK-PAID-AT-OLD-RATE.
           MOVE 'N' TO WS-OLD-RATE-SW
           EVALUATE TRUE
               WHEN PH-RUN-DATE = ZEROS
                   IF PH-PAY-DATE < RH-CHANGE-DATE
                       MOVE 'Y' TO WS-OLD-RATE-SW
                   END-IF
               WHEN PH-RUN-DATE < RH-CHANGE-DATE
                   MOVE 'Y' TO WS-OLD-RATE-SW
               WHEN PH-RUN-DATE = RH-CHANGE-DATE
                    AND PH-RUN-TIME < RH-CHANGE-TIME
                   MOVE 'Y' TO WS-OLD-RATE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       3220-PRICE-ONE-PERIOD.
           SUBTRACT PH-RETRO-PAY FROM PH-GROSS
               GIVING WS-PERIOD-BASE
           PERFORM 3230-SET-PERIOD-FRAME
           IF WS-PERIOD-START-DAY < WS-EFF-DAY
               MULTIPLY WS-PERIOD-BASE BY WS-RETRO-DAYS
                   GIVING WS-PERIOD-WORK
               DIVIDE WS-PERIOD-WORK BY WS-PERIOD-DAYS
                   GIVING WS-PERIOD-BASE ROUNDED
           END-IF
           MULTIPLY WS-PERIOD-BASE BY WS-RATE-DIFF
               GIVING WS-PERIOD-WORK
           DIVIDE WS-PERIOD-WORK BY WS-OLD-RATE
               GIVING WS-PERIOD-RETRO ROUNDED
           IF WS-PERIOD-RETRO > 0
               MOVE PH-PAY-DATE     TO WS-PER-DATE
               MOVE PH-GROSS        TO WS-PER-GROSS
               MOVE WS-PERIOD-RETRO TO WS-PER-RETRO
               WRITE RETRO-REPORT-LINE FROM WS-PERIOD-LINE
               IF WS-PERIOD-START-DAY < WS-EFF-DAY
                   MOVE WS-RETRO-DAYS  TO WS-PRO-DAYS
                   MOVE WS-PERIOD-DAYS TO WS-PRO-PERIOD
                   WRITE RETRO-REPORT-LINE FROM WS-PRORATE-LINE
               END-IF
               ADD WS-PERIOD-RETRO TO WS-EMP-RETRO
               ADD 1 TO WS-EMP-PERIODS
               ADD 1 TO WS-PERIOD-COUNT
               IF WS-EMP-FROM-DATE = ZEROS
                   MOVE PH-PAY-DATE TO WS-EMP-FROM-DATE
               END-IF
               MOVE PH-PAY-DATE TO WS-EMP-TO-DATE
           END-IF.


      * Only the first period in range can start before the
      * effective date; WS-RETRO-DAYS is what it paid from the
      * effective date on.
       3230-SET-PERIOD-FRAME.
           EVALUATE TRUE
               WHEN PH-PAY-GROUP NOT = SPACE
                   MOVE PH-PAY-GROUP TO WS-PERIOD-GROUP
               WHEN EMP-FOUND AND EMP-PAY-FREQ NOT = SPACE
                   MOVE EMP-PAY-FREQ TO WS-PERIOD-GROUP
               WHEN OTHER
                   MOVE 'W' TO WS-PERIOD-GROUP
           END-EVALUATE
           MOVE PH-PAY-DATE TO WS-DN-DATE
           PERFORM 8000-DATE-TO-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-PERIOD-END-DAY
           EVALUATE TRUE
               WHEN PERIOD-BIWEEKLY
                   SUBTRACT 13 FROM WS-PERIOD-END-DAY
                       GIVING WS-PERIOD-START-DAY
               WHEN PERIOD-SEMIMONTH
                   MOVE PH-PAY-DATE TO WS-DATE-PARTS
                   IF WS-DP-DAY <= 15
                       MOVE 01 TO WS-DP-DAY
                   ELSE
                       MOVE 16 TO WS-DP-DAY
                   END-IF
                   MOVE WS-DATE-PARTS TO WS-DN-DATE
                   PERFORM 8000-DATE-TO-DAY-NUMBER
                   MOVE WS-DN-RESULT TO WS-PERIOD-START-DAY
               WHEN OTHER
                   SUBTRACT 6 FROM WS-PERIOD-END-DAY
                       GIVING WS-PERIOD-START-DAY
           END-EVALUATE
           MOVE RH-EFF-DATE TO WS-DN-DATE
           PERFORM 8000-DATE-TO-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-EFF-DAY
           SUBTRACT WS-PERIOD-START-DAY FROM WS-PERIOD-END-DAY
               GIVING WS-PERIOD-DAYS
           ADD 1 TO WS-PERIOD-DAYS
           SUBTRACT WS-EFF-DAY FROM WS-PERIOD-END-DAY
               GIVING WS-RETRO-DAYS
           ADD 1 TO WS-RETRO-DAYS.


      * Adds this change's back pay to whatever is still open for
      * the employee; a record the pay run has already paid out is
      * started over rather than added to.
       3300-POST-RETRO-DUE.
           MOVE RH-EMP-ID TO RP-EMP-ID
           READ RETRO-PAY-FILE
               INVALID KEY
                   PERFORM 3310-START-RETRO-RECORD
                   PERFORM 3320-ADD-TO-RETRO-RECORD
                   WRITE RETRO-PAY-RECORD
               NOT INVALID KEY
                   IF RP-STATUS-PAID
                       PERFORM 3310-START-RETRO-RECORD
                   END-IF
                   PERFORM 3320-ADD-TO-RETRO-RECORD
                   REWRITE RETRO-PAY-RECORD
           END-READ.


       3310-START-RETRO-RECORD.
           MOVE RH-EMP-ID TO RP-EMP-ID
           MOVE ZEROS TO RP-AMOUNT RP-PERIODS
                         RP-FROM-DATE RP-TO-DATE
                         RP-PAID-RUN-DATE RP-PAID-RUN-TIME
           MOVE 'O' TO RP-STATUS.


       3320-ADD-TO-RETRO-RECORD.
           ADD WS-EMP-RETRO   TO RP-AMOUNT
           ADD WS-EMP-PERIODS TO RP-PERIODS
           IF RP-FROM-DATE = ZEROS OR WS-EMP-FROM-DATE < RP-FROM-DATE
               MOVE WS-EMP-FROM-DATE TO RP-FROM-DATE
           END-IF
           IF WS-EMP-TO-DATE > RP-TO-DATE
               MOVE WS-EMP-TO-DATE TO RP-TO-DATE
           END-IF.


       4000-PRINT-SUMMARY.
           MOVE SPACES TO RETRO-REPORT-LINE
           STRING 'Rate changes pending:  ' WS-CHANGE-COUNT
               DELIMITED SIZE INTO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE
           MOVE SPACES TO RETRO-REPORT-LINE
           STRING 'Changes priced:        ' WS-PRICED-COUNT
               DELIMITED SIZE INTO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE
           MOVE SPACES TO RETRO-REPORT-LINE
           STRING 'Changes not priced:    ' WS-SKIPPED-COUNT
               DELIMITED SIZE INTO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE
           MOVE SPACES TO RETRO-REPORT-LINE
           STRING 'Pay periods priced:    ' WS-PERIOD-COUNT
               DELIMITED SIZE INTO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE
           MOVE WS-TOTAL-RETRO TO WS-TOT-RETRO
           MOVE SPACES TO RETRO-REPORT-LINE
           STRING 'Total retro pay due:   ' WS-TOT-RETRO
               DELIMITED SIZE INTO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE
           DISPLAY 'PAYRETRO: ' WS-PRICED-COUNT
               ' RATE CHANGE(S) PRICED, ' WS-SKIPPED-COUNT
               ' NOT PRICED'.


       5000-CLOSE-FILES.
           CLOSE RATE-HISTORY-FILE
           CLOSE PAY-HISTORY-FILE
           IF EMP-FILE-PRESENT
               CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE RETRO-PAY-FILE
           CLOSE RETRO-REPORT-FILE.


      * Any valid YYYYMMDD to an ordinal day number that subtracts
      * cleanly across month and year ends - PAYROLL's routine.
       8000-DATE-TO-DAY-NUMBER.
           MOVE ZEROS TO WS-DN-RESULT
           MOVE WS-DN-DATE TO WS-DATE-PARTS
           IF WS-DN-DATE = ZEROS
              OR WS-DP-MONTH < 1 OR WS-DP-MONTH > 12
              OR WS-DP-DAY < 1 OR WS-DP-DAY > 31
              OR WS-DP-YEAR < 1601
               CONTINUE
           ELSE
               MOVE WS-DP-YEAR  TO WS-DN-Y
               MOVE WS-DP-MONTH TO WS-DN-M
               IF WS-DN-M <= 2
                   SUBTRACT 1 FROM WS-DN-Y
                   ADD 12 TO WS-DN-M
               END-IF
               MULTIPLY WS-DN-Y BY 365 GIVING WS-DN-T1
               DIVIDE WS-DN-Y BY 4 GIVING WS-DN-T2
               DIVIDE WS-DN-Y BY 100 GIVING WS-DN-T3
               DIVIDE WS-DN-Y BY 400 GIVING WS-DN-T4
               ADD WS-DN-M 1 GIVING WS-DN-T5
               MULTIPLY WS-DN-T5 BY 153 GIVING WS-DN-T5
               DIVIDE WS-DN-T5 BY 5 GIVING WS-DN-T5
               ADD WS-DN-T1 WS-DN-T2 WS-DN-T4 WS-DN-T5 WS-DP-DAY
                   GIVING WS-DN-RESULT
               SUBTRACT WS-DN-T3 FROM WS-DN-RESULT
           END-IF.
