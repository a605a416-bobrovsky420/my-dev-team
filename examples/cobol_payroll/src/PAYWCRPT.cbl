      * PAYWCRPT.CBL  -  Workers' Compensation Payroll and Premium
      *
      * Totals the payroll the workers' comp premium is billed on,
      * by work state and risk class, for any range of pay dates -
      * the figures the insurer's annual payroll audit asks for,
      * and run for the month just closed, the month's premium
      * accrual for the GL.
      *
      * Every payment still standing on PAYMENT-HISTORY-FILE (a
      * voided payment carried no payroll; its reissue flips it
      * back to paid) with a pay date inside the range counts, in
      * the state it was withheld for and the class stamped on it
      * when it was paid. A payment with no class stamped - one
      * made before the class was kept - takes the employee's
      * class on the employee file today, and one with no class
      * either way is reported under class NONE.
      *
      * Premium is rated on straight-time payroll: the payment's
      * gross less its overtime premium, the half-time the 1.5x
      * rate paid over straight time, which the rating manual
      * excludes. Each line shows the straight time, the overtime
      * premium and the total separately, so the audit can tie
      * the total back to the payroll registers. Payments before
      * the overtime premium was kept show none - start the range
      * after that, or take the premium out of those by hand.
      *
      * The rate is the one WC-RATE-FILE has in force for the
      * state and class on the payment's pay date (latest row on
      * or before it), so a range spanning a rate change shows the
      * class once per rate, each with its own payroll and
      * premium. The estimated premium is the line's straight-time
      * payroll times the rate per $100. Payroll with no rate in
      * force is listed NO RATE, left out of the premium, and sets
      * RETURN-CODE 4 - the accrual is understated until the table
      * or the class is put right.
      *
      * The range comes from WC-CONTROL-FILE - a one record card
      * with the first and last pay dates to include. A missing or
      * bad card, or no rate table at all, stops the job with
      * RETURN-CODE 8. The accrual goes to WC-GL-FILE in the GL
      * extract layout, dated the last day of the range: the
      * estimated premium debited to workers' comp expense and
      * credited to the accrued liability.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYWCRPT.
       AUTHOR.      MY-DEV-TEAM-DEMO.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WC-CONTROL-FILE ASSIGN TO 'wc_report_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT WC-RATE-FILE ASSIGN TO 'wc_rate_table.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-RATE-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'payment_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'employees.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-DEPT WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT WC-REPORT-FILE ASSIGN TO 'wc_premium_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WC-GL-FILE ASSIGN TO 'wc_accrual_gl.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  WC-CONTROL-FILE.
       01  WC-CONTROL-RECORD.
           05  WCC-FROM-DATE        PIC 9(8).
           05  WCC-TO-DATE          PIC 9(8).

       FD  WC-RATE-FILE.
           COPY WCRATE.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  WC-REPORT-FILE.
       01  WC-REPORT-LINE       PIC X(132).

      * Same layout as the pay run's GL-EXTRACT-FILE, so the accrual
      * loads into the ledger the same way.
       FD  WC-GL-FILE.
       01  GL-EXTRACT-RECORD.
           05  GL-RUN-DATE          PIC 9(08).
           05  GL-ACCOUNT-CODE      PIC X(06).
           05  GL-ACCOUNT-NAME      PIC X(20).
           05  GL-DEBIT-AMOUNT      PIC 9(09)V99.
           05  GL-CREDIT-AMOUNT     PIC 9(09)V99.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-EOF          PIC X VALUE 'N'.
               88  END-OF-FILE VALUE 'Y'.
           05  WS-RATE-EOF-SW  PIC X VALUE 'N'.
               88  RATE-TABLE-AT-EOF VALUE 'Y'.
           05  WS-EMP-FILE-SW  PIC X VALUE 'N'.
               88  EMP-FILE-PRESENT  VALUE 'Y'.
           05  WS-RATE-FOUND-SW PIC X VALUE 'N'.
               88  RATE-FOUND        VALUE 'Y'.
           05  WS-BUCKET-FOUND-SW PIC X VALUE 'N'.
               88  BUCKET-FOUND      VALUE 'Y'.
           05  WS-POS-FOUND-SW PIC X VALUE 'N'.
               88  BUCKET-POS-FOUND  VALUE 'Y'.

       01  WS-CONTROL-STATUS   PIC X(2) VALUE SPACES.
           88  WS-CONTROL-OK   VALUE '00'.

       01  WS-WC-RATE-STATUS   PIC X(2) VALUE SPACES.
           88  WS-WC-RATE-OK   VALUE '00'.

       01  WS-HISTORY-STATUS   PIC X(2) VALUE SPACES.
           88  WS-HISTORY-OK   VALUE '00'.

       01  WS-EMPLOYEE-STATUS  PIC X(2) VALUE SPACES.
           88  WS-EMPLOYEE-OK  VALUE '00'.

       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-TO-DATE          PIC 9(8) VALUE ZEROS.

      * WC-RATE-FILE as read, every row, for the rate in force on
      * each payment's own pay date. Same layout as WC-RATE-RECORD.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RT-IDX.
               10  WS-RT-EFF-DATE      PIC 9(08).
               10  WS-RT-STATE         PIC X(02).
               10  WS-RT-CLASS         PIC X(04).
               10  WS-RT-DESCRIPTION   PIC X(20).
               10  WS-RT-RATE          PIC 9(3)V9999.
       01  WS-RATE-COUNT       PIC 9(3) VALUE ZEROS.

      * The payment in hand: its class, the rate in force for it
      * and its payroll split.
       01  WS-PAYMENT-WORK.
           05  WS-PAY-CLASS        PIC X(04).
           05  WS-PAY-RATE-DATE    PIC 9(08).
           05  WS-PAY-RATE         PIC 9(3)V9999.
           05  WS-PAY-DESCRIPTION  PIC X(20).
           05  WS-PAY-STRAIGHT     PIC 9(6)V99.

      * One line of the report per state, class and rate in force,
      * kept in that order as lines are added, so the report reads
      * straight down the table with a break at each state.
       01  WS-BUCKET-TABLE.
           05  WS-BK-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-BK-IDX.
               10  WS-BK-KEY.
                   15  WS-BK-STATE     PIC X(02).
                   15  WS-BK-CLASS     PIC X(04).
                   15  WS-BK-RATE-DATE PIC 9(08).
               10  WS-BK-DESCRIPTION   PIC X(20).
               10  WS-BK-RATE          PIC 9(3)V9999.
               10  WS-BK-RATED-SW      PIC X(01).
                   88  BK-RATED            VALUE 'Y'.
               10  WS-BK-COUNT         PIC 9(5).
               10  WS-BK-STRAIGHT      PIC 9(9)V99.
               10  WS-BK-OT-PREMIUM    PIC 9(9)V99.
               10  WS-BK-GROSS         PIC 9(9)V99.
               10  WS-BK-PREMIUM       PIC 9(9)V99.
       01  WS-BUCKET-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-BK-KEY-WORK.
           05  WS-BKW-STATE        PIC X(02).
           05  WS-BKW-CLASS        PIC X(04).
           05  WS-BKW-RATE-DATE    PIC 9(08).
       01  WS-BK-POS           PIC 9(3) VALUE ZEROS.
       01  WS-BK-SCAN          PIC 9(3) VALUE ZEROS.
       01  WS-BK-NEXT          PIC 9(3) VALUE ZEROS.

      * Straight-time payroll times the rate, before it comes back
      * to cents per $100.
       01  WS-PREMIUM-WORK     PIC 9(12)V9(6) VALUE ZEROS.

       01  WS-CURRENT-STATE    PIC X(02) VALUE SPACES.

       01  WS-STATE-TOTALS.
           05  WS-STT-COUNT        PIC 9(7)     VALUE ZEROS.
           05  WS-STT-STRAIGHT     PIC 9(11)V99 VALUE ZEROS.
           05  WS-STT-OT-PREMIUM   PIC 9(11)V99 VALUE ZEROS.
           05  WS-STT-GROSS        PIC 9(11)V99 VALUE ZEROS.
           05  WS-STT-PREMIUM      PIC 9(11)V99 VALUE ZEROS.

       01  WS-GRAND-TOTALS.
           05  WS-GT-COUNT         PIC 9(7)     VALUE ZEROS.
           05  WS-GT-STRAIGHT      PIC 9(11)V99 VALUE ZEROS.
           05  WS-GT-OT-PREMIUM    PIC 9(11)V99 VALUE ZEROS.
           05  WS-GT-GROSS         PIC 9(11)V99 VALUE ZEROS.
           05  WS-GT-PREMIUM       PIC 9(11)V99 VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ     PIC 9(7) VALUE ZEROS.
           05  WS-MASTER-CLASS-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-NO-CLASS-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-UNRATED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-UNRATED-PAYROLL  PIC 9(11)V99 VALUE ZEROS.

       01  WS-RPT-FIELDS.
           05  WS-RPT-HEADING.
               10  FILLER           PIC X(41)
                   VALUE 'WORKERS COMP PAYROLL BY STATE AND CLASS'.
               10  FILLER           PIC X(16) VALUE 'PAY DATES FROM '.
               10  WS-HDG-FROM      PIC 9(8).
               10  FILLER           PIC X(4)  VALUE ' TO '.
               10  WS-HDG-TO        PIC 9(8).
               10  FILLER           PIC X(6)  VALUE '  RUN '.
               10  WS-HDG-RUN-DATE  PIC 9(8).
           05  WS-RPT-COLUMNS-1.
               10  FILLER           PIC X(33) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE 'RATE'.
               10  FILLER           PIC X(10) VALUE '    RATE'.
               10  FILLER           PIC X(7)  VALUE SPACES.
               10  FILLER           PIC X(14) VALUE '    STRAIGHT'.
               10  FILLER           PIC X(14) VALUE '    OVERTIME'.
               10  FILLER           PIC X(14) VALUE '       TOTAL'.
               10  FILLER           PIC X(14) VALUE '   ESTIMATED'.
           05  WS-RPT-COLUMNS-2.
               10  FILLER           PIC X(5)  VALUE ' ST'.
               10  FILLER           PIC X(6)  VALUE 'CLASS'.
               10  FILLER           PIC X(22) VALUE 'DESCRIPTION'.
               10  FILLER           PIC X(10) VALUE 'FROM'.
               10  FILLER           PIC X(10) VALUE ' PER $100'.
               10  FILLER           PIC X(7)  VALUE 'COUNT'.
               10  FILLER           PIC X(14) VALUE '        TIME'.
               10  FILLER           PIC X(14) VALUE '     PREMIUM'.
               10  FILLER           PIC X(14) VALUE '     PAYROLL'.
               10  FILLER           PIC X(14) VALUE '     PREMIUM'.
           05  WS-RPT-DETAIL-LINE.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-DTL-STATE     PIC X(2).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-DTL-CLASS     PIC X(4).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-DTL-DESCRIPTION PIC X(20).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-DTL-RATE-DATE PIC X(8).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-DTL-RATE      PIC ZZ9.9999.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-DTL-COUNT     PIC ZZZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-DTL-STRAIGHT  PIC Z(8)9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-DTL-OT-PREMIUM PIC Z(8)9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-DTL-GROSS     PIC Z(8)9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-DTL-PREMIUM   PIC Z(8)9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-DTL-FLAG      PIC X(7).
           05  WS-RPT-TOTAL-LINE.
               10  WS-TOT-LABEL     PIC X(51).
               10  WS-TOT-COUNT     PIC Z(6)9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-TOT-STRAIGHT  PIC Z(8)9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-TOT-OT-PREMIUM PIC Z(8)9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-TOT-GROSS     PIC Z(8)9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-TOT-PREMIUM   PIC Z(8)9.99.
           05  WS-RPT-AMOUNT-1     PIC Z(10)9.99.


       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-PROCESS-HISTORY
               UNTIL END-OF-FILE
           PERFORM 3000-PRINT-HEADER
           PERFORM 3100-PRINT-BUCKET
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BUCKET-COUNT
           IF WS-BUCKET-COUNT > 0
               PERFORM 3300-PRINT-STATE-TOTAL
           END-IF
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 5000-WRITE-GL-ACCRUAL
           PERFORM 6000-CLOSE-FILES
           STOP RUN.


       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT WC-CONTROL-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY 'PAYWCRPT: UNABLE TO OPEN WC-CONTROL-FILE, '
                   'STATUS ' WS-CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WC-CONTROL-FILE
               AT END
                   DISPLAY 'PAYWCRPT: WC-CONTROL-FILE IS EMPTY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE WC-CONTROL-FILE
           IF WCC-FROM-DATE NOT NUMERIC OR WCC-TO-DATE NOT NUMERIC
                   OR WCC-FROM-DATE = ZEROS
                   OR WCC-TO-DATE < WCC-FROM-DATE
               DISPLAY 'PAYWCRPT: PAY DATE RANGE MUST BE TWO '
                   'YYYYMMDD DATES, FIRST NOT AFTER LAST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WCC-FROM-DATE TO WS-FROM-DATE
           MOVE WCC-TO-DATE   TO WS-TO-DATE
           PERFORM 1100-LOAD-RATE-TABLE
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY 'PAYWCRPT: UNABLE TO OPEN PAY-HISTORY-FILE, '
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
           OPEN OUTPUT WC-REPORT-FILE
           OPEN OUTPUT WC-GL-FILE
           READ PAY-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


      * The whole table, kept as read. A table too big for it stops
      * the job rather than rating payroll on part of the rates.
       1100-LOAD-RATE-TABLE.
           MOVE ZEROS TO WS-RATE-COUNT
           MOVE 'N'   TO WS-RATE-EOF-SW
           OPEN INPUT WC-RATE-FILE
           IF NOT WS-WC-RATE-OK
               DISPLAY 'PAYWCRPT: UNABLE TO OPEN WC-RATE-FILE, '
                   'STATUS ' WS-WC-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-RATE-RECORD
               UNTIL RATE-TABLE-AT-EOF
           CLOSE WC-RATE-FILE.


       1110-READ-RATE-RECORD.
           READ WC-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
               NOT AT END
                   IF WS-RATE-COUNT < 500
                       ADD 1 TO WS-RATE-COUNT
                       MOVE WC-RATE-RECORD
                           TO WS-RATE-ENTRY (WS-RATE-COUNT)
                   ELSE
                       DISPLAY 'PAYWCRPT: MORE THAN 500 ROWS ON '
                           'wc_rate_table.dat'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.


      * Only payments still standing, inside the range.
       2000-PROCESS-HISTORY.
           IF PH-STATUS-PAID
                   AND PH-PAY-DATE NOT < WS-FROM-DATE
                   AND PH-PAY-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-HISTORY-READ
               PERFORM 2100-SET-PAYMENT-CLASS
               PERFORM 2200-FIND-RATE
               PERFORM 2300-POST-TO-BUCKET
           END-IF
           READ PAY-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


      * The class stamped on the payment, else the employee's class
      * today, else NONE.
       2100-SET-PAYMENT-CLASS.
           MOVE PH-WC-CLASS TO WS-PAY-CLASS
           IF WS-PAY-CLASS = SPACES AND EMP-FILE-PRESENT
               MOVE PH-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-WC-CLASS NOT = SPACES
                           MOVE EMP-WC-CLASS TO WS-PAY-CLASS
                           ADD 1 TO WS-MASTER-CLASS-COUNT
                       END-IF
               END-READ
           END-IF
           IF WS-PAY-CLASS = SPACES
               MOVE 'NONE' TO WS-PAY-CLASS
               ADD 1 TO WS-NO-CLASS-COUNT
           END-IF.


      * The table is in ascending effective-date order, so the last
      * row for the state and class on or before the pay date is
      * the rate in force. A row for the class not yet in force
      * still gives the line its description.
       2200-FIND-RATE.
           MOVE 'N'    TO WS-RATE-FOUND-SW
           MOVE ZEROS  TO WS-PAY-RATE-DATE WS-PAY-RATE
           MOVE SPACES TO WS-PAY-DESCRIPTION
           PERFORM 2210-CHECK-RATE-ROW
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RATE-COUNT
           IF NOT RATE-FOUND
               ADD 1 TO WS-UNRATED-COUNT
               ADD PH-GROSS TO WS-UNRATED-PAYROLL
           END-IF.


       2210-CHECK-RATE-ROW.
           IF WS-RT-STATE (WS-RT-IDX) = PH-WORK-STATE
                   AND WS-RT-CLASS (WS-RT-IDX) = WS-PAY-CLASS
               MOVE WS-RT-DESCRIPTION (WS-RT-IDX)
                   TO WS-PAY-DESCRIPTION
               IF WS-RT-EFF-DATE (WS-RT-IDX) NOT > PH-PAY-DATE
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   MOVE WS-RT-EFF-DATE (WS-RT-IDX) TO WS-PAY-RATE-DATE
                   MOVE WS-RT-RATE (WS-RT-IDX)     TO WS-PAY-RATE
               END-IF
           END-IF.


      * Adds the payment to its state, class and rate line, opening
      * the line in key order if this is its first payment. A table
      * that overflows stops the job - a report missing lines would
      * understate the premium without saying so.
       2300-POST-TO-BUCKET.
           MOVE PH-WORK-STATE    TO WS-BKW-STATE
           MOVE WS-PAY-CLASS     TO WS-BKW-CLASS
           MOVE WS-PAY-RATE-DATE TO WS-BKW-RATE-DATE
           MOVE 'N' TO WS-BUCKET-FOUND-SW
           SET WS-BK-IDX TO 1
           SEARCH WS-BK-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BK-IDX > WS-BUCKET-COUNT
                   CONTINUE
               WHEN WS-BK-KEY (WS-BK-IDX) = WS-BK-KEY-WORK
                   MOVE 'Y' TO WS-BUCKET-FOUND-SW
           END-SEARCH
           IF NOT BUCKET-FOUND
               PERFORM 2310-INSERT-BUCKET
           END-IF
           SUBTRACT PH-OT-PREMIUM FROM PH-GROSS
               GIVING WS-PAY-STRAIGHT
           ADD 1               TO WS-BK-COUNT (WS-BK-IDX)
           ADD WS-PAY-STRAIGHT TO WS-BK-STRAIGHT (WS-BK-IDX)
           ADD PH-OT-PREMIUM   TO WS-BK-OT-PREMIUM (WS-BK-IDX)
           ADD PH-GROSS        TO WS-BK-GROSS (WS-BK-IDX).


       2310-INSERT-BUCKET.
           IF WS-BUCKET-COUNT NOT < 300
               DISPLAY 'PAYWCRPT: MORE THAN 300 STATE/CLASS LINES - '
                   'NARROW THE PAY DATE RANGE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-POS-FOUND-SW
           ADD WS-BUCKET-COUNT 1 GIVING WS-BK-POS
           PERFORM 2320-FIND-BUCKET-POSITION
               VARYING WS-BK-SCAN FROM 1 BY 1
               UNTIL WS-BK-SCAN > WS-BUCKET-COUNT
                  OR BUCKET-POS-FOUND
           PERFORM 2330-SHIFT-BUCKET
               VARYING WS-BK-SCAN FROM WS-BUCKET-COUNT BY -1
               UNTIL WS-BK-SCAN < WS-BK-POS
           ADD 1 TO WS-BUCKET-COUNT
           SET WS-BK-IDX TO WS-BK-POS
           INITIALIZE WS-BK-ENTRY (WS-BK-IDX)
           MOVE WS-BK-KEY-WORK     TO WS-BK-KEY (WS-BK-IDX)
           MOVE WS-PAY-DESCRIPTION TO WS-BK-DESCRIPTION (WS-BK-IDX)
           MOVE WS-PAY-RATE        TO WS-BK-RATE (WS-BK-IDX)
           MOVE WS-RATE-FOUND-SW   TO WS-BK-RATED-SW (WS-BK-IDX).


       2320-FIND-BUCKET-POSITION.
           IF WS-BK-KEY (WS-BK-SCAN) > WS-BK-KEY-WORK
               MOVE WS-BK-SCAN TO WS-BK-POS
               MOVE 'Y' TO WS-POS-FOUND-SW
           END-IF.


       2330-SHIFT-BUCKET.
           ADD WS-BK-SCAN 1 GIVING WS-BK-NEXT
           MOVE WS-BK-ENTRY (WS-BK-SCAN) TO WS-BK-ENTRY (WS-BK-NEXT).


       3000-PRINT-HEADER.
           MOVE WS-FROM-DATE TO WS-HDG-FROM
           MOVE WS-TO-DATE   TO WS-HDG-TO
           MOVE WS-TODAY     TO WS-HDG-RUN-DATE
           MOVE WS-RPT-HEADING TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE SPACES TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE WS-RPT-COLUMNS-1 TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE WS-RPT-COLUMNS-2 TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE ALL '-' TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE.


      * Premium is worked on the line's whole straight-time payroll,
      * as the insurer rates it, not summed from rounded payments.
       3100-PRINT-BUCKET.
           IF WS-BK-STATE (WS-BK-IDX) NOT = WS-CURRENT-STATE
               IF WS-CURRENT-STATE NOT = SPACES
                   PERFORM 3300-PRINT-STATE-TOTAL
               END-IF
               MOVE WS-BK-STATE (WS-BK-IDX) TO WS-CURRENT-STATE
               INITIALIZE WS-STATE-TOTALS
           END-IF
           IF BK-RATED (WS-BK-IDX)
               MULTIPLY WS-BK-STRAIGHT (WS-BK-IDX)
                   BY WS-BK-RATE (WS-BK-IDX)
                   GIVING WS-PREMIUM-WORK
               DIVIDE WS-PREMIUM-WORK BY 100
                   GIVING WS-BK-PREMIUM (WS-BK-IDX) ROUNDED
           ELSE
               MOVE ZEROS TO WS-BK-PREMIUM (WS-BK-IDX)
           END-IF
           PERFORM 3200-PRINT-DETAIL
           ADD WS-BK-COUNT (WS-BK-IDX)      TO WS-STT-COUNT
                                               WS-GT-COUNT
           ADD WS-BK-STRAIGHT (WS-BK-IDX)   TO WS-STT-STRAIGHT
                                               WS-GT-STRAIGHT
           ADD WS-BK-OT-PREMIUM (WS-BK-IDX) TO WS-STT-OT-PREMIUM
                                               WS-GT-OT-PREMIUM
           ADD WS-BK-GROSS (WS-BK-IDX)      TO WS-STT-GROSS
                                               WS-GT-GROSS
           ADD WS-BK-PREMIUM (WS-BK-IDX)    TO WS-STT-PREMIUM
                                               WS-GT-PREMIUM.


       3200-PRINT-DETAIL.
           MOVE WS-BK-STATE (WS-BK-IDX)       TO WS-DTL-STATE
           MOVE WS-BK-CLASS (WS-BK-IDX)       TO WS-DTL-CLASS
           MOVE WS-BK-DESCRIPTION (WS-BK-IDX) TO WS-DTL-DESCRIPTION
           MOVE WS-BK-COUNT (WS-BK-IDX)       TO WS-DTL-COUNT
           MOVE WS-BK-STRAIGHT (WS-BK-IDX)    TO WS-DTL-STRAIGHT
           MOVE WS-BK-OT-PREMIUM (WS-BK-IDX)  TO WS-DTL-OT-PREMIUM
           MOVE WS-BK-GROSS (WS-BK-IDX)       TO WS-DTL-GROSS
           MOVE WS-BK-PREMIUM (WS-BK-IDX)     TO WS-DTL-PREMIUM
           IF BK-RATED (WS-BK-IDX)
               MOVE WS-BK-RATE-DATE (WS-BK-IDX) TO WS-DTL-RATE-DATE
               MOVE WS-BK-RATE (WS-BK-IDX)      TO WS-DTL-RATE
               MOVE SPACES                      TO WS-DTL-FLAG
           ELSE
               MOVE SPACES    TO WS-DTL-RATE-DATE
               MOVE ZEROS     TO WS-DTL-RATE
               MOVE 'NO RATE' TO WS-DTL-FLAG
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE.


       3300-PRINT-STATE-TOTAL.
           MOVE SPACES TO WS-TOT-LABEL
           STRING ' ' WS-CURRENT-STATE '  STATE TOTAL'
               DELIMITED SIZE INTO WS-TOT-LABEL
           MOVE WS-STT-COUNT      TO WS-TOT-COUNT
           MOVE WS-STT-STRAIGHT   TO WS-TOT-STRAIGHT
           MOVE WS-STT-OT-PREMIUM TO WS-TOT-OT-PREMIUM
           MOVE WS-STT-GROSS      TO WS-TOT-GROSS
           MOVE WS-STT-PREMIUM    TO WS-TOT-PREMIUM
           MOVE WS-RPT-TOTAL-LINE TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE SPACES TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE.


       4000-PRINT-SUMMARY.
           MOVE ALL '-' TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE ' ALL STATES' TO WS-TOT-LABEL
           MOVE WS-GT-COUNT       TO WS-TOT-COUNT
           MOVE WS-GT-STRAIGHT    TO WS-TOT-STRAIGHT
           MOVE WS-GT-OT-PREMIUM  TO WS-TOT-OT-PREMIUM
           MOVE WS-GT-GROSS       TO WS-TOT-GROSS
           MOVE WS-GT-PREMIUM     TO WS-TOT-PREMIUM
           MOVE WS-RPT-TOTAL-LINE TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE SPACES TO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE SPACES TO WC-REPORT-LINE
           STRING 'Payments counted:         ' WS-HISTORY-READ
               DELIMITED SIZE INTO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE SPACES TO WC-REPORT-LINE
           STRING 'Class from employee file: ' WS-MASTER-CLASS-COUNT
               DELIMITED SIZE INTO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE SPACES TO WC-REPORT-LINE
           STRING 'No class at all (NONE):   ' WS-NO-CLASS-COUNT
               DELIMITED SIZE INTO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           MOVE WS-UNRATED-PAYROLL TO WS-RPT-AMOUNT-1
           MOVE SPACES TO WC-REPORT-LINE
           STRING 'Payments with no rate:    ' WS-UNRATED-COUNT
                  '  PAYROLL ' WS-RPT-AMOUNT-1
               DELIMITED SIZE INTO WC-REPORT-LINE
           WRITE WC-REPORT-LINE
           IF WS-UNRATED-COUNT > 0
               MOVE SPACES TO WC-REPORT-LINE
               STRING 'ESTIMATED PREMIUM LEAVES OUT THE NO RATE '
                      'PAYROLL - FIX THE RATE TABLE OR THE CLASS'
                   DELIMITED SIZE INTO WC-REPORT-LINE
               WRITE WC-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-GT-PREMIUM TO WS-RPT-AMOUNT-1
           DISPLAY 'PAYWCRPT: ' WS-HISTORY-READ ' PAYMENT(S), '
               'ESTIMATED PREMIUM ' WS-RPT-AMOUNT-1
               ', ' WS-UNRATED-COUNT ' UNRATED'.


      * The accrual pair. Nothing to accrue writes nothing.
       5000-WRITE-GL-ACCRUAL.
           IF WS-GT-PREMIUM > 0
               MOVE WS-TO-DATE             TO GL-RUN-DATE
               MOVE '530000'               TO GL-ACCOUNT-CODE
               MOVE 'WORKERS COMP EXPENSE' TO GL-ACCOUNT-NAME
               MOVE WS-GT-PREMIUM          TO GL-DEBIT-AMOUNT
               MOVE ZEROS                  TO GL-CREDIT-AMOUNT
               WRITE GL-EXTRACT-RECORD

               MOVE WS-TO-DATE             TO GL-RUN-DATE
               MOVE '233000'               TO GL-ACCOUNT-CODE
               MOVE 'WORKERS COMP ACCRUED' TO GL-ACCOUNT-NAME
               MOVE ZEROS                  TO GL-DEBIT-AMOUNT
               MOVE WS-GT-PREMIUM          TO GL-CREDIT-AMOUNT
               WRITE GL-EXTRACT-RECORD
           END-IF.


       6000-CLOSE-FILES.
           CLOSE PAY-HISTORY-FILE
           IF EMP-FILE-PRESENT
               CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE WC-REPORT-FILE
           CLOSE WC-GL-FILE.
