      * PAYDEP.CBL  -  Federal Tax Deposit Liability and Deposits
      *
      * Runs after PAYBAL. Works out what each pay date owes in 941
      * taxes - federal income tax withheld plus the employee and
      * employer halves of social security and Medicare - from
      * every paid record on PAYMENT-HISTORY-FILE, keeps it on the
      * liability ledger (TAXLIAB) with the date it must be
      * deposited by, writes whatever has not yet been deposited to
      * the tax-payment service's file, and reports what is due and
      * what is overdue.
      *
      * Due dates follow the depositor schedule on the optional
      * deposit_control.dat card ('S' semiweekly - the default -
      * or 'M' monthly):
      *
      *   semiweekly : paid Wednesday, Thursday or Friday - due the
      *                following Wednesday; paid Saturday through
      *                Tuesday - due the following Friday
      *   monthly    : due the 15th of the following month
      *   next day   : any pay date whose liability reaches
      *                WS-NEXT-DAY-LIMIT is due the next business
      *                day whatever the schedule (and a monthly
      *                depositor becomes semiweekly - the report
      *                says so)
      *
      * A due date falling on a weekend or on a date in the
      * optional bank_holidays.dat file moves to the next business
      * day. The due date is set when the pay date first reaches
      * the ledger and does not move after.
      *
      * Liabilities are worked again from payment history on every
      * run, so a void or reissue after the pay date shows up as an
      * ADJUSTED line and the ledger follows it. Anything owed and
      * not yet deposited goes into the deposit file: settling on
      * the due date if that is still ahead, otherwise on the next
      * business day and listed OVERDUE, which sets RETURN-CODE 4.
      * A void after the deposit went out leaves a credit on the
      * ledger for the quarter's return; no negative deposit is
      * ever written.
      *
      * A deposit counts as made on the ledger the moment it is
      * written, so the deposit file is opened EXTEND: each run adds
      * its own batch (header, details, trailer) behind any batch
      * still waiting, and a rerun before the file goes out cannot
      * lose deposits the ledger already shows as made. Once the
      * file has been sent, operations moves it aside; the next run
      * that owes anything starts a new one.
      *
      * The ledger report runs in pay-date order with a running
      * total for each quarter, and ends each quarter with the
      * employee-side federal, FICA and Medicare totals - the
      * figures PAYQTR prints for the same quarter - then the
      * employer side. The card's start date keeps pay dates before
      * it off the ledger; set it on the first run so liabilities
      * already deposited by hand are not sent again (a quarter the
      * start date cuts through will then not tie to PAYQTR).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYDEP.
       AUTHOR.      MY-DEV-TEAM-DEMO.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPOSIT-CONTROL-FILE
               ASSIGN TO 'deposit_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT COMPANY-FILE ASSIGN TO 'company.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO 'bank_holidays.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'payment_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LIABILITY-FILE ASSIGN TO 'tax_liability_ledger.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-PAY-DATE
               FILE STATUS IS WS-LIABILITY-STATUS.
           SELECT OPTIONAL DEPOSIT-FILE
               ASSIGN TO 'tax_deposit_payments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT DEPOSIT-REPORT-FILE
               ASSIGN TO 'tax_deposit_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  DEPOSIT-CONTROL-FILE.
       01  DEPOSIT-CONTROL-RECORD.
           05  DC-SCHEDULE          PIC X(1).
           05  DC-START-DATE        PIC 9(8).

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  BH-DATE              PIC 9(8).

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  LIABILITY-FILE.
           COPY TAXLIAB.

      * The tax-payment service's batch: one header, one detail per
      * deposit - form 941, the quarter it belongs to, the
      * settlement date and the amount split into the three 941
      * subcategories - and a trailer with the count and total.
      * One batch per run, appended until the file is sent.
       FD  DEPOSIT-FILE.
       01  DEPOSIT-HEADER-RECORD.
           05  DH-RECORD-TYPE       PIC X(1).
           05  DH-EIN               PIC 9(9).
           05  DH-COMPANY-NAME      PIC X(35).
           05  DH-CREATE-DATE       PIC 9(8).
           05  DH-CREATE-TIME       PIC 9(8).
           05  FILLER               PIC X(39).
       01  DEPOSIT-DETAIL-RECORD.
           05  DD-RECORD-TYPE       PIC X(1).
           05  DD-EIN               PIC 9(9).
           05  DD-TAX-FORM          PIC X(5).
           05  DD-TAX-TYPE-CODE     PIC X(5).
           05  DD-TAX-PERIOD        PIC 9(6).
           05  DD-SETTLEMENT-DATE   PIC 9(8).
           05  DD-AMOUNT            PIC 9(9)V99.
           05  DD-SOCIAL-SECURITY   PIC 9(9)V99.
           05  DD-MEDICARE          PIC 9(9)V99.
           05  DD-WITHHOLDING       PIC 9(9)V99.
           05  DD-PAY-DATE          PIC 9(8).
           05  FILLER               PIC X(14).
       01  DEPOSIT-TRAILER-RECORD.
           05  DT-RECORD-TYPE       PIC X(1).
           05  DT-DETAIL-COUNT      PIC 9(6).
           05  DT-TOTAL-AMOUNT      PIC 9(11)V99.
           05  FILLER               PIC X(80).

       FD  DEPOSIT-REPORT-FILE.
       01  DEPOSIT-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-EOF          PIC X VALUE 'N'.
               88  END-OF-FILE VALUE 'Y'.
           05  WS-TABLE-EOF-SW PIC X VALUE 'N'.
               88  TABLE-AT-EOF    VALUE 'Y'.
           05  WS-LIAB-FOUND-SW PIC X VALUE 'N'.
               88  LIABILITY-FOUND VALUE 'Y'.
           05  WS-DATE-FOUND-SW PIC X VALUE 'N'.
               88  PAY-DATE-FOUND  VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW PIC X VALUE 'N'.
               88  BUSINESS-DAY    VALUE 'Y'.
           05  WS-HEADER-SW    PIC X VALUE 'N'.
               88  HEADER-WRITTEN  VALUE 'Y'.
           05  WS-FIRST-LINE-SW PIC X VALUE 'Y'.
               88  FIRST-LEDGER-LINE VALUE 'Y'.

       01  WS-CONTROL-STATUS   PIC X(2) VALUE SPACES.
           88  WS-CONTROL-OK   VALUE '00'.

       01  WS-COMPANY-STATUS   PIC X(2) VALUE SPACES.
           88  WS-COMPANY-OK   VALUE '00'.

       01  WS-HOLIDAY-STATUS   PIC X(2) VALUE SPACES.
           88  WS-HOLIDAY-OK   VALUE '00'.

       01  WS-HISTORY-STATUS   PIC X(2) VALUE SPACES.
           88  WS-HISTORY-OK   VALUE '00'.

       01  WS-LIABILITY-STATUS PIC X(2) VALUE SPACES.
           88  WS-LIABILITY-OK VALUE '00'.

       01  WS-DEPOSIT-STATUS   PIC X(2) VALUE SPACES.
           88  WS-DEPOSIT-OK   VALUE '00' '05'.

       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-NOW              PIC 9(8) VALUE ZEROS.
       01  WS-START-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-LATE-SETTLE-DATE PIC 9(8) VALUE ZEROS.

       01  WS-SCHEDULE         PIC X(1) VALUE 'S'.
           88  WS-MONTHLY-DEPOSITOR    VALUE 'M'.
           88  WS-SEMIWEEKLY-DEPOSITOR VALUE 'S'.

      * A day's liability at or over this is due the next business
      * day, whatever the schedule.
       01  WS-NEXT-DAY-LIMIT   PIC 9(9)V99 VALUE 100000.00.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DATE OCCURS 60 TIMES
                   INDEXED BY WS-HOL-IDX
                               PIC 9(8).
       01  WS-HOLIDAY-COUNT    PIC 9(3) VALUE ZEROS.

      * This run's liability per pay date, summed from history.
       01  WS-PAY-DATE-TABLE.
           05  WS-PD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PD-IDX.
               10  WS-PD-PAY-DATE      PIC 9(8).
               10  WS-PD-FEDERAL       PIC 9(9)V99.
               10  WS-PD-EE-FICA       PIC 9(9)V99.
               10  WS-PD-ER-FICA       PIC 9(9)V99.
               10  WS-PD-EE-MEDICARE   PIC 9(9)V99.
               10  WS-PD-ER-MEDICARE   PIC 9(9)V99.
               10  WS-PD-COUNT         PIC 9(5).
       01  WS-PD-TABLE-COUNT   PIC 9(3) VALUE ZEROS.

      * Date work: a date broken into its parts, its day of the
      * week (1 Monday through 7 Sunday) and the day number the
      * weekday is worked from.
       01  WS-DT-DATE.
           05  WS-DT-YEAR      PIC 9(4).
           05  WS-DT-MONTH     PIC 9(2).
           05  WS-DT-DAY       PIC 9(2).
       01  WS-DT-DATE-NUM REDEFINES WS-DT-DATE PIC 9(8).
       01  WS-DT-DOW           PIC 9(1) VALUE ZEROS.
       01  WS-DAYS-TO-ADD      PIC 9(2) VALUE ZEROS.
       01  WS-DN-WORK.
           05  WS-DN-YEAR      PIC 9(4).
           05  WS-DN-MONTH     PIC 9(2).
           05  WS-DN-NUMBER    PIC 9(7).
           05  WS-DN-TERM      PIC 9(7).
           05  WS-DN-QUOT      PIC 9(7).
           05  WS-DN-REM       PIC 9(3).
           05  WS-DN-MONTH-LEN PIC 9(2).
       01  WS-MONTH-DAYS-VALUES PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS   PIC 9(2) OCCURS 12 TIMES.

      * The quarter a pay date falls in, as the deposit's tax
      * period (year and quarter-end month) and for the ledger's
      * quarter breaks.
       01  WS-PAY-DATE-PARTS.
           05  WS-PDP-YEAR     PIC 9(4).
           05  WS-PDP-MONTH    PIC 9(2).
           05  WS-PDP-DAY      PIC 9(2).
       01  WS-PAY-QUARTER      PIC 9(1) VALUE ZEROS.
       01  WS-MONTH-WORK       PIC 9(2) VALUE ZEROS.
       01  WS-TAX-PERIOD.
           05  WS-TP-YEAR      PIC 9(4).
           05  WS-TP-MONTH     PIC 9(2).
       01  WS-CURRENT-QTR.
           05  WS-CQ-YEAR      PIC 9(4) VALUE ZEROS.
           05  WS-CQ-QUARTER   PIC 9(1) VALUE ZEROS.
       01  WS-LINE-QTR.
           05  WS-LQ-YEAR      PIC 9(4).
           05  WS-LQ-QUARTER   PIC 9(1).

      * What one ledger record still owes, by 941 subcategory.
       01  WS-OWED.
           05  WS-OWED-FEDERAL     PIC S9(9)V99.
           05  WS-OWED-FICA        PIC S9(9)V99.
           05  WS-OWED-MEDICARE    PIC S9(9)V99.
           05  WS-OWED-TOTAL       PIC 9(9)V99.
           05  WS-CREDIT-TOTAL     PIC 9(9)V99.
       01  WS-SS-TOTAL         PIC 9(9)V99 VALUE ZEROS.
       01  WS-MED-TOTAL        PIC 9(9)V99 VALUE ZEROS.
       01  WS-DEPOSITED-TOTAL  PIC 9(9)V99 VALUE ZEROS.
       01  WS-PRIOR-TOTAL      PIC 9(9)V99 VALUE ZEROS.

       01  WS-QTR-TOTALS.
           05  WS-QT-FEDERAL       PIC 9(11)V99 VALUE ZEROS.
           05  WS-QT-EE-FICA       PIC 9(11)V99 VALUE ZEROS.
           05  WS-QT-ER-FICA       PIC 9(11)V99 VALUE ZEROS.
           05  WS-QT-EE-MEDICARE   PIC 9(11)V99 VALUE ZEROS.
           05  WS-QT-ER-MEDICARE   PIC 9(11)V99 VALUE ZEROS.
           05  WS-QT-TOTAL         PIC 9(11)V99 VALUE ZEROS.
           05  WS-QT-DEPOSITED     PIC 9(11)V99 VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ     PIC 9(7) VALUE ZEROS.
           05  WS-NEW-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-ADJUSTED-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-DEPOSIT-COUNT    PIC 9(6) VALUE ZEROS.
           05  WS-OVERDUE-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-CREDIT-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-DEPOSIT-AMOUNT   PIC 9(11)V99 VALUE ZEROS.
           05  WS-OVERDUE-AMOUNT   PIC 9(11)V99 VALUE ZEROS.

       01  WS-RPT-FIELDS.
           05  WS-RPT-HEADING.
               10  FILLER           PIC X(36)
                   VALUE 'FEDERAL TAX DEPOSIT LEDGER  RUN '.
               10  WS-RPT-RUN-DATE  PIC 9(8).
               10  FILLER           PIC X(12) VALUE '  SCHEDULE '.
               10  WS-RPT-SCHEDULE  PIC X(10).
           05  WS-RPT-LEDGER-LINE.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-LD-PAY-DATE   PIC 9(8).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-LD-DUE-DATE   PIC 9(8).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-LD-SCHEDULE   PIC X(1).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-LD-FEDERAL    PIC Z(8)9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-LD-SS         PIC Z(8)9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-LD-MEDICARE   PIC Z(8)9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-LD-TOTAL      PIC Z(8)9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-LD-DEPOSITED  PIC Z(8)9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  WS-LD-RUNNING    PIC Z(10)9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-LD-STATUS     PIC X(22).
           05  WS-RPT-AMOUNT-1     PIC Z(10)9.99.
           05  WS-RPT-AMOUNT-2     PIC Z(10)9.99.
           05  WS-RPT-AMOUNT-3     PIC Z(10)9.99.
           05  WS-RPT-AMOUNT-4     PIC Z(10)9.99.


       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SUM-PAYMENT-HISTORY
               UNTIL END-OF-FILE
           PERFORM 3000-POST-LIABILITY
               VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-TABLE-COUNT
           PERFORM 4000-PRINT-LEDGER-HEADER
           PERFORM 4100-START-LEDGER
           PERFORM 4200-PROCESS-LEDGER
               UNTIL END-OF-FILE
           PERFORM 5000-WRITE-TRAILER
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 7000-CLOSE-FILES
           STOP RUN.


       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           OPEN INPUT DEPOSIT-CONTROL-FILE
           IF WS-CONTROL-OK
               READ DEPOSIT-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DC-SCHEDULE = 'M'
                           MOVE 'M' TO WS-SCHEDULE
                       END-IF
                       IF DC-START-DATE IS NUMERIC
                           MOVE DC-START-DATE TO WS-START-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE DEPOSIT-CONTROL-FILE
           OPEN INPUT COMPANY-FILE
           IF NOT WS-COMPANY-OK
               DISPLAY 'PAYDEP: UNABLE TO OPEN COMPANY-FILE, '
                   'STATUS ' WS-COMPANY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ COMPANY-FILE
               AT END
                   DISPLAY 'PAYDEP: COMPANY-FILE IS EMPTY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE COMPANY-FILE
           PERFORM 1100-LOAD-HOLIDAYS
           MOVE WS-TODAY TO WS-DT-DATE-NUM
           PERFORM 8000-SET-DAY-OF-WEEK
           PERFORM 8300-NEXT-BUSINESS-DAY
           MOVE WS-DT-DATE-NUM TO WS-LATE-SETTLE-DATE
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY 'PAYDEP: UNABLE TO OPEN PAY-HISTORY-FILE, '
                   'STATUS ' WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LIABILITY-FILE
           IF NOT WS-LIABILITY-OK
               OPEN OUTPUT LIABILITY-FILE
               CLOSE LIABILITY-FILE
               OPEN I-O LIABILITY-FILE
           END-IF
           OPEN EXTEND DEPOSIT-FILE
           IF NOT WS-DEPOSIT-OK
               DISPLAY 'PAYDEP: UNABLE TO OPEN DEPOSIT-FILE, '
                   'STATUS ' WS-DEPOSIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DEPOSIT-REPORT-FILE
           MOVE 'N' TO WS-EOF
           READ PAY-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


       1100-LOAD-HOLIDAYS.
           MOVE ZEROS TO WS-HOLIDAY-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-OK
               MOVE 'N' TO WS-TABLE-EOF-SW
               PERFORM 1110-READ-HOLIDAY
                   UNTIL TABLE-AT-EOF
           END-IF
           CLOSE HOLIDAY-FILE.


       1110-READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-TABLE-EOF-SW
               NOT AT END
                   IF WS-HOLIDAY-COUNT < 60
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE BH-DATE TO WS-HOL-DATE (WS-HOLIDAY-COUNT)
                   END-IF
           END-READ.


      * Only payments still standing count - a voided payment owes
      * nothing, and its reissue flips it back to paid. A pay date
      * table that overflows stops the job before the ledger is
      * touched: a ledger worked from part of the history would
      * read every missing date as voided.
       2000-SUM-PAYMENT-HISTORY.
           IF PH-STATUS-PAID AND PH-PAY-DATE NOT < WS-START-DATE
               ADD 1 TO WS-HISTORY-READ
               PERFORM 2100-FIND-PAY-DATE
               ADD PH-FEDERAL     TO WS-PD-FEDERAL (WS-PD-IDX)
               ADD PH-FICA        TO WS-PD-EE-FICA (WS-PD-IDX)
               ADD PH-ER-FICA     TO WS-PD-ER-FICA (WS-PD-IDX)
               ADD PH-MEDICARE    TO WS-PD-EE-MEDICARE (WS-PD-IDX)
               ADD PH-ER-MEDICARE TO WS-PD-ER-MEDICARE (WS-PD-IDX)
               ADD 1              TO WS-PD-COUNT (WS-PD-IDX)
           END-IF
           READ PAY-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


       2100-FIND-PAY-DATE.
           MOVE 'N' TO WS-DATE-FOUND-SW
           SET WS-PD-IDX TO 1
           SEARCH WS-PD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PD-IDX > WS-PD-TABLE-COUNT
                   CONTINUE
               WHEN WS-PD-PAY-DATE (WS-PD-IDX) = PH-PAY-DATE
                   MOVE 'Y' TO WS-DATE-FOUND-SW
           END-SEARCH
           IF NOT PAY-DATE-FOUND
               IF WS-PD-TABLE-COUNT < 500
                   ADD 1 TO WS-PD-TABLE-COUNT
                   SET WS-PD-IDX TO WS-PD-TABLE-COUNT
                   INITIALIZE WS-PD-ENTRY (WS-PD-IDX)
                   MOVE PH-PAY-DATE TO WS-PD-PAY-DATE (WS-PD-IDX)
               ELSE
                   DISPLAY 'PAYDEP: MORE THAN 500 PAY DATES IN '
                       'HISTORY - SET A LATER START DATE ON '
                       'deposit_control.dat'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.


      * A pay date new to the ledger gets its due date here; one
      * already there is brought up to what history says now.
       3000-POST-LIABILITY.
           MOVE WS-PD-PAY-DATE (WS-PD-IDX) TO TL-PAY-DATE
           READ LIABILITY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LIAB-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LIAB-FOUND-SW
           END-READ
           IF LIABILITY-FOUND
               MOVE TL-TOTAL TO WS-PRIOR-TOTAL
               PERFORM 3100-MOVE-TABLE-AMOUNTS
               IF TL-TOTAL NOT = WS-PRIOR-TOTAL
                  OR TL-PAYMENT-COUNT
                     NOT = WS-PD-COUNT (WS-PD-IDX)
                   MOVE WS-PD-COUNT (WS-PD-IDX) TO TL-PAYMENT-COUNT
                   MOVE WS-TODAY TO TL-LAST-CHANGED
                   REWRITE TAX-LIABILITY-RECORD
                   PERFORM 3400-PRINT-ADJUSTMENT
               END-IF
           ELSE
               INITIALIZE TAX-LIABILITY-RECORD
               MOVE WS-PD-PAY-DATE (WS-PD-IDX) TO TL-PAY-DATE
               PERFORM 3100-MOVE-TABLE-AMOUNTS
               MOVE WS-PD-COUNT (WS-PD-IDX) TO TL-PAYMENT-COUNT
               PERFORM 3300-SET-DUE-DATE
               MOVE WS-TODAY TO TL-FIRST-RECORDED
               MOVE WS-TODAY TO TL-LAST-CHANGED
               WRITE TAX-LIABILITY-RECORD
               ADD 1 TO WS-NEW-COUNT
           END-IF.


       3100-MOVE-TABLE-AMOUNTS.
           MOVE WS-PD-FEDERAL (WS-PD-IDX)     TO TL-FEDERAL
           MOVE WS-PD-EE-FICA (WS-PD-IDX)     TO TL-EE-FICA
           MOVE WS-PD-ER-FICA (WS-PD-IDX)     TO TL-ER-FICA
           MOVE WS-PD-EE-MEDICARE (WS-PD-IDX) TO TL-EE-MEDICARE
           MOVE WS-PD-ER-MEDICARE (WS-PD-IDX) TO TL-ER-MEDICARE
           ADD TL-FEDERAL TL-EE-FICA TL-ER-FICA
               TL-EE-MEDICARE TL-ER-MEDICARE GIVING TL-TOTAL.


       3300-SET-DUE-DATE.
           MOVE TL-PAY-DATE TO WS-DT-DATE-NUM
           PERFORM 8000-SET-DAY-OF-WEEK
           EVALUATE TRUE
               WHEN TL-TOTAL NOT < WS-NEXT-DAY-LIMIT
                   MOVE 'N' TO TL-SCHEDULE
                   PERFORM 8300-NEXT-BUSINESS-DAY
               WHEN WS-MONTHLY-DEPOSITOR
                   MOVE 'M' TO TL-SCHEDULE
                   IF WS-DT-MONTH < 12
                       ADD 1 TO WS-DT-MONTH
                   ELSE
                       MOVE 1 TO WS-DT-MONTH
                       ADD 1 TO WS-DT-YEAR
                   END-IF
                   MOVE 15 TO WS-DT-DAY
                   PERFORM 8000-SET-DAY-OF-WEEK
                   PERFORM 8200-ROLL-TO-BUSINESS-DAY
               WHEN OTHER
                   MOVE 'S' TO TL-SCHEDULE
                   EVALUATE WS-DT-DOW
                       WHEN 1 MOVE 4 TO WS-DAYS-TO-ADD
                       WHEN 2 MOVE 3 TO WS-DAYS-TO-ADD
                       WHEN 3 MOVE 7 TO WS-DAYS-TO-ADD
                       WHEN 4 MOVE 6 TO WS-DAYS-TO-ADD
                       WHEN 5 MOVE 5 TO WS-DAYS-TO-ADD
                       WHEN 6 MOVE 6 TO WS-DAYS-TO-ADD
                       WHEN OTHER MOVE 5 TO WS-DAYS-TO-ADD
                   END-EVALUATE
                   PERFORM 8100-ADD-ONE-DAY WS-DAYS-TO-ADD TIMES
                   PERFORM 8200-ROLL-TO-BUSINESS-DAY
           END-EVALUATE
           MOVE WS-DT-DATE-NUM TO TL-DUE-DATE.


       3400-PRINT-ADJUSTMENT.
           ADD 1 TO WS-ADJUSTED-COUNT
           MOVE WS-PRIOR-TOTAL TO WS-RPT-AMOUNT-1
           MOVE TL-TOTAL       TO WS-RPT-AMOUNT-2
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           STRING 'ADJUSTED  PAY DATE: ' TL-PAY-DATE
                  '  LIABILITY WAS ' WS-RPT-AMOUNT-1
                  '  NOW ' WS-RPT-AMOUNT-2
               DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE.


       4000-PRINT-LEDGER-HEADER.
           MOVE WS-TODAY TO WS-RPT-RUN-DATE
           IF WS-MONTHLY-DEPOSITOR
               MOVE 'MONTHLY' TO WS-RPT-SCHEDULE
           ELSE
               MOVE 'SEMIWEEKLY' TO WS-RPT-SCHEDULE
           END-IF
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE WS-RPT-HEADING TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE ' PAY DATE  DUE DATE  S      FEDERAL  SOC SEC EE+ER' &
                ' MEDICARE E+ER    LIABILITY    DEPOSITED' &
                '  QTR RUNNING TOTAL  STATUS'
               TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE ALL '-' TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE.


       4100-START-LEDGER.
           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO TL-PAY-DATE
           START LIABILITY-FILE KEY IS NOT LESS THAN TL-PAY-DATE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           IF NOT END-OF-FILE
               READ LIABILITY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.


      * The ledger in pay-date order. A date on or after the start
      * date that no longer has a paid record in history has been
      * voided whole, and is zeroed; then whatever is still owed
      * goes to the deposit file.
       4200-PROCESS-LEDGER.
           IF TL-PAY-DATE NOT < WS-START-DATE
               PERFORM 4300-CHECK-FULLY-VOIDED
           END-IF
           PERFORM 4400-SET-QUARTER
           IF FIRST-LEDGER-LINE
               MOVE 'N' TO WS-FIRST-LINE-SW
               MOVE WS-LINE-QTR TO WS-CURRENT-QTR
           ELSE
               IF WS-LINE-QTR NOT = WS-CURRENT-QTR
                   PERFORM 4800-PRINT-QUARTER-TOTALS
                   MOVE WS-LINE-QTR TO WS-CURRENT-QTR
               END-IF
           END-IF
           PERFORM 4500-DEPOSIT-OWED
           PERFORM 4700-PRINT-LEDGER-LINE
           READ LIABILITY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


       4300-CHECK-FULLY-VOIDED.
           SET WS-PD-IDX TO 1
           SEARCH WS-PD-ENTRY
               AT END
                   MOVE 'N' TO WS-DATE-FOUND-SW
               WHEN WS-PD-IDX > WS-PD-TABLE-COUNT
                   MOVE 'N' TO WS-DATE-FOUND-SW
               WHEN WS-PD-PAY-DATE (WS-PD-IDX) = TL-PAY-DATE
                   MOVE 'Y' TO WS-DATE-FOUND-SW
           END-SEARCH
           IF NOT PAY-DATE-FOUND AND TL-TOTAL > 0
               MOVE TL-TOTAL TO WS-PRIOR-TOTAL
               MOVE ZEROS TO TL-FEDERAL TL-EE-FICA TL-ER-FICA
                             TL-EE-MEDICARE TL-ER-MEDICARE TL-TOTAL
                             TL-PAYMENT-COUNT
               MOVE WS-TODAY TO TL-LAST-CHANGED
               REWRITE TAX-LIABILITY-RECORD
               PERFORM 3400-PRINT-ADJUSTMENT
           END-IF.


       4400-SET-QUARTER.
           MOVE TL-PAY-DATE TO WS-PAY-DATE-PARTS
           ADD 2 WS-PDP-MONTH GIVING WS-MONTH-WORK
           DIVIDE WS-MONTH-WORK BY 3 GIVING WS-PAY-QUARTER
           MOVE WS-PDP-YEAR    TO WS-LQ-YEAR
           MOVE WS-PAY-QUARTER TO WS-LQ-QUARTER
           MOVE WS-PDP-YEAR    TO WS-TP-YEAR
           MULTIPLY WS-PAY-QUARTER BY 3 GIVING WS-TP-MONTH.


      * Each 941 subcategory is owed separately: a reissue can add
      * to one while a void has left another over-deposited, and
      * the over-deposit is a credit for the return, not something
      * to net against this deposit.
       4500-DEPOSIT-OWED.
           SUBTRACT TL-DEP-FEDERAL FROM TL-FEDERAL
               GIVING WS-OWED-FEDERAL
           ADD TL-EE-FICA TL-ER-FICA GIVING WS-SS-TOTAL
           SUBTRACT TL-DEP-FICA FROM WS-SS-TOTAL
               GIVING WS-OWED-FICA
           ADD TL-EE-MEDICARE TL-ER-MEDICARE GIVING WS-MED-TOTAL
           SUBTRACT TL-DEP-MEDICARE FROM WS-MED-TOTAL
               GIVING WS-OWED-MEDICARE
           MOVE ZEROS TO WS-OWED-TOTAL WS-CREDIT-TOTAL
           IF WS-OWED-FEDERAL > 0
               ADD WS-OWED-FEDERAL TO WS-OWED-TOTAL
           ELSE
               SUBTRACT WS-OWED-FEDERAL FROM WS-CREDIT-TOTAL
           END-IF
           IF WS-OWED-FICA > 0
               ADD WS-OWED-FICA TO WS-OWED-TOTAL
           ELSE
               SUBTRACT WS-OWED-FICA FROM WS-CREDIT-TOTAL
           END-IF
           IF WS-OWED-MEDICARE > 0
               ADD WS-OWED-MEDICARE TO WS-OWED-TOTAL
           ELSE
               SUBTRACT WS-OWED-MEDICARE FROM WS-CREDIT-TOTAL
           END-IF
           IF WS-OWED-TOTAL > 0
               PERFORM 4600-WRITE-DEPOSIT
           END-IF
           IF WS-CREDIT-TOTAL > 0
               ADD 1 TO WS-CREDIT-COUNT
           END-IF.


       4600-WRITE-DEPOSIT.
           IF NOT HEADER-WRITTEN
               MOVE 'Y'           TO WS-HEADER-SW
               MOVE SPACES        TO DEPOSIT-HEADER-RECORD
               MOVE 'H'           TO DH-RECORD-TYPE
               MOVE CO-FEIN       TO DH-EIN
               MOVE CO-NAME       TO DH-COMPANY-NAME
               MOVE WS-TODAY      TO DH-CREATE-DATE
               MOVE WS-NOW        TO DH-CREATE-TIME
               WRITE DEPOSIT-HEADER-RECORD
           END-IF
           IF TL-DUE-DATE > WS-TODAY
               MOVE TL-DUE-DATE TO TL-SETTLEMENT-DATE
           ELSE
               MOVE WS-LATE-SETTLE-DATE TO TL-SETTLEMENT-DATE
               ADD 1 TO WS-OVERDUE-COUNT
               ADD WS-OWED-TOTAL TO WS-OVERDUE-AMOUNT
           END-IF
           MOVE SPACES             TO DEPOSIT-DETAIL-RECORD
           MOVE 'D'                TO DD-RECORD-TYPE
           MOVE CO-FEIN            TO DD-EIN
           MOVE '941'              TO DD-TAX-FORM
           MOVE '94105'            TO DD-TAX-TYPE-CODE
           MOVE WS-TAX-PERIOD      TO DD-TAX-PERIOD
           MOVE TL-SETTLEMENT-DATE TO DD-SETTLEMENT-DATE
           MOVE WS-OWED-TOTAL      TO DD-AMOUNT
           MOVE ZEROS TO DD-SOCIAL-SECURITY DD-MEDICARE
                         DD-WITHHOLDING
           IF WS-OWED-FICA > 0
               MOVE WS-OWED-FICA     TO DD-SOCIAL-SECURITY
               ADD WS-OWED-FICA      TO TL-DEP-FICA
           END-IF
           IF WS-OWED-MEDICARE > 0
               MOVE WS-OWED-MEDICARE TO DD-MEDICARE
               ADD WS-OWED-MEDICARE  TO TL-DEP-MEDICARE
           END-IF
           IF WS-OWED-FEDERAL > 0
               MOVE WS-OWED-FEDERAL  TO DD-WITHHOLDING
               ADD WS-OWED-FEDERAL   TO TL-DEP-FEDERAL
           END-IF
           MOVE TL-PAY-DATE        TO DD-PAY-DATE
           WRITE DEPOSIT-DETAIL-RECORD
           ADD 1 TO WS-DEPOSIT-COUNT
           ADD WS-OWED-TOTAL TO WS-DEPOSIT-AMOUNT
           MOVE WS-TODAY TO TL-LAST-DEPOSIT-DATE
           REWRITE TAX-LIABILITY-RECORD.


       4700-PRINT-LEDGER-LINE.
           ADD TL-DEP-FEDERAL TL-DEP-FICA TL-DEP-MEDICARE
               GIVING WS-DEPOSITED-TOTAL
           ADD TL-FEDERAL     TO WS-QT-FEDERAL
           ADD TL-EE-FICA     TO WS-QT-EE-FICA
           ADD TL-ER-FICA     TO WS-QT-ER-FICA
           ADD TL-EE-MEDICARE TO WS-QT-EE-MEDICARE
           ADD TL-ER-MEDICARE TO WS-QT-ER-MEDICARE
           ADD TL-TOTAL       TO WS-QT-TOTAL
           ADD WS-DEPOSITED-TOTAL TO WS-QT-DEPOSITED
           MOVE TL-PAY-DATE        TO WS-LD-PAY-DATE
           MOVE TL-DUE-DATE        TO WS-LD-DUE-DATE
           MOVE TL-SCHEDULE        TO WS-LD-SCHEDULE
           MOVE TL-FEDERAL         TO WS-LD-FEDERAL
           MOVE WS-SS-TOTAL        TO WS-LD-SS
           MOVE WS-MED-TOTAL       TO WS-LD-MEDICARE
           MOVE TL-TOTAL           TO WS-LD-TOTAL
           MOVE WS-DEPOSITED-TOTAL TO WS-LD-DEPOSITED
           MOVE WS-QT-TOTAL        TO WS-LD-RUNNING
           EVALUATE TRUE
               WHEN WS-OWED-TOTAL > 0 AND TL-DUE-DATE > WS-TODAY
                   MOVE 'DUE - DEPOSIT SENT' TO WS-LD-STATUS
               WHEN WS-OWED-TOTAL > 0
                   MOVE 'OVERDUE - DEPOSIT SENT' TO WS-LD-STATUS
               WHEN WS-CREDIT-TOTAL > 0
                   MOVE 'OVER-DEPOSITED CREDIT' TO WS-LD-STATUS
               WHEN TL-TOTAL = 0
                   MOVE 'VOIDED' TO WS-LD-STATUS
               WHEN TL-SETTLEMENT-DATE > WS-TODAY
                   MOVE 'SCHEDULED' TO WS-LD-STATUS
               WHEN OTHER
                   MOVE 'DEPOSITED' TO WS-LD-STATUS
           END-EVALUATE
           MOVE WS-RPT-LEDGER-LINE TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           IF WS-OWED-TOTAL > 0 AND TL-DUE-DATE NOT > WS-TODAY
               MOVE WS-OWED-TOTAL TO WS-RPT-AMOUNT-1
               MOVE SPACES TO DEPOSIT-REPORT-LINE
               STRING '          OVERDUE ' WS-RPT-AMOUNT-1
                      ' WAS DUE ' TL-DUE-DATE
                      ' - SETTLING ' TL-SETTLEMENT-DATE
                   DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE
           END-IF
           IF TL-NEXT-DAY AND TL-FIRST-RECORDED = WS-TODAY
              AND WS-MONTHLY-DEPOSITOR
               MOVE SPACES TO DEPOSIT-REPORT-LINE
               MOVE 'NEXT-DAY DEPOSIT - DEPOSITOR IS NOW SEMIWEEKLY'
                   TO DEPOSIT-REPORT-LINE (11:)
               WRITE DEPOSIT-REPORT-LINE
           END-IF.


      * The employee-side line is what PAYQTR prints for the same
      * quarter; the employer side and the deposits complete the
      * 941 picture.
       4800-PRINT-QUARTER-TOTALS.
           MOVE ALL '-' TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE WS-QT-FEDERAL     TO WS-RPT-AMOUNT-1
           MOVE WS-QT-EE-FICA     TO WS-RPT-AMOUNT-2
           MOVE WS-QT-EE-MEDICARE TO WS-RPT-AMOUNT-3
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           STRING 'QUARTER ' WS-CQ-YEAR '-' WS-CQ-QUARTER
                  '  EMPLOYEE  FEDERAL ' WS-RPT-AMOUNT-1
                  '  FICA ' WS-RPT-AMOUNT-2
                  '  MEDICARE ' WS-RPT-AMOUNT-3
                  '  (TIES TO PAYQTR)'
               DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE WS-QT-ER-FICA     TO WS-RPT-AMOUNT-2
           MOVE WS-QT-ER-MEDICARE TO WS-RPT-AMOUNT-3
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           STRING '                EMPLOYER                      '
                  '  FICA ' WS-RPT-AMOUNT-2
                  '  MEDICARE ' WS-RPT-AMOUNT-3
               DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE WS-QT-TOTAL       TO WS-RPT-AMOUNT-1
           MOVE WS-QT-DEPOSITED   TO WS-RPT-AMOUNT-2
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           STRING '                LIABILITY ' WS-RPT-AMOUNT-1
                  '  DEPOSITED ' WS-RPT-AMOUNT-2
               DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           INITIALIZE WS-QTR-TOTALS.


       5000-WRITE-TRAILER.
           IF NOT FIRST-LEDGER-LINE
               PERFORM 4800-PRINT-QUARTER-TOTALS
           END-IF
           IF HEADER-WRITTEN
               MOVE SPACES            TO DEPOSIT-TRAILER-RECORD
               MOVE 'T'               TO DT-RECORD-TYPE
               MOVE WS-DEPOSIT-COUNT  TO DT-DETAIL-COUNT
               MOVE WS-DEPOSIT-AMOUNT TO DT-TOTAL-AMOUNT
               WRITE DEPOSIT-TRAILER-RECORD
           END-IF.


       6000-PRINT-SUMMARY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           STRING 'Payments summed:       ' WS-HISTORY-READ
               DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           STRING 'New pay dates:         ' WS-NEW-COUNT
               DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           STRING 'Liabilities adjusted:  ' WS-ADJUSTED-COUNT
               DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE WS-DEPOSIT-AMOUNT TO WS-RPT-AMOUNT-1
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           STRING 'Deposits written:      ' WS-DEPOSIT-COUNT
                  '  AMOUNT ' WS-RPT-AMOUNT-1
               DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE WS-OVERDUE-AMOUNT TO WS-RPT-AMOUNT-1
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           STRING 'Deposits overdue:      ' WS-OVERDUE-COUNT
                  '  AMOUNT ' WS-RPT-AMOUNT-1
               DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           STRING 'Over-deposited dates:  ' WS-CREDIT-COUNT
               DELIMITED SIZE INTO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'PAYDEP: ' WS-DEPOSIT-COUNT ' DEPOSIT(S) WRITTEN, '
               WS-OVERDUE-COUNT ' OVERDUE'.


       7000-CLOSE-FILES.
           CLOSE PAY-HISTORY-FILE
           CLOSE LIABILITY-FILE
           CLOSE DEPOSIT-FILE
           CLOSE DEPOSIT-REPORT-FILE.


      * Day of the week for WS-DT-DATE: the date's day number,
      * counted in the March-based year so leap day falls last,
      * taken modulo 7 - offset so 1 is Monday and 7 Sunday.
       8000-SET-DAY-OF-WEEK.
           IF WS-DT-MONTH < 3
               SUBTRACT 1 FROM WS-DT-YEAR GIVING WS-DN-YEAR
               ADD 12 WS-DT-MONTH GIVING WS-DN-MONTH
           ELSE
               MOVE WS-DT-YEAR  TO WS-DN-YEAR
               MOVE WS-DT-MONTH TO WS-DN-MONTH
           END-IF
           MULTIPLY WS-DN-YEAR BY 365 GIVING WS-DN-NUMBER
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DN-NUMBER
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT
           SUBTRACT WS-DN-QUOT FROM WS-DN-NUMBER
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DN-NUMBER
           SUBTRACT 3 FROM WS-DN-MONTH GIVING WS-DN-TERM
           MULTIPLY 153 BY WS-DN-TERM
           ADD 2 TO WS-DN-TERM
           DIVIDE WS-DN-TERM BY 5 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT WS-DT-DAY 2 TO WS-DN-NUMBER
           DIVIDE WS-DN-NUMBER BY 7 GIVING WS-DN-QUOT
               REMAINDER WS-DN-REM
           IF WS-DN-REM = 0
               MOVE 7 TO WS-DT-DOW
           ELSE
               MOVE WS-DN-REM TO WS-DT-DOW
           END-IF.


       8100-ADD-ONE-DAY.
           MOVE WS-MONTH-DAYS (WS-DT-MONTH) TO WS-DN-MONTH-LEN
           IF WS-DT-MONTH = 2
               DIVIDE WS-DT-YEAR BY 4 GIVING WS-DN-QUOT
                   REMAINDER WS-DN-REM
               IF WS-DN-REM = 0
                   MOVE 29 TO WS-DN-MONTH-LEN
                   DIVIDE WS-DT-YEAR BY 100 GIVING WS-DN-QUOT
                       REMAINDER WS-DN-REM
                   IF WS-DN-REM = 0
                       DIVIDE WS-DT-YEAR BY 400 GIVING WS-DN-QUOT
                           REMAINDER WS-DN-REM
                       IF WS-DN-REM NOT = 0
                           MOVE 28 TO WS-DN-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-DT-DAY < WS-DN-MONTH-LEN
               ADD 1 TO WS-DT-DAY
           ELSE
               MOVE 1 TO WS-DT-DAY
               IF WS-DT-MONTH < 12
                   ADD 1 TO WS-DT-MONTH
               ELSE
                   MOVE 1 TO WS-DT-MONTH
                   ADD 1 TO WS-DT-YEAR
               END-IF
           END-IF
           IF WS-DT-DOW = 7
               MOVE 1 TO WS-DT-DOW
           ELSE
               ADD 1 TO WS-DT-DOW
           END-IF.


       8200-ROLL-TO-BUSINESS-DAY.
           PERFORM 8210-CHECK-BUSINESS-DAY
           PERFORM 8220-ROLL-ONE-DAY
               UNTIL BUSINESS-DAY.


       8210-CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-SW
           IF WS-DT-DOW > 5
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           ELSE
               SET WS-HOL-IDX TO 1
               SEARCH WS-HOL-DATE
                   AT END
                       CONTINUE
                   WHEN WS-HOL-IDX > WS-HOLIDAY-COUNT
                       CONTINUE
                   WHEN WS-HOL-DATE (WS-HOL-IDX) = WS-DT-DATE-NUM
                       MOVE 'N' TO WS-BUSINESS-DAY-SW
               END-SEARCH
           END-IF.


       8220-ROLL-ONE-DAY.
           PERFORM 8100-ADD-ONE-DAY
           PERFORM 8210-CHECK-BUSINESS-DAY.


       8300-NEXT-BUSINESS-DAY.
           PERFORM 8100-ADD-ONE-DAY
           PERFORM 8200-ROLL-TO-BUSINESS-DAY.
