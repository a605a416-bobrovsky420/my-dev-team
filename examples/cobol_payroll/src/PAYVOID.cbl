      *
      * A void and its reissue can ride in the same transaction
      * file, void first.
      *
      * A payment dated in a year PAYYREND has already closed (one
      * on YEAREND-CONTROL-FILE) is different: its W-2 has gone out
      * from the balances archived at the close, and the live
      * EMPLOYEE-MASTER now holds the new year, so nothing is
      * posted to the master or checked against it. The GL, bank,
      * garnishment and audit entries are made as for any other
      * payment, and the payment is logged to W2C-ADJUST-FILE for
      * PAYW2C to issue the employee a corrected W-2.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYVOID.
       AUTHOR.      MY-DEV-TEAM-DEMO.
           SELECT OPTIONAL AUDIT-LOG-FILE
               ASSIGN TO 'payroll_audit.log'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL YEAREND-CONTROL-FILE
               ASSIGN TO 'yearend_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAREND-STATUS.
           SELECT OPTIONAL W2C-ADJUST-FILE
               ASSIGN TO 'w2c_adjustments.dat'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
           05  VA-TAX               PIC 9(09)V99.
           05  VA-NET               PIC 9(09)V99.

      * PAYYREND's log of closed years, read only to find the last
      * year closed.
       FD  YEAREND-CONTROL-FILE.
       01  YEAREND-CONTROL-RECORD.
           05  YE-LOG-YEAR          PIC 9(4).
           05  YE-LOG-RUN-DATE      PIC 9(8).
           05  YE-LOG-RUN-TIME      PIC 9(8).
           05  YE-LOG-RECORD-COUNT  PIC 9(5).

       FD  W2C-ADJUST-FILE.
           COPY W2CADJ.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
               88  DEDUCT-FILE-PRESENT VALUE 'Y'.
           05  WS-DED-DONE-SW       PIC X VALUE 'N'.
               88  DEDUCTIONS-DONE  VALUE 'Y'.
           05  WS-YEAREND-EOF-SW    PIC X VALUE 'N'.
               88  YEAREND-AT-EOF   VALUE 'Y'.
           05  WS-PRIOR-YEAR-SW     PIC X VALUE 'N'.
               88  PRIOR-YEAR-PAYMENT VALUE 'Y'.

       01  WS-YEAREND-STATUS    PIC X(2) VALUE SPACES.
           88  WS-YEAREND-OK    VALUE '00'.

      * The latest year on YEAREND-CONTROL-FILE - a pay date in it
      * or before it belongs to a year whose W-2s have been issued.
       01  WS-CLOSED-THRU-YEAR  PIC 9(4) VALUE ZEROS.

       01  WS-EMPLOYEE-STATUS   PIC X(2) VALUE SPACES.
           88  WS-EMPLOYEE-OK   VALUE '00'.
           05  FILLER          PIC X(6)  VALUE 'WAGES '.
           05  WS-GL-WAGE-DEPT PIC X(4).
           05  FILLER          PIC X(10) VALUE SPACES.
       01  WS-PH-DEPT-WAGES     PIC 9(6)V99 VALUE ZEROS.

       01  WS-HIST-FOUND-SW     PIC X VALUE 'N'.
           88  HISTORY-FOUND        VALUE 'Y'.
           05  WS-VOID-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-REISSUE-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-W2C-COUNT      PIC 9(5) VALUE ZEROS.


       PROCEDURE DIVISION.
       1000-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1050-LOAD-CLOSED-YEARS
           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF NOT WS-EMPLOYEE-OK
           OPEN EXTEND ACH-FILE
           OPEN EXTEND GL-EXTRACT-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN EXTEND W2C-ADJUST-FILE
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


      * No control log (no year ever closed) leaves WS-CLOSED-THRU-
      * YEAR at zero, and every payment is a current-year one.
       1050-LOAD-CLOSED-YEARS.
           MOVE ZEROS TO WS-CLOSED-THRU-YEAR
           OPEN INPUT YEAREND-CONTROL-FILE
           IF WS-YEAREND-OK
               MOVE 'N' TO WS-YEAREND-EOF-SW
               PERFORM 1055-READ-CLOSED-YEAR
                   UNTIL YEAREND-AT-EOF
           END-IF
           CLOSE YEAREND-CONTROL-FILE.


       1055-READ-CLOSED-YEAR.
           READ YEAREND-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-YEAREND-EOF-SW
               NOT AT END
                   IF YE-LOG-YEAR > WS-CLOSED-THRU-YEAR
                       MOVE YE-LOG-YEAR TO WS-CLOSED-THRU-YEAR
                   END-IF
           END-READ.


       2000-PROCESS-TRANSACTIONS.
           PERFORM 2050-VALIDATE-TRANSACTION
           IF TRAN-VALID
      * only a voided one reissued), the cross-foot check
      * (components + net = gross) is what makes every GL posting
      * this program writes balance, and the coverage checks keep a
      * void from wrapping an unsigned YTD bucket past zero. A
      * payment in a closed year is never posted to the master, so
      * the master lookup and coverage checks are for current-year
      * payments only.
       2050-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE 'N' TO WS-PRIOR-YEAR-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT VT-VOID AND NOT VT-REISSUE
               MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'PAY DATE IS NOT A VALID DATE'
                       TO WS-REJECT-REASON
               END-IF
               IF WS-DP-YEAR NOT > WS-CLOSED-THRU-YEAR
                   MOVE 'Y' TO WS-PRIOR-YEAR-SW
               END-IF
           END-IF
           IF TRAN-VALID
               PERFORM 2075-LOOKUP-HISTORY
                   MOVE 'EMPLOYEE NOT FOUND' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND NOT PRIOR-YEAR-PAYMENT
               PERFORM 2070-LOOKUP-MASTER
               IF MASTER-NOT-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SW
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-VALID AND VT-VOID AND NOT PRIOR-YEAR-PAYMENT
               PERFORM 2090-CHECK-VOID-COVERAGE
           END-IF.



       2100-VOID-PAYMENT.
           IF PRIOR-YEAR-PAYMENT
               PERFORM 2150-LOG-W2C-ADJUSTMENT
           ELSE
               PERFORM 2110-BACK-OUT-MASTER
           END-IF
           PERFORM 2120-WRITE-GL-REVERSAL
           PERFORM 2130-WRITE-ACH-REVERSAL
           PERFORM 2140-REDUCE-GARNISH-TAKEN
      * Reverses the pay run's journal: the department's own wage
      * expense credited back (the same cost-center account
      * 4110-WRITE-DEPT-WAGE-GL debited), each payable and cash
      * debited, for this one payment. Any back pay the payment
      * carried is credited back to the retro pay wage account the
      * pay run debited it to, not the department's.
       2120-WRITE-GL-REVERSAL.
           PERFORM 2115-RESOLVE-DEPT-ACCOUNT
           SUBTRACT PH-RETRO-PAY FROM PH-GROSS
               GIVING WS-PH-DEPT-WAGES
           MOVE WS-RUN-DATE       TO GL-RUN-DATE
           MOVE WS-DEPT-GL-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE WS-GL-WAGE-NAME   TO GL-ACCOUNT-NAME
           MOVE ZEROS             TO GL-DEBIT-AMOUNT
           MOVE WS-PH-DEPT-WAGES  TO GL-CREDIT-AMOUNT
           WRITE GL-EXTRACT-RECORD

           IF PH-RETRO-PAY > 0
               MOVE WS-RUN-DATE       TO GL-RUN-DATE
               MOVE '500100'          TO GL-ACCOUNT-CODE
               MOVE 'WAGES RETRO PAY' TO GL-ACCOUNT-NAME
               MOVE ZEROS             TO GL-DEBIT-AMOUNT
               MOVE PH-RETRO-PAY      TO GL-CREDIT-AMOUNT
               WRITE GL-EXTRACT-RECORD
           END-IF

           MOVE WS-RUN-DATE       TO GL-RUN-DATE
           MOVE '210000'          TO GL-ACCOUNT-CODE
           MOVE 'TAX PAYABLE'     TO GL-ACCOUNT-NAME
       2130-WRITE-ACH-REVERSAL.
           EVALUATE TRUE
               WHEN PH-PAID-BY-CHECK
                   MOVE SPACES TO VOID-REPORT-LINE
                   STRING 'NOTE      ID: ' VT-EMP-ID
                          '  CHECK ' PH-CHECK-NUMBER
                          ' - STOP PAYMENT MANUALLY'
                       DELIMITED SIZE INTO VOID-REPORT-LINE
                   WRITE VOID-REPORT-LINE
               WHEN EMP-BANK-ROUTING = ZEROS
                   MOVE SPACES TO VOID-REPORT-LINE
                   STRING 'NOTE      ID: ' VT-EMP-ID
                          '  NO BANK DETAILS - RECOVER DEPOSIT '
                          'MANUALLY'
           END-READ.


      * A closed year's payment changes figures already reported on
      * a W-2: the payment's reportable amounts are logged for
      * PAYW2C, in the direction of the action, and the report
      * says a corrected W-2 is due.
       2150-LOG-W2C-ADJUSTMENT.
           MOVE VT-EMP-ID        TO W2A-EMP-ID
           MOVE WS-DP-YEAR       TO W2A-TAX-YEAR
           MOVE VT-PAY-DATE      TO W2A-PAY-DATE
           MOVE VT-ACTION        TO W2A-ACTION
           MOVE WS-RUN-DATE      TO W2A-RUN-DATE
           MOVE WS-RUN-TIME      TO W2A-RUN-TIME
           MOVE PH-WORK-STATE    TO W2A-WORK-STATE
           MOVE PH-GROSS         TO W2A-GROSS
           MOVE PH-FEDERAL       TO W2A-FEDERAL
           MOVE PH-FICA          TO W2A-FICA
           MOVE PH-MEDICARE      TO W2A-MEDICARE
           MOVE PH-STATE         TO W2A-STATE
           MOVE PH-401K          TO W2A-401K
           WRITE W2C-ADJUSTMENT-RECORD
           ADD 1 TO WS-W2C-COUNT
           MOVE SPACES TO VOID-REPORT-LINE
           STRING 'NOTE      ID: ' VT-EMP-ID
                  '  PAY DATE IN CLOSED YEAR ' WS-DP-YEAR
                  ' - W-2C ADJUSTMENT LOGGED'
               DELIMITED SIZE INTO VOID-REPORT-LINE
           WRITE VOID-REPORT-LINE.


       2200-REISSUE-PAYMENT.
           IF PRIOR-YEAR-PAYMENT
               PERFORM 2150-LOG-W2C-ADJUSTMENT
           ELSE
               PERFORM 2210-POST-MASTER
           END-IF
           PERFORM 2220-WRITE-GL-POSTING
           PERFORM 2230-WRITE-ACH-DEPOSIT
           PERFORM 2240-INCREASE-GARNISH-TAKEN

      * Normal-direction journal for the corrected payment, same
      * accounts the pay run posts to - the wage debit lands on the
      * department's own cost-center account, and any back pay
      * on the retro pay wage account.
       2220-WRITE-GL-POSTING.
           PERFORM 2115-RESOLVE-DEPT-ACCOUNT
           SUBTRACT PH-RETRO-PAY FROM PH-GROSS
               GIVING WS-PH-DEPT-WAGES
           MOVE WS-RUN-DATE       TO GL-RUN-DATE
           MOVE WS-DEPT-GL-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE WS-GL-WAGE-NAME   TO GL-ACCOUNT-NAME
           MOVE WS-PH-DEPT-WAGES  TO GL-DEBIT-AMOUNT
           MOVE ZEROS             TO GL-CREDIT-AMOUNT
           WRITE GL-EXTRACT-RECORD

           IF PH-RETRO-PAY > 0
               MOVE WS-RUN-DATE       TO GL-RUN-DATE
               MOVE '500100'          TO GL-ACCOUNT-CODE
               MOVE 'WAGES RETRO PAY' TO GL-ACCOUNT-NAME
               MOVE PH-RETRO-PAY      TO GL-DEBIT-AMOUNT
               MOVE ZEROS             TO GL-CREDIT-AMOUNT
               WRITE GL-EXTRACT-RECORD
           END-IF

           MOVE WS-RUN-DATE       TO GL-RUN-DATE
           MOVE '210000'          TO GL-ACCOUNT-CODE
           MOVE 'TAX PAYABLE'     TO GL-ACCOUNT-NAME
      * the report rather than deposited into account zero.
       2230-WRITE-ACH-DEPOSIT.
           IF EMP-BANK-ROUTING = ZEROS
               MOVE SPACES TO VOID-REPORT-LINE
               STRING 'NOTE      ID: ' VT-EMP-ID
                      '  NO BANK DETAILS - CUT PAPER CHECK FOR NET'
                   DELIMITED SIZE INTO VOID-REPORT-LINE
               PERFORM 2245-INCREASE-ONE-GARNISH
                   UNTIL DEDUCTIONS-DONE
               IF WS-GARN-ADJUST > 0
                   MOVE SPACES TO VOID-REPORT-LINE
                   STRING 'NOTE      ID: ' VT-EMP-ID
                          '  GARNISH REISSUE EXCEEDS GOAL HEADROOM'
                       DELIMITED SIZE INTO VOID-REPORT-LINE

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO VOID-REPORT-LINE
           STRING 'REJECTED  ACTION: ' VT-ACTION
                  '  ID: ' VT-EMP-ID
                  '  REASON: ' WS-REJECT-REASON


       2910-WRITE-ACCEPT.
           MOVE SPACES TO VOID-REPORT-LINE
           STRING 'ACCEPTED  ACTION: ' VT-ACTION
                  '  ID: ' VT-EMP-ID
                  '  PAY DATE: ' VT-PAY-DATE
       3000-PRINT-SUMMARY.
           MOVE SPACES TO VOID-REPORT-LINE
           WRITE VOID-REPORT-LINE
           MOVE SPACES TO VOID-REPORT-LINE
           STRING 'Payments voided:   ' WS-VOID-COUNT
               DELIMITED SIZE INTO VOID-REPORT-LINE
           WRITE VOID-REPORT-LINE
           MOVE SPACES TO VOID-REPORT-LINE
           STRING 'Payments reissued: ' WS-REISSUE-COUNT
               DELIMITED SIZE INTO VOID-REPORT-LINE
           WRITE VOID-REPORT-LINE
           MOVE SPACES TO VOID-REPORT-LINE
           STRING 'Transactions rejected: ' WS-REJECT-COUNT
               DELIMITED SIZE INTO VOID-REPORT-LINE
           WRITE VOID-REPORT-LINE
           MOVE SPACES TO VOID-REPORT-LINE
           STRING 'W-2c adjustments:  ' WS-W2C-COUNT
               DELIMITED SIZE INTO VOID-REPORT-LINE
           WRITE VOID-REPORT-LINE.


           CLOSE VOID-REPORT-FILE
           CLOSE ACH-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE W2C-ADJUST-FILE.
