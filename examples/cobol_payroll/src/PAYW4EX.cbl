      * PAYW4EX.CBL  -  W-4 Exempt Claim Renewal Report
      *
      * An employee who claims exempt from federal withholding on
      * the W-4 does so for one calendar year only, and has to hand
      * in a new W-4 by February 15 of the next to keep the claim;
      * after that date PAYROLL withholds as single with no
      * adjustments until one is keyed. Run in the new year - HR
      * runs it at the start of February - this lists every current
      * employee whose exempt claim on EMPLOYEE-FILE is for a year
      * already ended, so the renewals can be chased before the
      * deadline rather than found on a check afterwards.
      *
      * A claim for last year is shown due by February 15 of this
      * year while that date has not passed, and as expired once it
      * has (or when the claim is older still). Claims for the
      * current year are in force and not listed; terminated
      * employees are not listed at all.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYW4EX.
       AUTHOR.      MY-DEV-TEAM-DEMO.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'employees.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-DEPT WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT RENEWAL-REPORT-FILE
               ASSIGN TO 'w4_exempt_renewal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  RENEWAL-REPORT-FILE.
       01  RENEWAL-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-EOF          PIC X VALUE 'N'.
               88  END-OF-FILE VALUE 'Y'.

       01  WS-EMPLOYEE-STATUS  PIC X(2) VALUE SPACES.
           88  WS-EMPLOYEE-OK  VALUE '00'.

       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-PARTS.
           05  WS-TODAY-YEAR   PIC 9(4).
           05  WS-TODAY-MMDD   PIC 9(4).

      * The renewal deadline for last year's claims - February 15
      * of this year.
       01  WS-RENEWAL-DEADLINE.
           05  WS-DEADLINE-YEAR PIC 9(4) VALUE ZEROS.
           05  FILLER           PIC 9(4) VALUE 0215.

       01  WS-COUNTERS.
           05  WS-READ-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-DUE-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-EXPIRED-COUNT PIC 9(5) VALUE ZEROS.

       01  WS-RPT-FIELDS.
           05  WS-RPT-HEADING.
               10  FILLER           PIC X(40)
                   VALUE 'W-4 EXEMPT CLAIMS DUE FOR RENEWAL - RUN '.
               10  WS-RPT-RUN-DATE  PIC 9(8).
           05  WS-RPT-CLAIM-LINE.
               10  WS-RPT-TAG       PIC X(10).
               10  FILLER           PIC X(4)  VALUE 'ID: '.
               10  WS-RPT-EMP-ID    PIC 9(5).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-RPT-NAME      PIC X(30).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-RPT-DEPT      PIC X(4).
               10  FILLER           PIC X(12) VALUE '  CLAIM FOR '.
               10  WS-RPT-CLAIM-YEAR PIC 9(4).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-RPT-ACTION    PIC X(25).


       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 3000-PROCESS-EMPLOYEE
               UNTIL END-OF-FILE
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 5000-CLOSE-FILES
           STOP RUN.


       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-PARTS
           MOVE WS-TODAY-YEAR TO WS-DEADLINE-YEAR
           OPEN INPUT EMPLOYEE-FILE
           IF NOT WS-EMPLOYEE-OK
               DISPLAY 'PAYW4EX: UNABLE TO OPEN EMPLOYEE-FILE, '
                   'STATUS ' WS-EMPLOYEE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RENEWAL-REPORT-FILE
           MOVE WS-TODAY TO WS-RPT-RUN-DATE
           MOVE WS-RPT-HEADING TO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           MOVE SPACES TO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


       3000-PROCESS-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT
           IF EMP-W4-CLAIMS-EXEMPT
              AND NOT EMP-STATUS-TERMINATED
              AND EMP-W4-EXEMPT-YEAR IS NUMERIC
              AND EMP-W4-EXEMPT-YEAR < WS-TODAY-YEAR
               PERFORM 3100-PRINT-CLAIM
           END-IF
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


      * Last year's claim before the deadline is still due; any
      * other claim for an ended year has already lapsed.
       3100-PRINT-CLAIM.
           SUBTRACT 1 FROM WS-TODAY-YEAR GIVING WS-RPT-CLAIM-YEAR
           IF EMP-W4-EXEMPT-YEAR = WS-RPT-CLAIM-YEAR
              AND WS-TODAY <= WS-RENEWAL-DEADLINE
               MOVE 'DUE       '          TO WS-RPT-TAG
               MOVE SPACES                TO WS-RPT-ACTION
               STRING 'RENEW BY ' WS-RENEWAL-DEADLINE
                   DELIMITED SIZE INTO WS-RPT-ACTION
               ADD 1 TO WS-DUE-COUNT
           ELSE
               MOVE 'EXPIRED   '          TO WS-RPT-TAG
               MOVE 'WITHHOLDING AS SINGLE'
                                          TO WS-RPT-ACTION
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF
           MOVE EMP-ID             TO WS-RPT-EMP-ID
           MOVE EMP-NAME           TO WS-RPT-NAME
           MOVE EMP-DEPT           TO WS-RPT-DEPT
           MOVE EMP-W4-EXEMPT-YEAR TO WS-RPT-CLAIM-YEAR
           MOVE WS-RPT-CLAIM-LINE TO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE.


       4000-PRINT-SUMMARY.
           MOVE SPACES TO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           MOVE SPACES TO RENEWAL-REPORT-LINE
           STRING 'Employees read:        ' WS-READ-COUNT
               DELIMITED SIZE INTO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           MOVE SPACES TO RENEWAL-REPORT-LINE
           STRING 'Renewals due:          ' WS-DUE-COUNT
               DELIMITED SIZE INTO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           MOVE SPACES TO RENEWAL-REPORT-LINE
           STRING 'Claims expired:        ' WS-EXPIRED-COUNT
               DELIMITED SIZE INTO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           DISPLAY 'PAYW4EX: ' WS-DUE-COUNT ' RENEWAL(S) DUE, '
               WS-EXPIRED-COUNT ' CLAIM(S) EXPIRED'.


       5000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE RENEWAL-REPORT-FILE.
