      * PAYNEWHR.CBL  -  State New-Hire Reporting
      *
      * Every state wants new and rehired employees reported within
      * about twenty days of the hire. This finds them on
      * EMPLOYEE-FILE and writes each work state its own new-hire
      * file, instead of someone copying names off the PAYMAINT
      * report onto the state web forms.
      *
      * An employee is reported when not terminated, hired on or
      * before today, and not already on the new-hire log for that
      * hire date. The log is written as each employee goes onto a
      * state file, so nobody is sent twice, and a rehire - brought
      * back from 'T' by PAYMAINT with a hire date after the
      * termination - has no log record for the new date and goes
      * out again, marked as a rehire. An employee with no personal
      * data on file can't be reported (the SSN, home address and
      * date of birth are what the state wants); that employee is
      * listed as held and picked up by the first run after the
      * personal data is keyed. A hire reported more than
      * WS-REPORT-DAYS after the hire date is flagged late. Either
      * sets RETURN-CODE 4 so the step is looked at.
      *
      * Run it weekly. Each state file is
      * new_hire_SS_yyyymmddhhmmss.txt for work state SS and the
      * run's date and time - so a second run the same day writes
      * files of its own, and never over a batch whose hires are
      * already logged as sent - holding a header record with
      * the employer's identity from COMPANY-FILE, one W4 record per
      * employee, and a trailer with the count. The optional
      * new_hire_control.dat card carries a date before which hires
      * are never reported - set it once, on the first run, so the
      * workforce already on file is not sent as new hires.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYNEWHR.
       AUTHOR.      MY-DEV-TEAM-DEMO.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NH-CONTROL-FILE
               ASSIGN TO 'new_hire_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT COMPANY-FILE ASSIGN TO 'company.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'employees.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-DEPT WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT PERSONAL-DATA-FILE
               ASSIGN TO 'employee_personal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-EMP-ID
               FILE STATUS IS WS-PERSONAL-STATUS.
           SELECT NEW-HIRE-LOG-FILE ASSIGN TO 'new_hire_log.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-KEY
               FILE STATUS IS WS-LOG-STATUS.
           SELECT STATE-NEW-HIRE-FILE ASSIGN USING WS-STATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NH-REPORT-FILE ASSIGN TO 'new_hire_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  NH-CONTROL-FILE.
       01  NH-CONTROL-RECORD.
           05  NHC-START-DATE       PIC 9(8).

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  PERSONAL-DATA-FILE.
           COPY EMPPERS.

       FD  NEW-HIRE-LOG-FILE.
           COPY NEWHIRE.

      * One file per work state: header, a W4 record per employee,
      * trailer.
       FD  STATE-NEW-HIRE-FILE.
       01  NHS-HEADER-RECORD.
           05  NHS-H-RECORD-TYPE    PIC X(2).
           05  NHS-H-STATE          PIC X(2).
           05  NHS-H-FEIN           PIC 9(9).
           05  NHS-H-EMPLOYER-NAME  PIC X(40).
           05  NHS-H-ADDRESS-1      PIC X(30).
           05  NHS-H-ADDRESS-2      PIC X(30).
           05  NHS-H-CITY           PIC X(20).
           05  NHS-H-EMPLOYER-STATE PIC X(2).
           05  NHS-H-ZIP-CODE       PIC X(9).
           05  NHS-H-CONTACT-NAME   PIC X(27).
           05  NHS-H-CONTACT-PHONE  PIC X(15).
           05  NHS-H-CREATED-DATE   PIC 9(8).
       01  NHS-EMPLOYEE-RECORD.
           05  NHS-E-RECORD-TYPE    PIC X(2).
           05  NHS-E-SSN            PIC 9(9).
           05  NHS-E-NAME           PIC X(30).
           05  NHS-E-ADDRESS-1      PIC X(30).
           05  NHS-E-ADDRESS-2      PIC X(30).
           05  NHS-E-CITY           PIC X(20).
           05  NHS-E-STATE          PIC X(2).
           05  NHS-E-ZIP-CODE       PIC X(9).
           05  NHS-E-BIRTH-DATE     PIC 9(8).
           05  NHS-E-HIRE-DATE      PIC 9(8).
           05  NHS-E-WORK-STATE     PIC X(2).
           05  NHS-E-HIRE-KIND      PIC X(1).
           05  NHS-E-FEIN           PIC 9(9).
       01  NHS-TRAILER-RECORD.
           05  NHS-T-RECORD-TYPE    PIC X(2).
           05  NHS-T-STATE          PIC X(2).
           05  NHS-T-EMPLOYEE-COUNT PIC 9(7).

       FD  NH-REPORT-FILE.
       01  NH-REPORT-LINE      PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-EOF          PIC X VALUE 'N'.
               88  END-OF-FILE VALUE 'Y'.
           05  WS-LOGGED-SW    PIC X VALUE 'N'.
               88  ALREADY-LOGGED  VALUE 'Y'.
           05  WS-PERSONAL-FOUND-SW PIC X VALUE 'N'.
               88  PERSONAL-FOUND  VALUE 'Y'.
           05  WS-STATE-FOUND-SW PIC X VALUE 'N'.
               88  STATE-LISTED    VALUE 'Y'.

       01  WS-CONTROL-STATUS   PIC X(2) VALUE SPACES.
           88  WS-CONTROL-OK   VALUE '00'.

       01  WS-COMPANY-STATUS   PIC X(2) VALUE SPACES.
           88  WS-COMPANY-OK   VALUE '00'.

       01  WS-EMPLOYEE-STATUS  PIC X(2) VALUE SPACES.
           88  WS-EMPLOYEE-OK  VALUE '00'.

       01  WS-PERSONAL-STATUS  PIC X(2) VALUE SPACES.
           88  WS-PERSONAL-OK  VALUE '00'.

       01  WS-LOG-STATUS       PIC X(2) VALUE SPACES.
           88  WS-LOG-OK       VALUE '00'.

       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-DAY        PIC 9(7) VALUE ZEROS.
       01  WS-NOW.
           05  WS-NOW-HHMMSS   PIC 9(6).
           05  FILLER          PIC 9(2).
       01  WS-HIRE-DAY         PIC 9(7) VALUE ZEROS.
       01  WS-START-DATE       PIC 9(8) VALUE ZEROS.

      * The state's reporting deadline, in days after the hire.
       01  WS-REPORT-DAYS      PIC 9(3) VALUE 20.

       01  WS-STATE-FILE-NAME  PIC X(30) VALUE SPACES.

       01  WS-DATE-PARTS.
           05  WS-DP-YEAR      PIC 9(4).
           05  WS-DP-MONTH     PIC 9(2).
           05  WS-DP-DAY       PIC 9(2).

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

      * The hires found on the employee pass, written out state by
      * state once the pass is done.
       01  WS-HIRE-TABLE.
           05  WS-HIRE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-HIRE-IDX.
               10  WS-HIRE-EMP-ID      PIC 9(5).
               10  WS-HIRE-NAME        PIC X(30).
               10  WS-HIRE-DATE        PIC 9(8).
               10  WS-HIRE-STATE       PIC X(2).
               10  WS-HIRE-KIND        PIC X(1).
               10  WS-HIRE-LATE-SW     PIC X(1).
       01  WS-HIRE-COUNT       PIC 9(4) VALUE ZEROS.
       01  WS-HIRE-KIND-WORK   PIC X(1) VALUE SPACES.

       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-ST-IDX.
               10  WS-STATE-CODE       PIC X(2).
       01  WS-STATE-COUNT      PIC 9(2) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-NEW-HIRE-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-REHIRE-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-LATE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-HELD-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-STATE-HIRE-COUNT PIC 9(7) VALUE ZEROS.

       01  WS-RPT-FIELDS.
           05  WS-RPT-HIRE-LINE.
               10  WS-RPT-TAG       PIC X(10).
               10  FILLER           PIC X(4)  VALUE 'ID: '.
               10  WS-RPT-EMP-ID    PIC 9(5).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-RPT-NAME      PIC X(30).
               10  FILLER           PIC X(8)  VALUE '  HIRED '.
               10  WS-RPT-HIRE-DATE PIC 9(8).
               10  FILLER           PIC X(8)  VALUE '  STATE '.
               10  WS-RPT-STATE     PIC X(2).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-RPT-LATE      PIC X(25).
           05  WS-RPT-FILE-LINE.
               10  FILLER           PIC X(16) VALUE 'STATE FILE      '.
               10  WS-RPT-FILE-NAME PIC X(30).
               10  FILLER           PIC X(9)  VALUE '  HIRES: '.
               10  WS-RPT-FILE-COUNT PIC ZZZZZZ9.


       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SELECT-HIRE
               UNTIL END-OF-FILE
           PERFORM 3000-WRITE-STATE-FILES
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 5000-CLOSE-FILES
           STOP RUN.


      * The employer's identity is required - a new-hire file
      * without the FEIN is no report at all - and so is the
      * personal data file. The log is created on first use.
       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO WS-DN-DATE
           PERFORM 8000-DATE-TO-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-TODAY-DAY
           OPEN INPUT NH-CONTROL-FILE
           IF WS-CONTROL-OK
               READ NH-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE NHC-START-DATE TO WS-START-DATE
               END-READ
           END-IF
           CLOSE NH-CONTROL-FILE
           OPEN INPUT COMPANY-FILE
           IF NOT WS-COMPANY-OK
               DISPLAY 'PAYNEWHR: UNABLE TO OPEN COMPANY-FILE, '
                   'STATUS ' WS-COMPANY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ COMPANY-FILE
               AT END
                   DISPLAY 'PAYNEWHR: COMPANY-FILE IS EMPTY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE COMPANY-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF NOT WS-EMPLOYEE-OK
               DISPLAY 'PAYNEWHR: UNABLE TO OPEN EMPLOYEE-FILE, '
                   'STATUS ' WS-EMPLOYEE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PERSONAL-DATA-FILE
           IF NOT WS-PERSONAL-OK
               DISPLAY 'PAYNEWHR: UNABLE TO OPEN PERSONAL-DATA-FILE, '
                   'STATUS ' WS-PERSONAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O NEW-HIRE-LOG-FILE
           IF NOT WS-LOG-OK
               OPEN OUTPUT NEW-HIRE-LOG-FILE
               CLOSE NEW-HIRE-LOG-FILE
               OPEN I-O NEW-HIRE-LOG-FILE
           END-IF
           OPEN OUTPUT NH-REPORT-FILE
           MOVE SPACES TO NH-REPORT-LINE
           STRING 'NEW-HIRE REPORTING RUN ' WS-TODAY
                  '  HIRES FROM ' WS-START-DATE
               DELIMITED SIZE INTO NH-REPORT-LINE
           WRITE NH-REPORT-LINE
           MOVE SPACES TO NH-REPORT-LINE
           WRITE NH-REPORT-LINE
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


       2000-SELECT-HIRE.
           ADD 1 TO WS-READ-COUNT
           IF NOT EMP-STATUS-TERMINATED
              AND EMP-HIRE-DATE > ZEROS
              AND EMP-HIRE-DATE <= WS-TODAY
              AND EMP-HIRE-DATE >= WS-START-DATE
               PERFORM 2100-CHECK-LOGGED
               IF NOT ALREADY-LOGGED
                   PERFORM 2200-QUEUE-HIRE
               END-IF
           END-IF
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


       2100-CHECK-LOGGED.
           MOVE EMP-ID        TO NH-EMP-ID
           MOVE EMP-HIRE-DATE TO NH-HIRE-DATE
           READ NEW-HIRE-LOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOGGED-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOGGED-SW
           END-READ.


      * Nothing is logged for a held employee, so the hire is
      * looked at again on the next run.
       2200-QUEUE-HIRE.
           MOVE EMP-ID TO PD-EMP-ID
           PERFORM 2210-READ-PERSONAL-DATA
           IF NOT PERSONAL-FOUND
               MOVE SPACES TO NH-REPORT-LINE
               STRING 'HELD      ID: ' EMP-ID
                      '  NAME: ' EMP-NAME
                      '  REASON: NO PERSONAL DATA ON FILE - NOT SENT'
                   DELIMITED SIZE INTO NH-REPORT-LINE
               WRITE NH-REPORT-LINE
               ADD 1 TO WS-HELD-COUNT
           ELSE
           IF WS-HIRE-COUNT NOT < 500
               MOVE SPACES TO NH-REPORT-LINE
               STRING 'HELD      ID: ' EMP-ID
                      '  NAME: ' EMP-NAME
                      '  REASON: OVER 500 HIRES - SENT NEXT RUN'
                   DELIMITED SIZE INTO NH-REPORT-LINE
               WRITE NH-REPORT-LINE
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM 2250-SET-HIRE-KIND
               ADD 1 TO WS-HIRE-COUNT
               SET WS-HIRE-IDX TO WS-HIRE-COUNT
               MOVE EMP-ID         TO WS-HIRE-EMP-ID (WS-HIRE-IDX)
               MOVE EMP-NAME       TO WS-HIRE-NAME (WS-HIRE-IDX)
               MOVE EMP-HIRE-DATE  TO WS-HIRE-DATE (WS-HIRE-IDX)
               MOVE EMP-WORK-STATE TO WS-HIRE-STATE (WS-HIRE-IDX)
               MOVE WS-HIRE-KIND-WORK
                                   TO WS-HIRE-KIND (WS-HIRE-IDX)
               MOVE 'N'            TO WS-HIRE-LATE-SW (WS-HIRE-IDX)
               MOVE EMP-HIRE-DATE  TO WS-DN-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
               MOVE WS-DN-RESULT   TO WS-HIRE-DAY
               ADD WS-REPORT-DAYS  TO WS-HIRE-DAY
               IF WS-HIRE-DAY < WS-TODAY-DAY
                   MOVE 'Y'        TO WS-HIRE-LATE-SW (WS-HIRE-IDX)
               END-IF
               PERFORM 2260-LIST-STATE
           END-IF
           END-IF.


       2210-READ-PERSONAL-DATA.
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PERSONAL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PERSONAL-FOUND-SW
           END-READ.


      * A rehire is someone with a termination before this hire
      * date, or already on the log under an earlier hire - the
      * termination date may have been cleared when the employee
      * came back.
       2250-SET-HIRE-KIND.
           MOVE 'N' TO WS-HIRE-KIND-WORK
           IF EMP-TERM-DATE > ZEROS AND EMP-TERM-DATE < EMP-HIRE-DATE
               MOVE 'R' TO WS-HIRE-KIND-WORK
           ELSE
               MOVE EMP-ID TO NH-EMP-ID
               MOVE ZEROS  TO NH-HIRE-DATE
               START NEW-HIRE-LOG-FILE KEY IS NOT LESS THAN NH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ NEW-HIRE-LOG-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF NH-EMP-ID = EMP-ID
                                   MOVE 'R' TO WS-HIRE-KIND-WORK
                               END-IF
                       END-READ
               END-START
           END-IF.


       2260-LIST-STATE.
           MOVE 'N' TO WS-STATE-FOUND-SW
           PERFORM 2270-MATCH-STATE
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT OR STATE-LISTED
           IF NOT STATE-LISTED AND WS-STATE-COUNT < 60
               ADD 1 TO WS-STATE-COUNT
               MOVE EMP-WORK-STATE TO WS-STATE-CODE (WS-STATE-COUNT)
           END-IF.


       2270-MATCH-STATE.
           IF WS-STATE-CODE (WS-ST-IDX) = EMP-WORK-STATE
               MOVE 'Y' TO WS-STATE-FOUND-SW
           END-IF.


      * One state's file: header, every queued hire working there,
      * trailer with the count the state balances the file to.
       3000-WRITE-STATE-FILES.
           MOVE SPACES TO WS-STATE-FILE-NAME
           STRING 'new_hire_' WS-STATE-CODE (WS-ST-IDX)
                  '_' WS-TODAY WS-NOW-HHMMSS '.txt'
               DELIMITED SIZE INTO WS-STATE-FILE-NAME
           OPEN OUTPUT STATE-NEW-HIRE-FILE
           MOVE SPACES           TO NHS-HEADER-RECORD
           MOVE 'HD'             TO NHS-H-RECORD-TYPE
           MOVE WS-STATE-CODE (WS-ST-IDX) TO NHS-H-STATE
           MOVE CO-FEIN          TO NHS-H-FEIN
           MOVE CO-NAME          TO NHS-H-EMPLOYER-NAME
           MOVE CO-ADDRESS-1     TO NHS-H-ADDRESS-1
           MOVE CO-ADDRESS-2     TO NHS-H-ADDRESS-2
           MOVE CO-CITY          TO NHS-H-CITY
           MOVE CO-STATE         TO NHS-H-EMPLOYER-STATE
           MOVE CO-ZIP-CODE      TO NHS-H-ZIP-CODE
           MOVE CO-CONTACT-NAME  TO NHS-H-CONTACT-NAME
           MOVE CO-CONTACT-PHONE TO NHS-H-CONTACT-PHONE
           MOVE WS-TODAY         TO NHS-H-CREATED-DATE
           WRITE NHS-HEADER-RECORD
           MOVE ZEROS TO WS-STATE-HIRE-COUNT
           PERFORM 3100-WRITE-STATE-HIRE
               VARYING WS-HIRE-IDX FROM 1 BY 1
               UNTIL WS-HIRE-IDX > WS-HIRE-COUNT
           MOVE SPACES           TO NHS-TRAILER-RECORD
           MOVE 'TR'             TO NHS-T-RECORD-TYPE
           MOVE WS-STATE-CODE (WS-ST-IDX) TO NHS-T-STATE
           MOVE WS-STATE-HIRE-COUNT TO NHS-T-EMPLOYEE-COUNT
           WRITE NHS-TRAILER-RECORD
           CLOSE STATE-NEW-HIRE-FILE
           MOVE WS-STATE-FILE-NAME  TO WS-RPT-FILE-NAME
           MOVE WS-STATE-HIRE-COUNT TO WS-RPT-FILE-COUNT
           MOVE WS-RPT-FILE-LINE TO NH-REPORT-LINE
           WRITE NH-REPORT-LINE.


       3100-WRITE-STATE-HIRE.
           IF WS-HIRE-STATE (WS-HIRE-IDX) = WS-STATE-CODE (WS-ST-IDX)
               MOVE WS-HIRE-EMP-ID (WS-HIRE-IDX) TO PD-EMP-ID
               PERFORM 2210-READ-PERSONAL-DATA
               MOVE SPACES          TO NHS-EMPLOYEE-RECORD
               MOVE 'W4'            TO NHS-E-RECORD-TYPE
               MOVE PD-SSN          TO NHS-E-SSN
               MOVE WS-HIRE-NAME (WS-HIRE-IDX) TO NHS-E-NAME
               MOVE PD-ADDRESS-1    TO NHS-E-ADDRESS-1
               MOVE PD-ADDRESS-2    TO NHS-E-ADDRESS-2
               MOVE PD-CITY         TO NHS-E-CITY
               MOVE PD-STATE        TO NHS-E-STATE
               MOVE PD-ZIP-CODE     TO NHS-E-ZIP-CODE
               MOVE PD-BIRTH-DATE   TO NHS-E-BIRTH-DATE
               MOVE WS-HIRE-DATE (WS-HIRE-IDX)  TO NHS-E-HIRE-DATE
               MOVE WS-HIRE-STATE (WS-HIRE-IDX) TO NHS-E-WORK-STATE
               MOVE WS-HIRE-KIND (WS-HIRE-IDX)  TO NHS-E-HIRE-KIND
               MOVE CO-FEIN         TO NHS-E-FEIN
               WRITE NHS-EMPLOYEE-RECORD
               ADD 1 TO WS-STATE-HIRE-COUNT
               PERFORM 3200-LOG-HIRE
               PERFORM 3300-PRINT-HIRE
           END-IF.


       3200-LOG-HIRE.
           MOVE WS-HIRE-EMP-ID (WS-HIRE-IDX) TO NH-EMP-ID
           MOVE WS-HIRE-DATE (WS-HIRE-IDX)   TO NH-HIRE-DATE
           MOVE WS-HIRE-KIND (WS-HIRE-IDX)   TO NH-KIND
           MOVE WS-HIRE-STATE (WS-HIRE-IDX)  TO NH-WORK-STATE
           MOVE WS-TODAY                     TO NH-SENT-DATE
           MOVE WS-STATE-FILE-NAME           TO NH-FILE-NAME
           WRITE NEW-HIRE-LOG-RECORD
               INVALID KEY
                   DISPLAY 'PAYNEWHR: LOG WRITE FAILED FOR '
                       NH-EMP-ID ', STATUS ' WS-LOG-STATUS
           END-WRITE.


       3300-PRINT-HIRE.
           IF WS-HIRE-KIND (WS-HIRE-IDX) = 'R'
               MOVE 'REHIRE    ' TO WS-RPT-TAG
               ADD 1 TO WS-REHIRE-COUNT
           ELSE
               MOVE 'NEW HIRE  ' TO WS-RPT-TAG
               ADD 1 TO WS-NEW-HIRE-COUNT
           END-IF
           IF WS-HIRE-LATE-SW (WS-HIRE-IDX) = 'Y'
               MOVE 'LATE - PAST STATE DEADLINE' TO WS-RPT-LATE
               ADD 1 TO WS-LATE-COUNT
           ELSE
               MOVE SPACES TO WS-RPT-LATE
           END-IF
           MOVE WS-HIRE-EMP-ID (WS-HIRE-IDX) TO WS-RPT-EMP-ID
           MOVE WS-HIRE-NAME (WS-HIRE-IDX)   TO WS-RPT-NAME
           MOVE WS-HIRE-DATE (WS-HIRE-IDX)   TO WS-RPT-HIRE-DATE
           MOVE WS-HIRE-STATE (WS-HIRE-IDX)  TO WS-RPT-STATE
           MOVE WS-RPT-HIRE-LINE TO NH-REPORT-LINE
           WRITE NH-REPORT-LINE.


       4000-PRINT-SUMMARY.
           MOVE SPACES TO NH-REPORT-LINE
           WRITE NH-REPORT-LINE
           MOVE SPACES TO NH-REPORT-LINE
           STRING 'Employees read:        ' WS-READ-COUNT
               DELIMITED SIZE INTO NH-REPORT-LINE
           WRITE NH-REPORT-LINE
           MOVE SPACES TO NH-REPORT-LINE
           STRING 'New hires reported:    ' WS-NEW-HIRE-COUNT
               DELIMITED SIZE INTO NH-REPORT-LINE
           WRITE NH-REPORT-LINE
           MOVE SPACES TO NH-REPORT-LINE
           STRING 'Rehires reported:      ' WS-REHIRE-COUNT
               DELIMITED SIZE INTO NH-REPORT-LINE
           WRITE NH-REPORT-LINE
           MOVE SPACES TO NH-REPORT-LINE
           STRING 'Reported late:         ' WS-LATE-COUNT
               DELIMITED SIZE INTO NH-REPORT-LINE
           WRITE NH-REPORT-LINE
           MOVE SPACES TO NH-REPORT-LINE
           STRING 'Held, not reported:    ' WS-HELD-COUNT
               DELIMITED SIZE INTO NH-REPORT-LINE
           WRITE NH-REPORT-LINE
           MOVE SPACES TO NH-REPORT-LINE
           STRING 'State files written:   ' WS-STATE-COUNT
               DELIMITED SIZE INTO NH-REPORT-LINE
           WRITE NH-REPORT-LINE
           DISPLAY 'PAYNEWHR: ' WS-HIRE-COUNT ' HIRE(S) REPORTED TO '
               WS-STATE-COUNT ' STATE(S), ' WS-HELD-COUNT ' HELD'
           IF WS-HELD-COUNT > 0 OR WS-LATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.


       5000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE PERSONAL-DATA-FILE
           CLOSE NEW-HIRE-LOG-FILE
           CLOSE NH-REPORT-FILE.


      * Same civil-calendar day count the pay run uses, so a hire's
      * age in days subtracts cleanly across month and year ends.
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
