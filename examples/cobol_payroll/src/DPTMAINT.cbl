      *   A - add department     (must not already exist)
      *   C - change department  (must already exist)
      *   D - delete department  (must already exist)
      *
      * Every transaction carries the ID of the operator who keyed
      * it, and every field an accepted transaction changes goes to
      * the change history file shared with PAYMAINT and DEDMAINT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DPTMAINT.
       AUTHOR.      MY-DEV-TEAM-DEMO.
               FILE STATUS IS WS-DEPARTMENT-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO 'dptmaint_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-HISTORY-FILE
               ASSIGN TO 'master_change_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
           05  TRAN-DEPT-CODE       PIC X(04).
           05  TRAN-DEPT-NAME       PIC X(30).
           05  TRAN-GL-ACCOUNT      PIC X(06).
           05  TRAN-OPERATOR-ID     PIC X(08).

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE    PIC X(100).

      * Shared with PAYMAINT and DEDMAINT, appended to by all three
      * and never truncated.
       FD  CHANGE-HISTORY-FILE.
           COPY CHGHIST.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.

       01  WS-REJECT-REASON     PIC X(40) VALUE SPACES.

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE     PIC 9(8) VALUE ZEROS.
           05  WS-RUN-TIME     PIC 9(8) VALUE ZEROS.

      * The department as it stood before the transaction, captured
      * by 2060-LOOKUP-DEPARTMENT for the change history.
       01  WS-PRIOR-DEPT-DETAILS.
           05  WS-PRIOR-DEPT-NAME    PIC X(30) VALUE SPACES.
           05  WS-PRIOR-GL-ACCOUNT   PIC X(06) VALUE SPACES.

       01  WS-HISTORY-FIELDS.
           05  WS-HIST-FIELD-NAME    PIC X(20) VALUE SPACES.
           05  WS-HIST-OLD-VALUE     PIC X(30) VALUE SPACES.
           05  WS-HIST-NEW-VALUE     PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-CHANGE-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-DELETE-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-HISTORY-COUNT  PIC 9(5) VALUE ZEROS.


       PROCEDURE DIVISION.


       1000-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O   DEPARTMENT-FILE
           IF NOT WS-DEPARTMENT-OK
               OPEN I-O DEPARTMENT-FILE
           END-IF
           OPEN OUTPUT MAINT-REPORT-FILE
           OPEN EXTEND CHANGE-HISTORY-FILE
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.
               MOVE 'DEPARTMENT CODE MUST NOT BE BLANK'
                   TO WS-REJECT-REASON
           END-IF
           IF TRAN-VALID AND TRAN-OPERATOR-ID = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'OPERATOR ID MUST NOT BE BLANK' TO WS-REJECT-REASON
           END-IF
           IF TRAN-VALID AND NOT TRAN-ADD AND NOT TRAN-CHANGE
                   AND NOT TRAN-DELETE
               MOVE 'N' TO WS-TRAN-VALID-SW
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DEPT-EXISTS-SW
                   MOVE SPACES TO WS-PRIOR-DEPT-NAME
                                  WS-PRIOR-GL-ACCOUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEPT-EXISTS-SW
                   MOVE DEPT-NAME       TO WS-PRIOR-DEPT-NAME
                   MOVE DEPT-GL-ACCOUNT TO WS-PRIOR-GL-ACCOUNT
           END-READ.


           MOVE TRAN-GL-ACCOUNT TO DEPT-GL-ACCOUNT
           WRITE DEPARTMENT-RECORD
           ADD 1 TO WS-ADD-COUNT
           PERFORM 2950-RECORD-CHANGES
           PERFORM 2910-WRITE-ACCEPT.


           MOVE TRAN-GL-ACCOUNT TO DEPT-GL-ACCOUNT
           REWRITE DEPARTMENT-RECORD
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 2950-RECORD-CHANGES
           PERFORM 2910-WRITE-ACCEPT.


      * The record area is blanked once the record is gone, so the
      * history shows the name and account going to nothing.
       2300-DELETE-DEPARTMENT.
           DELETE DEPARTMENT-FILE RECORD
           ADD 1 TO WS-DELETE-COUNT
           INITIALIZE DEPARTMENT-RECORD
           PERFORM 2950-RECORD-CHANGES
           PERFORM 2910-WRITE-ACCEPT.


       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'REJECTED  ACTION: ' TRAN-ACTION
                  '  CODE: ' TRAN-DEPT-CODE
                  '  REASON: ' WS-REJECT-REASON


       2910-WRITE-ACCEPT.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'ACCEPTED  ACTION: ' TRAN-ACTION
                  '  CODE: ' TRAN-DEPT-CODE
                  '  NAME: ' TRAN-DEPT-NAME
           WRITE MAINT-REPORT-LINE.


      * One change history entry per field that differs from what
      * 2060-LOOKUP-DEPARTMENT captured. Nothing on this master
      * waits for a second operator, so every entry is applied.
       2950-RECORD-CHANGES.
           IF DEPT-NAME NOT = WS-PRIOR-DEPT-NAME
               MOVE 'DEPT-NAME'         TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-DEPT-NAME  TO WS-HIST-OLD-VALUE
               MOVE DEPT-NAME           TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF DEPT-GL-ACCOUNT NOT = WS-PRIOR-GL-ACCOUNT
               MOVE 'DEPT-GL-ACCOUNT'   TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-GL-ACCOUNT TO WS-HIST-OLD-VALUE
               MOVE DEPT-GL-ACCOUNT     TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF.


       2960-WRITE-HISTORY-ENTRY.
           MOVE WS-RUN-DATE        TO CH-CHANGE-DATE
           MOVE WS-RUN-TIME        TO CH-CHANGE-TIME
           MOVE 'DPTMAINT'         TO CH-PROGRAM
           MOVE TRAN-ACTION        TO CH-ACTION
           MOVE TRAN-DEPT-CODE     TO CH-RECORD-KEY
           MOVE WS-HIST-FIELD-NAME TO CH-FIELD-NAME
           MOVE WS-HIST-OLD-VALUE  TO CH-OLD-VALUE
           MOVE WS-HIST-NEW-VALUE  TO CH-NEW-VALUE
           MOVE 'A'                TO CH-STATUS
           MOVE TRAN-OPERATOR-ID   TO CH-OPERATOR-ID
           MOVE SPACES             TO CH-APPROVER-ID
           WRITE CHANGE-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-COUNT.


       3000-PRINT-SUMMARY.
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Departments added:   ' WS-ADD-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Departments changed: ' WS-CHANGE-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Departments deleted: ' WS-DELETE-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Transactions rejected: ' WS-REJECT-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'History entries:       ' WS-HISTORY-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.


       4000-CLOSE-FILES.
           CLOSE TRANSACTION-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE CHANGE-HISTORY-FILE.
