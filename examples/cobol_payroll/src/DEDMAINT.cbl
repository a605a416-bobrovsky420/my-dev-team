      * stamp PAYROLL keeps beside it - as the pay run has
      * accumulated them, so re-keying a garnishment order never
      * resets how much has already been collected.
      *
      * Every transaction carries the ID of the operator who keyed
      * it, and every term an accepted transaction changes goes to
      * the change history file shared with PAYMAINT and DPTMAINT.
      * A change to the terms of a garnishment - or one that makes
      * a deduction a garnishment or stops it being one - is held
      * on the pending change file instead of applied, until a
      * second operator approves it in a later run:
      *   V - approve the change held for the deduction
      *   X - cancel the change held for the deduction
      * A deduction with a change held can't be deleted until the
      * change is cancelled.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEDMAINT.
       AUTHOR.      MY-DEV-TEAM-DEMO.
               FILE STATUS IS WS-DEDUCTION-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO 'dedmaint_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-HISTORY-FILE
               ASSIGN TO 'master_change_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO 'pending_changes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-STATUS.


       DATA DIVISION.
               88  TRAN-ADD         VALUE 'A'.
               88  TRAN-CHANGE      VALUE 'C'.
               88  TRAN-DELETE      VALUE 'D'.
               88  TRAN-APPROVE     VALUE 'V'.
               88  TRAN-CANCEL      VALUE 'X'.
           05  TRAN-EMP-ID          PIC 9(05).
           05  TRAN-DED-CODE        PIC X(04).
           05  TRAN-DED-TYPE        PIC X(01).
           05  TRAN-DED-PRIORITY    PIC 9(2).
           05  TRAN-DED-DE-PCT      PIC V999.
           05  TRAN-AGENCY-REF      PIC X(20).
           05  TRAN-OPERATOR-ID     PIC X(08).

       FD  DEDUCTION-FILE.
           COPY DEDREC.
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE    PIC X(100).

      * Shared with PAYMAINT and DPTMAINT, appended to by all three
      * and never truncated.
       FD  CHANGE-HISTORY-FILE.
           COPY CHGHIST.

      * Garnishment changes waiting on a second operator, on the
      * same pending file PAYMAINT holds pay and bank changes on.
       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-DED-EXISTS-SW     PIC X VALUE 'N'.
               88  DED-EXISTS       VALUE 'Y'.
               88  DED-DOES-NOT-EXIST VALUE 'N'.
           05  WS-PENDING-EXISTS-SW PIC X VALUE 'N'.
               88  PENDING-EXISTS   VALUE 'Y'.
               88  NO-PENDING-CHANGE VALUE 'N'.

       01  WS-DEDUCTION-STATUS  PIC X(2) VALUE SPACES.
           88  WS-DEDUCTION-OK  VALUE '00'.
           88  WS-DEDUCTION-NOTFND VALUE '23'.

       01  WS-PENDING-STATUS    PIC X(2) VALUE SPACES.
           88  WS-PENDING-OK    VALUE '00'.

       01  WS-REJECT-REASON     PIC X(40) VALUE SPACES.

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE     PIC 9(8) VALUE ZEROS.
           05  WS-RUN-TIME     PIC 9(8) VALUE ZEROS.

      * The terms as they stood before the transaction, captured by
      * 2060-LOOKUP-DEDUCTION, so each one a change alters can go to
      * the change history and a garnishment change can be told
      * from one that leaves the order as it was.
       01  WS-PRIOR-DED-TERMS.
           05  WS-PRIOR-DED-TYPE     PIC X(01) VALUE SPACES.
           05  WS-PRIOR-DED-METHOD   PIC X(01) VALUE SPACES.
           05  WS-PRIOR-DED-AMOUNT   PIC 9(5)V99 VALUE ZEROS.
           05  WS-PRIOR-DED-PERCENT  PIC V999 VALUE ZEROS.
           05  WS-PRIOR-DED-GOAL     PIC 9(7)V99 VALUE ZEROS.
           05  WS-PRIOR-DED-PRIORITY PIC 9(2) VALUE ZEROS.
           05  WS-PRIOR-DED-DE-PCT   PIC V999 VALUE ZEROS.
           05  WS-PRIOR-AGENCY-REF   PIC X(20) VALUE SPACES.

      * One change history entry, built by 2950-RECORD-TERM-CHANGES
      * and written by 2960-WRITE-HISTORY-ENTRY. Amounts and rates
      * go through the edit fields so the history reads as keyed.
       01  WS-HISTORY-FIELDS.
           05  WS-HIST-STATUS        PIC X(01) VALUE SPACES.
           05  WS-HIST-OPERATOR      PIC X(08) VALUE SPACES.
           05  WS-HIST-APPROVER      PIC X(08) VALUE SPACES.
           05  WS-HIST-RECORD-KEY.
               10  WS-HIST-KEY-EMP-ID   PIC 9(05).
               10  WS-HIST-KEY-DED-CODE PIC X(04).
           05  WS-HIST-FIELD-NAME    PIC X(20) VALUE SPACES.
           05  WS-HIST-OLD-VALUE     PIC X(30) VALUE SPACES.
           05  WS-HIST-NEW-VALUE     PIC X(30) VALUE SPACES.
           05  WS-HIST-AMOUNT-EDIT   PIC ZZZZ9.99.
           05  WS-HIST-GOAL-EDIT     PIC ZZZZZZ9.99.
           05  WS-HIST-PCT-EDIT      PIC .999.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-CHANGE-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-DELETE-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-HELD-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-APPROVED-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-CANCELLED-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-HISTORY-COUNT  PIC 9(5) VALUE ZEROS.


       PROCEDURE DIVISION.


       1000-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O   DEDUCTION-FILE
           IF NOT WS-DEDUCTION-OK
               OPEN I-O DEDUCTION-FILE
           END-IF
           OPEN OUTPUT MAINT-REPORT-FILE
           OPEN EXTEND CHANGE-HISTORY-FILE
           OPEN I-O PENDING-CHANGE-FILE
           IF NOT WS-PENDING-OK
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.
                       PERFORM 2200-CHANGE-DEDUCTION
                   WHEN TRAN-DELETE
                       PERFORM 2300-DELETE-DEDUCTION
                   WHEN TRAN-APPROVE
                       PERFORM 2400-APPROVE-CHANGE
                   WHEN TRAN-CANCEL
                       PERFORM 2500-CANCEL-CHANGE
               END-EVALUATE
           ELSE
               PERFORM 2900-WRITE-REJECT
               MOVE 'DEDUCTION CODE MUST NOT BE BLANK'
                   TO WS-REJECT-REASON
           END-IF
           IF TRAN-VALID AND TRAN-OPERATOR-ID = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'OPERATOR ID MUST NOT BE BLANK' TO WS-REJECT-REASON
           END-IF
           IF TRAN-VALID AND NOT TRAN-ADD AND NOT TRAN-CHANGE
                   AND NOT TRAN-DELETE AND NOT TRAN-APPROVE
                   AND NOT TRAN-CANCEL
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'ACTION MUST BE A, C, D, V OR X'
                   TO WS-REJECT-REASON
           END-IF
           IF TRAN-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-DED-TYPE NOT = 'K' AND TRAN-DED-TYPE NOT = 'H'
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'DEDUCTION ALREADY EXISTS' TO WS-REJECT-REASON
               END-IF
               IF NOT TRAN-ADD AND DED-DOES-NOT-EXIST
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'DEDUCTION NOT FOUND' TO WS-REJECT-REASON
               END-IF
           END-IF
      * The held change rules, as PAYMAINT applies them: something
      * to approve or cancel, a second operator in a later run to
      * approve it, and no delete out from under it.
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


           READ DEDUCTION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DED-EXISTS-SW
                   MOVE SPACES TO WS-PRIOR-DED-TYPE
                                  WS-PRIOR-DED-METHOD
                                  WS-PRIOR-AGENCY-REF
                   MOVE ZEROS  TO WS-PRIOR-DED-AMOUNT
                                  WS-PRIOR-DED-PERCENT
                                  WS-PRIOR-DED-GOAL
                                  WS-PRIOR-DED-PRIORITY
                                  WS-PRIOR-DED-DE-PCT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DED-EXISTS-SW
                   MOVE DED-TYPE         TO WS-PRIOR-DED-TYPE
                   MOVE DED-METHOD       TO WS-PRIOR-DED-METHOD
                   MOVE DED-AMOUNT       TO WS-PRIOR-DED-AMOUNT
                   MOVE DED-PERCENT      TO WS-PRIOR-DED-PERCENT
                   MOVE DED-GOAL         TO WS-PRIOR-DED-GOAL
                   MOVE DED-PRIORITY     TO WS-PRIOR-DED-PRIORITY
                   MOVE DED-DE-LIMIT-PCT TO WS-PRIOR-DED-DE-PCT
                   MOVE DED-AGENCY-REF   TO WS-PRIOR-AGENCY-REF
           END-READ.


      * Any change already held for the deduction - read into the
      * record area for the approval, cancellation or replacement
      * that follows.
       2080-LOOKUP-PENDING.
           MOVE 'D'           TO PC-SOURCE
           MOVE TRAN-EMP-ID   TO PC-EMP-ID
           MOVE TRAN-DED-CODE TO PC-DED-CODE
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PENDING-EXISTS-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PENDING-EXISTS-SW
           END-READ.


           PERFORM 2150-SET-PRIORITY-FIELDS
           WRITE DEDUCTION-RECORD
           ADD 1 TO WS-ADD-COUNT
           MOVE 'A'              TO WS-HIST-STATUS
           MOVE TRAN-OPERATOR-ID TO WS-HIST-OPERATOR
           MOVE SPACES           TO WS-HIST-APPROVER
           PERFORM 2950-RECORD-TERM-CHANGES
           PERFORM 2910-WRITE-ACCEPT.


           MOVE TRAN-AGENCY-REF TO DED-AGENCY-REF.


      * A garnishment's terms all wait for a second operator, so a
      * change that alters any of them goes to 2250 whole and the
      * record stays as it is; any other change applies at once.
       2200-CHANGE-DEDUCTION.
           MOVE TRAN-DED-TYPE    TO DED-TYPE
           MOVE TRAN-DED-METHOD  TO DED-METHOD
           MOVE TRAN-DED-PERCENT TO DED-PERCENT
           MOVE TRAN-DED-GOAL    TO DED-GOAL
           PERFORM 2150-SET-PRIORITY-FIELDS
           IF (DED-TYPE-GARNISH OR WS-PRIOR-DED-TYPE = 'G')
              AND (DED-TYPE         NOT = WS-PRIOR-DED-TYPE
                OR DED-METHOD       NOT = WS-PRIOR-DED-METHOD
                OR DED-AMOUNT       NOT = WS-PRIOR-DED-AMOUNT
                OR DED-PERCENT      NOT = WS-PRIOR-DED-PERCENT
                OR DED-GOAL         NOT = WS-PRIOR-DED-GOAL
                OR DED-PRIORITY     NOT = WS-PRIOR-DED-PRIORITY
                OR DED-DE-LIMIT-PCT NOT = WS-PRIOR-DED-DE-PCT
                OR DED-AGENCY-REF   NOT = WS-PRIOR-AGENCY-REF)
               PERFORM 2250-HOLD-DEDUCTION-CHANGE
           ELSE
               REWRITE DEDUCTION-RECORD
               ADD 1 TO WS-CHANGE-COUNT
               MOVE 'A'              TO WS-HIST-STATUS
               MOVE TRAN-OPERATOR-ID TO WS-HIST-OPERATOR
               MOVE SPACES           TO WS-HIST-APPROVER
               PERFORM 2950-RECORD-TERM-CHANGES
               PERFORM 2910-WRITE-ACCEPT
           END-IF.


      * Parks the new terms on the pending change file. The same
      * terms keyed again leave the change already held, and its
      * keying operator and run, as they are; anything different
      * replaces it.
       2250-HOLD-DEDUCTION-CHANGE.
           IF PENDING-EXISTS
              AND DED-TYPE         = PC-DED-TYPE
              AND DED-METHOD       = PC-DED-METHOD
              AND DED-AMOUNT       = PC-DED-AMOUNT
              AND DED-PERCENT      = PC-DED-PERCENT
              AND DED-GOAL         = PC-DED-GOAL
              AND DED-PRIORITY     = PC-DED-PRIORITY
              AND DED-DE-LIMIT-PCT = PC-DED-DE-PCT
              AND DED-AGENCY-REF   = PC-AGENCY-REF
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING 'HELD      ACTION: ' TRAN-ACTION
                      '  ID: ' TRAN-EMP-ID
                      '  CODE: ' TRAN-DED-CODE
                      '  ALREADY AWAITING APPROVAL, KEYED BY '
                      PC-ENTERED-BY
                   DELIMITED SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           ELSE
               MOVE 'H'              TO WS-HIST-STATUS
               MOVE TRAN-OPERATOR-ID TO WS-HIST-OPERATOR
               MOVE SPACES           TO WS-HIST-APPROVER
               PERFORM 2950-RECORD-TERM-CHANGES
               MOVE 'D'              TO PC-SOURCE
               MOVE DED-EMP-ID       TO PC-EMP-ID
               MOVE DED-CODE         TO PC-DED-CODE
               MOVE WS-RUN-DATE      TO PC-ENTERED-DATE
               MOVE WS-RUN-TIME      TO PC-ENTERED-TIME
               MOVE TRAN-OPERATOR-ID TO PC-ENTERED-BY
               MOVE DED-TYPE         TO PC-DED-TYPE
               MOVE DED-METHOD       TO PC-DED-METHOD
               MOVE DED-AMOUNT       TO PC-DED-AMOUNT
               MOVE DED-PERCENT      TO PC-DED-PERCENT
               MOVE DED-GOAL         TO PC-DED-GOAL
               MOVE DED-PRIORITY     TO PC-DED-PRIORITY
               MOVE DED-DE-LIMIT-PCT TO PC-DED-DE-PCT
               MOVE DED-AGENCY-REF   TO PC-AGENCY-REF
               IF PENDING-EXISTS
                   REWRITE PENDING-CHANGE-RECORD
               ELSE
                   WRITE PENDING-CHANGE-RECORD
               END-IF
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING 'HELD      ACTION: ' TRAN-ACTION
                      '  ID: ' TRAN-EMP-ID
                      '  CODE: ' TRAN-DED-CODE
                      '  GARNISHMENT CHANGE AWAITING SECOND APPROVAL'
                   DELIMITED SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           END-IF.


      * The record area is blanked once the record is gone, so the
      * history shows every term the deduction had going to nothing.
       2300-DELETE-DEDUCTION.
           DELETE DEDUCTION-FILE RECORD
           ADD 1 TO WS-DELETE-COUNT
           INITIALIZE DEDUCTION-RECORD
           MOVE 'A'              TO WS-HIST-STATUS
           MOVE TRAN-OPERATOR-ID TO WS-HIST-OPERATOR
           MOVE SPACES           TO WS-HIST-APPROVER
           PERFORM 2950-RECORD-TERM-CHANGES
           PERFORM 2910-WRITE-ACCEPT.


      * The second operator's approval puts the held terms on the
      * record; DED-TAKEN and the last-run stamp stay as the pay run
      * left them, exactly as on an ordinary change.
       2400-APPROVE-CHANGE.
           PERFORM 2450-MOVE-HELD-TERMS
           REWRITE DEDUCTION-RECORD
           MOVE 'V'              TO WS-HIST-STATUS
           MOVE PC-ENTERED-BY    TO WS-HIST-OPERATOR
           MOVE TRAN-OPERATOR-ID TO WS-HIST-APPROVER
           PERFORM 2950-RECORD-TERM-CHANGES
           ADD 1 TO WS-APPROVED-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'APPROVED  ACTION: ' TRAN-ACTION
                  '  ID: ' TRAN-EMP-ID
                  '  CODE: ' TRAN-DED-CODE
                  '  KEYED BY: ' PC-ENTERED-BY
                  '  APPROVED BY: ' TRAN-OPERATOR-ID
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           DELETE PENDING-CHANGE-FILE RECORD.


       2450-MOVE-HELD-TERMS.
           MOVE PC-DED-TYPE     TO DED-TYPE
           MOVE PC-DED-METHOD   TO DED-METHOD
           MOVE PC-DED-AMOUNT   TO DED-AMOUNT
           MOVE PC-DED-PERCENT  TO DED-PERCENT
           MOVE PC-DED-GOAL     TO DED-GOAL
           MOVE PC-DED-PRIORITY TO DED-PRIORITY
           MOVE PC-DED-DE-PCT   TO DED-DE-LIMIT-PCT
           MOVE PC-AGENCY-REF   TO DED-AGENCY-REF.


      * Withdraws the held change. The record is not rewritten - the
      * held terms are moved into the record area only so the
      * history shows what it was that never went on.
       2500-CANCEL-CHANGE.
           PERFORM 2450-MOVE-HELD-TERMS
           MOVE 'X'              TO WS-HIST-STATUS
           MOVE PC-ENTERED-BY    TO WS-HIST-OPERATOR
           MOVE TRAN-OPERATOR-ID TO WS-HIST-APPROVER
           PERFORM 2950-RECORD-TERM-CHANGES
           ADD 1 TO WS-CANCELLED-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'CANCELLED ACTION: ' TRAN-ACTION
                  '  ID: ' TRAN-EMP-ID
                  '  CODE: ' TRAN-DED-CODE
                  '  KEYED BY: ' PC-ENTERED-BY
                  '  CANCELLED BY: ' TRAN-OPERATOR-ID
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           DELETE PENDING-CHANGE-FILE RECORD.


       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'REJECTED  ACTION: ' TRAN-ACTION
                  '  ID: ' TRAN-EMP-ID
                  '  CODE: ' TRAN-DED-CODE


       2910-WRITE-ACCEPT.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'ACCEPTED  ACTION: ' TRAN-ACTION
                  '  ID: ' TRAN-EMP-ID
                  '  CODE: ' TRAN-DED-CODE
           WRITE MAINT-REPORT-LINE.


      * Term-by-term compare of the record area against the terms
      * 2060-LOOKUP-DEDUCTION captured, one history entry per term
      * that differs, under whatever status, operator and approver
      * the caller set.
       2950-RECORD-TERM-CHANGES.
           IF DED-TYPE NOT = WS-PRIOR-DED-TYPE
               MOVE 'DED-TYPE'            TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-DED-TYPE     TO WS-HIST-OLD-VALUE
               MOVE DED-TYPE              TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF DED-METHOD NOT = WS-PRIOR-DED-METHOD
               MOVE 'DED-METHOD'          TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-DED-METHOD   TO WS-HIST-OLD-VALUE
               MOVE DED-METHOD            TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF DED-AMOUNT NOT = WS-PRIOR-DED-AMOUNT
               MOVE 'DED-AMOUNT'          TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-DED-AMOUNT   TO WS-HIST-AMOUNT-EDIT
               MOVE WS-HIST-AMOUNT-EDIT   TO WS-HIST-OLD-VALUE
               MOVE DED-AMOUNT            TO WS-HIST-AMOUNT-EDIT
               MOVE WS-HIST-AMOUNT-EDIT   TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF DED-PERCENT NOT = WS-PRIOR-DED-PERCENT
               MOVE 'DED-PERCENT'         TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-DED-PERCENT  TO WS-HIST-PCT-EDIT
               MOVE WS-HIST-PCT-EDIT      TO WS-HIST-OLD-VALUE
               MOVE DED-PERCENT           TO WS-HIST-PCT-EDIT
               MOVE WS-HIST-PCT-EDIT      TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF DED-GOAL NOT = WS-PRIOR-DED-GOAL
               MOVE 'DED-GOAL'            TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-DED-GOAL     TO WS-HIST-GOAL-EDIT
               MOVE WS-HIST-GOAL-EDIT     TO WS-HIST-OLD-VALUE
               MOVE DED-GOAL              TO WS-HIST-GOAL-EDIT
               MOVE WS-HIST-GOAL-EDIT     TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF DED-PRIORITY NOT = WS-PRIOR-DED-PRIORITY
               MOVE 'DED-PRIORITY'        TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-DED-PRIORITY TO WS-HIST-OLD-VALUE
               MOVE DED-PRIORITY          TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF DED-DE-LIMIT-PCT NOT = WS-PRIOR-DED-DE-PCT
               MOVE 'DED-DE-LIMIT-PCT'    TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-DED-DE-PCT   TO WS-HIST-PCT-EDIT
               MOVE WS-HIST-PCT-EDIT      TO WS-HIST-OLD-VALUE
               MOVE DED-DE-LIMIT-PCT      TO WS-HIST-PCT-EDIT
               MOVE WS-HIST-PCT-EDIT      TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF
           IF DED-AGENCY-REF NOT = WS-PRIOR-AGENCY-REF
               MOVE 'DED-AGENCY-REF'      TO WS-HIST-FIELD-NAME
               MOVE WS-PRIOR-AGENCY-REF   TO WS-HIST-OLD-VALUE
               MOVE DED-AGENCY-REF        TO WS-HIST-NEW-VALUE
               PERFORM 2960-WRITE-HISTORY-ENTRY
           END-IF.


       2960-WRITE-HISTORY-ENTRY.
           MOVE TRAN-EMP-ID        TO WS-HIST-KEY-EMP-ID
           MOVE TRAN-DED-CODE      TO WS-HIST-KEY-DED-CODE
           MOVE WS-RUN-DATE        TO CH-CHANGE-DATE
           MOVE WS-RUN-TIME        TO CH-CHANGE-TIME
           MOVE 'DEDMAINT'         TO CH-PROGRAM
           MOVE TRAN-ACTION        TO CH-ACTION
           MOVE WS-HIST-RECORD-KEY TO CH-RECORD-KEY
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
           STRING 'Deductions added:   ' WS-ADD-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Deductions changed: ' WS-CHANGE-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Deductions deleted: ' WS-DELETE-COUNT
               DELIMITED SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'Transactions rejected: ' WS-REJECT-COUNT
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
           WRITE MAINT-REPORT-LINE.


       4000-CLOSE-FILES.
           CLOSE TRANSACTION-FILE
           CLOSE DEDUCTION-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE PENDING-CHANGE-FILE.
