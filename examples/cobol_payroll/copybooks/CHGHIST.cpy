      * CHGHIST.CPY  -  Master file change history record
      *
      * One record per field changed by an accepted maintenance
      * transaction, appended by PAYMAINT (employee master), DEDMAINT
      * (deduction master) and DPTMAINT (department master) to the
      * one change history file they share. Unlike the maint
      * reports, which each run rewrites, this file is never
      * truncated - it is the standing answer to who changed what,
      * from what, to what, and when.
      *
      * CH-RECORD-KEY is the key of the record changed in that
      * master's own terms: the EMP-ID for an employee, EMP-ID plus
      * deduction code for a deduction, the department code for a
      * department. CH-FIELD-NAME is the data name of the field on
      * the master; CH-OLD-VALUE and CH-NEW-VALUE carry it before
      * and after in printable form (amounts edited, an add's
      * before and a delete's after left blank).
      *
      * CH-STATUS says what became of the change:
      *   A - applied to the master as keyed
      *   H - held, awaiting a second operator (see PENDCHG)
      *   V - a held change approved and applied
      *   X - a held change cancelled, never applied
      * CH-OPERATOR-ID is the operator who keyed the change. On an
      * approval or cancellation CH-APPROVER-ID is the operator
      * whose transaction released or withdrew it.
       01  CHANGE-HISTORY-RECORD.
           05  CH-CHANGE-DATE      PIC 9(8).
           05  CH-CHANGE-TIME      PIC 9(8).
           05  CH-PROGRAM          PIC X(8).
           05  CH-ACTION           PIC X(1).
           05  CH-RECORD-KEY       PIC X(9).
           05  CH-FIELD-NAME       PIC X(20).
           05  CH-OLD-VALUE        PIC X(30).
           05  CH-NEW-VALUE        PIC X(30).
           05  CH-STATUS           PIC X(1).
               88  CH-STATUS-APPLIED   VALUE 'A'.
               88  CH-STATUS-HELD      VALUE 'H'.
               88  CH-STATUS-APPROVED  VALUE 'V'.
               88  CH-STATUS-CANCELLED VALUE 'X'.
           05  CH-OPERATOR-ID      PIC X(8).
           05  CH-APPROVER-ID      PIC X(8).
