      * NEWHIRE.CPY  -  New-hire report log record
      *
      * One record per hire reported to a state, written by
      * PAYNEWHR as each employee goes onto a state new-hire file.
      * Keyed on the employee and the hire date reported, so an
      * employee is sent once per hire: a later run passes over
      * anyone already logged, while a rehire - who comes back with
      * a new EMP-HIRE-DATE - has no log record for that date and
      * is reported again.
      *
      * NH-KIND says how the hire was reported: 'N' new hire, 'R'
      * rehire of someone on file before. NH-FILE-NAME is the state
      * file it went out on.
       01  NEW-HIRE-LOG-RECORD.
           05  NH-KEY.
               10  NH-EMP-ID       PIC 9(5).
               10  NH-HIRE-DATE    PIC 9(8).
           05  NH-KIND             PIC X(1).
               88  NH-NEW-HIRE         VALUE 'N'.
               88  NH-REHIRE           VALUE 'R'.
           05  NH-WORK-STATE       PIC X(2).
           05  NH-SENT-DATE        PIC 9(8).
           05  NH-FILE-NAME        PIC X(30).
