      * EMPPERS.CPY  -  Employee personal data record
      *
      * One record per employee on PERSONAL-DATA-FILE, keyed on
      * PD-EMP-ID - the same number as EMP-ID on the employee
      * master. Kept off EMPLOYEE-RECORD on purpose: the master is
      * read by every job in the suite, while the SSN, home address
      * and date of birth here are needed only for the government
      * filings (state new-hire reports, W-2s), so this file can
      * carry tighter access than the rest of the payroll data.
      *
      * Maintained only by PAYMAINT, through its personal data
      * ('P') transaction. The change history shows an SSN with all
      * but its last four digits masked. A record is not removed
      * when the employee is deleted from the master - the W-2 for
      * the year still needs it.
      *
      * PD-ZIP-CODE is the five-digit ZIP followed by the four-digit
      * extension, or spaces where there is none.
       01  PERSONAL-DATA-RECORD.
           05  PD-EMP-ID           PIC 9(5).
           05  PD-SSN              PIC 9(9).
           05  PD-BIRTH-DATE       PIC 9(8).
           05  PD-ADDRESS-1        PIC X(30).
           05  PD-ADDRESS-2        PIC X(30).
           05  PD-CITY             PIC X(20).
           05  PD-STATE            PIC X(2).
           05  PD-ZIP-CODE.
               10  PD-ZIP-5        PIC X(5).
               10  PD-ZIP-4        PIC X(4).
           05  PD-LAST-CHANGED     PIC 9(8).
           05  PD-CHANGED-BY       PIC X(8).
