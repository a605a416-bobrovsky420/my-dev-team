      * COMPANY.CPY  -  Employer identification record
      *
      * The one record on COMPANY-FILE (company.dat) saying who the
      * employer is to the tax agencies: the federal EIN, the legal
      * name and mailing address, and the person the agencies are
      * to contact about our filings. Read by every program that
      * writes a government filing, so the employer is keyed once
      * rather than carried as literals in each of them.
      *
      * CO-SSA-USER-ID is the user ID the Social Security
      * Administration issued for its online wage-reporting service;
      * it goes on the submitter record of the W-2 and W-2c files.
       01  COMPANY-RECORD.
           05  CO-FEIN             PIC 9(9).
           05  CO-NAME             PIC X(40).
           05  CO-ADDRESS-1        PIC X(30).
           05  CO-ADDRESS-2        PIC X(30).
           05  CO-CITY             PIC X(20).
           05  CO-STATE            PIC X(2).
           05  CO-ZIP-CODE         PIC X(9).
           05  CO-CONTACT-NAME     PIC X(27).
           05  CO-CONTACT-PHONE    PIC X(15).
           05  CO-CONTACT-EMAIL    PIC X(40).
           05  CO-SSA-USER-ID      PIC X(8).
