      * PAYEFW2.CBL  -  W-2 Electronic Wage Report to the SSA
      *
      * Companion to PAYW2: cuts the year's W-2 submission file in
      * the Social Security Administration's fixed 512-byte record
      * format, ready to upload, instead of the wage report being
      * rekeyed from w2_extract.txt. The file carries, in order:
      *
      *   RA - submitter  : our EIN, the SSA user ID and the contact,
      *                     all from COMPANY-FILE (we file for
      *                     ourselves, so submitter = employer)
      *   RE - employer   : tax year, EIN, name and address
      *   RW - employee   : one per EMPLOYEE-MASTER record with
      *                     wages - SSN, name and home address from
      *                     PERSONAL-DATA-FILE / EMPLOYEE-FILE, and
      *                     the year's boxes from the master
      *   RS - state      : following each RW, the work state's
      *                     wages and income tax withheld
      *   RT - total      : the RW count and money totals
      *   RF - final      : the RW count again
      *
      * The boxes are derived from the master as the pay run taxed
      * them: box 1 is gross less 401(k) deferrals (reported in box
      * 12 code D), box 3 is gross up to the Social Security wage
      * base for the year from fica_limits.dat, box 5 and the state
      * wages are the whole gross.
      *
      * Before anything is sent, the file is proved against the
      * master: every total on the RT record is compared with the
      * same figure summed straight off EMPLOYEE-MASTER for every
      * record with wages. An employee who could not be written -
      * no personal data record or no SSN on it - is listed as
      * HELD, and because the file then no longer accounts for all
      * the master's wages, the comparison fails. Any difference is
      * printed and sets RETURN-CODE 8: the file is not to be
      * submitted until the run is clean.
      *
      * The tax year comes from W2-CONTROL-FILE, the same card PAYW2
      * reads, else defaults to the current year. State employer
      * account numbers come from the optional STATE-ID-FILE, one
      * record per state; a state with none goes out blank.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYEFW2.
       AUTHOR.      MY-DEV-TEAM-DEMO.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL W2-CONTROL-FILE ASSIGN TO 'w2_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT COMPANY-FILE ASSIGN TO 'company.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT OPTIONAL FICA-TABLE-FILE ASSIGN TO 'fica_limits.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICA-STATUS.
           SELECT OPTIONAL STATE-ID-FILE
               ASSIGN TO 'state_employer_ids.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-ID-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'employee_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'employees.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-DEPT WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT PERSONAL-DATA-FILE ASSIGN TO 'employee_personal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-EMP-ID
               FILE STATUS IS WS-PERSONAL-STATUS.
           SELECT EFW2-FILE ASSIGN TO 'w2_ssa_submission.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EFW2-REPORT-FILE ASSIGN TO 'w2_ssa_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  W2-CONTROL-FILE.
       01  W2-CONTROL-RECORD.
           05  W2-CTL-YEAR          PIC 9(4).

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  FICA-TABLE-FILE.
           COPY FICATAB.

      * One record per state we withhold for: the postal code and
      * the employer account number that state assigned us.
       FD  STATE-ID-FILE.
       01  STATE-ID-RECORD.
           05  SID-STATE-CODE       PIC X(2).
           05  SID-ACCOUNT-NO       PIC X(20).

       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  PERSONAL-DATA-FILE.
           COPY EMPPERS.

      * The SSA record layouts, one 01 per record type, each 512
      * bytes. Money fields are dollars and cents with no decimal
      * point, zero filled; unused fields are spaces (alphanumeric)
      * or zeros (money).
       FD  EFW2-FILE.
       01  EFW2-RA-RECORD.
           05  RA-ID                PIC X(2).
           05  RA-EIN               PIC 9(9).
           05  RA-USER-ID           PIC X(8).
           05  RA-VENDOR-CODE       PIC X(4).
           05  FILLER               PIC X(5).
           05  RA-RESUB-IND         PIC X(1).
           05  RA-RESUB-WFID        PIC X(6).
           05  RA-SOFTWARE-CODE     PIC X(2).
           05  RA-CO-NAME           PIC X(57).
           05  RA-CO-LOCATION       PIC X(22).
           05  RA-CO-DELIVERY       PIC X(22).
           05  RA-CO-CITY           PIC X(22).
           05  RA-CO-STATE          PIC X(2).
           05  RA-CO-ZIP            PIC X(5).
           05  RA-CO-ZIP-EXT        PIC X(4).
           05  FILLER               PIC X(5).
           05  RA-CO-FOREIGN-STATE  PIC X(23).
           05  RA-CO-FOREIGN-POSTAL PIC X(15).
           05  RA-CO-COUNTRY        PIC X(2).
           05  RA-SUB-NAME          PIC X(57).
           05  RA-SUB-LOCATION      PIC X(22).
           05  RA-SUB-DELIVERY      PIC X(22).
           05  RA-SUB-CITY          PIC X(22).
           05  RA-SUB-STATE         PIC X(2).
           05  RA-SUB-ZIP           PIC X(5).
           05  RA-SUB-ZIP-EXT       PIC X(4).
           05  FILLER               PIC X(5).
           05  RA-SUB-FOREIGN-STATE PIC X(23).
           05  RA-SUB-FOREIGN-POSTAL PIC X(15).
           05  RA-SUB-COUNTRY       PIC X(2).
           05  RA-CONTACT-NAME      PIC X(27).
           05  RA-CONTACT-PHONE     PIC X(15).
           05  RA-CONTACT-EXT       PIC X(5).
           05  FILLER               PIC X(3).
           05  RA-CONTACT-EMAIL     PIC X(40).
           05  FILLER               PIC X(3).
           05  RA-CONTACT-FAX       PIC X(10).
           05  FILLER               PIC X(1).
           05  RA-PREPARER-CODE     PIC X(1).
           05  FILLER               PIC X(12).
       01  EFW2-RE-RECORD.
           05  RE-ID                PIC X(2).
           05  RE-TAX-YEAR          PIC 9(4).
           05  RE-AGENT-IND         PIC X(1).
           05  RE-EIN               PIC 9(9).
           05  RE-AGENT-EIN         PIC X(9).
           05  RE-TERMINATING-IND   PIC X(1).
           05  RE-ESTABLISHMENT     PIC X(4).
           05  RE-OTHER-EIN         PIC X(9).
           05  RE-NAME              PIC X(57).
           05  RE-LOCATION          PIC X(22).
           05  RE-DELIVERY          PIC X(22).
           05  RE-CITY              PIC X(22).
           05  RE-STATE             PIC X(2).
           05  RE-ZIP               PIC X(5).
           05  RE-ZIP-EXT           PIC X(4).
           05  RE-KIND-OF-EMPLOYER  PIC X(1).
           05  FILLER               PIC X(4).
           05  RE-FOREIGN-STATE     PIC X(23).
           05  RE-FOREIGN-POSTAL    PIC X(15).
           05  RE-COUNTRY           PIC X(2).
           05  RE-EMPLOYMENT-CODE   PIC X(1).
           05  RE-TAX-JURISDICTION  PIC X(1).
           05  RE-SICK-PAY-IND      PIC X(1).
           05  RE-CONTACT-NAME      PIC X(27).
           05  RE-CONTACT-PHONE     PIC X(15).
           05  RE-CONTACT-EXT       PIC X(5).
           05  RE-CONTACT-FAX       PIC X(10).
           05  RE-CONTACT-EMAIL     PIC X(40).
           05  FILLER               PIC X(194).
       01  EFW2-RW-RECORD.
           05  RW-ID                PIC X(2).
           05  RW-SSN               PIC 9(9).
           05  RW-FIRST-NAME        PIC X(15).
           05  RW-MIDDLE-NAME       PIC X(15).
           05  RW-LAST-NAME         PIC X(20).
           05  RW-SUFFIX            PIC X(4).
           05  RW-LOCATION          PIC X(22).
           05  RW-DELIVERY          PIC X(22).
           05  RW-CITY              PIC X(22).
           05  RW-STATE             PIC X(2).
           05  RW-ZIP               PIC X(5).
           05  RW-ZIP-EXT           PIC X(4).
           05  FILLER               PIC X(5).
           05  RW-FOREIGN-STATE     PIC X(23).
           05  RW-FOREIGN-POSTAL    PIC X(15).
           05  RW-COUNTRY           PIC X(2).
           05  RW-WAGES             PIC 9(9)V99.
           05  RW-FEDERAL-WH        PIC 9(9)V99.
           05  RW-SS-WAGES          PIC 9(9)V99.
           05  RW-SS-TAX            PIC 9(9)V99.
           05  RW-MEDICARE-WAGES    PIC 9(9)V99.
           05  RW-MEDICARE-TAX      PIC 9(9)V99.
           05  RW-SS-TIPS           PIC 9(9)V99.
           05  FILLER               PIC X(11).
           05  RW-DEPENDENT-CARE    PIC 9(9)V99.
           05  RW-401K-DEFERRAL     PIC 9(9)V99.
           05  RW-OTHER-CODES-1     PIC 9(9)V99 OCCURS 4 TIMES.
           05  FILLER               PIC X(11).
           05  RW-OTHER-CODES-2     PIC 9(9)V99 OCCURS 4 TIMES.
           05  FILLER               PIC X(11).
           05  RW-OTHER-CODES-3     PIC 9(9)V99 OCCURS 7 TIMES.
           05  FILLER               PIC X(1).
           05  RW-STATUTORY-IND     PIC X(1).
           05  FILLER               PIC X(1).
           05  RW-RETIREMENT-IND    PIC X(1).
           05  RW-SICK-PAY-IND      PIC X(1).
           05  FILLER               PIC X(23).
       01  EFW2-RS-RECORD.
           05  RS-ID                PIC X(2).
           05  RS-STATE-CODE        PIC 9(2).
           05  RS-TAX-ENTITY        PIC X(5).
           05  RS-SSN               PIC 9(9).
           05  RS-FIRST-NAME        PIC X(15).
           05  RS-MIDDLE-NAME       PIC X(15).
           05  RS-LAST-NAME         PIC X(20).
           05  RS-SUFFIX            PIC X(4).
           05  RS-LOCATION          PIC X(22).
           05  RS-DELIVERY          PIC X(22).
           05  RS-CITY              PIC X(22).
           05  RS-STATE             PIC X(2).
           05  RS-ZIP               PIC X(5).
           05  RS-ZIP-EXT           PIC X(4).
           05  FILLER               PIC X(5).
           05  RS-FOREIGN-STATE     PIC X(23).
           05  RS-FOREIGN-POSTAL    PIC X(15).
           05  RS-COUNTRY           PIC X(2).
           05  RS-OPTIONAL-CODE     PIC X(2).
           05  RS-REPORTING-PERIOD  PIC X(6).
           05  RS-SUI-WAGES         PIC 9(9)V99.
           05  RS-SUI-TAXABLE-WAGES PIC 9(9)V99.
           05  RS-WEEKS-WORKED      PIC X(2).
           05  RS-FIRST-EMPLOYED    PIC X(8).
           05  RS-SEPARATION-DATE   PIC X(8).
           05  FILLER               PIC X(5).
           05  RS-STATE-ACCOUNT     PIC X(20).
           05  FILLER               PIC X(6).
           05  RS-INCOME-STATE-CODE PIC 9(2).
           05  RS-STATE-WAGES       PIC 9(9)V99.
           05  RS-STATE-TAX         PIC 9(9)V99.
           05  RS-OTHER-STATE-DATA  PIC X(10).
           05  RS-TAX-TYPE-CODE     PIC X(1).
           05  RS-LOCAL-WAGES       PIC 9(9)V99.
           05  RS-LOCAL-TAX         PIC 9(9)V99.
           05  RS-STATE-CONTROL-NO  PIC X(7).
           05  RS-SUPPLEMENTAL-1    PIC X(75).
           05  RS-SUPPLEMENTAL-2    PIC X(75).
           05  FILLER               PIC X(25).
       01  EFW2-RT-RECORD.
           05  RT-ID                PIC X(2).
           05  RT-RW-COUNT          PIC 9(7).
           05  RT-WAGES             PIC 9(13)V99.
           05  RT-FEDERAL-WH        PIC 9(13)V99.
           05  RT-SS-WAGES          PIC 9(13)V99.
           05  RT-SS-TAX            PIC 9(13)V99.
           05  RT-MEDICARE-WAGES    PIC 9(13)V99.
           05  RT-MEDICARE-TAX      PIC 9(13)V99.
           05  RT-SS-TIPS           PIC 9(13)V99.
           05  FILLER               PIC X(15).
           05  RT-DEPENDENT-CARE    PIC 9(13)V99.
           05  RT-401K-DEFERRAL     PIC 9(13)V99.
           05  RT-OTHER-CODES-1     PIC 9(13)V99 OCCURS 4 TIMES.
           05  FILLER               PIC X(15).
           05  RT-OTHER-CODES-2     PIC 9(13)V99 OCCURS 12 TIMES.
           05  FILLER               PIC X(98).
       01  EFW2-RF-RECORD.
           05  RF-ID                PIC X(2).
           05  FILLER               PIC X(5).
           05  RF-RW-COUNT          PIC 9(9).
           05  FILLER               PIC X(496).

       FD  EFW2-REPORT-FILE.
       01  EFW2-REPORT-LINE     PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-EOF          PIC X VALUE 'N'.
               88  END-OF-FILE VALUE 'Y'.
           05  WS-TABLE-EOF-SW PIC X VALUE 'N'.
               88  TABLE-AT-EOF    VALUE 'Y'.
           05  WS-EMP-FOUND-SW PIC X VALUE 'N'.
               88  EMP-FOUND       VALUE 'Y'.
               88  EMP-NOT-FOUND   VALUE 'N'.
           05  WS-PERSONAL-FOUND-SW PIC X VALUE 'N'.
               88  PERSONAL-FOUND  VALUE 'Y'.
           05  WS-STATE-FOUND-SW PIC X VALUE 'N'.
               88  STATE-CODE-FOUND VALUE 'Y'.
           05  WS-BALANCE-SW   PIC X VALUE 'Y'.
               88  FILE-IN-BALANCE VALUE 'Y'.

       01  WS-CONTROL-STATUS   PIC X(2) VALUE SPACES.
           88  WS-CONTROL-OK   VALUE '00'.

       01  WS-COMPANY-STATUS   PIC X(2) VALUE SPACES.
           88  WS-COMPANY-OK   VALUE '00'.

       01  WS-FICA-STATUS      PIC X(2) VALUE SPACES.
           88  WS-FICA-OK      VALUE '00'.

       01  WS-STATE-ID-STATUS  PIC X(2) VALUE SPACES.
           88  WS-STATE-ID-OK  VALUE '00'.

       01  WS-MASTER-STATUS    PIC X(2) VALUE SPACES.
           88  WS-MASTER-OK    VALUE '00'.

       01  WS-EMPLOYEE-STATUS  PIC X(2) VALUE SPACES.
           88  WS-EMPLOYEE-OK  VALUE '00'.

       01  WS-PERSONAL-STATUS  PIC X(2) VALUE SPACES.
           88  WS-PERSONAL-OK  VALUE '00'.

       01  WS-TAX-YEAR         PIC 9(4) VALUE ZEROS.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-PARTS.
           05  WS-TODAY-YEAR   PIC 9(4).
           05  WS-TODAY-MMDD   PIC 9(4).

      * December 31 of the tax year - the FICA row in force on it
      * gives the year's wage base.
       01  WS-YEAR-END-DATE.
           05  WS-YE-YEAR      PIC 9(4) VALUE ZEROS.
           05  FILLER          PIC 9(4) VALUE 1231.

      * Defaulted as PAYROLL defaults it, for a shop with no
      * fica_limits.dat.
       01  WS-WAGE-BASE        PIC 9(7)V99 VALUE 176100.00.

      * State employer account numbers from STATE-ID-FILE.
       01  WS-STATE-ID-TABLE.
           05  WS-SID-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-SID-IDX.
               10  WS-SID-STATE-CODE  PIC X(2).
               10  WS-SID-ACCOUNT-NO  PIC X(20).
       01  WS-SID-COUNT        PIC 9(3) VALUE ZEROS.

           COPY STFIPS.

      * The employee's name, split from the single EMP-NAME field
      * into the first / middle / last the SSA wants: a name keyed
      * 'LAST, FIRST MIDDLE' splits at the comma, otherwise it is
      * read as 'FIRST [MIDDLE] LAST'.
       01  WS-NAME-FIELDS.
           05  WS-NAME-FIRST   PIC X(15).
           05  WS-NAME-MIDDLE  PIC X(15).
           05  WS-NAME-LAST    PIC X(20).
           05  WS-NAME-PART-1  PIC X(30).
           05  WS-NAME-PART-2  PIC X(30).
           05  WS-NAME-PART-3  PIC X(30).
           05  WS-NAME-REST    PIC X(30).
       01  WS-NAME-COMMAS      PIC 9(2) VALUE ZEROS.
       01  WS-NAME-LEAD        PIC 9(2) VALUE ZEROS.
       01  WS-NAME-PTR         PIC 9(2) VALUE ZEROS.

      * One employee's W-2 boxes as derived from the master.
       01  WS-W2-BOXES.
           05  WS-BOX-WAGES        PIC 9(9)V99.
           05  WS-BOX-FEDERAL      PIC 9(9)V99.
           05  WS-BOX-SS-WAGES     PIC 9(9)V99.
           05  WS-BOX-SS-TAX       PIC 9(9)V99.
           05  WS-BOX-MED-WAGES    PIC 9(9)V99.
           05  WS-BOX-MED-TAX      PIC 9(9)V99.
           05  WS-BOX-401K         PIC 9(9)V99.
           05  WS-BOX-STATE-WAGES  PIC 9(9)V99.
           05  WS-BOX-STATE-TAX    PIC 9(9)V99.

      * What went on the file, accumulated RW by RW into the RT
      * record ...
       01  WS-FILE-TOTALS.
           05  WS-FT-RW-COUNT      PIC 9(7)      VALUE ZEROS.
           05  WS-FT-WAGES         PIC 9(13)V99  VALUE ZEROS.
           05  WS-FT-FEDERAL       PIC 9(13)V99  VALUE ZEROS.
           05  WS-FT-SS-WAGES      PIC 9(13)V99  VALUE ZEROS.
           05  WS-FT-SS-TAX        PIC 9(13)V99  VALUE ZEROS.
           05  WS-FT-MED-WAGES     PIC 9(13)V99  VALUE ZEROS.
           05  WS-FT-MED-TAX       PIC 9(13)V99  VALUE ZEROS.
           05  WS-FT-401K          PIC 9(13)V99  VALUE ZEROS.

      * ... and what the master says should have: every record with
      * wages, whether or not it could be written.
       01  WS-MASTER-TOTALS.
           05  WS-MT-COUNT         PIC 9(7)      VALUE ZEROS.
           05  WS-MT-GROSS         PIC 9(13)V99  VALUE ZEROS.
           05  WS-MT-FEDERAL       PIC 9(13)V99  VALUE ZEROS.
           05  WS-MT-SS-WAGES      PIC 9(13)V99  VALUE ZEROS.
           05  WS-MT-FICA          PIC 9(13)V99  VALUE ZEROS.
           05  WS-MT-MEDICARE      PIC 9(13)V99  VALUE ZEROS.
           05  WS-MT-401K          PIC 9(13)V99  VALUE ZEROS.

       01  WS-FT-GROSS         PIC 9(13)V99  VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-HELD-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-RS-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-NO-STATE-COUNT PIC 9(5) VALUE ZEROS.

       01  WS-RPT-FIELDS.
           05  WS-RPT-HEADING.
               10  FILLER           PIC X(36)
                   VALUE 'W-2 ELECTRONIC WAGE REPORT - YEAR '.
               10  WS-RPT-TAX-YEAR  PIC 9(4).
               10  FILLER           PIC X(6)  VALUE '  RUN '.
               10  WS-RPT-RUN-DATE  PIC 9(8).
           05  WS-RPT-BALANCE-LINE.
               10  WS-RPT-BAL-TAG   PIC X(16).
               10  WS-RPT-BAL-NAME  PIC X(16).
               10  FILLER           PIC X(9)  VALUE ' MASTER: '.
               10  WS-RPT-BAL-MASTER PIC Z(12)9.99.
               10  FILLER           PIC X(9)  VALUE '   FILE: '.
               10  WS-RPT-BAL-FILE  PIC Z(12)9.99.
       01  WS-RPT-COMPARE.
           05  WS-RPT-CMP-MASTER   PIC 9(13)V99.
           05  WS-RPT-CMP-FILE     PIC 9(13)V99.


       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-WRITE-HEADER-RECORDS
           PERFORM 3000-PROCESS-MASTER
               UNTIL END-OF-FILE
           PERFORM 4000-WRITE-TOTAL-RECORDS
           PERFORM 4500-PROVE-TOTALS
           PERFORM 4900-PRINT-SUMMARY
           PERFORM 5000-CLOSE-FILES
           STOP RUN.


       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-PARTS
           MOVE WS-TODAY-YEAR TO WS-TAX-YEAR
           OPEN INPUT W2-CONTROL-FILE
           IF WS-CONTROL-OK
               READ W2-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE W2-CTL-YEAR TO WS-TAX-YEAR
               END-READ
           END-IF
           CLOSE W2-CONTROL-FILE
           MOVE WS-TAX-YEAR TO WS-YE-YEAR
           OPEN INPUT COMPANY-FILE
           IF NOT WS-COMPANY-OK
               DISPLAY 'PAYEFW2: UNABLE TO OPEN COMPANY-FILE, '
                   'STATUS ' WS-COMPANY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ COMPANY-FILE
               AT END
                   DISPLAY 'PAYEFW2: COMPANY-FILE IS EMPTY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE COMPANY-FILE
           PERFORM 1100-LOAD-WAGE-BASE
           PERFORM 1200-LOAD-STATE-IDS
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT WS-MASTER-OK
               DISPLAY 'PAYEFW2: UNABLE TO OPEN EMPLOYEE-MASTER, '
                   'STATUS ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF NOT WS-EMPLOYEE-OK
               DISPLAY 'PAYEFW2: UNABLE TO OPEN EMPLOYEE-FILE, '
                   'STATUS ' WS-EMPLOYEE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PERSONAL-DATA-FILE
           IF NOT WS-PERSONAL-OK
               DISPLAY 'PAYEFW2: UNABLE TO OPEN PERSONAL-DATA-FILE, '
                   'STATUS ' WS-PERSONAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EFW2-FILE
           OPEN OUTPUT EFW2-REPORT-FILE
           MOVE WS-TAX-YEAR TO WS-RPT-TAX-YEAR
           MOVE WS-TODAY    TO WS-RPT-RUN-DATE
           MOVE WS-RPT-HEADING TO EFW2-REPORT-LINE
           WRITE EFW2-REPORT-LINE
           MOVE SPACES TO EFW2-REPORT-LINE
           WRITE EFW2-REPORT-LINE
           READ EMPLOYEE-MASTER
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


      * The rows are in ascending effective-date order; the last
      * one on or before December 31 of the tax year wins.
       1100-LOAD-WAGE-BASE.
           OPEN INPUT FICA-TABLE-FILE
           IF WS-FICA-OK
               MOVE 'N' TO WS-TABLE-EOF-SW
               PERFORM 1110-READ-FICA-ROW
                   UNTIL TABLE-AT-EOF
           END-IF
           CLOSE FICA-TABLE-FILE.


       1110-READ-FICA-ROW.
           READ FICA-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-TABLE-EOF-SW
               NOT AT END
                   IF FICA-EFF-DATE <= WS-YEAR-END-DATE
                       MOVE FICA-WAGE-BASE TO WS-WAGE-BASE
                   END-IF
           END-READ.


       1200-LOAD-STATE-IDS.
           MOVE ZEROS TO WS-SID-COUNT
           OPEN INPUT STATE-ID-FILE
           IF WS-STATE-ID-OK
               MOVE 'N' TO WS-TABLE-EOF-SW
               PERFORM 1210-READ-STATE-ID
                   UNTIL TABLE-AT-EOF
           END-IF
           CLOSE STATE-ID-FILE.


       1210-READ-STATE-ID.
           READ STATE-ID-FILE
               AT END
                   MOVE 'Y' TO WS-TABLE-EOF-SW
               NOT AT END
                   IF WS-SID-COUNT < 60
                       ADD 1 TO WS-SID-COUNT
                       MOVE SID-STATE-CODE
                           TO WS-SID-STATE-CODE (WS-SID-COUNT)
                       MOVE SID-ACCOUNT-NO
                           TO WS-SID-ACCOUNT-NO (WS-SID-COUNT)
                   END-IF
           END-READ.


      * We submit for ourselves: the submitter on the RA record is
      * the employer on the RE record. Software code 98 is in-house
      * software; kind of employer N is none of the special kinds,
      * employment code R a regular Form 941 employer.
       2000-WRITE-HEADER-RECORDS.
           MOVE SPACES            TO EFW2-RA-RECORD
           MOVE 'RA'              TO RA-ID
           MOVE CO-FEIN           TO RA-EIN
           MOVE CO-SSA-USER-ID    TO RA-USER-ID
           MOVE '0'               TO RA-RESUB-IND
           MOVE '98'              TO RA-SOFTWARE-CODE
           MOVE CO-NAME           TO RA-CO-NAME RA-SUB-NAME
           MOVE CO-ADDRESS-2      TO RA-CO-LOCATION RA-SUB-LOCATION
           MOVE CO-ADDRESS-1      TO RA-CO-DELIVERY RA-SUB-DELIVERY
           MOVE CO-CITY           TO RA-CO-CITY RA-SUB-CITY
           MOVE CO-STATE          TO RA-CO-STATE RA-SUB-STATE
           MOVE CO-ZIP-CODE (1:5) TO RA-CO-ZIP RA-SUB-ZIP
           MOVE CO-ZIP-CODE (6:4) TO RA-CO-ZIP-EXT RA-SUB-ZIP-EXT
           MOVE CO-CONTACT-NAME   TO RA-CONTACT-NAME
           MOVE CO-CONTACT-PHONE  TO RA-CONTACT-PHONE
           MOVE CO-CONTACT-EMAIL  TO RA-CONTACT-EMAIL
           MOVE 'L'               TO RA-PREPARER-CODE
           WRITE EFW2-RA-RECORD
           MOVE SPACES            TO EFW2-RE-RECORD
           MOVE 'RE'              TO RE-ID
           MOVE WS-TAX-YEAR       TO RE-TAX-YEAR
           MOVE CO-FEIN           TO RE-EIN
           MOVE '0'               TO RE-TERMINATING-IND
           MOVE CO-NAME           TO RE-NAME
           MOVE CO-ADDRESS-2      TO RE-LOCATION
           MOVE CO-ADDRESS-1      TO RE-DELIVERY
           MOVE CO-CITY           TO RE-CITY
           MOVE CO-STATE          TO RE-STATE
           MOVE CO-ZIP-CODE (1:5) TO RE-ZIP
           MOVE CO-ZIP-CODE (6:4) TO RE-ZIP-EXT
           MOVE 'N'               TO RE-KIND-OF-EMPLOYER
           MOVE 'R'               TO RE-EMPLOYMENT-CODE
           MOVE '0'               TO RE-SICK-PAY-IND
           MOVE CO-CONTACT-NAME   TO RE-CONTACT-NAME
           MOVE CO-CONTACT-PHONE  TO RE-CONTACT-PHONE
           MOVE CO-CONTACT-EMAIL  TO RE-CONTACT-EMAIL
           WRITE EFW2-RE-RECORD.


      * Every master record with wages counts toward the master's
      * totals before it is known whether it can be written - that
      * is what makes a held employee show up as a difference.
       3000-PROCESS-MASTER.
           IF YTD-GROSS > 0
               PERFORM 3050-DERIVE-BOXES
               ADD 1                TO WS-MT-COUNT
               ADD YTD-GROSS        TO WS-MT-GROSS
               ADD YTD-FEDERAL      TO WS-MT-FEDERAL
               ADD WS-BOX-SS-WAGES  TO WS-MT-SS-WAGES
               ADD YTD-FICA         TO WS-MT-FICA
               ADD YTD-MEDICARE     TO WS-MT-MEDICARE
               ADD YTD-401K         TO WS-MT-401K
               PERFORM 3100-WRITE-EMPLOYEE
           END-IF
           READ EMPLOYEE-MASTER
               AT END MOVE 'Y' TO WS-EOF
           END-READ.


       3050-DERIVE-BOXES.
           SUBTRACT YTD-401K FROM YTD-GROSS GIVING WS-BOX-WAGES
           MOVE YTD-FEDERAL   TO WS-BOX-FEDERAL
           IF YTD-GROSS > WS-WAGE-BASE
               MOVE WS-WAGE-BASE TO WS-BOX-SS-WAGES
           ELSE
               MOVE YTD-GROSS    TO WS-BOX-SS-WAGES
           END-IF
           MOVE YTD-FICA      TO WS-BOX-SS-TAX
           MOVE YTD-GROSS     TO WS-BOX-MED-WAGES
           MOVE YTD-MEDICARE  TO WS-BOX-MED-TAX
           MOVE YTD-401K      TO WS-BOX-401K
           MOVE YTD-GROSS     TO WS-BOX-STATE-WAGES
           MOVE YTD-STATE     TO WS-BOX-STATE-TAX.


      * No SSN, no W-2: the SSA rejects a wage item it cannot post
      * to a number, so the employee is held and listed for HR to
      * key the personal data through PAYMAINT before a rerun.
       3100-WRITE-EMPLOYEE.
           PERFORM 3200-LOOKUP-EMPLOYEE
           MOVE YTD-EMP-ID TO PD-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PERSONAL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PERSONAL-FOUND-SW
           END-READ
           IF NOT PERSONAL-FOUND OR PD-SSN = ZEROS
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO EFW2-REPORT-LINE
               STRING 'HELD      ID: ' YTD-EMP-ID
                      '  REASON: NO SSN ON PERSONAL DATA FILE'
                   DELIMITED SIZE INTO EFW2-REPORT-LINE
               WRITE EFW2-REPORT-LINE
           ELSE
               PERFORM 3300-SPLIT-NAME
               PERFORM 3400-WRITE-RW-RECORD
               PERFORM 3500-WRITE-RS-RECORD
           END-IF.


       3200-LOOKUP-EMPLOYEE.
           MOVE YTD-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND-SW
           END-READ.


      * An employee deleted from EMPLOYEE-FILE during the year still
      * gets a W-2; with no name on file it goes out under the last
      * name UNKNOWN and is flagged for the name to be supplied.
       3300-SPLIT-NAME.
           MOVE SPACES TO WS-NAME-FIELDS
           IF EMP-NOT-FOUND
               MOVE 'UNKNOWN' TO WS-NAME-LAST
               MOVE SPACES TO EFW2-REPORT-LINE
               STRING 'NOTE      ID: ' YTD-EMP-ID
                      '  NOT ON EMPLOYEE FILE - NAME NOT REPORTED'
                   DELIMITED SIZE INTO EFW2-REPORT-LINE
               WRITE EFW2-REPORT-LINE
           ELSE
               MOVE ZEROS TO WS-NAME-COMMAS
               INSPECT EMP-NAME TALLYING WS-NAME-COMMAS FOR ALL ','
               IF WS-NAME-COMMAS > 0
                   UNSTRING EMP-NAME DELIMITED BY ','
                       INTO WS-NAME-PART-1 WS-NAME-REST
                   END-UNSTRING
                   MOVE WS-NAME-PART-1 TO WS-NAME-LAST
                   MOVE ZEROS TO WS-NAME-LEAD
                   INSPECT WS-NAME-REST TALLYING WS-NAME-LEAD
                       FOR LEADING SPACES
                   ADD 1 WS-NAME-LEAD GIVING WS-NAME-PTR
                   UNSTRING WS-NAME-REST DELIMITED BY ALL SPACE
                       INTO WS-NAME-PART-2 WS-NAME-PART-3
                       WITH POINTER WS-NAME-PTR
                   END-UNSTRING
                   MOVE WS-NAME-PART-2 TO WS-NAME-FIRST
                   MOVE WS-NAME-PART-3 TO WS-NAME-MIDDLE
               ELSE
                   UNSTRING EMP-NAME DELIMITED BY ALL SPACE
                       INTO WS-NAME-PART-1 WS-NAME-PART-2
                            WS-NAME-PART-3
                   END-UNSTRING
                   MOVE WS-NAME-PART-1 TO WS-NAME-FIRST
                   IF WS-NAME-PART-3 = SPACES
                       MOVE WS-NAME-PART-2 TO WS-NAME-LAST
                   ELSE
                       MOVE WS-NAME-PART-2 TO WS-NAME-MIDDLE
                       MOVE WS-NAME-PART-3 TO WS-NAME-LAST
                   END-IF
               END-IF
           END-IF.


      * The street line goes in the delivery address, the suite or
      * apartment line in the location address.
       3400-WRITE-RW-RECORD.
           MOVE SPACES            TO EFW2-RW-RECORD
           INITIALIZE EFW2-RW-RECORD
           MOVE 'RW'              TO RW-ID
           MOVE PD-SSN            TO RW-SSN
           MOVE WS-NAME-FIRST     TO RW-FIRST-NAME
           MOVE WS-NAME-MIDDLE    TO RW-MIDDLE-NAME
           MOVE WS-NAME-LAST      TO RW-LAST-NAME
           MOVE PD-ADDRESS-2      TO RW-LOCATION
           MOVE PD-ADDRESS-1      TO RW-DELIVERY
           MOVE PD-CITY           TO RW-CITY
           MOVE PD-STATE          TO RW-STATE
           MOVE PD-ZIP-5          TO RW-ZIP
           MOVE PD-ZIP-4          TO RW-ZIP-EXT
           MOVE WS-BOX-WAGES      TO RW-WAGES
           MOVE WS-BOX-FEDERAL    TO RW-FEDERAL-WH
           MOVE WS-BOX-SS-WAGES   TO RW-SS-WAGES
           MOVE WS-BOX-SS-TAX     TO RW-SS-TAX
           MOVE WS-BOX-MED-WAGES  TO RW-MEDICARE-WAGES
           MOVE WS-BOX-MED-TAX    TO RW-MEDICARE-TAX
           MOVE WS-BOX-401K       TO RW-401K-DEFERRAL
           MOVE '0'               TO RW-STATUTORY-IND
           MOVE '0'               TO RW-SICK-PAY-IND
           IF WS-BOX-401K > 0
               MOVE '1'           TO RW-RETIREMENT-IND
           ELSE
               MOVE '0'           TO RW-RETIREMENT-IND
           END-IF
           WRITE EFW2-RW-RECORD
           ADD 1                  TO WS-FT-RW-COUNT
           ADD WS-BOX-WAGES       TO WS-FT-WAGES
           ADD WS-BOX-FEDERAL     TO WS-FT-FEDERAL
           ADD WS-BOX-SS-WAGES    TO WS-FT-SS-WAGES
           ADD WS-BOX-SS-TAX      TO WS-FT-SS-TAX
           ADD WS-BOX-MED-WAGES   TO WS-FT-MED-WAGES
           ADD WS-BOX-MED-TAX     TO WS-FT-MED-TAX
           ADD WS-BOX-401K        TO WS-FT-401K.


      * The state record follows its RW. The work state on
      * EMPLOYEE-FILE is the state the year's income tax was
      * withheld for; an employee no longer on file, or a work
      * state with no numeric code, gets no RS record and is noted.
       3500-WRITE-RS-RECORD.
           MOVE 'N' TO WS-STATE-FOUND-SW
           IF EMP-FOUND
               SET STATE-FIPS-IDX TO 1
               SEARCH STATE-FIPS-ENTRY
                   AT END
                       MOVE 'N' TO WS-STATE-FOUND-SW
                   WHEN SF-STATE-CODE (STATE-FIPS-IDX)
                        = EMP-WORK-STATE
                       MOVE 'Y' TO WS-STATE-FOUND-SW
               END-SEARCH
           END-IF
           IF STATE-CODE-FOUND
               PERFORM 3510-BUILD-RS-RECORD
               WRITE EFW2-RS-RECORD
               ADD 1 TO WS-RS-COUNT
           ELSE
               ADD 1 TO WS-NO-STATE-COUNT
               MOVE SPACES TO EFW2-REPORT-LINE
               STRING 'NOTE      ID: ' YTD-EMP-ID
                      '  NO WORK STATE CODE - NO STATE RECORD'
                   DELIMITED SIZE INTO EFW2-REPORT-LINE
               WRITE EFW2-REPORT-LINE
           END-IF.


       3510-BUILD-RS-RECORD.
           MOVE SPACES            TO EFW2-RS-RECORD
           INITIALIZE EFW2-RS-RECORD
           MOVE 'RS'              TO RS-ID
           MOVE SF-FIPS-CODE (STATE-FIPS-IDX) TO RS-STATE-CODE
                                                 RS-INCOME-STATE-CODE
           MOVE PD-SSN            TO RS-SSN
           MOVE WS-NAME-FIRST     TO RS-FIRST-NAME
           MOVE WS-NAME-MIDDLE    TO RS-MIDDLE-NAME
           MOVE WS-NAME-LAST      TO RS-LAST-NAME
           MOVE PD-ADDRESS-2      TO RS-LOCATION
           MOVE PD-ADDRESS-1      TO RS-DELIVERY
           MOVE PD-CITY           TO RS-CITY
           MOVE PD-STATE          TO RS-STATE
           MOVE PD-ZIP-5          TO RS-ZIP
           MOVE PD-ZIP-4          TO RS-ZIP-EXT
           MOVE YTD-GROSS         TO RS-SUI-WAGES
           MOVE YTD-SUTA-WAGES    TO RS-SUI-TAXABLE-WAGES
           MOVE WS-BOX-STATE-WAGES TO RS-STATE-WAGES
           MOVE WS-BOX-STATE-TAX  TO RS-STATE-TAX
           SET WS-SID-IDX TO 1
           SEARCH WS-SID-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SID-IDX > WS-SID-COUNT
                   CONTINUE
               WHEN WS-SID-STATE-CODE (WS-SID-IDX) = EMP-WORK-STATE
                   MOVE WS-SID-ACCOUNT-NO (WS-SID-IDX)
                       TO RS-STATE-ACCOUNT
           END-SEARCH.


       4000-WRITE-TOTAL-RECORDS.
           MOVE SPACES            TO EFW2-RT-RECORD
           INITIALIZE EFW2-RT-RECORD
           MOVE 'RT'              TO RT-ID
           MOVE WS-FT-RW-COUNT    TO RT-RW-COUNT
           MOVE WS-FT-WAGES       TO RT-WAGES
           MOVE WS-FT-FEDERAL     TO RT-FEDERAL-WH
           MOVE WS-FT-SS-WAGES    TO RT-SS-WAGES
           MOVE WS-FT-SS-TAX      TO RT-SS-TAX
           MOVE WS-FT-MED-WAGES   TO RT-MEDICARE-WAGES
           MOVE WS-FT-MED-TAX     TO RT-MEDICARE-TAX
           MOVE WS-FT-401K        TO RT-401K-DEFERRAL
           WRITE EFW2-RT-RECORD
           MOVE SPACES            TO EFW2-RF-RECORD
           MOVE 'RF'              TO RF-ID
           MOVE WS-FT-RW-COUNT    TO RF-RW-COUNT
           WRITE EFW2-RF-RECORD.


      * The file's totals against the master's. Box 1 plus box 12
      * code D has to give back the gross the master holds, and
      * each tax total the master's withholding.
       4500-PROVE-TOTALS.
           MOVE 'Y' TO WS-BALANCE-SW
           MOVE SPACES TO EFW2-REPORT-LINE
           WRITE EFW2-REPORT-LINE
           ADD WS-FT-WAGES WS-FT-401K GIVING WS-FT-GROSS
           MOVE WS-MT-COUNT     TO WS-RPT-CMP-MASTER
           MOVE WS-FT-RW-COUNT  TO WS-RPT-CMP-FILE
           MOVE 'EMPLOYEES'     TO WS-RPT-BAL-NAME
           PERFORM 4510-COMPARE-TOTAL
           MOVE WS-MT-GROSS     TO WS-RPT-CMP-MASTER
           MOVE WS-FT-GROSS     TO WS-RPT-CMP-FILE
           MOVE 'GROSS WAGES'   TO WS-RPT-BAL-NAME
           PERFORM 4510-COMPARE-TOTAL
           MOVE WS-MT-FEDERAL   TO WS-RPT-CMP-MASTER
           MOVE WS-FT-FEDERAL   TO WS-RPT-CMP-FILE
           MOVE 'FEDERAL WH'    TO WS-RPT-BAL-NAME
           PERFORM 4510-COMPARE-TOTAL
           MOVE WS-MT-SS-WAGES  TO WS-RPT-CMP-MASTER
           MOVE WS-FT-SS-WAGES  TO WS-RPT-CMP-FILE
           MOVE 'SS WAGES'      TO WS-RPT-BAL-NAME
           PERFORM 4510-COMPARE-TOTAL
           MOVE WS-MT-FICA      TO WS-RPT-CMP-MASTER
           MOVE WS-FT-SS-TAX    TO WS-RPT-CMP-FILE
           MOVE 'SS TAX'        TO WS-RPT-BAL-NAME
           PERFORM 4510-COMPARE-TOTAL
           MOVE WS-MT-GROSS     TO WS-RPT-CMP-MASTER
           MOVE WS-FT-MED-WAGES TO WS-RPT-CMP-FILE
           MOVE 'MEDICARE WAGES' TO WS-RPT-BAL-NAME
           PERFORM 4510-COMPARE-TOTAL
           MOVE WS-MT-MEDICARE  TO WS-RPT-CMP-MASTER
           MOVE WS-FT-MED-TAX   TO WS-RPT-CMP-FILE
           MOVE 'MEDICARE TAX'  TO WS-RPT-BAL-NAME
           PERFORM 4510-COMPARE-TOTAL
           MOVE WS-MT-401K      TO WS-RPT-CMP-MASTER
           MOVE WS-FT-401K      TO WS-RPT-CMP-FILE
           MOVE '401K DEFERRALS' TO WS-RPT-BAL-NAME
           PERFORM 4510-COMPARE-TOTAL
           IF NOT FILE-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.


       4510-COMPARE-TOTAL.
           IF WS-RPT-CMP-MASTER = WS-RPT-CMP-FILE
               MOVE 'IN BALANCE      ' TO WS-RPT-BAL-TAG
           ELSE
               MOVE 'OUT OF BALANCE  ' TO WS-RPT-BAL-TAG
               MOVE 'N' TO WS-BALANCE-SW
           END-IF
           MOVE WS-RPT-CMP-MASTER TO WS-RPT-BAL-MASTER
           MOVE WS-RPT-CMP-FILE   TO WS-RPT-BAL-FILE
           MOVE WS-RPT-BALANCE-LINE TO EFW2-REPORT-LINE
           WRITE EFW2-REPORT-LINE.


       4900-PRINT-SUMMARY.
           MOVE SPACES TO EFW2-REPORT-LINE
           WRITE EFW2-REPORT-LINE
           MOVE SPACES TO EFW2-REPORT-LINE
           STRING 'Employee records (RW): ' WS-FT-RW-COUNT
               DELIMITED SIZE INTO EFW2-REPORT-LINE
           WRITE EFW2-REPORT-LINE
           MOVE SPACES TO EFW2-REPORT-LINE
           STRING 'State records (RS):    ' WS-RS-COUNT
               DELIMITED SIZE INTO EFW2-REPORT-LINE
           WRITE EFW2-REPORT-LINE
           MOVE SPACES TO EFW2-REPORT-LINE
           STRING 'Employees held:        ' WS-HELD-COUNT
               DELIMITED SIZE INTO EFW2-REPORT-LINE
           WRITE EFW2-REPORT-LINE
           MOVE SPACES TO EFW2-REPORT-LINE
           STRING 'No state record:       ' WS-NO-STATE-COUNT
               DELIMITED SIZE INTO EFW2-REPORT-LINE
           WRITE EFW2-REPORT-LINE
           IF FILE-IN-BALANCE
               MOVE 'FILE IN BALANCE WITH EMPLOYEE-MASTER'
                   TO EFW2-REPORT-LINE
           ELSE
               MOVE 'FILE OUT OF BALANCE - DO NOT SUBMIT'
                   TO EFW2-REPORT-LINE
           END-IF
           WRITE EFW2-REPORT-LINE
           DISPLAY 'PAYEFW2: ' WS-FT-RW-COUNT ' W-2 RECORD(S) FOR '
               'TAX YEAR ' WS-TAX-YEAR ', ' WS-HELD-COUNT ' HELD'
           IF NOT FILE-IN-BALANCE
               DISPLAY 'PAYEFW2: FILE OUT OF BALANCE WITH '
                   'EMPLOYEE-MASTER - DO NOT SUBMIT'
           END-IF.


       5000-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER
           CLOSE EMPLOYEE-FILE
           CLOSE PERSONAL-DATA-FILE
           CLOSE EFW2-FILE
           CLOSE EFW2-REPORT-FILE.
