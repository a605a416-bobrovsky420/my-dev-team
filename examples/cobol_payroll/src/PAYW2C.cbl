      * PAYW2C.CBL  -  W-2c Corrections to the SSA
      *
      * A void or reissue of a payment dated in a year that has
      * already been closed and reported changes that year's W-2.
      * PAYVOID does not post such a payment to the live master; it
      * logs it to W2C-ADJUST-FILE, and this program turns the log
      * into corrected W-2s - the SSA's W-2c electronic file, in its
      * fixed 1024-byte record format:
      *
      *   RCA - submitter : our EIN, SSA user ID and contact
      *   RCE - employer  : tax year, EIN, name and address
      *   RCW - employee  : SSN and name, and for each box that
      *                     changes the amount previously reported
      *                     beside the correct amount
      *   RCS - state     : the same pairs for the state wages and
      *                     tax, when those change
      *   RCT - total     : the RCW count and the pair totals
      *   RCF - final     : the RCW count again
      *
      * For the year on W2C-CONTROL-FILE (default: last year), the
      * adjustments are summed per employee. The employee's
      * "previously reported" figures are the year's balances as
      * PAYYREND archived them to employee_master_archive.dat - the
      * balances the original W-2 was cut from - and the correct
      * figures are those balances with every adjustment logged for
      * the year applied. The boxes are derived both sides exactly
      * as PAYEFW2 derives them.
      *
      * The corrected boxes are posted to W2C-FILED-FILE as each
      * RCW is generated - not when the file is sent - and a later
      * W-2c for the same year takes them, not the archive, as
      * previously reported. So a correction is generated exactly
      * once: every run writes its own submission file,
      * w2c_ssa_submission_yyyymmdd_hhmmss.txt for the run's date
      * and time, and every file a run writes must be sent. A rerun
      * (after fixing a HELD employee, say) writes only what is
      * still uncorrected and never over an earlier run's file. An
      * employee whose adjustments net to no change in any box (a
      * void reissued in the same year, say) gets no W-2c at all;
      * so a rerun with no new adjustments writes no records.
      *
      * Only the first archive row for an employee and year is
      * used: a rollover rerun after an abend archives the already-
      * zeroed record a second time, after the real one.
      *
      * An employee who cannot be corrected - no archive row for the
      * year, no SSN on the personal data file, a correction that
      * would take a figure below zero, or more employees than the
      * table holds - is listed as HELD and sets RETURN-CODE 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYW2C.
       AUTHOR.      MY-DEV-TEAM-DEMO.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL W2C-CONTROL-FILE
               ASSIGN TO 'w2c_control.dat'
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
           SELECT OPTIONAL W2C-ADJUST-FILE
               ASSIGN TO 'w2c_adjustments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT OPTIONAL YEAREND-ARCHIVE-FILE
               ASSIGN TO 'employee_master_archive.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
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
           SELECT W2C-FILED-FILE ASSIGN TO 'w2c_filed.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WF-KEY
               FILE STATUS IS WS-FILED-STATUS.
           SELECT EFW2C-FILE ASSIGN USING WS-EFW2C-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W2C-REPORT-FILE ASSIGN TO 'w2c_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  W2C-CONTROL-FILE.
       01  W2C-CONTROL-RECORD.
           05  W2C-CTL-YEAR         PIC 9(4).

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  FICA-TABLE-FILE.
           COPY FICATAB.

       FD  STATE-ID-FILE.
       01  STATE-ID-RECORD.
           05  SID-STATE-CODE       PIC X(2).
           05  SID-ACCOUNT-NO       PIC X(20).

       FD  W2C-ADJUST-FILE.
           COPY W2CADJ.

      * PAYYREND's archive: the closing year and the master record
      * as it stood at the close.
       FD  YEAREND-ARCHIVE-FILE.
       01  YEAREND-ARCHIVE-RECORD.
           05  ARCH-YEAR            PIC 9(4).
           05  ARCH-MASTER-IMAGE    PIC X(600).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  PERSONAL-DATA-FILE.
           COPY EMPPERS.

      * The boxes last reported to the SSA on a W-2c, per employee
      * and tax year, in the same order as WS-W2-BOXES.
       FD  W2C-FILED-FILE.
       01  W2C-FILED-RECORD.
           05  WF-KEY.
               10  WF-EMP-ID        PIC 9(5).
               10  WF-TAX-YEAR      PIC 9(4).
           05  WF-FILED-DATE        PIC 9(8).
           05  WF-BOXES.
               10  WF-WAGES         PIC 9(9)V99.
               10  WF-FEDERAL       PIC 9(9)V99.
               10  WF-SS-WAGES      PIC 9(9)V99.
               10  WF-SS-TAX        PIC 9(9)V99.
               10  WF-MED-WAGES     PIC 9(9)V99.
               10  WF-MED-TAX       PIC 9(9)V99.
               10  WF-401K          PIC 9(9)V99.
               10  WF-STATE-WAGES   PIC 9(9)V99.
               10  WF-STATE-TAX     PIC 9(9)V99.

      * The SSA W-2c record layouts, one 01 per record type, each
      * 1024 bytes. An amount pair is the figure previously
      * reported then the correct figure, dollars and cents with no
      * decimal point; a pair for a box that is not changing is
      * left all spaces.
       FD  EFW2C-FILE.
       01  EFW2C-RCA-RECORD.
           05  RCA-ID               PIC X(3).
           05  RCA-EIN              PIC 9(9).
           05  RCA-USER-ID          PIC X(8).
           05  RCA-VENDOR-CODE      PIC X(4).
           05  FILLER               PIC X(5).
           05  RCA-RESUB-IND        PIC X(1).
           05  RCA-RESUB-WFID       PIC X(6).
           05  RCA-SOFTWARE-CODE    PIC X(2).
           05  RCA-NAME             PIC X(57).
           05  RCA-LOCATION         PIC X(22).
           05  RCA-DELIVERY         PIC X(22).
           05  RCA-CITY             PIC X(22).
           05  RCA-STATE            PIC X(2).
           05  RCA-ZIP              PIC X(5).
           05  RCA-ZIP-EXT          PIC X(4).
           05  FILLER               PIC X(5).
           05  RCA-FOREIGN-STATE    PIC X(23).
           05  RCA-FOREIGN-POSTAL   PIC X(15).
           05  RCA-COUNTRY          PIC X(2).
           05  RCA-CONTACT-NAME     PIC X(27).
           05  RCA-CONTACT-PHONE    PIC X(15).
           05  RCA-CONTACT-EXT      PIC X(5).
           05  FILLER               PIC X(3).
           05  RCA-CONTACT-EMAIL    PIC X(40).
           05  FILLER               PIC X(3).
           05  RCA-CONTACT-FAX      PIC X(10).
           05  FILLER               PIC X(1).
           05  RCA-PREPARER-CODE    PIC X(1).
           05  FILLER               PIC X(702).
       01  EFW2C-RCE-RECORD.
           05  RCE-ID               PIC X(3).
           05  RCE-TAX-YEAR         PIC 9(4).
           05  RCE-AGENT-EIN        PIC X(9).
           05  RCE-EIN              PIC 9(9).
           05  RCE-AGENT-IND        PIC X(1).
           05  RCE-ESTABLISHMENT    PIC X(4).
           05  RCE-ORIG-EIN         PIC X(9).
           05  RCE-ORIG-ESTABLISHMENT PIC X(4).
           05  RCE-NAME             PIC X(57).
           05  RCE-LOCATION         PIC X(22).
           05  RCE-DELIVERY         PIC X(22).
           05  RCE-CITY             PIC X(22).
           05  RCE-STATE            PIC X(2).
           05  RCE-ZIP              PIC X(5).
           05  RCE-ZIP-EXT          PIC X(4).
           05  FILLER               PIC X(4).
           05  RCE-FOREIGN-STATE    PIC X(23).
           05  RCE-FOREIGN-POSTAL   PIC X(15).
           05  RCE-COUNTRY          PIC X(2).
           05  RCE-EMPLOYMENT-CODE  PIC X(1).
           05  RCE-KIND-OF-EMPLOYER PIC X(1).
           05  RCE-CONTACT-NAME     PIC X(27).
           05  RCE-CONTACT-PHONE    PIC X(15).
           05  RCE-CONTACT-EXT      PIC X(5).
           05  RCE-CONTACT-FAX      PIC X(10).
           05  RCE-CONTACT-EMAIL    PIC X(40).
           05  FILLER               PIC X(704).
       01  EFW2C-RCW-RECORD.
           05  RCW-ID               PIC X(3).
           05  RCW-SSN              PIC 9(9).
           05  RCW-ORIG-SSN         PIC X(9).
           05  RCW-FIRST-NAME       PIC X(15).
           05  RCW-MIDDLE-NAME      PIC X(15).
           05  RCW-LAST-NAME        PIC X(20).
           05  RCW-SUFFIX           PIC X(4).
           05  RCW-ORIG-FIRST-NAME  PIC X(15).
           05  RCW-ORIG-MIDDLE-NAME PIC X(15).
           05  RCW-ORIG-LAST-NAME   PIC X(20).
           05  RCW-ORIG-SUFFIX      PIC X(4).
           05  RCW-LOCATION         PIC X(22).
           05  RCW-DELIVERY         PIC X(22).
           05  RCW-CITY             PIC X(22).
           05  RCW-STATE            PIC X(2).
           05  RCW-ZIP              PIC X(5).
           05  RCW-ZIP-EXT          PIC X(4).
           05  FILLER               PIC X(5).
           05  RCW-FOREIGN-STATE    PIC X(23).
           05  RCW-FOREIGN-POSTAL   PIC X(15).
           05  RCW-COUNTRY          PIC X(2).
           05  RCW-WAGES-PAIR.
               10  RCW-ORIG-WAGES       PIC 9(9)V99.
               10  RCW-CORR-WAGES       PIC 9(9)V99.
           05  RCW-FEDERAL-PAIR.
               10  RCW-ORIG-FEDERAL     PIC 9(9)V99.
               10  RCW-CORR-FEDERAL     PIC 9(9)V99.
           05  RCW-SS-WAGES-PAIR.
               10  RCW-ORIG-SS-WAGES    PIC 9(9)V99.
               10  RCW-CORR-SS-WAGES    PIC 9(9)V99.
           05  RCW-SS-TAX-PAIR.
               10  RCW-ORIG-SS-TAX      PIC 9(9)V99.
               10  RCW-CORR-SS-TAX      PIC 9(9)V99.
           05  RCW-MED-WAGES-PAIR.
               10  RCW-ORIG-MED-WAGES   PIC 9(9)V99.
               10  RCW-CORR-MED-WAGES   PIC 9(9)V99.
           05  RCW-MED-TAX-PAIR.
               10  RCW-ORIG-MED-TAX     PIC 9(9)V99.
               10  RCW-CORR-MED-TAX     PIC 9(9)V99.
           05  RCW-SS-TIPS-PAIR     PIC X(22).
           05  FILLER               PIC X(22).
           05  RCW-DEP-CARE-PAIR    PIC X(22).
           05  RCW-401K-PAIR.
               10  RCW-ORIG-401K        PIC 9(9)V99.
               10  RCW-CORR-401K        PIC 9(9)V99.
           05  FILLER               PIC X(553).
       01  EFW2C-RCS-RECORD.
           05  RCS-ID               PIC X(3).
           05  RCS-STATE-CODE       PIC 9(2).
           05  RCS-TAX-ENTITY       PIC X(5).
           05  RCS-SSN              PIC 9(9).
           05  RCS-ORIG-SSN         PIC X(9).
           05  RCS-FIRST-NAME       PIC X(15).
           05  RCS-MIDDLE-NAME      PIC X(15).
           05  RCS-LAST-NAME        PIC X(20).
           05  RCS-SUFFIX           PIC X(4).
           05  RCS-ORIG-FIRST-NAME  PIC X(15).
           05  RCS-ORIG-MIDDLE-NAME PIC X(15).
           05  RCS-ORIG-LAST-NAME   PIC X(20).
           05  RCS-ORIG-SUFFIX      PIC X(4).
           05  RCS-LOCATION         PIC X(22).
           05  RCS-DELIVERY         PIC X(22).
           05  RCS-CITY             PIC X(22).
           05  RCS-STATE            PIC X(2).
           05  RCS-ZIP              PIC X(5).
           05  RCS-ZIP-EXT          PIC X(4).
           05  FILLER               PIC X(5).
           05  RCS-FOREIGN-STATE    PIC X(23).
           05  RCS-FOREIGN-POSTAL   PIC X(15).
           05  RCS-COUNTRY          PIC X(2).
           05  RCS-STATE-ACCOUNT    PIC X(20).
           05  RCS-INCOME-STATE-CODE PIC 9(2).
           05  RCS-STATE-WAGES-PAIR.
               10  RCS-ORIG-STATE-WAGES PIC 9(9)V99.
               10  RCS-CORR-STATE-WAGES PIC 9(9)V99.
           05  RCS-STATE-TAX-PAIR.
               10  RCS-ORIG-STATE-TAX   PIC 9(9)V99.
               10  RCS-CORR-STATE-TAX   PIC 9(9)V99.
           05  FILLER               PIC X(700).
       01  EFW2C-RCT-RECORD.
           05  RCT-ID               PIC X(3).
           05  RCT-RCW-COUNT        PIC 9(7).
           05  RCT-WAGES-PAIR.
               10  RCT-ORIG-WAGES       PIC 9(13)V99.
               10  RCT-CORR-WAGES       PIC 9(13)V99.
           05  RCT-FEDERAL-PAIR.
               10  RCT-ORIG-FEDERAL     PIC 9(13)V99.
               10  RCT-CORR-FEDERAL     PIC 9(13)V99.
           05  RCT-SS-WAGES-PAIR.
               10  RCT-ORIG-SS-WAGES    PIC 9(13)V99.
               10  RCT-CORR-SS-WAGES    PIC 9(13)V99.
           05  RCT-SS-TAX-PAIR.
               10  RCT-ORIG-SS-TAX      PIC 9(13)V99.
               10  RCT-CORR-SS-TAX      PIC 9(13)V99.
           05  RCT-MED-WAGES-PAIR.
               10  RCT-ORIG-MED-WAGES   PIC 9(13)V99.
               10  RCT-CORR-MED-WAGES   PIC 9(13)V99.
           05  RCT-MED-TAX-PAIR.
               10  RCT-ORIG-MED-TAX     PIC 9(13)V99.
               10  RCT-CORR-MED-TAX     PIC 9(13)V99.
           05  RCT-SS-TIPS-PAIR     PIC X(30).
           05  FILLER               PIC X(30).
           05  RCT-DEP-CARE-PAIR    PIC X(30).
           05  RCT-401K-PAIR.
               10  RCT-ORIG-401K        PIC 9(13)V99.
               10  RCT-CORR-401K        PIC 9(13)V99.
           05  FILLER               PIC X(714).
       01  EFW2C-RCF-RECORD.
           05  RCF-ID               PIC X(3).
           05  RCF-RCW-COUNT        PIC 9(9).
           05  FILLER               PIC X(1012).

       FD  W2C-REPORT-FILE.
       01  W2C-REPORT-LINE      PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-EOF          PIC X VALUE 'N'.
               88  END-OF-FILE VALUE 'Y'.
           05  WS-TABLE-EOF-SW PIC X VALUE 'N'.
               88  TABLE-AT-EOF    VALUE 'Y'.
           05  WS-CR-FOUND-SW  PIC X VALUE 'N'.
               88  CR-ENTRY-FOUND  VALUE 'Y'.
           05  WS-EMP-FOUND-SW PIC X VALUE 'N'.
               88  EMP-FOUND       VALUE 'Y'.
               88  EMP-NOT-FOUND   VALUE 'N'.
           05  WS-PERSONAL-FOUND-SW PIC X VALUE 'N'.
               88  PERSONAL-FOUND  VALUE 'Y'.
           05  WS-FILED-FOUND-SW PIC X VALUE 'N'.
               88  FILED-FOUND     VALUE 'Y'.
           05  WS-STATE-FOUND-SW PIC X VALUE 'N'.
               88  STATE-CODE-FOUND VALUE 'Y'.
           05  WS-HEADER-SW    PIC X VALUE 'N'.
               88  HEADERS-WRITTEN VALUE 'Y'.
           05  WS-CORR-VALID-SW PIC X VALUE 'Y'.
               88  CORRECTION-VALID VALUE 'Y'.

       01  WS-CONTROL-STATUS   PIC X(2) VALUE SPACES.
           88  WS-CONTROL-OK   VALUE '00'.

       01  WS-COMPANY-STATUS   PIC X(2) VALUE SPACES.
           88  WS-COMPANY-OK   VALUE '00'.

       01  WS-FICA-STATUS      PIC X(2) VALUE SPACES.
           88  WS-FICA-OK      VALUE '00'.

       01  WS-STATE-ID-STATUS  PIC X(2) VALUE SPACES.
           88  WS-STATE-ID-OK  VALUE '00'.

       01  WS-ADJUST-STATUS    PIC X(2) VALUE SPACES.
           88  WS-ADJUST-OK    VALUE '00'.

       01  WS-ARCHIVE-STATUS   PIC X(2) VALUE SPACES.
           88  WS-ARCHIVE-OK   VALUE '00'.

       01  WS-EMPLOYEE-STATUS  PIC X(2) VALUE SPACES.
           88  WS-EMPLOYEE-OK  VALUE '00'.

       01  WS-PERSONAL-STATUS  PIC X(2) VALUE SPACES.
           88  WS-PERSONAL-OK  VALUE '00'.

       01  WS-FILED-STATUS     PIC X(2) VALUE SPACES.
           88  WS-FILED-OK     VALUE '00'.

       01  WS-TAX-YEAR         PIC 9(4) VALUE ZEROS.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-PARTS.
           05  WS-TODAY-YEAR   PIC 9(4).
           05  WS-TODAY-MMDD   PIC 9(4).
       01  WS-NOW.
           05  WS-NOW-HHMMSS   PIC 9(6).
           05  FILLER          PIC 9(2).
       01  WS-EFW2C-FILE-NAME  PIC X(40) VALUE SPACES.

       01  WS-YEAR-END-DATE.
           05  WS-YE-YEAR      PIC 9(4) VALUE ZEROS.
           05  FILLER          PIC 9(4) VALUE 1231.

       01  WS-WAGE-BASE        PIC 9(7)V99 VALUE 176100.00.

       01  WS-STATE-ID-TABLE.
           05  WS-SID-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-SID-IDX.
               10  WS-SID-STATE-CODE  PIC X(2).
               10  WS-SID-ACCOUNT-NO  PIC X(20).
       01  WS-SID-COUNT        PIC 9(3) VALUE ZEROS.

           COPY STFIPS.

      * An archived master record, moved out of ARCH-MASTER-IMAGE.
           COPY EMPMAST.

      * One entry per employee with adjustments for the tax year:
      * the net change to each reportable amount (voids negative,
      * reissues positive), the work state of the latest payment
      * adjusted, and the balances archived at the year's close.
       01  WS-CORRECTION-TABLE.
           05  WS-CR-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CR-IDX.
               10  WS-CR-EMP-ID        PIC 9(5).
               10  WS-CR-WORK-STATE    PIC X(2).
               10  WS-CR-ARCH-SW       PIC X(1).
                   88  WS-CR-ARCHIVED      VALUE 'Y'.
               10  WS-CR-D-GROSS       PIC S9(9)V99.
               10  WS-CR-D-FEDERAL     PIC S9(9)V99.
               10  WS-CR-D-FICA        PIC S9(9)V99.
               10  WS-CR-D-MEDICARE    PIC S9(9)V99.
               10  WS-CR-D-STATE       PIC S9(9)V99.
               10  WS-CR-D-401K        PIC S9(9)V99.
               10  WS-CR-A-GROSS       PIC 9(9)V99.
               10  WS-CR-A-FEDERAL     PIC 9(9)V99.
               10  WS-CR-A-FICA        PIC 9(9)V99.
               10  WS-CR-A-MEDICARE    PIC 9(9)V99.
               10  WS-CR-A-STATE       PIC 9(9)V99.
               10  WS-CR-A-401K        PIC 9(9)V99.
       01  WS-CR-COUNT         PIC 9(3) VALUE ZEROS.

      * The year's amounts a set of boxes is derived from, and the
      * corrected amounts worked out signed before they are.
       01  WS-YEAR-AMOUNTS.
           05  WS-YA-GROSS         PIC 9(9)V99.
           05  WS-YA-FEDERAL       PIC 9(9)V99.
           05  WS-YA-FICA          PIC 9(9)V99.
           05  WS-YA-MEDICARE      PIC 9(9)V99.
           05  WS-YA-STATE         PIC 9(9)V99.
           05  WS-YA-401K          PIC 9(9)V99.
       01  WS-CORRECTED-AMOUNTS.
           05  WS-CA-GROSS         PIC S9(9)V99.
           05  WS-CA-FEDERAL       PIC S9(9)V99.
           05  WS-CA-FICA          PIC S9(9)V99.
           05  WS-CA-MEDICARE      PIC S9(9)V99.
           05  WS-CA-STATE         PIC S9(9)V99.
           05  WS-CA-401K          PIC S9(9)V99.

      * Boxes as derived by 4300-DERIVE-BOXES, and the two sets
      * compared - previously reported and correct. All three are
      * laid out like WF-BOXES.
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
       01  WS-PREV-BOXES.
           05  WS-PREV-WAGES       PIC 9(9)V99.
           05  WS-PREV-FEDERAL     PIC 9(9)V99.
           05  WS-PREV-SS-WAGES    PIC 9(9)V99.
           05  WS-PREV-SS-TAX      PIC 9(9)V99.
           05  WS-PREV-MED-WAGES   PIC 9(9)V99.
           05  WS-PREV-MED-TAX     PIC 9(9)V99.
           05  WS-PREV-401K        PIC 9(9)V99.
           05  WS-PREV-STATE-WAGES PIC 9(9)V99.
           05  WS-PREV-STATE-TAX   PIC 9(9)V99.
       01  WS-CORR-BOXES.
           05  WS-CORR-WAGES       PIC 9(9)V99.
           05  WS-CORR-FEDERAL     PIC 9(9)V99.
           05  WS-CORR-SS-WAGES    PIC 9(9)V99.
           05  WS-CORR-SS-TAX      PIC 9(9)V99.
           05  WS-CORR-MED-WAGES   PIC 9(9)V99.
           05  WS-CORR-MED-TAX     PIC 9(9)V99.
           05  WS-CORR-401K        PIC 9(9)V99.
           05  WS-CORR-STATE-WAGES PIC 9(9)V99.
           05  WS-CORR-STATE-TAX   PIC 9(9)V99.

      * The changed pairs summed for the RCT record.
       01  WS-RCT-TOTALS.
           05  WS-TOT-ORIG-WAGES      PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-CORR-WAGES      PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-ORIG-FEDERAL    PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-CORR-FEDERAL    PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-ORIG-SS-WAGES   PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-CORR-SS-WAGES   PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-ORIG-SS-TAX     PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-CORR-SS-TAX     PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-ORIG-MED-WAGES  PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-CORR-MED-WAGES  PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-ORIG-MED-TAX    PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-CORR-MED-TAX    PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-ORIG-401K       PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-CORR-401K       PIC 9(13)V99 VALUE ZEROS.

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

       01  WS-HOLD-REASON      PIC X(40) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ADJUST-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-RCW-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-RCS-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-NO-CHANGE-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-HELD-COUNT     PIC 9(5) VALUE ZEROS.

       01  WS-RPT-FIELDS.
           05  WS-RPT-HEADING.
               10  FILLER           PIC X(32)
                   VALUE 'W-2C CORRECTIONS - TAX YEAR '.
               10  WS-RPT-TAX-YEAR  PIC 9(4).
               10  FILLER           PIC X(6)  VALUE '  RUN '.
               10  WS-RPT-RUN-DATE  PIC 9(8).
           05  WS-RPT-BOX-LINE.
               10  FILLER           PIC X(14) VALUE SPACES.
               10  WS-RPT-BOX-NAME  PIC X(16).
               10  FILLER           PIC X(10) VALUE ' REPORTED '.
               10  WS-RPT-BOX-PREV  PIC Z(8)9.99.
               10  FILLER           PIC X(10) VALUE '  CORRECT '.
               10  WS-RPT-BOX-CORR  PIC Z(8)9.99.
       01  WS-RPT-COMPARE.
           05  WS-RPT-CMP-PREV     PIC 9(9)V99.
           05  WS-RPT-CMP-CORR     PIC 9(9)V99.


       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-LOAD-ADJUSTMENTS
           PERFORM 3000-LOAD-ARCHIVE
           PERFORM 4000-CORRECT-EMPLOYEE
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
           PERFORM 5000-WRITE-TOTAL-RECORDS
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 7000-CLOSE-FILES
           STOP RUN.


      * The year to correct defaults to last year - the year whose
      * W-2s went out this January.
       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO WS-TODAY-PARTS
           SUBTRACT 1 FROM WS-TODAY-YEAR GIVING WS-TAX-YEAR
           OPEN INPUT W2C-CONTROL-FILE
           IF WS-CONTROL-OK
               READ W2C-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE W2C-CTL-YEAR TO WS-TAX-YEAR
               END-READ
           END-IF
           CLOSE W2C-CONTROL-FILE
           MOVE WS-TAX-YEAR TO WS-YE-YEAR
           OPEN INPUT COMPANY-FILE
           IF NOT WS-COMPANY-OK
               DISPLAY 'PAYW2C: UNABLE TO OPEN COMPANY-FILE, '
                   'STATUS ' WS-COMPANY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ COMPANY-FILE
               AT END
                   DISPLAY 'PAYW2C: COMPANY-FILE IS EMPTY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE COMPANY-FILE
           PERFORM 1100-LOAD-WAGE-BASE
           PERFORM 1200-LOAD-STATE-IDS
           OPEN INPUT EMPLOYEE-FILE
           IF NOT WS-EMPLOYEE-OK
               DISPLAY 'PAYW2C: UNABLE TO OPEN EMPLOYEE-FILE, '
                   'STATUS ' WS-EMPLOYEE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PERSONAL-DATA-FILE
           IF NOT WS-PERSONAL-OK
               DISPLAY 'PAYW2C: UNABLE TO OPEN PERSONAL-DATA-FILE, '
                   'STATUS ' WS-PERSONAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O W2C-FILED-FILE
           IF NOT WS-FILED-OK
               OPEN OUTPUT W2C-FILED-FILE
               CLOSE W2C-FILED-FILE
               OPEN I-O W2C-FILED-FILE
           END-IF
           MOVE SPACES TO WS-EFW2C-FILE-NAME
           STRING 'w2c_ssa_submission_' WS-TODAY
                  '_' WS-NOW-HHMMSS '.txt'
               DELIMITED SIZE INTO WS-EFW2C-FILE-NAME
           OPEN OUTPUT EFW2C-FILE
           OPEN OUTPUT W2C-REPORT-FILE
           MOVE WS-TAX-YEAR TO WS-RPT-TAX-YEAR
           MOVE WS-TODAY    TO WS-RPT-RUN-DATE
           MOVE WS-RPT-HEADING TO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE
           MOVE SPACES TO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE.


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


      * Every adjustment PAYVOID has logged for the tax year, summed
      * per employee. The log is kept whole - it is the record of
      * what changed - and re-read in full each run.
       2000-LOAD-ADJUSTMENTS.
           OPEN INPUT W2C-ADJUST-FILE
           IF WS-ADJUST-OK
               MOVE 'N' TO WS-EOF
               PERFORM 2100-READ-ADJUSTMENT
                   UNTIL END-OF-FILE
           END-IF
           CLOSE W2C-ADJUST-FILE.


       2100-READ-ADJUSTMENT.
           READ W2C-ADJUST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF W2A-TAX-YEAR = WS-TAX-YEAR
                       ADD 1 TO WS-ADJUST-COUNT
                       PERFORM 2200-FIND-CORRECTION-ENTRY
                       IF CR-ENTRY-FOUND
                           PERFORM 2300-APPLY-ADJUSTMENT
                       END-IF
                   END-IF
           END-READ.


      * An employee not yet in the table is added; one that will not
      * fit is held, since a W-2c built from part of the log would
      * be wrong.
       2200-FIND-CORRECTION-ENTRY.
           MOVE 'N' TO WS-CR-FOUND-SW
           SET WS-CR-IDX TO 1
           SEARCH WS-CR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CR-IDX > WS-CR-COUNT
                   CONTINUE
               WHEN WS-CR-EMP-ID (WS-CR-IDX) = W2A-EMP-ID
                   MOVE 'Y' TO WS-CR-FOUND-SW
           END-SEARCH
           IF NOT CR-ENTRY-FOUND
               IF WS-CR-COUNT < 500
                   ADD 1 TO WS-CR-COUNT
                   SET WS-CR-IDX TO WS-CR-COUNT
                   INITIALIZE WS-CR-ENTRY (WS-CR-IDX)
                   MOVE W2A-EMP-ID TO WS-CR-EMP-ID (WS-CR-IDX)
                   MOVE 'N'        TO WS-CR-ARCH-SW (WS-CR-IDX)
                   MOVE 'Y'        TO WS-CR-FOUND-SW
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 8 TO RETURN-CODE
                   MOVE SPACES TO W2C-REPORT-LINE
                   STRING 'HELD      ID: ' W2A-EMP-ID
                          '  REASON: CORRECTION TABLE FULL'
                       DELIMITED SIZE INTO W2C-REPORT-LINE
                   WRITE W2C-REPORT-LINE
               END-IF
           END-IF.


       2300-APPLY-ADJUSTMENT.
           MOVE W2A-WORK-STATE TO WS-CR-WORK-STATE (WS-CR-IDX)
           IF W2A-VOID
               SUBTRACT W2A-GROSS    FROM WS-CR-D-GROSS (WS-CR-IDX)
               SUBTRACT W2A-FEDERAL  FROM WS-CR-D-FEDERAL (WS-CR-IDX)
               SUBTRACT W2A-FICA     FROM WS-CR-D-FICA (WS-CR-IDX)
               SUBTRACT W2A-MEDICARE FROM WS-CR-D-MEDICARE (WS-CR-IDX)
               SUBTRACT W2A-STATE    FROM WS-CR-D-STATE (WS-CR-IDX)
               SUBTRACT W2A-401K     FROM WS-CR-D-401K (WS-CR-IDX)
           ELSE
               ADD W2A-GROSS    TO WS-CR-D-GROSS (WS-CR-IDX)
               ADD W2A-FEDERAL  TO WS-CR-D-FEDERAL (WS-CR-IDX)
               ADD W2A-FICA     TO WS-CR-D-FICA (WS-CR-IDX)
               ADD W2A-MEDICARE TO WS-CR-D-MEDICARE (WS-CR-IDX)
               ADD W2A-STATE    TO WS-CR-D-STATE (WS-CR-IDX)
               ADD W2A-401K     TO WS-CR-D-401K (WS-CR-IDX)
           END-IF.


      * The year's archived balances for each employee in the
      * table - the first row for the employee and year only.
       3000-LOAD-ARCHIVE.
           IF WS-CR-COUNT > 0
               OPEN INPUT YEAREND-ARCHIVE-FILE
               IF WS-ARCHIVE-OK
                   MOVE 'N' TO WS-EOF
                   PERFORM 3100-READ-ARCHIVE
                       UNTIL END-OF-FILE
               END-IF
               CLOSE YEAREND-ARCHIVE-FILE
           END-IF.


       3100-READ-ARCHIVE.
           READ YEAREND-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ARCH-YEAR = WS-TAX-YEAR
                       MOVE ARCH-MASTER-IMAGE
                           TO EMPLOYEE-MASTER-RECORD
                       PERFORM 3200-STORE-ARCHIVED-YEAR
                   END-IF
           END-READ.


       3200-STORE-ARCHIVED-YEAR.
           SET WS-CR-IDX TO 1
           SEARCH WS-CR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CR-IDX > WS-CR-COUNT
                   CONTINUE
               WHEN WS-CR-EMP-ID (WS-CR-IDX) = YTD-EMP-ID
                   IF NOT WS-CR-ARCHIVED (WS-CR-IDX)
                       MOVE 'Y'          TO WS-CR-ARCH-SW (WS-CR-IDX)
                       MOVE YTD-GROSS    TO WS-CR-A-GROSS (WS-CR-IDX)
                       MOVE YTD-FEDERAL
                           TO WS-CR-A-FEDERAL (WS-CR-IDX)
                       MOVE YTD-FICA     TO WS-CR-A-FICA (WS-CR-IDX)
                       MOVE YTD-MEDICARE
                           TO WS-CR-A-MEDICARE (WS-CR-IDX)
                       MOVE YTD-STATE    TO WS-CR-A-STATE (WS-CR-IDX)
                       MOVE YTD-401K     TO WS-CR-A-401K (WS-CR-IDX)
                   END-IF
           END-SEARCH.


      * Previously reported: the last W-2c filed for the employee
      * and year, else the original W-2 from the archive. Correct:
      * the archive plus every adjustment.
       4000-CORRECT-EMPLOYEE.
           MOVE 'Y' TO WS-CORR-VALID-SW
           MOVE SPACES TO WS-HOLD-REASON
           IF NOT WS-CR-ARCHIVED (WS-CR-IDX)
               MOVE 'N' TO WS-CORR-VALID-SW
               MOVE 'NO ARCHIVED BALANCES FOR THE YEAR'
                   TO WS-HOLD-REASON
           END-IF
           IF CORRECTION-VALID
               PERFORM 4100-WORK-CORRECTED-AMOUNTS
           END-IF
           IF CORRECTION-VALID
               PERFORM 4200-SET-PREVIOUS-BOXES
               MOVE WS-CA-GROSS    TO WS-YA-GROSS
               MOVE WS-CA-FEDERAL  TO WS-YA-FEDERAL
               MOVE WS-CA-FICA     TO WS-YA-FICA
               MOVE WS-CA-MEDICARE TO WS-YA-MEDICARE
               MOVE WS-CA-STATE    TO WS-YA-STATE
               MOVE WS-CA-401K     TO WS-YA-401K
               PERFORM 4300-DERIVE-BOXES
               MOVE WS-W2-BOXES TO WS-CORR-BOXES
               IF WS-CORR-BOXES = WS-PREV-BOXES
                   ADD 1 TO WS-NO-CHANGE-COUNT
               ELSE
                   PERFORM 4400-ISSUE-CORRECTION
               END-IF
           END-IF
           IF NOT CORRECTION-VALID
               ADD 1 TO WS-HELD-COUNT
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO W2C-REPORT-LINE
               STRING 'HELD      ID: ' WS-CR-EMP-ID (WS-CR-IDX)
                      '  REASON: ' WS-HOLD-REASON
                   DELIMITED SIZE INTO W2C-REPORT-LINE
               WRITE W2C-REPORT-LINE
           END-IF.


      * Unsigned balances cannot go below zero; a correction that
      * would is a log that does not match the archive, and is held
      * for someone to look at rather than reported.
       4100-WORK-CORRECTED-AMOUNTS.
           ADD WS-CR-A-GROSS (WS-CR-IDX) WS-CR-D-GROSS (WS-CR-IDX)
               GIVING WS-CA-GROSS
           ADD WS-CR-A-FEDERAL (WS-CR-IDX) WS-CR-D-FEDERAL (WS-CR-IDX)
               GIVING WS-CA-FEDERAL
           ADD WS-CR-A-FICA (WS-CR-IDX) WS-CR-D-FICA (WS-CR-IDX)
               GIVING WS-CA-FICA
           ADD WS-CR-A-MEDICARE (WS-CR-IDX)
               WS-CR-D-MEDICARE (WS-CR-IDX)
               GIVING WS-CA-MEDICARE
           ADD WS-CR-A-STATE (WS-CR-IDX) WS-CR-D-STATE (WS-CR-IDX)
               GIVING WS-CA-STATE
           ADD WS-CR-A-401K (WS-CR-IDX) WS-CR-D-401K (WS-CR-IDX)
               GIVING WS-CA-401K
           IF WS-CA-GROSS < 0 OR WS-CA-FEDERAL < 0 OR WS-CA-FICA < 0
              OR WS-CA-MEDICARE < 0 OR WS-CA-STATE < 0
              OR WS-CA-401K < 0
               MOVE 'N' TO WS-CORR-VALID-SW
               MOVE 'CORRECTION TAKES YEAR BELOW ZERO'
                   TO WS-HOLD-REASON
           END-IF.


       4200-SET-PREVIOUS-BOXES.
           MOVE WS-CR-EMP-ID (WS-CR-IDX) TO WF-EMP-ID
           MOVE WS-TAX-YEAR              TO WF-TAX-YEAR
           READ W2C-FILED-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FILED-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FILED-FOUND-SW
           END-READ
           IF FILED-FOUND
               MOVE WF-BOXES TO WS-PREV-BOXES
           ELSE
               MOVE WS-CR-A-GROSS (WS-CR-IDX)    TO WS-YA-GROSS
               MOVE WS-CR-A-FEDERAL (WS-CR-IDX)  TO WS-YA-FEDERAL
               MOVE WS-CR-A-FICA (WS-CR-IDX)     TO WS-YA-FICA
               MOVE WS-CR-A-MEDICARE (WS-CR-IDX) TO WS-YA-MEDICARE
               MOVE WS-CR-A-STATE (WS-CR-IDX)    TO WS-YA-STATE
               MOVE WS-CR-A-401K (WS-CR-IDX)     TO WS-YA-401K
               PERFORM 4300-DERIVE-BOXES
               MOVE WS-W2-BOXES TO WS-PREV-BOXES
           END-IF.


      * The same derivation PAYEFW2 reports the original W-2 with.
       4300-DERIVE-BOXES.
           SUBTRACT WS-YA-401K FROM WS-YA-GROSS GIVING WS-BOX-WAGES
           MOVE WS-YA-FEDERAL   TO WS-BOX-FEDERAL
           IF WS-YA-GROSS > WS-WAGE-BASE
               MOVE WS-WAGE-BASE TO WS-BOX-SS-WAGES
           ELSE
               MOVE WS-YA-GROSS  TO WS-BOX-SS-WAGES
           END-IF
           MOVE WS-YA-FICA      TO WS-BOX-SS-TAX
           MOVE WS-YA-GROSS     TO WS-BOX-MED-WAGES
           MOVE WS-YA-MEDICARE  TO WS-BOX-MED-TAX
           MOVE WS-YA-401K      TO WS-BOX-401K
           MOVE WS-YA-GROSS     TO WS-BOX-STATE-WAGES
           MOVE WS-YA-STATE     TO WS-BOX-STATE-TAX.


      * The SSN is required, exactly as for the original W-2. The
      * corrected boxes are recorded as filed once the RCW is out.
       4400-ISSUE-CORRECTION.
           MOVE WS-CR-EMP-ID (WS-CR-IDX) TO PD-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PERSONAL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PERSONAL-FOUND-SW
           END-READ
           IF NOT PERSONAL-FOUND OR PD-SSN = ZEROS
               MOVE 'N' TO WS-CORR-VALID-SW
               MOVE 'NO SSN ON PERSONAL DATA FILE' TO WS-HOLD-REASON
           ELSE
               IF NOT HEADERS-WRITTEN
                   PERFORM 4500-WRITE-HEADER-RECORDS
               END-IF
               PERFORM 4600-SPLIT-NAME
               PERFORM 4700-WRITE-RCW-RECORD
               IF WS-PREV-STATE-WAGES NOT = WS-CORR-STATE-WAGES
                  OR WS-PREV-STATE-TAX NOT = WS-CORR-STATE-TAX
                   PERFORM 4800-WRITE-RCS-RECORD
               END-IF
               PERFORM 4900-RECORD-FILED
               PERFORM 4950-PRINT-CORRECTION
           END-IF.


      * Written ahead of the first RCW only, so a run with nothing
      * to correct leaves an empty file rather than a header with
      * no employees on it.
       4500-WRITE-HEADER-RECORDS.
           MOVE 'Y'               TO WS-HEADER-SW
           MOVE SPACES            TO EFW2C-RCA-RECORD
           MOVE 'RCA'             TO RCA-ID
           MOVE CO-FEIN           TO RCA-EIN
           MOVE CO-SSA-USER-ID    TO RCA-USER-ID
           MOVE '0'               TO RCA-RESUB-IND
           MOVE '98'              TO RCA-SOFTWARE-CODE
           MOVE CO-NAME           TO RCA-NAME
           MOVE CO-ADDRESS-2      TO RCA-LOCATION
           MOVE CO-ADDRESS-1      TO RCA-DELIVERY
           MOVE CO-CITY           TO RCA-CITY
           MOVE CO-STATE          TO RCA-STATE
           MOVE CO-ZIP-CODE (1:5) TO RCA-ZIP
           MOVE CO-ZIP-CODE (6:4) TO RCA-ZIP-EXT
           MOVE CO-CONTACT-NAME   TO RCA-CONTACT-NAME
           MOVE CO-CONTACT-PHONE  TO RCA-CONTACT-PHONE
           MOVE CO-CONTACT-EMAIL  TO RCA-CONTACT-EMAIL
           MOVE 'L'               TO RCA-PREPARER-CODE
           WRITE EFW2C-RCA-RECORD
           MOVE SPACES            TO EFW2C-RCE-RECORD
           MOVE 'RCE'             TO RCE-ID
           MOVE WS-TAX-YEAR       TO RCE-TAX-YEAR
           MOVE CO-FEIN           TO RCE-EIN
           MOVE CO-NAME           TO RCE-NAME
           MOVE CO-ADDRESS-2      TO RCE-LOCATION
           MOVE CO-ADDRESS-1      TO RCE-DELIVERY
           MOVE CO-CITY           TO RCE-CITY
           MOVE CO-STATE          TO RCE-STATE
           MOVE CO-ZIP-CODE (1:5) TO RCE-ZIP
           MOVE CO-ZIP-CODE (6:4) TO RCE-ZIP-EXT
           MOVE 'R'               TO RCE-EMPLOYMENT-CODE
           MOVE 'N'               TO RCE-KIND-OF-EMPLOYER
           MOVE CO-CONTACT-NAME   TO RCE-CONTACT-NAME
           MOVE CO-CONTACT-PHONE  TO RCE-CONTACT-PHONE
           MOVE CO-CONTACT-EMAIL  TO RCE-CONTACT-EMAIL
           WRITE EFW2C-RCE-RECORD.


      * Split as PAYEFW2 splits it for the original W-2.
       4600-SPLIT-NAME.
           MOVE SPACES TO WS-NAME-FIELDS
           MOVE WS-CR-EMP-ID (WS-CR-IDX) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND-SW
           END-READ
           IF EMP-NOT-FOUND
               MOVE 'UNKNOWN' TO WS-NAME-LAST
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


      * Only the pairs for boxes that change are filled; the SSN and
      * name are not being corrected, so their "original" fields
      * stay blank.
       4700-WRITE-RCW-RECORD.
           MOVE SPACES            TO EFW2C-RCW-RECORD
           MOVE 'RCW'             TO RCW-ID
           MOVE PD-SSN            TO RCW-SSN
           MOVE WS-NAME-FIRST     TO RCW-FIRST-NAME
           MOVE WS-NAME-MIDDLE    TO RCW-MIDDLE-NAME
           MOVE WS-NAME-LAST      TO RCW-LAST-NAME
           MOVE PD-ADDRESS-2      TO RCW-LOCATION
           MOVE PD-ADDRESS-1      TO RCW-DELIVERY
           MOVE PD-CITY           TO RCW-CITY
           MOVE PD-STATE          TO RCW-STATE
           MOVE PD-ZIP-5          TO RCW-ZIP
           MOVE PD-ZIP-4          TO RCW-ZIP-EXT
           IF WS-PREV-WAGES NOT = WS-CORR-WAGES
               MOVE WS-PREV-WAGES     TO RCW-ORIG-WAGES
               MOVE WS-CORR-WAGES     TO RCW-CORR-WAGES
               ADD WS-PREV-WAGES      TO WS-TOT-ORIG-WAGES
               ADD WS-CORR-WAGES      TO WS-TOT-CORR-WAGES
           END-IF
           IF WS-PREV-FEDERAL NOT = WS-CORR-FEDERAL
               MOVE WS-PREV-FEDERAL   TO RCW-ORIG-FEDERAL
               MOVE WS-CORR-FEDERAL   TO RCW-CORR-FEDERAL
               ADD WS-PREV-FEDERAL    TO WS-TOT-ORIG-FEDERAL
               ADD WS-CORR-FEDERAL    TO WS-TOT-CORR-FEDERAL
           END-IF
           IF WS-PREV-SS-WAGES NOT = WS-CORR-SS-WAGES
               MOVE WS-PREV-SS-WAGES  TO RCW-ORIG-SS-WAGES
               MOVE WS-CORR-SS-WAGES  TO RCW-CORR-SS-WAGES
               ADD WS-PREV-SS-WAGES   TO WS-TOT-ORIG-SS-WAGES
               ADD WS-CORR-SS-WAGES   TO WS-TOT-CORR-SS-WAGES
           END-IF
           IF WS-PREV-SS-TAX NOT = WS-CORR-SS-TAX
               MOVE WS-PREV-SS-TAX    TO RCW-ORIG-SS-TAX
               MOVE WS-CORR-SS-TAX    TO RCW-CORR-SS-TAX
               ADD WS-PREV-SS-TAX     TO WS-TOT-ORIG-SS-TAX
               ADD WS-CORR-SS-TAX     TO WS-TOT-CORR-SS-TAX
           END-IF
           IF WS-PREV-MED-WAGES NOT = WS-CORR-MED-WAGES
               MOVE WS-PREV-MED-WAGES TO RCW-ORIG-MED-WAGES
               MOVE WS-CORR-MED-WAGES TO RCW-CORR-MED-WAGES
               ADD WS-PREV-MED-WAGES  TO WS-TOT-ORIG-MED-WAGES
               ADD WS-CORR-MED-WAGES  TO WS-TOT-CORR-MED-WAGES
           END-IF
           IF WS-PREV-MED-TAX NOT = WS-CORR-MED-TAX
               MOVE WS-PREV-MED-TAX   TO RCW-ORIG-MED-TAX
               MOVE WS-CORR-MED-TAX   TO RCW-CORR-MED-TAX
               ADD WS-PREV-MED-TAX    TO WS-TOT-ORIG-MED-TAX
               ADD WS-CORR-MED-TAX    TO WS-TOT-CORR-MED-TAX
           END-IF
           IF WS-PREV-401K NOT = WS-CORR-401K
               MOVE WS-PREV-401K      TO RCW-ORIG-401K
               MOVE WS-CORR-401K      TO RCW-CORR-401K
               ADD WS-PREV-401K       TO WS-TOT-ORIG-401K
               ADD WS-CORR-401K       TO WS-TOT-CORR-401K
           END-IF
           WRITE EFW2C-RCW-RECORD
           ADD 1 TO WS-RCW-COUNT.


      * The state is the work state of the latest payment adjusted.
       4800-WRITE-RCS-RECORD.
           MOVE 'N' TO WS-STATE-FOUND-SW
           SET STATE-FIPS-IDX TO 1
           SEARCH STATE-FIPS-ENTRY
               AT END
                   MOVE 'N' TO WS-STATE-FOUND-SW
               WHEN SF-STATE-CODE (STATE-FIPS-IDX)
                    = WS-CR-WORK-STATE (WS-CR-IDX)
                   MOVE 'Y' TO WS-STATE-FOUND-SW
           END-SEARCH
           IF STATE-CODE-FOUND
               MOVE SPACES            TO EFW2C-RCS-RECORD
               MOVE 'RCS'             TO RCS-ID
               MOVE SF-FIPS-CODE (STATE-FIPS-IDX)
                   TO RCS-STATE-CODE RCS-INCOME-STATE-CODE
               MOVE PD-SSN            TO RCS-SSN
               MOVE WS-NAME-FIRST     TO RCS-FIRST-NAME
               MOVE WS-NAME-MIDDLE    TO RCS-MIDDLE-NAME
               MOVE WS-NAME-LAST      TO RCS-LAST-NAME
               MOVE PD-ADDRESS-2      TO RCS-LOCATION
               MOVE PD-ADDRESS-1      TO RCS-DELIVERY
               MOVE PD-CITY           TO RCS-CITY
               MOVE PD-STATE          TO RCS-STATE
               MOVE PD-ZIP-5          TO RCS-ZIP
               MOVE PD-ZIP-4          TO RCS-ZIP-EXT
               PERFORM 4810-SET-STATE-ACCOUNT
               IF WS-PREV-STATE-WAGES NOT = WS-CORR-STATE-WAGES
                   MOVE WS-PREV-STATE-WAGES TO RCS-ORIG-STATE-WAGES
                   MOVE WS-CORR-STATE-WAGES TO RCS-CORR-STATE-WAGES
               END-IF
               IF WS-PREV-STATE-TAX NOT = WS-CORR-STATE-TAX
                   MOVE WS-PREV-STATE-TAX   TO RCS-ORIG-STATE-TAX
                   MOVE WS-CORR-STATE-TAX   TO RCS-CORR-STATE-TAX
               END-IF
               WRITE EFW2C-RCS-RECORD
               ADD 1 TO WS-RCS-COUNT
           ELSE
               MOVE SPACES TO W2C-REPORT-LINE
               STRING 'NOTE      ID: ' WS-CR-EMP-ID (WS-CR-IDX)
                      '  NO WORK STATE CODE - NO STATE RECORD'
                   DELIMITED SIZE INTO W2C-REPORT-LINE
               WRITE W2C-REPORT-LINE
           END-IF.


       4810-SET-STATE-ACCOUNT.
           SET WS-SID-IDX TO 1
           SEARCH WS-SID-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SID-IDX > WS-SID-COUNT
                   CONTINUE
               WHEN WS-SID-STATE-CODE (WS-SID-IDX)
                    = WS-CR-WORK-STATE (WS-CR-IDX)
                   MOVE WS-SID-ACCOUNT-NO (WS-SID-IDX)
                       TO RCS-STATE-ACCOUNT
           END-SEARCH.


       4900-RECORD-FILED.
           MOVE WS-CR-EMP-ID (WS-CR-IDX) TO WF-EMP-ID
           MOVE WS-TAX-YEAR              TO WF-TAX-YEAR
           MOVE WS-TODAY                 TO WF-FILED-DATE
           MOVE WS-CORR-BOXES            TO WF-BOXES
           IF FILED-FOUND
               REWRITE W2C-FILED-RECORD
           ELSE
               WRITE W2C-FILED-RECORD
           END-IF.


       4950-PRINT-CORRECTION.
           MOVE SPACES TO W2C-REPORT-LINE
           STRING 'W-2C      ID: ' WS-CR-EMP-ID (WS-CR-IDX)
                  '  ' WS-NAME-LAST
               DELIMITED SIZE INTO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE
           MOVE WS-PREV-WAGES       TO WS-RPT-CMP-PREV
           MOVE WS-CORR-WAGES       TO WS-RPT-CMP-CORR
           MOVE 'BOX 1 WAGES'       TO WS-RPT-BOX-NAME
           PERFORM 4960-PRINT-BOX
           MOVE WS-PREV-FEDERAL     TO WS-RPT-CMP-PREV
           MOVE WS-CORR-FEDERAL     TO WS-RPT-CMP-CORR
           MOVE 'BOX 2 FEDERAL'     TO WS-RPT-BOX-NAME
           PERFORM 4960-PRINT-BOX
           MOVE WS-PREV-SS-WAGES    TO WS-RPT-CMP-PREV
           MOVE WS-CORR-SS-WAGES    TO WS-RPT-CMP-CORR
           MOVE 'BOX 3 SS WAGES'    TO WS-RPT-BOX-NAME
           PERFORM 4960-PRINT-BOX
           MOVE WS-PREV-SS-TAX      TO WS-RPT-CMP-PREV
           MOVE WS-CORR-SS-TAX      TO WS-RPT-CMP-CORR
           MOVE 'BOX 4 SS TAX'      TO WS-RPT-BOX-NAME
           PERFORM 4960-PRINT-BOX
           MOVE WS-PREV-MED-WAGES   TO WS-RPT-CMP-PREV
           MOVE WS-CORR-MED-WAGES   TO WS-RPT-CMP-CORR
           MOVE 'BOX 5 MED WAGES'   TO WS-RPT-BOX-NAME
           PERFORM 4960-PRINT-BOX
           MOVE WS-PREV-MED-TAX     TO WS-RPT-CMP-PREV
           MOVE WS-CORR-MED-TAX     TO WS-RPT-CMP-CORR
           MOVE 'BOX 6 MED TAX'     TO WS-RPT-BOX-NAME
           PERFORM 4960-PRINT-BOX
           MOVE WS-PREV-401K        TO WS-RPT-CMP-PREV
           MOVE WS-CORR-401K        TO WS-RPT-CMP-CORR
           MOVE 'BOX 12 CODE D'     TO WS-RPT-BOX-NAME
           PERFORM 4960-PRINT-BOX
           MOVE WS-PREV-STATE-WAGES TO WS-RPT-CMP-PREV
           MOVE WS-CORR-STATE-WAGES TO WS-RPT-CMP-CORR
           MOVE 'STATE WAGES'       TO WS-RPT-BOX-NAME
           PERFORM 4960-PRINT-BOX
           MOVE WS-PREV-STATE-TAX   TO WS-RPT-CMP-PREV
           MOVE WS-CORR-STATE-TAX   TO WS-RPT-CMP-CORR
           MOVE 'STATE TAX'         TO WS-RPT-BOX-NAME
           PERFORM 4960-PRINT-BOX.


      * Only the boxes that change are printed.
       4960-PRINT-BOX.
           IF WS-RPT-CMP-PREV NOT = WS-RPT-CMP-CORR
               MOVE WS-RPT-CMP-PREV TO WS-RPT-BOX-PREV
               MOVE WS-RPT-CMP-CORR TO WS-RPT-BOX-CORR
               MOVE WS-RPT-BOX-LINE TO W2C-REPORT-LINE
               WRITE W2C-REPORT-LINE
           END-IF.


       5000-WRITE-TOTAL-RECORDS.
           IF WS-RCW-COUNT > 0
               MOVE SPACES            TO EFW2C-RCT-RECORD
               MOVE 'RCT'             TO RCT-ID
               MOVE WS-RCW-COUNT      TO RCT-RCW-COUNT
               IF WS-TOT-ORIG-WAGES NOT = WS-TOT-CORR-WAGES
                   MOVE WS-TOT-ORIG-WAGES     TO RCT-ORIG-WAGES
                   MOVE WS-TOT-CORR-WAGES     TO RCT-CORR-WAGES
               END-IF
               IF WS-TOT-ORIG-FEDERAL NOT = WS-TOT-CORR-FEDERAL
                   MOVE WS-TOT-ORIG-FEDERAL   TO RCT-ORIG-FEDERAL
                   MOVE WS-TOT-CORR-FEDERAL   TO RCT-CORR-FEDERAL
               END-IF
               IF WS-TOT-ORIG-SS-WAGES NOT = WS-TOT-CORR-SS-WAGES
                   MOVE WS-TOT-ORIG-SS-WAGES  TO RCT-ORIG-SS-WAGES
                   MOVE WS-TOT-CORR-SS-WAGES  TO RCT-CORR-SS-WAGES
               END-IF
               IF WS-TOT-ORIG-SS-TAX NOT = WS-TOT-CORR-SS-TAX
                   MOVE WS-TOT-ORIG-SS-TAX    TO RCT-ORIG-SS-TAX
                   MOVE WS-TOT-CORR-SS-TAX    TO RCT-CORR-SS-TAX
               END-IF
               IF WS-TOT-ORIG-MED-WAGES NOT = WS-TOT-CORR-MED-WAGES
                   MOVE WS-TOT-ORIG-MED-WAGES TO RCT-ORIG-MED-WAGES
                   MOVE WS-TOT-CORR-MED-WAGES TO RCT-CORR-MED-WAGES
               END-IF
               IF WS-TOT-ORIG-MED-TAX NOT = WS-TOT-CORR-MED-TAX
                   MOVE WS-TOT-ORIG-MED-TAX   TO RCT-ORIG-MED-TAX
                   MOVE WS-TOT-CORR-MED-TAX   TO RCT-CORR-MED-TAX
               END-IF
               IF WS-TOT-ORIG-401K NOT = WS-TOT-CORR-401K
                   MOVE WS-TOT-ORIG-401K      TO RCT-ORIG-401K
                   MOVE WS-TOT-CORR-401K      TO RCT-CORR-401K
               END-IF
               WRITE EFW2C-RCT-RECORD
               MOVE SPACES            TO EFW2C-RCF-RECORD
               MOVE 'RCF'             TO RCF-ID
               MOVE WS-RCW-COUNT      TO RCF-RCW-COUNT
               WRITE EFW2C-RCF-RECORD
           END-IF.


       6000-PRINT-SUMMARY.
           MOVE SPACES TO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE
           MOVE SPACES TO W2C-REPORT-LINE
           STRING 'Adjustments for year:  ' WS-ADJUST-COUNT
               DELIMITED SIZE INTO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE
           MOVE SPACES TO W2C-REPORT-LINE
           STRING 'Employees corrected:   ' WS-RCW-COUNT
               DELIMITED SIZE INTO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE
           MOVE SPACES TO W2C-REPORT-LINE
           STRING 'State records (RCS):   ' WS-RCS-COUNT
               DELIMITED SIZE INTO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE
           MOVE SPACES TO W2C-REPORT-LINE
           STRING 'Netted to no change:   ' WS-NO-CHANGE-COUNT
               DELIMITED SIZE INTO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE
           MOVE SPACES TO W2C-REPORT-LINE
           STRING 'Employees held:        ' WS-HELD-COUNT
               DELIMITED SIZE INTO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE
           MOVE SPACES TO W2C-REPORT-LINE
           STRING 'Submission file:       ' WS-EFW2C-FILE-NAME
               DELIMITED SIZE INTO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE
           DISPLAY 'PAYW2C: ' WS-RCW-COUNT ' W-2C RECORD(S) FOR '
               'TAX YEAR ' WS-TAX-YEAR ', ' WS-HELD-COUNT ' HELD'
           IF WS-RCW-COUNT > 0
               DISPLAY 'PAYW2C: SEND ' WS-EFW2C-FILE-NAME
                   ' - ITS CORRECTIONS ARE ALREADY RECORDED AS FILED'
           END-IF.


       7000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE PERSONAL-DATA-FILE
           CLOSE W2C-FILED-FILE
           CLOSE EFW2C-FILE
           CLOSE W2C-REPORT-FILE.
