      * a PAYVOID void flips it to 'V', and a reissue flips it back
      * to 'P' - which is what stops the same payment being voided
      * (or reissued) twice.
      *
      * PH-RETRO-PAY is the part of PH-GROSS that was back pay for a
      * retroactive rate change rather than this period's own
      * earnings - it rides inside gross and was taxed with it, and
      * PAYRETRO leaves it out when it reprices an old period, so
      * back pay is never itself paid back again.
      *
      * PH-PAY-KIND tells a regular pay-period payment from an
      * off-cycle supplemental one (bonus or commission, federal
      * withheld at the flat supplemental rate). Records written
      * before the field existed are blank and read as regular.
      * PAYRETRO reprices regular periods only - a bonus is not
      * paid at an hourly rate or salary.
      *
      * PH-PTO-PAYOUT is the part of PH-GROSS that was a terminated
      * employee's unused vacation paid out on the final check, and
      * PH-PAYOUT-HOURS the hours it paid for. Like retro pay it
      * rides inside gross and was taxed with it.
      *
      * PH-OT-PREMIUM is the half-time part of the overtime pay in
      * PH-GROSS - the extra the 1.5x rate paid over straight time
      * for the overtime hours - and PH-WC-CLASS the employee's
      * workers' comp class when paid. Workers' comp premium is
      * rated on gross less that premium, which PAYWCRPT works out
      * by class from here. Records written before the fields
      * existed carry zero premium and a blank class.
      *
      * PH-RUN-DATE and PH-RUN-TIME are the calendar date and clock
      * time the live run that made the payment was started - not
      * the pay date, which is the period end - and PH-PAY-GROUP
      * the group it paid. PAYRETRO judges from the run stamp
      * whether a payment was priced before or after a rate change
      * was applied, and frames a period from the pay date and
      * group. Records written before the fields existed carry
      * zeros and a blank group.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-EMP-ID       PIC 9(5).
           05  PH-STATUS           PIC X(1).
               88  PH-STATUS-PAID      VALUE 'P'.
               88  PH-STATUS-VOIDED    VALUE 'V'.
           05  PH-RETRO-PAY        PIC 9(6)V99.
           05  PH-PAY-KIND         PIC X(1).
               88  PH-KIND-REGULAR     VALUE 'R' ' '.
               88  PH-KIND-SUPPLEMENTAL VALUE 'S'.
           05  PH-PTO-PAYOUT       PIC 9(6)V99.
           05  PH-PAYOUT-HOURS     PIC 9(4)V9.
           05  PH-OT-PREMIUM       PIC 9(6)V99.
           05  PH-WC-CLASS         PIC X(4).
           05  PH-RUN-DATE         PIC 9(8).
           05  PH-RUN-TIME         PIC 9(8).
           05  PH-PAY-GROUP        PIC X(1).
