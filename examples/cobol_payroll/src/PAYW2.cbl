      * year - the master only ever holds one year's balances, so
      * the card exists for the January case where the extract for
      * last year is cut before the rollover job has run.
      *
      * The file for the SSA itself is written by PAYEFW2 from the
      * same master and control card.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYW2.
       AUTHOR.      MY-DEV-TEAM-DEMO.
