      * RATEHIST.CPY  -  Pay rate change history record
      *
      * One record per accepted pay rate change, keyed on RH-KEY
      * (EMP-ID plus the date and time PAYMAINT applied it), carrying
      * the rate or salary before and after and the date the change
      * was meant to take effect. Written by PAYMAINT whenever an
      * add or change sets the employee's hourly rate, annual salary
      * or pay type; read by PAYRETRO, which makes good the pay
      * periods already run at the old rate.
      *
      * RH-EFF-DATE is the date the new rate applies from - keyed on
      * the transaction, or the date it was keyed when the
      * transaction leaves it blank. A change effective before the
      * day it was keyed goes on file 'P'ending retro: every period
      * the pay run paid from RH-EFF-DATE up to the change itself
      * was paid at the old rate. PAYRETRO flips it 'D'one, with
      * its own run date, once the difference has been worked out
      * and queued for the next pay run, so the same change is
      * never paid twice. A change effective the day it is keyed
      * (and every new hire's starting rate) is 'N'o retro - the
      * record is history only.
       01  RATE-HISTORY-RECORD.
           05  RH-KEY.
               10  RH-EMP-ID       PIC 9(5).
               10  RH-CHANGE-DATE  PIC 9(8).
               10  RH-CHANGE-TIME  PIC 9(8).
           05  RH-EFF-DATE         PIC 9(8).
           05  RH-OLD-EMP-TYPE     PIC X(1).
           05  RH-NEW-EMP-TYPE     PIC X(1).
           05  RH-OLD-HOURLY-RATE  PIC 9(4)V99.
           05  RH-NEW-HOURLY-RATE  PIC 9(4)V99.
           05  RH-OLD-SALARY       PIC 9(7)V99.
           05  RH-NEW-SALARY       PIC 9(7)V99.
           05  RH-RETRO-STATUS     PIC X(1).
               88  RH-RETRO-PENDING    VALUE 'P'.
               88  RH-RETRO-DONE       VALUE 'D'.
               88  RH-RETRO-NONE       VALUE 'N'.
           05  RH-RETRO-RUN-DATE   PIC 9(8).
