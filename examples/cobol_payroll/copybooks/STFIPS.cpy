      * STFIPS.CPY  -  State postal code to numeric state code table
      *
      * The tax agencies' electronic files identify a state by its
      * two-digit numeric (FIPS) code, where everything in payroll
      * carries the two-letter postal code. Fifty states plus the
      * District of Columbia, searched with SEARCH ... WHEN
      * SF-STATE-CODE (STATE-FIPS-IDX) = the postal code.
       01  STATE-FIPS-VALUES.
           05  FILLER  PIC X(40)
               VALUE 'AL01AK02AZ04AR05CA06CO08CT09DE10DC11FL12'.
           05  FILLER  PIC X(40)
               VALUE 'GA13HI15ID16IL17IN18IA19KS20KY21LA22ME23'.
           05  FILLER  PIC X(40)
               VALUE 'MD24MA25MI26MN27MS28MO29MT30NE31NV32NH33'.
           05  FILLER  PIC X(40)
               VALUE 'NJ34NM35NY36NC37ND38OH39OK40OR41PA42RI44'.
           05  FILLER  PIC X(40)
               VALUE 'SC45SD46TN47TX48UT49VT50VA51WA53WV54WI55'.
           05  FILLER  PIC X(04)
               VALUE 'WY56'.
       01  STATE-FIPS-TABLE REDEFINES STATE-FIPS-VALUES.
           05  STATE-FIPS-ENTRY OCCURS 51 TIMES
                   INDEXED BY STATE-FIPS-IDX.
               10  SF-STATE-CODE   PIC X(2).
               10  SF-FIPS-CODE    PIC 9(2).
