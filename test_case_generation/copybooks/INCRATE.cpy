      ******************************************************************
      * INCRATE - origination incentive rate table, tiered on the
      * officer's volume for the month.  IT-CREDIT-TYPE is "B" for
      * booked volume or "F" for funded volume; the row with the
      * highest IT-VOLUME-FLOOR at or under the officer's volume of
      * that type sets the rate, the same best-band-so-far scan
      * BONUSTAB's age bands get.  IT-RATE-PCT is a percent of the
      * loan amount (0.2500 is a quarter of a percent).
      ******************************************************************
       01  INCENTIVE-RATE-RECORD.
           05  IT-CREDIT-TYPE        PIC X(01).
           05  IT-VOLUME-FLOOR       PIC 9(09)V99 COMP-3.
           05  IT-RATE-PCT           PIC 9(01)V9(04) COMP-3.
