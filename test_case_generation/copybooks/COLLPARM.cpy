      ******************************************************************
      * COLLPARM - collateral monitoring policy parameter record.
      * KP-APPRAISAL-MAX-MONTHS is how old an appraisal may get
      * before the monthly monitoring run lists it for a new one;
      * KP-INS-GRACE-DAYS is how long a borrower whose hazard
      * coverage has lapsed has to send proof of insurance after the
      * request goes out before the bank force-places its own.  A
      * force-placed policy runs KP-FPI-TERM-MONTHS with
      * KP-FPI-CARRIER, and its premium is KP-FPI-RATE percent of
      * the collateral's appraised value a year, prorated to the
      * term and charged to the loan.  A zero rate means no
      * force-placement program is contracted: lapsed coverage past
      * grace is listed for the servicing desk but nothing is
      * placed or charged.  No COLLPARM dataset means a 60-month
      * appraisal limit, 30 days' grace, a 12-month term and a zero
      * rate; a zero limit, grace or term on the record takes the
      * same default.
      ******************************************************************
       01  COLLATERAL-PARAMETER-RECORD.
           05  KP-APPRAISAL-MAX-MONTHS
                                     PIC 9(03).
           05  KP-INS-GRACE-DAYS     PIC 9(03).
           05  KP-FPI-RATE           PIC 9(02)V9(03).
           05  KP-FPI-TERM-MONTHS    PIC 9(02).
           05  KP-FPI-CARRIER        PIC X(25).
