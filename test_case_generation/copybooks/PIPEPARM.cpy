      ******************************************************************
      * PIPEPARM - pipeline funnel report parameters.  PP-PERIOD-
      * TYPE picks the intake cohort: "W" the seven days ending on
      * the business date, "M" the business date's month to date.
      * PP-LOOKBACK-DAYS bounds how far back the APPLREG register is
      * read for applications still open, and the SLA fields give
      * the business days an application may sit at each stage
      * before it is listed as stuck -- intake, edit (waiting on a
      * decision), decision (waiting on booking), counter-offer
      * outstanding, stipulations open, dual-control hold, and
      * booked (waiting on funding).  No PIPEPARM dataset runs
      * weekly on the shop defaults (180-day lookback, SLAs of
      * 1/2/5/10/10/3/2 days); a zero lookback or SLA also takes
      * the default.
      ******************************************************************
       01  PIPELINE-PARAMETER-RECORD.
           05  PP-PERIOD-TYPE        PIC X(01).
           05  PP-LOOKBACK-DAYS      PIC 9(03).
           05  PP-SLA-DAYS.
               10  PP-SLA-INTAKE     PIC 9(03).
               10  PP-SLA-EDIT       PIC 9(03).
               10  PP-SLA-DECISION   PIC 9(03).
               10  PP-SLA-CNTR-OFFER PIC 9(03).
               10  PP-SLA-STIPS      PIC 9(03).
               10  PP-SLA-DUAL       PIC 9(03).
               10  PP-SLA-BOOKED     PIC 9(03).
           05  PP-SLA-TABLE REDEFINES PP-SLA-DAYS.
               10  PP-SLA-STAGE      PIC 9(03) OCCURS 7 TIMES.
