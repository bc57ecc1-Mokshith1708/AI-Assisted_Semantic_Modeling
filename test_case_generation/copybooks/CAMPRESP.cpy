      ******************************************************************
      * CAMPRESP - campaign response log, one row per application
      * LoanEligibilityCheck decisions under a campaign code:
      * whether the customer held an open offer under that code
      * (CR-OFFER-FOUND "Y"/"N") and how the application was
      * decisioned.  CampaignPrescreen marks an offer taken from an
      * APPROVED row and reports response and take-up rates per
      * campaign from the whole log.
      ******************************************************************
       01  CAMPAIGN-RESPONSE-RECORD.
           05  CR-CAMPAIGN-CODE      PIC X(03).
           05  CR-CUST-ID            PIC X(10).
           05  CR-RESPONSE-DATE      PIC 9(08).
           05  CR-OFFER-FOUND        PIC X(01).
           05  CR-DECISION           PIC X(15).
           05  CR-LOAN-AMT           PIC S9(05)V99 COMP-3.
           05  CR-INTEREST-RATE      PIC S9(02)V9(02) COMP-3.
