      ******************************************************************
      * CAMPTAB - one pre-screened marketing campaign per row, keyed
      * by CP-CAMPAIGN-CODE, the code printed on the offer and keyed
      * back on the application (CUSTREC CA-CAMPAIGN-CODE).  Held as
      * display fields in an 80-byte row so a campaign is set up or
      * changed through ControlTableChange like the other governed
      * control tables.  CampaignPrescreen offers a campaign from
      * CP-START-DATE through CP-EXPIRY-DATE, and an offer is
      * honored through CP-EXPIRY-DATE.  The eligibility criteria
      * sit on top of LoanEligibilityCheck's own PRIME and STANDARD
      * cutoffs: a zero criterion is simply not applied.
      * CP-TIER-SCOPE "P" offers PRIME customers only; anything
      * else offers both tiers.  CP-MAX-OFFER-AMT caps the
      * pre-approved amount; zero leaves the tier amount standing.
      ******************************************************************
       01  CAMPAIGN-RECORD.
           05  CP-CAMPAIGN-CODE      PIC X(03).
           05  CP-DESCRIPTION        PIC X(24).
           05  CP-START-DATE         PIC 9(08).
           05  CP-EXPIRY-DATE        PIC 9(08).
           05  CP-TIER-SCOPE         PIC X(01).
               88  CP-PRIME-ONLY        VALUE "P".
           05  CP-MIN-CREDIT         PIC 9(03).
           05  CP-MIN-MONTHS-ON-BOOK PIC 9(03).
           05  CP-MIN-PAYMENTS       PIC 9(03).
           05  CP-OFFER-TENURE       PIC 9(02).
           05  CP-MAX-OFFER-AMT      PIC 9(05)V99.
           05  FILLER                PIC X(18).
