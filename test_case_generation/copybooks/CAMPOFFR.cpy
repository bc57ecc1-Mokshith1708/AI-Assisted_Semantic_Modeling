      ******************************************************************
      * CAMPOFFR - one firm offer per customer per campaign, the
      * offer master CampaignPrescreen keeps and LoanEligibilityCheck
      * honors from.  The terms are fixed when the offer is made:
      * OF-OFFER-AMT and OF-INTEREST-RATE are what the customer is
      * approved at when an application comes in under the campaign
      * code through OF-EXPIRY-DATE.
      * OF-STATUS:
      *     O  open -- can still be taken up
      *     T  taken -- honored on an approved application
      *     E  expired unanswered
      ******************************************************************
       01  CAMPAIGN-OFFER-RECORD.
           05  OF-CAMPAIGN-CODE      PIC X(03).
           05  OF-CUST-ID            PIC X(10).
           05  OF-OFFER-DATE         PIC 9(08).
           05  OF-EXPIRY-DATE        PIC 9(08).
           05  OF-TIER-CODE          PIC X(10).
           05  OF-OFFER-AMT          PIC S9(05)V99 COMP-3.
           05  OF-INTEREST-RATE      PIC S9(02)V9(02) COMP-3.
           05  OF-TENURE             PIC 9(02).
           05  OF-STATUS             PIC X(01).
               88  OF-OPEN              VALUE "O".
               88  OF-TAKEN             VALUE "T".
               88  OF-EXPIRED           VALUE "E".
           05  OF-RESPONSE-DATE      PIC 9(08).
