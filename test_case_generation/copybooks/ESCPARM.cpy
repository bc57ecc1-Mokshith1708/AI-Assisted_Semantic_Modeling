      ******************************************************************
      * ESCPARM - escrow analysis policy parameter record.
      * EP-CUSHION-MONTHS is how many months of escrow the account
      * is allowed to hold back as a cushion against bill increases
      * (two is the usual limit); EP-REFUND-THRESHOLD is the surplus
      * at or above which the analysis refunds the excess to the
      * borrower instead of leaving it in the account.  No ESCPARM
      * dataset means a two-month cushion and a $50.00 threshold.
      ******************************************************************
       01  ESCROW-PARAMETER-RECORD.
           05  EP-CUSHION-MONTHS     PIC 9(02).
           05  EP-REFUND-THRESHOLD   PIC 9(05)V99.
