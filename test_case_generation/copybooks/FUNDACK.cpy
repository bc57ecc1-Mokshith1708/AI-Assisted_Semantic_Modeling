      * cutoff missed.  FundingAckRecon matches these back to the
      * instructions by loan account and resets the rejected loans'
      * funded flags so the next funding run re-instructs them.
      * The file carries the standard interface header and trailer
      * (IFCREC, *HDR/*TRL in the first four bytes) with the trailer
      * hash taken over FA-AMOUNT.
      ******************************************************************
       01  FUNDING-ACK-RECORD.
           05  FA-LOAN-ACCT-NO       PIC X(12).
