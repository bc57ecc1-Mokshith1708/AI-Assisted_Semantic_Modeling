      ******************************************************************
      * REFPAID - the disbursement bank's daily paid-items file for
      * refunds: one row per refund check the bank paid, or refund
      * ACH credit it settled, carrying the refund number printed
      * on the check (the ACH trace number), the amount paid and
      * the date it cleared.
      ******************************************************************
       01  REFUND-PAID-RECORD.
           05  PD-REFUND-NO          PIC 9(08).
           05  PD-PAID-AMT           PIC 9(07)V99.
           05  PD-PAID-DATE          PIC 9(08).
