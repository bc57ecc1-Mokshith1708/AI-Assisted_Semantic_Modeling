      ******************************************************************
      * COBRLINK - co-borrower link ledger, one row per loan booked
      * on a joint application, appended by LoanBooking at booking
      * time.  LOANMAST carries only the primary borrower; this is
      * the one place the co-borrower's CUST-ID survives past the
      * decision, so anything that needs to know who else is on the
      * hook for a loan (the nightly exposure build) reads it here.
      * Display format, like LOANHIST.
      ******************************************************************
       01  CO-BORROWER-LINK-RECORD.
           05  CB-LOAN-ACCT-NO       PIC X(12).
           05  CB-CUST-ID            PIC X(10).
           05  CB-CO-CUST-ID         PIC X(10).
           05  CB-LINK-DATE          PIC 9(08).
