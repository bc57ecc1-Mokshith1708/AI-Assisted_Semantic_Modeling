      ******************************************************************
      * ESCROWRC - escrow account for a secured loan, one row per
      * loan account holding property tax and hazard insurance
      * money collected with the installment, held as an indexed
      * file keyed on ES-LOAN-ACCT-NO -- the same one-row keyed
      * access LOANMAST gives the loan itself, so PaymentPosting
      * finds a loan's escrow with one READ rather than a table
      * search.  ES-MONTHLY-ESCROW is the escrow portion riding
      * inside LM-INSTALLMENT-AMT; ES-ESCROW-BALANCE goes up with
      * every payment's escrow share and down with every tax or
      * insurance bill EscrowDisbursement pays (negative means the
      * servicer advanced a bill the balance couldn't cover).  The
      * annual figures are the projection the next analysis starts
      * from, and the disbursed figures accumulate what was actually
      * paid out since the last analysis.  ES-ESCROW-STATUS is
      * "ACTIVE  " or "CLOSED  ".
      ******************************************************************
       01  ESCROW-RECORD.
           05  ES-LOAN-ACCT-NO       PIC X(12).
           05  ES-CUST-ID            PIC X(10).
           05  ES-ESCROW-STATUS      PIC X(08).
           05  ES-ESCROW-BALANCE     PIC S9(07)V99 COMP-3.
           05  ES-MONTHLY-ESCROW     PIC S9(07)V99 COMP-3.
           05  ES-ANNUAL-TAX         PIC S9(07)V99 COMP-3.
           05  ES-ANNUAL-INSURANCE   PIC S9(07)V99 COMP-3.
           05  ES-TAX-DISBURSED      PIC S9(07)V99 COMP-3.
           05  ES-INS-DISBURSED      PIC S9(07)V99 COMP-3.
           05  ES-SETUP-DATE         PIC 9(08).
           05  ES-LAST-ANALYSIS-DATE PIC 9(08).
