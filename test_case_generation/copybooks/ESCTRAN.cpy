      ******************************************************************
      * ESCTRAN - one escrow maintenance transaction per row: SETUP
      * an escrow account on a secured loan with its annual tax and
      * insurance estimates, CHANGE the estimates when a new bill
      * or policy comes in, or CLOSE an account whose balance has
      * been paid down to zero -- with the submitting user for the
      * audit log.  EscrowMaint applies these against ESCROW the
      * same transaction-driven way BranchMaint maintains BRNCHMST.
      ******************************************************************
       01  ESCROW-TRANSACTION-RECORD.
           05  ET-ACTION             PIC X(06).
           05  ET-USER-ID            PIC X(08).
           05  ET-LOAN-ACCT-NO       PIC X(12).
           05  ET-ANNUAL-TAX         PIC 9(07)V99.
           05  ET-ANNUAL-INSURANCE   PIC 9(07)V99.
