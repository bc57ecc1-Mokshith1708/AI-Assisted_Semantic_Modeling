      ******************************************************************
      * EXPOSURE - total credit exposure per customer, keyed by
      * XP-CUST-ID, rebuilt from scratch every night by ExposureBuild
      * ahead of the decision run:
      *   XP-DIRECT-BALANCE     outstanding balance of the customer's
      *                         own OPEN loans on LOANMAST
      *   XP-CONTINGENT-BALANCE outstanding balance of OPEN loans the
      *                         customer co-signed (COBRLINK)
      *   XP-PENDING-AMOUNT     approved amounts still sitting in the
      *                         dual-control hold queue, as borrower
      *                         or co-borrower
      * XP-TOTAL-EXPOSURE is the three together and is what the
      * decision programs hold against the single-borrower limit.
      * XP-BRANCH-CODE is the branch of the first loan found for the
      * customer -- good enough for concentration reporting.
      ******************************************************************
       01  EXPOSURE-RECORD.
           05  XP-CUST-ID            PIC X(10).
           05  XP-BRANCH-CODE        PIC X(04).
           05  XP-DIRECT-BALANCE     PIC S9(11)V99 COMP-3.
           05  XP-DIRECT-COUNT       PIC 9(03) COMP.
           05  XP-CONTINGENT-BALANCE PIC S9(11)V99 COMP-3.
           05  XP-CONTINGENT-COUNT   PIC 9(03) COMP.
           05  XP-PENDING-AMOUNT     PIC S9(11)V99 COMP-3.
           05  XP-PENDING-COUNT      PIC 9(03) COMP.
           05  XP-TOTAL-EXPOSURE     PIC S9(11)V99 COMP-3.
           05  XP-AS-OF-DATE         PIC 9(08).
