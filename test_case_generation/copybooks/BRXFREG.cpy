      ******************************************************************
      * BRXFREG - branch transfer register, one row per loan a
      * branch consolidation moved from the closing branch to its
      * successor, appended by BranchConsolidation.  XF-RECEIVABLE-
      * AMT is the loan's receivable as the ledger carried it at the
      * prior close (zero for a loan not funded, or charged off), so
      * LoanGLPosting can move it between the two branches' cost
      * centers and SubledgerRecon can roll both forward through it.
      ******************************************************************
       01  BRANCH-TRANSFER-RECORD.
           05  XF-LOAN-ACCT-NO       PIC X(12).
           05  XF-CUST-ID            PIC X(10).
           05  XF-FROM-BRANCH        PIC X(04).
           05  XF-TO-BRANCH          PIC X(04).
           05  XF-RECEIVABLE-AMT     PIC S9(09)V99.
           05  XF-TRANSFER-DATE      PIC 9(08).
