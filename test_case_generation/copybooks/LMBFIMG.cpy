      ******************************************************************
      * LMBFIMG - LOANMAST before-image journal, one row per
      * master row a servicing run rewrites (BI-ACTION "R") or
      * adds (BI-ACTION "A", before image spaces), appended by
      * PaymentPosting, MonthlyInterestAccrual, LoanModification,
      * ChargeOffProcessing, LoanBooking, CollateralMonitor,
      * BranchConsolidation and CustomerMerge as they go.  Each
      * row carries the program's name as it stamps
      * LH-POSTING-PROGRAM, the RUNCTL cycle and the run timestamp
      * it stamps on LH-TIMESTAMP, so LoanMasterBackout can put
      * back just one program's updates for one cycle -- the
      * master rows from the before images, the ledger rows by
      * program and timestamp -- instead of restoring the whole
      * master from the night before.  The after image is what the
      * run left on the row; a master row that no longer matches
      * it has been changed since and is held for research rather
      * than overwritten.  LoanMasterBackout appends a BI-ACTION
      * "B" row, account spaces, when it backs a program's cycle
      * out, so the same cycle can't be backed out twice.
      ******************************************************************
       01  LOAN-BEFORE-IMAGE-RECORD.
           05  BI-POSTING-PROGRAM    PIC X(30).
           05  BI-CYCLE-NUMBER       PIC 9(07).
           05  BI-RUN-TS             PIC X(26).
           05  BI-ACTION             PIC X(01).
               88  BI-REWRITTEN      VALUE "R".
               88  BI-ADDED          VALUE "A".
               88  BI-BACKED-OUT     VALUE "B".
           05  BI-LOAN-ACCT-NO       PIC X(12).
           05  BI-BEFORE-IMAGE       PIC X(81).
           05  BI-AFTER-IMAGE        PIC X(81).
