      ******************************************************************
      * PERDTRAN - one period-control transaction per row:
      * "CLOSING " starts a month's close (the month still takes
      * postings while the checklist is worked), "CLOSE   " locks it
      * with the back-date action for items that arrive dated in it
      * ("R" roll to the first open day, "S" suspense; blank means
      * roll), and "REOPEN  " unlocks a closed month, which must
      * carry a reason.  PeriodControlMaint applies these against
      * PERIODCT.
      ******************************************************************
       01  PERIOD-TRANSACTION-RECORD.
           05  PT-ACTION             PIC X(08).
           05  PT-USER-ID            PIC X(08).
           05  PT-LEDGER-CODE        PIC X(08).
           05  PT-PERIOD.
               10  PT-YEAR           PIC 9(04).
               10  PT-MONTH-NO       PIC 9(02).
           05  PT-BACKDATE-ACTION    PIC X(01).
           05  PT-REASON             PIC X(30).
