      ******************************************************************
      * BRPROF - branch profitability history, one row per booking
      * branch per month, written by BranchProfitability as the
      * next BRPROFIT generation.  Each month-end run carries the
      * prior generation's rows forward (the current and prior
      * calendar years) and adds the month's, so the quarter- and
      * year-to-date columns are the sum of the months on file and
      * the month's average balance can start from last month's
      * ending balance.  Amounts are income positive, costs and
      * losses positive; BP-NET-MARGIN is interest plus fees less
      * cost of funds, net charge-offs and the reserve change.
      * BP-COF-RATE is the annual cost-of-funds percentage the
      * month's BP-COST-OF-FUNDS was figured at.
      ******************************************************************
       01  BRANCH-PROFIT-RECORD.
           05  BP-BRANCH-CODE        PIC X(04).
           05  BP-MONTH.
               10  BP-YEAR           PIC 9(04).
               10  BP-MONTH-NO       PIC 9(02).
           05  BP-END-BALANCE        PIC S9(11)V99.
           05  BP-AVG-BALANCE        PIC S9(11)V99.
           05  BP-INTEREST-INCOME    PIC S9(11)V99.
           05  BP-FEE-INCOME         PIC S9(11)V99.
           05  BP-CHARGEOFFS         PIC S9(11)V99.
           05  BP-RECOVERIES         PIC S9(11)V99.
           05  BP-RESERVE-CHANGE     PIC S9(11)V99.
           05  BP-COF-RATE           PIC 9(02)V99.
           05  BP-COST-OF-FUNDS      PIC S9(11)V99.
           05  BP-NET-MARGIN         PIC S9(11)V99.
