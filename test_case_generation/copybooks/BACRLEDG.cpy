      ******************************************************************
      * BACRLEDG - bonus expense accrual ledger, one row per GL cost
      * center (EMP-DEPT) and bonus period (yyyyQn): the expense
      * BonusExpenseAccrual has accrued so far against the period's
      * projected bonus.  OPEN rows are still on the books;
      * GLPosting reverses every OPEN row for a cost center when it
      * books that department's real bonus expense and marks the
      * row REVERSED with its cycle number, after which the monthly
      * run accrues nothing more for that department and period.
      ******************************************************************
       01  BONUS-ACCRUAL-LEDGER-RECORD.
           05  BL-DEPT-CODE          PIC X(03).
           05  BL-BONUS-PERIOD       PIC X(06).
           05  BL-ACCRUED-AMOUNT     PIC 9(09)V99.
           05  BL-LAST-ACCRUAL-DATE  PIC 9(08).
           05  BL-STATUS             PIC X(08).
           05  BL-REVERSED-CYCLE     PIC 9(07).
