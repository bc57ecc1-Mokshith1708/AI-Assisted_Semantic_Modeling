      * the department's cost center, the supplemental-withholding
      * liability credit, and the net-pay clearing credit -- the
      * same entries Finance used to book by hand off the BONUSSUM
      * printout.  When that department has bonus expense accrued by
      * BonusExpenseAccrual, GLPosting also reverses it: an accrued
      * bonus liability (22100000) debit and a bonus expense credit.
      * BonusExpenseAccrual's own month-end lines are a bonus
      * expense debit and an accrued bonus liability credit per cost
      * center, mirrored when the projection falls.
      ******************************************************************
       01  JOURNAL-ENTRY-RECORD.
           05  JE-ACCOUNT            PIC X(08).
