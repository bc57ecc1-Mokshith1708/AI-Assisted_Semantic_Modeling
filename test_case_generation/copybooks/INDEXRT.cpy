      ******************************************************************
      * INDEXRT - published index rates for adjustable-rate loans,
      * effective-dated the same way RATETAB is: a new published
      * value is a new row with its effective date, never an edit
      * of the old one, so a reset can always be re-derived from
      * the value in force on its date.  Rows are added through
      * ControlTableChange as governed changes to table INDEXRATE.
      * IR-INDEX-CODE names the index (e.g. "PRIME   ", "SOFR30  ").
      * Index "COF     " is Treasury's annual cost of funds, which
      * BranchProfitability charges against each branch's average
      * balances; it is not a repricing index.
      ******************************************************************
       01  INDEX-RATE-RECORD.
           05  IR-INDEX-CODE         PIC X(08).
           05  IR-EFFECTIVE-DATE     PIC 9(08).
           05  IR-INDEX-RATE         PIC S9(02)V9(02) COMP-3.
