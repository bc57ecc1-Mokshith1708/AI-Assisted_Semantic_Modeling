      ******************************************************************
      * INCLEDGR - origination incentive ledger, one row per
      * officer-attributed loan opened inside the clawback window.
      * Each credit and the clawback is stamped with the YYYYMM
      * incentive period that took it (spaces until then), so a
      * loan is credited once for booking and once for funding
      * however many runs see it, and a rerun of the same period
      * recomputes that period's rows rather than paying them again.
      * The amounts are the incentive itself, held so a clawback
      * takes back exactly what was credited.  Rolls forward as GDG
      * generations; rows age off once the loan is past its
      * clawback window.
      ******************************************************************
       01  INCENTIVE-LEDGER-RECORD.
           05  IL-LOAN-ACCT-NO       PIC X(12).
           05  IL-EMP-ID             PIC X(06).
           05  IL-OPEN-DATE          PIC 9(08).
           05  IL-ORIG-AMOUNT        PIC S9(09)V99 COMP-3.
           05  IL-BOOKED-PERIOD      PIC X(06).
           05  IL-BOOKED-AMT         PIC S9(07)V99 COMP-3.
           05  IL-FUNDED-PERIOD      PIC X(06).
           05  IL-FUNDED-AMT         PIC S9(07)V99 COMP-3.
           05  IL-CLAWBACK-PERIOD    PIC X(06).
           05  IL-CLAWBACK-AMT       PIC S9(07)V99 COMP-3.
