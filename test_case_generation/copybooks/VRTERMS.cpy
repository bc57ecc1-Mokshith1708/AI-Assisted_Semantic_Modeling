      ******************************************************************
      * VRTERMS - adjustable-rate terms for a loan, one row per loan
      * account that reprices against a published index, held as an
      * indexed file keyed on VT-LOAN-ACCT-NO alongside LOANMAST.  A
      * loan with no row is fixed-rate, exactly as every loan always
      * was.  At each reset the note rate becomes the INDEXRT value
      * for VT-INDEX-CODE plus VT-MARGIN, moved no more than
      * VT-PERIODIC-CAP from the old rate (zero: no periodic cap)
      * and held inside VT-RATE-FLOOR and VT-LIFETIME-CAP (zero:
      * no floor / no ceiling).  VT-RESET-MONTHS is the reset
      * frequency and VT-NEXT-RESET-DATE the next reset.  Between a
      * reset and the date the new payment takes effect,
      * VT-PRIOR-PI and VT-PENDING-PI hold the old and new
      * principal-and-interest payment and VT-PAYMENT-CHANGE-DATE
      * when the new one starts; all three are zero otherwise.
      ******************************************************************
       01  VARIABLE-RATE-TERMS-RECORD.
           05  VT-LOAN-ACCT-NO       PIC X(12).
           05  VT-CUST-ID            PIC X(10).
           05  VT-INDEX-CODE         PIC X(08).
           05  VT-MARGIN             PIC S9(02)V9(02) COMP-3.
           05  VT-RESET-MONTHS       PIC 9(02).
           05  VT-NEXT-RESET-DATE    PIC 9(08).
           05  VT-PERIODIC-CAP       PIC S9(02)V9(02) COMP-3.
           05  VT-LIFETIME-CAP       PIC S9(02)V9(02) COMP-3.
           05  VT-RATE-FLOOR         PIC S9(02)V9(02) COMP-3.
           05  VT-LAST-RESET-DATE    PIC 9(08).
           05  VT-PRIOR-PI           PIC S9(07)V99 COMP-3.
           05  VT-PENDING-PI         PIC S9(07)V99 COMP-3.
           05  VT-PAYMENT-CHANGE-DATE PIC 9(08).
