      ******************************************************************
      * ESCBILL - one tax or insurance bill per row, keyed by the
      * loan account whose escrow pays it.  EB-BILL-TYPE is "TAX "
      * for a property tax bill or "INS " for a hazard insurance
      * premium; the payee and due date pass through to Treasury's
      * payment instruction so the check goes to the taxing
      * authority or carrier, not the borrower.
      ******************************************************************
       01  ESCROW-BILL-RECORD.
           05  EB-LOAN-ACCT-NO       PIC X(12).
           05  EB-BILL-TYPE          PIC X(04).
           05  EB-PAYEE-NAME         PIC X(30).
           05  EB-BILL-AMT           PIC 9(07)V99.
           05  EB-DUE-DATE           PIC 9(08).
