      ******************************************************************
      * ACHDEBIT - outbound ACH debit origination file for the
      * originating bank: a header ("H") with the company name, the
      * entries' effective date and the file creation date, one
      * detail ("D") per installment debit, and a trailer ("T")
      * with the entry count, dollar total and the entry hash (the
      * sum of the eight-digit receiving bank numbers, low-order ten
      * digits) the bank balances the file against.
      ******************************************************************
       01  ACH-DEBIT-HEADER-RECORD.
           05  AD-HDR-RECORD-TYPE    PIC X(01).
           05  AD-HDR-COMPANY        PIC X(20).
           05  AD-HDR-EFFECTIVE-DATE PIC 9(08).
           05  AD-HDR-CREATE-DATE    PIC 9(08).
           05  FILLER                PIC X(43).
       01  ACH-DEBIT-DETAIL-RECORD.
           05  AD-RECORD-TYPE        PIC X(01).
           05  AD-LOAN-ACCT-NO       PIC X(12).
           05  AD-CUST-ID            PIC X(10).
           05  AD-ROUTING-NO         PIC X(09).
           05  AD-BANK-ACCT-NO       PIC X(17).
           05  AD-BANK-ACCT-TYPE     PIC X(01).
           05  AD-AMOUNT             PIC 9(07)V99.
           05  AD-EFFECTIVE-DATE     PIC 9(08).
           05  AD-TRACE-NO           PIC 9(07).
           05  FILLER                PIC X(06).
       01  ACH-DEBIT-TRAILER-RECORD.
           05  AD-TRL-RECORD-TYPE    PIC X(01).
           05  AD-TRL-ENTRY-COUNT    PIC 9(07).
           05  AD-TRL-DOLLAR-TOTAL   PIC 9(11)V99.
           05  AD-TRL-ENTRY-HASH     PIC 9(10).
           05  FILLER                PIC X(49).
