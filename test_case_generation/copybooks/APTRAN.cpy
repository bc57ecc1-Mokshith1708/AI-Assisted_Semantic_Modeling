      ******************************************************************
      * APTRAN - one autopay enrollment maintenance transaction per
      * row: ENROLL signs a loan up with the borrower's bank routing
      * and account numbers, account type (C checking, S savings)
      * and debit day; CHANGE replaces the bank details or debit
      * day; CANCEL stops the debits; RESUME reactivates an
      * enrollment suspended after returned debits -- with the
      * submitting user for the audit log.  AutopayMaint applies
      * these against AUTOPAY.
      ******************************************************************
       01  AUTOPAY-TRAN-RECORD.
           05  AT-ACTION             PIC X(06).
           05  AT-USER-ID            PIC X(08).
           05  AT-LOAN-ACCT-NO       PIC X(12).
           05  AT-ROUTING-NO         PIC X(09).
           05  AT-BANK-ACCT-NO       PIC X(17).
           05  AT-BANK-ACCT-TYPE     PIC X(01).
           05  AT-DEBIT-DAY          PIC 9(02).
