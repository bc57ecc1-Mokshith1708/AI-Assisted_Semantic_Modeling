      ******************************************************************
      * AUTOPAY - automatic-payment (ACH debit) enrollment, one row
      * per enrolled loan, held as a keyed VSAM file alongside
      * LOANMAST: RECORD KEY AE-LOAN-ACCT-NO.  The borrower's bank
      * routing and account numbers and the day of the month to
      * debit come from the enrollment form; AE-STATUS is ACTIVE
      * (debited each month), SUSPEND (stopped after returned
      * debits, until the branch RESUMEs it) or CANCELED.  The
      * origination run stamps the last debit it sent, and the
      * settlement run counts returns and records the last return
      * reason code.
      ******************************************************************
       01  AUTOPAY-ENROLLMENT-RECORD.
           05  AE-LOAN-ACCT-NO       PIC X(12).
           05  AE-CUST-ID            PIC X(10).
           05  AE-ROUTING-NO         PIC X(09).
           05  AE-BANK-ACCT-NO       PIC X(17).
           05  AE-BANK-ACCT-TYPE     PIC X(01).
               88  AE-CHECKING       VALUE "C".
               88  AE-SAVINGS        VALUE "S".
           05  AE-DEBIT-DAY          PIC 9(02).
           05  AE-STATUS             PIC X(08).
               88  AE-ACTIVE         VALUE "ACTIVE  ".
               88  AE-SUSPENDED      VALUE "SUSPEND ".
               88  AE-CANCELED       VALUE "CANCELED".
           05  AE-ENROLL-DATE        PIC 9(08).
           05  AE-LAST-DEBIT-DATE    PIC 9(08).
           05  AE-LAST-DEBIT-AMT     PIC S9(07)V99 COMP-3.
           05  AE-RETURN-COUNT       PIC 9(02).
           05  AE-LAST-RETURN-CODE   PIC X(03).
