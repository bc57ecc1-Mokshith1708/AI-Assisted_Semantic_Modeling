      ******************************************************************
      * REFTRACK - refund tracking, one row per refund owed a
      * borrower (a payoff or recovery overage, or escrow money
      * given back), held as a keyed VSAM file: RECORD KEY
      * RK-REFUND-NO, with an alternate key on RK-LOAN-ACCT-NO
      * (duplicates allowed) so every refund a loan has been owed
      * can be found with one START.  RK-REFUND-NO is assigned in
      * sequence by RefundDisbursement and is the serial printed on
      * the check, or the trace number on the ACH credit.
      * RK-STATUS:
      *     HELD      no ACTIVE autopay account to credit and no
      *               mailing address on CUSTMAST -- retried nightly
      *     ISSUED    check mailed or ACH credit sent, outstanding
      *     CASHED    the bank has paid the check or settled the
      *               credit
      *     ESCHEAT   uncashed past the owner's state dormancy
      *               period and reported as unclaimed property
      * The payee and address are a snapshot taken when the refund
      * was issued -- what went on the check, and what the
      * unclaimed-property report must carry as last known address.
      ******************************************************************
       01  REFUND-TRACKING-RECORD.
           05  RK-REFUND-NO          PIC 9(08).
           05  RK-LOAN-ACCT-NO       PIC X(12).
           05  RK-CUST-ID            PIC X(10).
           05  RK-BRANCH-CODE        PIC X(04).
           05  RK-REFUND-AMT         PIC S9(07)V99 COMP-3.
           05  RK-SOURCE-DATE        PIC 9(08).
           05  RK-METHOD             PIC X(04).
               88  RK-BY-CHECK       VALUE "CHCK".
               88  RK-BY-ACH         VALUE "ACH ".
           05  RK-STATUS             PIC X(08).
               88  RK-HELD           VALUE "HELD    ".
               88  RK-ISSUED         VALUE "ISSUED  ".
               88  RK-CASHED         VALUE "CASHED  ".
               88  RK-ESCHEATED      VALUE "ESCHEAT ".
           05  RK-ISSUE-DATE         PIC 9(08).
           05  RK-CASHED-DATE        PIC 9(08).
           05  RK-ESCHEAT-DATE       PIC 9(08).
           05  RK-PAYEE-NAME         PIC X(35).
           05  RK-ADDR-LINE-1        PIC X(30).
           05  RK-ADDR-LINE-2        PIC X(30).
           05  RK-CITY               PIC X(20).
           05  RK-STATE              PIC X(02).
           05  RK-POSTAL-CODE        PIC X(10).
           05  RK-ROUTING-NO         PIC X(09).
           05  RK-BANK-ACCT-NO       PIC X(17).
           05  RK-BANK-ACCT-TYPE     PIC X(01).
