      ******************************************************************
      * ACHRESP - the originating bank's settlement file for our ACH
      * debits: a header ("H"), one "S" per debit that settled, one
      * "R" per debit the borrower's bank returned (with the NACHA
      * return code -- R01 insufficient funds, R02 account closed,
      * and so on -- and its text), and a trailer ("T") with the
      * item count and dollar total for balancing.  A return can
      * arrive days after its debit settled; AK-EFFECTIVE-DATE is
      * always the original entry's effective date.
      ******************************************************************
       01  ACH-RESPONSE-RECORD.
           05  AK-RECORD-TYPE        PIC X(01).
           05  AK-LOAN-ACCT-NO       PIC X(12).
           05  AK-TRACE-NO           PIC 9(07).
           05  AK-EFFECTIVE-DATE     PIC 9(08).
           05  AK-AMOUNT             PIC 9(07)V99.
           05  AK-RETURN-CODE        PIC X(03).
           05  AK-RETURN-REASON      PIC X(30).
       01  ACH-RESPONSE-TRAILER REDEFINES ACH-RESPONSE-RECORD.
           05  AK-TRL-RECORD-TYPE    PIC X(01).
           05  AK-TRL-ITEM-COUNT     PIC 9(07).
           05  AK-TRL-DOLLAR-TOTAL   PIC 9(11)V99.
           05  FILLER                PIC X(49).
