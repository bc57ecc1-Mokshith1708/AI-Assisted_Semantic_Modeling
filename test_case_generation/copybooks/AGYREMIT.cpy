      ******************************************************************
      * AGYREMIT - collection agency remittance detail, one row per
      * collection an agency reports on an account we placed with
      * it.  AM-COLLECTED-AMT is what the borrower paid the agency,
      * before the agency's contingency commission comes off.  All
      * fields are DISPLAY format -- the file comes from outside.
      ******************************************************************
       01  AGENCY-REMITTANCE-RECORD.
           05  AM-AGENCY-CODE        PIC X(04).
           05  AM-LOAN-ACCT-NO       PIC X(12).
           05  AM-COLLECTED-AMT      PIC 9(07)V99.
           05  AM-COLLECTED-DATE     PIC 9(08).
