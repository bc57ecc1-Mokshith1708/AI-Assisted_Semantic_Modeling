      ******************************************************************
      * FRAUDCLR - one identity a fraud analyst has cleared after
      * reviewing its links.  FraudScreen passes an application
      * from a CUST-ID cleared inside the lookback window instead of
      * holding it on the same links night after night; once the
      * clear ages out the identity is scored like any other.  Kept
      * permanently as the record of who cleared what and why.
      ******************************************************************
       01  FRAUD-CLEAR-RECORD.
           05  FL-CUST-ID            PIC X(10).
           05  FL-CLEAR-DATE         PIC 9(08).
           05  FL-OFFICER-ID         PIC X(08).
           05  FL-REMARK             PIC X(40).
