      ******************************************************************
      * COLTRAN - collateral maintenance transaction, one per change
      * to a customer's pledged collateral on COLLATRL.
      * KT-ACTION "INSURE" records the hazard policy the borrower
      * carries on it (policy number, carrier and expiry -- proof
      * of insurance received, so any proof request or force-placed
      * coverage on the row is ended); "APPRSE" records a new
      * appraisal (value and date).  KT-USER-ID is the operator
      * keying the change, who must be entitled to COLLMNT.
      ******************************************************************
       01  COLLATERAL-TRAN-RECORD.
           05  KT-ACTION             PIC X(06).
           05  KT-USER-ID            PIC X(08).
           05  KT-CUST-ID            PIC X(10).
           05  KT-POLICY-NO          PIC X(15).
           05  KT-CARRIER            PIC X(25).
           05  KT-EXPIRY-DATE        PIC 9(08).
           05  KT-APPRAISED-VALUE    PIC 9(09)V99.
           05  KT-APPRAISAL-DATE     PIC 9(08).
