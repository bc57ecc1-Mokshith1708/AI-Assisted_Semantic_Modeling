      ******************************************************************
      * FRAUDDSP - one worked fraud hold per row, keyed by the fraud
      * analyst: the held application's CUST-ID, the call they made
      * (CLEAR when the links are innocent, CONFIRM for fraud) and
      * their remark.  FraudDisposition applies these against
      * FRAUDQ.
      ******************************************************************
       01  FRAUD-DISP-RECORD.
           05  FX-CUST-ID            PIC X(10).
           05  FX-ACTION             PIC X(07).
               88  FX-CLEAR          VALUE "CLEAR  ".
               88  FX-CONFIRM        VALUE "CONFIRM".
           05  FX-OFFICER-ID         PIC X(08).
           05  FX-REMARK             PIC X(40).
