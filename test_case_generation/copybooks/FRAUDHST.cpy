      ******************************************************************
      * FRAUDHST - fraud screening application history, one row per
      * application FraudScreen has screened, kept for the lookback
      * window (FP-LOOKBACK-DAYS, 90 days by default) and rewritten
      * by FraudScreen each night with the rows that have aged out
      * dropped.  The contact attributes are captured as they stood
      * on the customer file the night the application came in:
      * FH-PHONE is the CUSTMAST phone reduced to its digits,
      * FH-ADDRESS-KEY the normalized street lines plus five-digit
      * postal code -- the same household key the document routing
      * run envelopes on.  FH-OUTCOME: "P" passed, "H" held for
      * fraud review, "C" passed on an analyst's clear.
      * FraudRingReport groups linked identities from this file.
      ******************************************************************
       01  FRAUD-HISTORY-RECORD.
           05  FH-APPL-DATE          PIC 9(08).
           05  FH-CUST-ID            PIC X(10).
           05  FH-CUST-NAME          PIC X(35).
           05  FH-BRANCH-CODE        PIC X(04).
           05  FH-CO-CUST-ID         PIC X(10).
           05  FH-PHONE              PIC X(12).
           05  FH-ADDRESS-KEY        PIC X(40).
           05  FH-FRAUD-SCORE        PIC 9(03).
           05  FH-OUTCOME            PIC X(01).
               88  FH-PASSED         VALUE "P".
               88  FH-HELD           VALUE "H".
               88  FH-CLEARED        VALUE "C".
