      ******************************************************************
      * VRTRAN - one adjustable-rate terms maintenance transaction
      * per row: SETUP puts an OPEN loan on index pricing with its
      * index, margin, reset frequency, first reset date and
      * caps/floor; CHANGE replaces the terms of a loan already
      * on index pricing -- with the submitting user for the audit
      * log.  VariableRateMaint applies these against VRTERMS the
      * same transaction-driven way EscrowMaint maintains ESCROW.
      ******************************************************************
       01  VARIABLE-RATE-TRAN-RECORD.
           05  VA-ACTION             PIC X(06).
           05  VA-USER-ID            PIC X(08).
           05  VA-LOAN-ACCT-NO       PIC X(12).
           05  VA-INDEX-CODE         PIC X(08).
           05  VA-MARGIN             PIC 9(02)V99.
           05  VA-RESET-MONTHS       PIC 9(02).
           05  VA-NEXT-RESET-DATE    PIC 9(08).
           05  VA-PERIODIC-CAP       PIC 9(02)V99.
           05  VA-LIFETIME-CAP       PIC 9(02)V99.
           05  VA-RATE-FLOOR         PIC 9(02)V99.
