      ******************************************************************
      * AGYRULE - collection agency placement rule, one row per
      * contracted agency and account band, read in file order: a
      * charged-off account goes to the agency on the first row it
      * fits.  PX-BRANCH-CODE spaces means any booking branch;
      * PX-MAX-BALANCE zero means no ceiling.  PX-COMMISSION-PCT is
      * the agency's contingency fee on what it collects, fixed on
      * the placement when the account is sent so a later contract
      * change doesn't reprice accounts already out.  No AGYRULE
      * dataset means nothing is placed automatically.
      ******************************************************************
       01  PLACEMENT-RULE-RECORD.
           05  PX-AGENCY-CODE        PIC X(04).
           05  PX-AGENCY-NAME        PIC X(30).
           05  PX-BRANCH-CODE        PIC X(04).
           05  PX-MIN-BALANCE        PIC 9(07)V99.
           05  PX-MAX-BALANCE        PIC 9(07)V99.
           05  PX-COMMISSION-PCT     PIC 9(02)V99.
