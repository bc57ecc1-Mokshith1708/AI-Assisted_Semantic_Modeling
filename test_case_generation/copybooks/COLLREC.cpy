      * LoanApprovalCheckAdvanced reads this alongside CUSTAPPL so a
      * secured application is underwritten against its collateral's
      * appraised value instead of exactly like an unsecured one.
      * When the loan it secures is paid in full, PaidInFull
      * requests release of our lien and marks the row released
      * (CL-LIEN-STATUS "R", with the date); a released row secures
      * nothing and the programs loading this file pass over it.
      * CL-INSURANCE is the hazard coverage the borrower keeps on
      * the collateral, set up and renewed through CollateralMaint:
      * CL-INS-STATUS "V" proof of coverage is on file, "P" the
      * monthly CollateralMonitor run found it lapsed and sent the
      * borrower a proof-of-insurance request on CL-INS-NOTICE-DATE,
      * "F" no proof came in time and the bank force-placed its own
      * policy on CL-FORCE-PLACE-DATE, the premium charged to the
      * loan.  COLLATRL is fixed-length, so a file in the original
      * 28-byte layout is carried to this one by CollateralConvert
      * (COLLCNV.jcl), which writes each row with the lien open and
      * the release date and insurance block spaces and zero.
      ******************************************************************
       01  COLLATERAL-RECORD.
           05  CL-CUST-ID            PIC X(10).
           05  CL-COLLATERAL-TYPE    PIC X(04).
           05  CL-APPRAISED-VALUE    PIC S9(09)V99 COMP-3.
           05  CL-APPRAISAL-DATE     PIC 9(08).
           05  CL-LIEN-STATUS        PIC X(01).
               88  CL-LIEN-RELEASED  VALUE "R".
           05  CL-RELEASE-DATE       PIC 9(08).
           05  CL-INSURANCE.
               10  CL-INS-POLICY-NO      PIC X(15).
               10  CL-INS-CARRIER        PIC X(25).
               10  CL-INS-EXPIRY-DATE    PIC 9(08).
               10  CL-INS-STATUS         PIC X(01).
                   88  CL-INS-VERIFIED      VALUE "V".
                   88  CL-INS-PROOF-REQUESTED VALUE "P".
                   88  CL-INS-FORCE-PLACED  VALUE "F".
               10  CL-INS-NOTICE-DATE    PIC 9(08).
               10  CL-FORCE-PLACE-DATE   PIC 9(08).
