      ******************************************************************
      * LIENREQ - lien-release request, one row per paid-in-full
      * secured loan whose collateral lien is to be released,
      * written by PaidInFull for the title desk to file with the
      * lienholder registry.  Carries the collateral off COLLATRL
      * and the owner's name and mailing address off CUSTMAST for
      * the released title to be sent to.  All fields are DISPLAY
      * format.
      ******************************************************************
       01  LIEN-RELEASE-RECORD.
           05  LQ-REQUEST-DATE       PIC 9(08).
           05  LQ-LOAN-ACCT-NO       PIC X(12).
           05  LQ-CUST-ID            PIC X(10).
           05  LQ-BRANCH-CODE        PIC X(04).
           05  LQ-COLLATERAL-TYPE    PIC X(04).
           05  LQ-APPRAISED-VALUE    PIC 9(09)V99.
           05  LQ-APPRAISAL-DATE     PIC 9(08).
           05  LQ-OWNER-NAME         PIC X(35).
           05  LQ-ADDR-LINE-1        PIC X(30).
           05  LQ-ADDR-LINE-2        PIC X(30).
           05  LQ-CITY               PIC X(20).
           05  LQ-STATE              PIC X(02).
           05  LQ-POSTAL-CODE        PIC X(10).
