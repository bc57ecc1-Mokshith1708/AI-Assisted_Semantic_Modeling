               10  WS-CL-COLLATERAL-TYPE PIC X(04).
               10  WS-CL-APPRAISED-VALUE PIC S9(09)V99 COMP-3.
               10  WS-CL-APPRAISAL-DATE  PIC 9(08).
               10  WS-CL-LIEN-STATUS     PIC X(01).
               10  WS-CL-RELEASE-DATE    PIC 9(08).
               10  WS-CL-INSURANCE.
                   15  WS-CL-INS-POLICY-NO   PIC X(15).
                   15  WS-CL-INS-CARRIER     PIC X(25).
                   15  WS-CL-INS-EXPIRY-DATE PIC 9(08).
                   15  WS-CL-INS-STATUS      PIC X(01).
                   15  WS-CL-INS-NOTICE-DATE PIC 9(08).
                   15  WS-CL-FORCE-PLACE-DATE
                                             PIC 9(08).
       01  WS-CL-FS                 PIC X(02).
       01  WS-CL-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CL-EOF            VALUE "Y".
