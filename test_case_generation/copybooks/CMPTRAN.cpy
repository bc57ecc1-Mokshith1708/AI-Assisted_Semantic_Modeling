      ******************************************************************
      * CMPTRAN - one complaint maintenance transaction per row,
      * applied by ComplaintMaint against COMPLNT.  CT-ACTION is
      * "OPEN  " (log a new complaint; the number is assigned),
      * "ACK   " (acknowledged to the customer), "ASSIGN" (move it to
      * another branch) or "RESOLV" (answered; CT-TEXT says how).
      * Every action but OPEN names the complaint by CUST-ID and
      * CT-COMPLAINT-NO.  On OPEN, CT-TEXT is the complaint summary,
      * a zero received date means today, and a blank branch takes
      * the loan's booking branch.
      ******************************************************************
       01  COMPLAINT-TRAN-RECORD.
           05  CT-ACTION             PIC X(06).
           05  CT-USER-ID            PIC X(08).
           05  CT-CUST-ID            PIC X(10).
           05  CT-COMPLAINT-NO       PIC 9(03).
           05  CT-LOAN-ACCT-NO       PIC X(12).
           05  CT-CATEGORY           PIC X(04).
           05  CT-RECEIVED-DATE      PIC 9(08).
           05  CT-BRANCH-CODE        PIC X(04).
           05  CT-TEXT               PIC X(40).
