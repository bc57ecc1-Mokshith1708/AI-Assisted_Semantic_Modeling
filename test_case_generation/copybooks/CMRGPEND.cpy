      ******************************************************************
      * CMRGPEND - one duplicate-customer merge per row.  A merge is
      * entered naming the CUST-ID to retire and the CUST-ID that
      * survives, signed off by a SECOND approver (who must differ
      * from the submitter), and carried out by CustomerMerge in the
      * run that approves it: every loan file is moved onto the
      * survivor, the retired CUST-ID goes on CUSTXREF and the merge
      * certificate is written.  A customer may be on one open
      * (pending or approved) merge at a time.  MP-STATUS:
      * "PENDING ", "APPROVED", "APPLIED ", "REJECTED".
      ******************************************************************
       01  MERGE-PENDING-RECORD.
           05  MP-MERGE-ID           PIC 9(06).
           05  MP-RETIRED-CUST-ID    PIC X(10).
           05  MP-SURVIVOR-CUST-ID   PIC X(10).
           05  MP-SUBMITTER-ID       PIC X(08).
           05  MP-SUBMIT-DATE        PIC 9(08).
           05  MP-APPROVER-ID        PIC X(08).
           05  MP-APPROVE-DATE       PIC 9(08).
           05  MP-STATUS             PIC X(08).
           05  MP-REASON             PIC X(30).
