      ******************************************************************
      * CMRGTRAN - one duplicate-customer merge transaction per row.
      * SUBMIT proposes retiring one CUST-ID into another, usually a
      * pair off the CustomerMatchReport list; APPROVE and REJECT
      * name the pending merge by its merge id and carry the second
      * approver's identity, and a REJECT may carry the reason.
      * CustomerMerge applies these against CMRGPEND the same way
      * ControlTableChange applies TBLTRAN against TBLPEND.
      ******************************************************************
       01  MERGE-TRANSACTION-RECORD.
           05  MX-ACTION             PIC X(07).
           05  MX-USER-ID            PIC X(08).
           05  MX-MERGE-ID           PIC 9(06).
           05  MX-RETIRED-CUST-ID    PIC X(10).
           05  MX-SURVIVOR-CUST-ID   PIC X(10).
           05  MX-REASON             PIC X(30).
