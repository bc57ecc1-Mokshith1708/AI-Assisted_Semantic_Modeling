      ******************************************************************
      * CUSTXREF - customer cross-reference, one row per CUST-ID
      * retired by a duplicate-customer merge, naming the surviving
      * CUST-ID the customer's relationship was moved to and the
      * CMRGPEND merge that did it.  CustomerMerge adds the row and
      * keeps the file one step deep: when a survivor is itself
      * later retired, every row pointing at it is re-pointed to the
      * new survivor, so a single lookup always lands on a live
      * customer.  The inquiries and AuditHistoryLoad resolve an old
      * CUST-ID -- off a letter, a statement or AUDITTRL -- through
      * this file.
      ******************************************************************
       01  CUSTOMER-XREF-RECORD.
           05  XR-RETIRED-CUST-ID    PIC X(10).
           05  XR-SURVIVOR-CUST-ID   PIC X(10).
           05  XR-MERGE-ID           PIC 9(06).
           05  XR-MERGE-DATE         PIC 9(08).
