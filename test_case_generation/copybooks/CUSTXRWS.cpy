      ******************************************************************
      * CUSTXRWS - in-memory copy of the CUSTXREF customer
      * cross-reference, loaded once at start-up by a batch program
      * that has to carry a retired CUST-ID over to its survivor.
      * No dataset, or no row for a CUST-ID, means the customer was
      * never merged away and the CUST-ID stands as it is.  Paired
      * with CUSTXREF.cpy.
      ******************************************************************
       01  WS-XREF-LOOKUP-AREA.
           05  WS-XR-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-XR-ROW OCCURS 500 TIMES
                             INDEXED BY XR-IDX.
               10  WS-XR-RETIRED-CUST-ID  PIC X(10).
               10  WS-XR-SURVIVOR-CUST-ID PIC X(10).
               10  WS-XR-MERGE-ID         PIC 9(06).
               10  WS-XR-MERGE-DATE       PIC 9(08).
       01  WS-XR-FS                 PIC X(02).
       01  WS-XR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-XR-EOF            VALUE "Y".
       01  WS-XR-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-XR-FOUND          VALUE "Y".
       01  WS-XR-LOOKUP-ID          PIC X(10).
