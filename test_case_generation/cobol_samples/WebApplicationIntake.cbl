      * co-applicant group population -- and stamps the converted
      * record with channel code "W", which rides the CUSTREC
      * through the pipeline so web and branch approval rates can
      * finally be compared.  An optional last field carries the
      * campaign code from a pre-screened offer the customer is
      * answering online.  A line whose numeric fields don't
      * convert goes whole to WEBREJ with a reason, ending the
      * practice of a clerk rekeying every web application by hand.
      ******************************************************************
           05  WS-FLD-CO-CUST-ID    PIC X(10).
           05  WS-FLD-CO-INCOME     PIC X(11).
           05  WS-FLD-CO-CREDIT     PIC X(03).
           05  WS-FLD-CAMPAIGN      PIC X(03).

       01  WS-NUM-AGE               PIC 9(02).
       01  WS-NUM-INCOME            PIC 9(09)V99.
                    WS-FLD-CO-CUST-ID
                    WS-FLD-CO-INCOME
                    WS-FLD-CO-CREDIT
                    WS-FLD-CAMPAIGN
           END-UNSTRING
           PERFORM 0400-EDIT-FIELDS
           IF WS-LINE-VALID
               MOVE ZERO   TO CA-CO-INCOME
               MOVE ZERO   TO CA-CO-CREDIT-SCORE
           END-IF
           MOVE WS-FLD-CAMPAIGN TO CA-CAMPAIGN-CODE
           MOVE "W" TO CA-CHANNEL-CODE
           WRITE CUSTOMER-RECORD
           PERFORM 0600-WRITE-CIF-ADD
