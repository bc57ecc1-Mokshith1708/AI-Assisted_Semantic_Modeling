      ******************************************************************
      * OFFRMAIL - the night's new firm offers for marketing's mail
      * house, one row per offer with the CUSTMAST mailing address
      * and the offered terms as plain display fields.
      ******************************************************************
       01  OFFER-MAIL-RECORD.
           05  OM-CAMPAIGN-CODE      PIC X(03).
           05  OM-CUST-ID            PIC X(10).
           05  OM-CUST-NAME          PIC X(35).
           05  OM-ADDR-LINE-1        PIC X(30).
           05  OM-ADDR-LINE-2        PIC X(30).
           05  OM-CITY               PIC X(20).
           05  OM-STATE              PIC X(02).
           05  OM-POSTAL-CODE        PIC X(10).
           05  OM-OFFER-AMT          PIC 9(05)V99.
           05  OM-INTEREST-RATE      PIC 9(02)V9(02).
           05  OM-TENURE             PIC 9(02).
           05  OM-EXPIRY-DATE        PIC 9(08).
