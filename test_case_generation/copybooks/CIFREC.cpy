      * collections notices) pull their address block from here;
      * CustomerMaint maintains it transaction-driven with an audit
      * trail, the same way RosterMaint maintains EMPFILE.
      * CF-PREF-CONTACT: "M" mail, "P" phone, "E" electronic
      * delivery -- DocumentCollect routes an "E" customer's
      * statements, letters and notices to the e-delivery vendor
      * extract instead of the print file.
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CF-CUST-ID            PIC X(10).
