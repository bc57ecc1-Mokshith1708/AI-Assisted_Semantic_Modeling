      ******************************************************************
      * DOCCTOT - DocumentCollect's control totals, one row per
      * document source ("STMT", "LETR", "NOTC"), handed forward to
      * DocumentRouting so the routing control report can balance
      * each source from the generator's own count through to the
      * pieces actually delivered or printed.
      * DC-PRODUCED-SW is "Y" when the source's print file was
      * there to collect; DC-TRAILER-SW is "Y" when its index
      * carried the generator's trailer count.  DC-UNINDEXED-COUNT
      * is pieces found in the print file with no index row to say
      * whose they are.
      ******************************************************************
       01  DOCUMENT-COLLECT-TOTALS-RECORD.
           05  DC-SOURCE             PIC X(04).
           05  DC-PRODUCED-SW        PIC X(01).
           05  DC-TRAILER-SW         PIC X(01).
           05  DC-GENERATOR-COUNT    PIC 9(07).
           05  DC-INDEX-COUNT        PIC 9(07).
           05  DC-PIECE-COUNT        PIC 9(07).
           05  DC-LINE-COUNT         PIC 9(09).
           05  DC-UNINDEXED-COUNT    PIC 9(07).
           05  DC-EDELIVERY-COUNT    PIC 9(07).
           05  DC-PRINT-COUNT        PIC 9(07).
           05  DC-NO-ADDRESS-COUNT   PIC 9(07).
