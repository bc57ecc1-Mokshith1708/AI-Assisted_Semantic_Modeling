      ******************************************************************
      * DOCINDEX - customer document index, written alongside the
      * print file by each customer-document generator
      * (LoanStatementGen, DecisionLetterGen, CollectionsNoticeGen).
      * One "D" row per piece in the order the pieces were printed,
      * naming the customer it is addressed to, then one "T"
      * trailer carrying the count the generator reported in its
      * own control totals.  DocumentCollect pairs each piece with
      * its index row, and the routing control report balances
      * back to the trailer count.
      * DN-SOURCE: "STMT" statement, "LETR" decision letter,
      * "NOTC" collections notice.
      ******************************************************************
       01  DOCUMENT-INDEX-RECORD.
           05  DN-REC-TYPE           PIC X(01).
               88  DN-DETAIL            VALUE "D".
               88  DN-TRAILER           VALUE "T".
           05  DN-SOURCE             PIC X(04).
           05  DN-CUST-ID            PIC X(10).
           05  DN-PIECE-NO           PIC 9(07).
           05  DN-PIECE-COUNT        PIC 9(07).
