      ******************************************************************
      * DOCWORK - one printed line of one customer document, as
      * DocumentCollect hands the night's statements, letters and
      * notices to the DOCROUTE sort.  The leading fields are the
      * sort key, so the sorted file comes out in routing order:
      * e-delivery first, then the print stream presorted by postal
      * code and household, then the pieces with nowhere to mail.
      * DW-ROUTE:
      *     E  customer prefers electronic delivery
      *     P  print and mail to the CUSTMAST address
      *     R  no usable mailing address -- printed for the branch
      * DW-HOUSEHOLD-KEY is the normalized street address plus the
      * five-digit postal code for a "P" piece, so every piece for
      * one household sorts together into one envelope; for "E"
      * and "R" pieces it is the CUST-ID.  DW-POSTAL-CODE holds the
      * five-digit code only, so ZIP+4 differences within one
      * household do not split its envelope.
      ******************************************************************
       01  DOCUMENT-WORK-RECORD.
           05  DW-ROUTE              PIC X(01).
               88  DW-EDELIVERY         VALUE "E".
               88  DW-PRINT             VALUE "P".
               88  DW-NO-ADDRESS        VALUE "R".
           05  DW-POSTAL-CODE        PIC X(10).
           05  DW-HOUSEHOLD-KEY      PIC X(40).
           05  DW-CUST-ID            PIC X(10).
           05  DW-SOURCE             PIC X(04).
           05  DW-PIECE-NO           PIC 9(07).
           05  DW-LINE-NO            PIC 9(05).
           05  DW-CUST-NAME          PIC X(35).
           05  DW-LINE-TEXT          PIC X(80).
