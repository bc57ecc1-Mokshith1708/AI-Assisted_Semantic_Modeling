      ******************************************************************
      * TAXPARM - year-end interest statement run parameter record.
      * TX-TAX-YEAR is the calendar year the statements and the
      * filing extract cover; TX-PAYER-TIN is the lender's taxpayer
      * identification number carried on the extract header.  No
      * TAXPARM dataset (or a zero year) means the year before the
      * business date's year -- the run is scheduled in January.
      ******************************************************************
       01  TAX-PARAMETER-RECORD.
           05  TX-TAX-YEAR           PIC 9(04).
           05  TX-PAYER-TIN          PIC X(09).
