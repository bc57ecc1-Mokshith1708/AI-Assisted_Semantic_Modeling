      ******************************************************************
      * DOCPARM - postage rates for the document routing run.
      * DR-ENVELOPE-RATE is the postage on an envelope carrying one
      * piece; DR-ADDL-PIECE-RATE what each further piece in the
      * same envelope adds.  The difference, times the pieces
      * householded into an envelope already going out, is the
      * saving the control report shows.  No DOCPARM dataset means
      * the report counts envelopes but prices nothing.
      ******************************************************************
       01  DOCUMENT-POSTAGE-PARAMETER-RECORD.
           05  DR-ENVELOPE-RATE      PIC 9(03)V9(03).
           05  DR-ADDL-PIECE-RATE    PIC 9(03)V9(03).
