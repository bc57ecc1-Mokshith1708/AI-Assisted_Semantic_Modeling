      ******************************************************************
      * IFCREG - interface batch register, one row per receiving job,
      * file and producer holding the last batch that receiver
      * accepted.  InterfaceControl refuses a batch whose business
      * date and cycle match it (a duplicate -- the same
      * transmission landed twice, or last night's file is still
      * there) or fall before it (out of sequence), and rewrites the
      * row when a file proves clean.  No IFCREG dataset means
      * nothing has been received yet.  A legitimate resend is let
      * through by deleting the receiver's row for that producer.
      ******************************************************************
       01  INTERFACE-REGISTER-RECORD.
           05  IR-RECEIVER           PIC X(08).
           05  IR-FILE-ID            PIC X(08).
           05  IR-PRODUCER           PIC X(08).
           05  IR-BUSINESS-DATE      PIC 9(08).
           05  IR-CYCLE-NUMBER       PIC 9(07).
           05  IR-RECORD-COUNT       PIC 9(09).
           05  IR-AMOUNT-HASH        PIC 9(13)V99.
           05  IR-ACCEPTED-TS        PIC X(26).
