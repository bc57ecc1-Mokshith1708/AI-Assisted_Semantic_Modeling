      ******************************************************************
      * IFCCHK - parameter block passed to InterfaceControl by every
      * program receiving a standard-controlled interface file.  The
      * receiver calls once with IK-START-FILE before its first
      * read, once per record read -- IK-CONTROL-REC with the
      * record in IK-CONTROL-IMAGE when it is a header or trailer
      * (IC-CONTROL-RECORD in IFCREC), IK-DETAIL-REC with the
      * record's money in IK-DETAIL-AMOUNT otherwise -- and once
      * with IK-FINISH-FILE after end of file.  IK-DD-NAME names the
      * file on the messages.  IK-RECEIVER and IK-REGISTER-BATCHES
      * ask InterfaceControl to check each batch against the IFCREG
      * register of batches this receiver has already accepted, and
      * to register them once the whole file proves; a receiver
      * that legitimately re-reads a file (a year's accumulation)
      * leaves it off.  IK-RETURN-CODE comes back 16 once the file
      * is rejected -- out of balance, truncated, duplicated or out
      * of sequence -- with the first reason in IK-REASON, and 12
      * when the register is too big for its table.
      ******************************************************************
       01  INTERFACE-CHECK-AREA.
           05  IK-FUNCTION           PIC X(01).
               88  IK-START-FILE     VALUE "S".
               88  IK-CONTROL-REC    VALUE "C".
               88  IK-DETAIL-REC     VALUE "D".
               88  IK-FINISH-FILE    VALUE "F".
           05  IK-DD-NAME            PIC X(08).
           05  IK-RECEIVER           PIC X(08).
           05  IK-REGISTER-SW        PIC X(01).
               88  IK-REGISTER-BATCHES VALUE "Y".
           05  IK-CONTROL-IMAGE      PIC X(35).
           05  IK-DETAIL-AMOUNT      PIC 9(13)V99.
           05  IK-RETURN-CODE        PIC S9(04) COMP.
           05  IK-REASON             PIC X(40).
           05  IK-BATCH-COUNT        PIC 9(05).
           05  IK-DETAIL-COUNT       PIC 9(09).
