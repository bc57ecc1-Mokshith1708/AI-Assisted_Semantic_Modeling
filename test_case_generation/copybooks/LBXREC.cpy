      * addenda ("A") of free text behind its detail, a return
      * ("R") unwinding an earlier remittance that bounced at the
      * provider, and a trailer ("T") with the detail count and
      * dollar total for balancing.  The header carries the
      * business date the provider cut the file for and their file
      * sequence number, which LockboxIntake hands to
      * InterfaceControl as the standard header's date and cycle so
      * a resent or skipped-back transmission is caught.
      * LockboxIntake translates this to the PAYMENTS layout the
      * posting run reads.
      ******************************************************************
       01  LOCKBOX-RECORD.
           05  LB-RECORD-TYPE        PIC X(01).
           05  LB-PAYMENT-AMT        PIC 9(07)V99.
           05  LB-REMIT-REF          PIC X(15).
           05  LB-ADDENDA-TEXT       PIC X(40).
       01  LOCKBOX-HEADER REDEFINES LOCKBOX-RECORD.
           05  LB-HDR-RECORD-TYPE    PIC X(01).
           05  LB-HDR-BUSINESS-DATE  PIC 9(08).
           05  LB-HDR-FILE-SEQ       PIC 9(07).
           05  FILLER                PIC X(79).
       01  LOCKBOX-TRAILER REDEFINES LOCKBOX-RECORD.
           05  LB-TRL-RECORD-TYPE    PIC X(01).
           05  LB-TRL-DETAIL-COUNT   PIC 9(07).
