      ******************************************************************
      * IFCREC - the standard interface control record.  Every file
      * exchanged with an outside party (FUNDINST, FUNDACK, BUREXTR,
      * PAYVENDR, JRNLFILE, LOANJRNL) is sent as one or more
      * batches: a header naming the file, the job that produced it,
      * the business date and the RUNCTL cycle number, the batch's
      * detail records, and a trailer carrying the detail count and
      * an amount hash (the sum of the file's money field -- debit
      * plus credit on the journals).  A file several jobs append to
      * (LOANJRNL) carries one batch per producing run.  The record
      * is built here and written over the file's own record, so it
      * fits the shortest of them (PAYVENDR, 40 bytes); the "*HDR"
      * and "*TRL" ids can't begin a detail on any of the files.
      * Receivers hand each record to InterfaceControl (IFCCHK).
      ******************************************************************
       01  INTERFACE-CONTROL-RECORD.
           05  IC-RECORD-ID          PIC X(04).
               88  IC-HEADER-RECORD  VALUE "*HDR".
               88  IC-TRAILER-RECORD VALUE "*TRL".
               88  IC-CONTROL-RECORD VALUE "*HDR" "*TRL".
           05  IC-HEADER-DATA.
               10  IC-FILE-ID        PIC X(08).
               10  IC-PRODUCER       PIC X(08).
               10  IC-BUSINESS-DATE  PIC 9(08).
               10  IC-CYCLE-NUMBER   PIC 9(07).
           05  IC-TRAILER-DATA REDEFINES IC-HEADER-DATA.
               10  IC-RECORD-COUNT   PIC 9(09).
               10  IC-AMOUNT-HASH    PIC 9(13)V99.
               10  FILLER            PIC X(07).
