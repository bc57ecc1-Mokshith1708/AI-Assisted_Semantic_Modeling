      ******************************************************************
      * TBLPEND - one pending control-table change per row.  A
      * policy change to RATETHRSH, RATETAB, RSNCODES, INDEXRATE or
      * CAMPTAB is entered here as a proposed record image, signed
      * off by a SECOND approver (who must differ from the
      * submitter), and applied to the live table only on its
      * effective business date -- auditable table governance
      * instead of anyone with dataset access moving the PRIME
      * cutoff.  TP-STATUS: "PENDING ", "APPROVED", "APPLIED ",
      * "REJECTED".
      ******************************************************************
       01  TABLE-PENDING-RECORD.
           05  TP-CHANGE-ID          PIC 9(06).
