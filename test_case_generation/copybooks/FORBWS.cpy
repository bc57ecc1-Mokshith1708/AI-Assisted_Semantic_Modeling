      ******************************************************************
      * FORBWS - working storage for the keyed FORBPLAN forbearance
      * lookup.  WS-FR-OPEN is off when no FORBPLAN dataset exists
      * -- no plan has ever been granted and every loan is serviced
      * as before.  WS-FR-FOUND is set by the one-read lookup when
      * the loan has a plan row of any status; WS-FR-IN-FORCE when
      * that plan is ACTIVE, has started, and hasn't reached its end
      * date.  Paired with FORBPLAN.cpy.
      ******************************************************************
       01  WS-FR-FS                 PIC X(02).
       01  WS-FR-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-FR-OPEN           VALUE "Y".
       01  WS-FR-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-FR-FOUND          VALUE "Y".
       01  WS-FR-IN-FORCE-SW        PIC X(01) VALUE "N".
           88  WS-FR-IN-FORCE       VALUE "Y".
