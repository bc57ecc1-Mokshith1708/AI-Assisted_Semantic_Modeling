      ******************************************************************
      * ENTLCHK - parameter block passed to EntitlementCheck.  The
      * caller fills in the operator ID carried on its transaction
      * and the ENTITLE function code the transaction performs;
      * EntitlementCheck hands back EC-ENTITLED or not, the
      * operator's USER-TYPE, a reason the caller can put on its own
      * reject audit and the short SECAUDIT denial code (NOROLE or
      * NOGRANT).  A refused operator is logged to SECAUDIT
      * by EntitlementCheck unless the caller sets EC-CALLER-LOGS
      * because it already has SECAUDIT open and writes the row
      * itself.  EC-RETURN-CODE comes back 12 when USERROLE or
      * ENTITLE is missing, empty or too big for the table: every
      * transaction is then refused, never waved through unchecked.
      ******************************************************************
       01  ENTITLEMENT-CHECK-AREA.
           05  EC-OPERATOR-ID        PIC X(08).
           05  EC-FUNCTION-CODE      PIC X(08).
           05  EC-LOG-SW             PIC X(01).
               88  EC-LOG-DENIAL     VALUE "Y".
               88  EC-CALLER-LOGS    VALUE "N".
           05  EC-RESULT             PIC X(01).
               88  EC-ENTITLED       VALUE "Y".
           05  EC-USER-TYPE          PIC X(01).
           05  EC-REASON             PIC X(30).
           05  EC-DENIAL-CODE        PIC X(07).
           05  EC-RETURN-CODE        PIC S9(04) COMP.
