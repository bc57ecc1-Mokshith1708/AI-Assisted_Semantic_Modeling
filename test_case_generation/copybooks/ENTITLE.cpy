      ******************************************************************
      * ENTITLE - function entitlement table, one row per ROLETAB
      * USER-TYPE and function it may perform.  The function codes
      * are the maintenance and disposition jobs themselves
      * (TBLSUBMT and TBLAPPRV for the two sides of a
      * control-table change, UNLOCK, BRNMAINT, BRCONSOL to
      * schedule a branch consolidation, CIFMAINT, EMPMAINT,
      * REVDISP, DUALCTL, FRAUDDSP, SANCDISP, BACKOUT, PERCLOSE
      * and PERREOPN for the accounting period close and reopen,
      * CMPLMNT for the complaint register, COLLMNT for collateral
      * insurance and appraisal updates, MRGSUBMT and MRGAPPRV for
      * the two sides of a duplicate-customer merge, AGYPLACE for
      * manual agency placements and recalls, LOANMOD for loan
      * modifications, BONUSADJ for bonus adjustments and
      * clawbacks, and the loan-servicing maintenance jobs), so
      * granting a role a new function is a row here and revoking a
      * user's role in USERROLE takes every function with it.
      ******************************************************************
       01  ENTITLEMENT-RECORD.
           05  EN-USER-TYPE          PIC X(01).
           05  EN-FUNCTION-CODE      PIC X(08).
           05  EN-FUNCTION-DESC      PIC X(30).
