      ******************************************************************
      * PERDCHK - parameter block passed to PeriodCheck.  The caller
      * fills in the ledger, the date the item is to post at and the
      * run's business date; PeriodCheck hands back PK-POST-AS-DATED
      * when the item's month is not closed, PK-ROLL-FORWARD with
      * the date to post it at instead (the business date, or the
      * first day of the first open month after the item's if that
      * is later), or PK-TO-SUSPENSE when the closed month's
      * back-date action is suspense.  PK-PERIOD-STATUS is the
      * item month's status and PK-REASON a line the caller can put
      * on its suspense or reject row.  PK-RETURN-CODE comes back 12
      * when PERIODCT is unreadable or too big for the table: every
      * item is then sent to suspense, never posted unchecked.
      ******************************************************************
       01  PERIOD-CHECK-AREA.
           05  PK-LEDGER-CODE        PIC X(08).
           05  PK-ITEM-DATE          PIC 9(08).
           05  PK-BUSINESS-DATE      PIC 9(08).
           05  PK-RESULT             PIC X(01).
               88  PK-POST-AS-DATED  VALUE "P".
               88  PK-ROLL-FORWARD   VALUE "R".
               88  PK-TO-SUSPENSE    VALUE "S".
           05  PK-POST-DATE          PIC 9(08).
           05  PK-PERIOD-STATUS      PIC X(08).
           05  PK-REASON             PIC X(30).
           05  PK-RETURN-CODE        PIC S9(04) COMP.
