      ******************************************************************
      * PERIODCT - accounting period control, one row per ledger and
      * month Finance has started to close.  PC-LEDGER-CODE is
      * "LOANSVC " (loan servicing: payments, reversals and loan
      * modifications) or "BONUS   " (bonus adjustments).  A month
      * with no row is open.  "CLOSING " still takes postings while
      * the close checklist is worked; "CLOSED  " locks the month,
      * and PC-BACKDATE-ACTION says what happens to an item dated in
      * it: "R" rolls it to the first open day with the LOANHIST
      * roll flag set, "S" sends it to POSTSUSP instead.  Only
      * PeriodControlMaint writes this file; PeriodCheck reads it
      * for every posting program.
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PC-LEDGER-CODE        PIC X(08).
           05  PC-PERIOD.
               10  PC-YEAR           PIC 9(04).
               10  PC-MONTH-NO       PIC 9(02).
           05  PC-PERIOD-STATUS      PIC X(08).
               88  PC-PERIOD-OPEN    VALUE "OPEN    ".
               88  PC-PERIOD-CLOSING VALUE "CLOSING ".
               88  PC-PERIOD-CLOSED  VALUE "CLOSED  ".
           05  PC-BACKDATE-ACTION    PIC X(01).
               88  PC-ROLL-FORWARD   VALUE "R".
               88  PC-TO-SUSPENSE    VALUE "S".
           05  PC-STATUS-DATE        PIC 9(08).
           05  PC-STATUS-OPERATOR    PIC X(08).
