      ******************************************************************
      * APPRAUD - the bonus approval audit trail, appended every
      * run.  One row each time an award is queued for approval,
      * has its status changed by a manager's decision, or is
      * released to payroll, and one for every APPRTRAN decision
      * that was refused (AW-NEW-STATUS "INVALID ", with the
      * reason).  AW-EVENT: "QUEUED  ", "APPROVE ", "REJECT  ",
      * "HOLD    ", "RELEASED", or the unrecognized action as keyed.
      ******************************************************************
       01  APPROVAL-AUDIT-RECORD.
           05  AW-TIMESTAMP          PIC X(26).
           05  AW-RUN-CYCLE          PIC 9(07).
           05  AW-EVENT              PIC X(08).
           05  AW-MGR-ID             PIC X(06).
           05  AW-DEPT-CODE          PIC X(03).
           05  AW-EMP-ID             PIC X(06).
           05  AW-AWARD-CYCLE        PIC 9(07).
           05  AW-FINAL-BONUS        PIC 9(07)V99.
           05  AW-OLD-STATUS         PIC X(08).
           05  AW-NEW-STATUS         PIC X(08).
           05  AW-REASON             PIC X(30).
