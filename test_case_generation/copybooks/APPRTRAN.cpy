      ******************************************************************
      * APPRTRAN - a department manager's decision on bonus awards
      * from the BonusApproval worklist: APPROVE, REJECT or HOLD.
      * AV-MGR-ID is the manager's own EMP-ID, which must be
      * flagged as an approver for AV-DEPT-CODE on the roster.
      * AV-EMP-ID names one employee's awards, or is left blank to
      * decide every open award in the department; AV-AWARD-CYCLE
      * narrows the decision to the awards of one cycle, or is left
      * zero for all of them.  A manager's own award is never
      * decided by their own transaction -- it waits for another
      * approver in the department.
      ******************************************************************
       01  APPROVAL-TRANSACTION-RECORD.
           05  AV-ACTION             PIC X(07).
           05  AV-MGR-ID             PIC X(06).
           05  AV-DEPT-CODE          PIC X(03).
           05  AV-EMP-ID             PIC X(06).
           05  AV-AWARD-CYCLE        PIC 9(07).
           05  AV-REASON             PIC X(30).
