      ******************************************************************
      * BONUSPND - bonus awards waiting on a department manager's
      * sign-off, one row per BONUSOUT award row.  BonusApproval
      * queues each night's awards here as PENDING, moves them to
      * HELD or REJECTED on the manager's APPRTRAN decision, and
      * releases APPROVED rows to payroll, dropping them from the
      * file.  Held and rejected rows stay and carry forward cycle
      * after cycle until a manager approves them; BP-CYCLES-CARRIED
      * counts how many runs a row has waited.  BP-AWARD-CYCLE is
      * the RunCycleStart cycle that produced the award and, with
      * the EMP-ID, is how a manager names it on APPRTRAN.
      * BP-STATUS: "PENDING ", "HELD    ", "REJECTED", "APPROVED".
      ******************************************************************
       01  BONUS-PENDING-RECORD.
           05  BP-AWARD-CYCLE        PIC 9(07).
           05  BP-EMP-ID             PIC X(06).
           05  BP-EMP-DEPT           PIC X(03).
           05  BP-RAW-BONUS          PIC 9(07)V99.
           05  BP-FINAL-BONUS        PIC 9(07)V99.
           05  BP-EMP-SALARY         PIC 9(07)V99.
           05  BP-NET-BONUS          PIC 9(07)V99.
           05  BP-NET-SALARY         PIC 9(07)V99.
           05  BP-REMARK             PIC X(20).
           05  BP-BONUS-PERIOD       PIC X(06).
           05  BP-RATING             PIC X(01).
           05  BP-TIME-FACTOR        PIC 9(01)V9(06).
           05  BP-POOL-FACTOR        PIC 9(01)V9(06).
           05  BP-DEFERRED-AMT       PIC 9(07)V99.
           05  BP-STATUS             PIC X(08).
           05  BP-STATUS-BY          PIC X(06).
           05  BP-STATUS-DATE        PIC 9(08).
           05  BP-STATUS-REASON      PIC X(30).
           05  BP-CYCLES-CARRIED     PIC 9(03).
