      ******************************************************************
      * EMPTRANS - one roster maintenance transaction per row: ADD,
      * CHANGE, STATUS, DELETE or MANAGR, the submitting user's ID
      * (for the maintenance audit log), and the EMPREC fields being
      * applied.
      * RosterMaint applies these against EMPFILE with the same
      * edits the bonus run enforces, ending the practice of editing
      * the dataset by hand.  STATUS moves the employment lifecycle
      * ("A" active, "L" on leave, "T" terminated with the
      * termination date); DELETE now terminates and RETAINS the
      * row -- erasing the history BonusAdjustment needs is the bug
      * this closes.  MANAGR sets or clears the bonus-approver flag
      * (ET-MGR-FLAG "Y" or "N") on an active employee.  ADD and
      * CHANGE carry ET-REGION-CODE; a blank one on a CHANGE leaves
      * the employee's region as it was.
      ******************************************************************
       01  EMPLOYEE-TRANSACTION-RECORD.
           05  ET-ACTION             PIC X(06).
           05  ET-EMP-HIRE-DATE      PIC 9(08).
           05  ET-EMP-STATUS         PIC X(01).
           05  ET-TERM-DATE          PIC 9(08).
           05  ET-MGR-FLAG           PIC X(01).
           05  ET-REGION-CODE        PIC X(03).
