      * existed, reads as active.  Terminated rows STAY on the
      * roster so BonusAdjustment can still claw back a last
      * payment -- a DELETE that erased the history is gone.
      * EMP-MGR-FLAG "Y" marks a manager who signs off the bonus
      * awards of their own department in BonusApproval; a
      * department may have more than one.  EMP-REGION-CODE is the
      * region the employee works in, the same three-character code
      * BRNCHMST rolls branches up to; blank reports as "???".
      ******************************************************************
       01  EMPLOYEE-RECORD.
           05  EMP-ID                PIC X(06).
           05  EMP-HIRE-DATE         PIC 9(08).
           05  EMP-STATUS            PIC X(01).
           05  EMP-TERM-DATE         PIC 9(08).
           05  EMP-MGR-FLAG          PIC X(01).
           05  EMP-REGION-CODE       PIC X(03).
