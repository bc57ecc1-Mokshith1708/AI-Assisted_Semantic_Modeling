      * corrective BONUSOUT rows so payroll sees the same story.
      ******************************************************************
      * AJ-USER-ID is the submitting user, carried for the
      * segregation-of-duties report and checked against the
      * BONUSADJ entitlement; rows from before the field existed
      * read blank and are refused.
       01  BONUS-ADJUSTMENT-RECORD.
           05  AJ-EMP-ID             PIC X(06).
           05  AJ-BONUS-PERIOD       PIC X(06).
