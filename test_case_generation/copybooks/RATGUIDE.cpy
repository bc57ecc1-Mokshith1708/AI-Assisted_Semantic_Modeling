      ******************************************************************
      * RATGUIDE - HR's guideline distribution of performance
      * ratings, one row per department and rating: the percentage
      * of the department's rated employees expected at that rating
      * and the tolerance, in percentage points either side, before
      * BonusCalibrationReport flags the department.  A department
      * with no rows of its own is held to the GD-DEPT-CODE "ALL"
      * rows, the company-wide guideline.
      ******************************************************************
       01  RATING-GUIDELINE-RECORD.
           05  GD-DEPT-CODE          PIC X(03).
           05  GD-RATING             PIC X(01).
           05  GD-GUIDE-PCT          PIC 9(03)V99.
           05  GD-TOLERANCE-PCT      PIC 9(03)V99.
