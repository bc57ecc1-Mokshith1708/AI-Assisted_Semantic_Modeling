      ******************************************************************
      * USEREMP - identity link, one row per USER-ID tying a logon to
      * the EMP-ID it belongs to on the EMPFILE roster.  Security
      * adds the row when an ID is issued; IdentitySync reads it
      * nightly to find the logons of terminated and transferred
      * employees and keeps UE-LAST-DEPT at the department it last
      * saw, so a change of EMP-DEPT between runs is a transfer.  A
      * blank UE-LAST-DEPT (a new link) takes the current department
      * without raising a transfer.
      ******************************************************************
       01  USER-EMPLOYEE-RECORD.
           05  UE-USER-ID            PIC X(08).
           05  UE-EMP-ID             PIC X(06).
           05  UE-LAST-DEPT          PIC X(03).
           05  UE-LAST-SYNC-DATE     PIC 9(08).
