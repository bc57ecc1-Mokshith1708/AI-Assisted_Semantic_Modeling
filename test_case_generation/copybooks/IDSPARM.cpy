      ******************************************************************
      * IDSPARM - identity-sync parameter record.  The number of days
      * without a GRANTED logon on SECAUDIT after which IdentitySync
      * disables an account's credential.  No IDSPARM dataset, or
      * zero days, leaves the standard ninety.
      ******************************************************************
       01  IDENTITY-SYNC-PARAMETER-RECORD.
           05  IP-DORMANT-DAYS       PIC 9(03).
