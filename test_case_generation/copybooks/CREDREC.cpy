      * sets the expiry a PWDPARM window out, and refuses a new
      * password whose hash matches the current one or any prior --
      * a credential is no longer good forever once set.
      * CR-FORCE-CHANGE "D" is a disabled credential: IdentitySync
      * sets it when the owning employee is terminated or the ID
      * goes unused past the IDSPARM window.  LoginValidator and a
      * self-service CHANGE refuse it; only a help-desk RESET puts
      * the credential back in service.
       01  CREDENTIAL-RECORD.
           05  CR-USER-ID            PIC X(08).
           05  CR-PASSWORD-HASH      PIC 9(09).
