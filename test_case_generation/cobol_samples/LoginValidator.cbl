      * logons always did.  An expired password or a help-desk
      * forced change denies with its own message so the user knows
      * what to fix.  No credential file, or no row for this
      * USER-ID, fails closed, and so does a credential the identity
      * sync has disabled for a leaver or a dormant ID.
      ******************************************************************
       0194-VERIFY-PASSWORD.
           MOVE "N" TO WS-PASSWORD-OK-SW
           EVALUATE TRUE
               WHEN NOT WS-CRED-FOUND
                   MOVE "NO CREDENTIALS" TO MESSAGES
               WHEN CR-FORCE-CHANGE = "D"
                   MOVE "ACCOUNT DISABLED" TO MESSAGES
               WHEN CR-FORCE-CHANGE = "Y"
                   MOVE "PASSWORD CHANGE REQD" TO MESSAGES
               WHEN CR-EXPIRY-DATE > ZERO
