      * passwords, stamps the change date and pushes the expiry a
      * PWDPARM window of days out.  A RESET from the help desk
      * sets a temporary password with the forced-change flag on,
      * so the user must change it at next logon.  A credential
      * IdentitySync has disabled can't be changed self-service;
      * a help-desk RESET is the only way back into service and is
      * logged as a re-enable.  Every change, reset and refusal
      * lands on SECAUDIT with who did it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-NEW-HASH              PIC 9(09).
       01  WS-REUSED-SW             PIC X(01).
           88  WS-PASSWORD-REUSED   VALUE "Y".
       01  WS-REENABLE-SW           PIC X(01) VALUE "N".
           88  WS-REENABLE          VALUE "Y".
       01  WS-PRIOR-SUB             PIC 9(01) COMP.

       01  WS-EXPIRY-DAYS           PIC 9(03) COMP VALUE 90.
                   MOVE "NO CREDENTIALS" TO WS-AUDIT-MESSAGE
                   PERFORM 0700-WRITE-SECURITY-AUDIT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN CR-FORCE-CHANGE = "D"
                   MOVE "PWDENIED" TO WS-AUDIT-OUTCOME
                   MOVE "ACCOUNT DISABLED" TO WS-AUDIT-MESSAGE
                   PERFORM 0700-WRITE-SECURITY-AUDIT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN WS-OLD-HASH NOT = CR-PASSWORD-HASH
                   MOVE "PWDENIED" TO WS-AUDIT-OUTCOME
                   MOVE "OLD PASSWORD WRONG" TO WS-AUDIT-MESSAGE
      * forced-change flag set, so the user has to pick their own
      * at next logon.  A reset for a user with no row creates one
      * -- the keyed front door fails closed until the row exists.
      * Resetting a disabled credential re-enables it, and the
      * audit row says so.
      ******************************************************************
       0500-APPLY-RESET.
           MOVE PW-ADMIN-ID TO WS-AUDIT-USER
           MOVE "N" TO WS-REENABLE-SW
           IF WS-CRED-FOUND AND CR-FORCE-CHANGE = "D"
               MOVE "Y" TO WS-REENABLE-SW
           END-IF
           IF PW-NEW-PASSWORD = SPACES
               MOVE "PWDENIED" TO WS-AUDIT-OUTCOME
               MOVE "TEMP PASSWORD BLANK" TO WS-AUDIT-MESSAGE
               END-IF
               MOVE "PWRESET " TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               IF WS-REENABLE
                   STRING "REENABLE " DELIMITED BY SIZE
                          PW-USER-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               ELSE
                   STRING "RESET " DELIMITED BY SIZE
                          PW-USER-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               END-IF
               PERFORM 0700-WRITE-SECURITY-AUDIT
               ADD 1 TO WS-RESET-COUNT
           END-IF.
