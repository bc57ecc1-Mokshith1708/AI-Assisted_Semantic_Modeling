      * credential whose CR-EXPIRY-DATE falls within the next
      * fourteen days -- or has already passed, shown with negative
      * days remaining -- makes the PWEXPRPT report, along with any
      * row still carrying a forced change nobody has acted on.  A
      * credential IdentitySync has disabled is out of service, not
      * about to expire, and is left off.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       AT END
                           MOVE "Y" TO WS-CRED-EOF-SW
                       NOT AT END
                           IF CR-FORCE-CHANGE NOT = "D"
                               PERFORM 0300-CHECK-ONE-CREDENTIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDENTIAL-FILE
