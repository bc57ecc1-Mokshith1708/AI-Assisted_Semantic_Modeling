      * fat-fingered lockout is a logged transaction, not a hand
      * edit of the dataset.  An unlock for a user with no ACCTSTAT
      * row, or one who isn't locked, is logged as a no-op rather
      * than silently dropped.  The administrator must hold a role
      * entitled to UNLOCK on ENTITLE; anyone else's unlock is
      * refused with a NOTENTLD row naming the administrator.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-UNLOCKED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOOP-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

       COPY ENTLCHK.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the entitlement tables are
      * unusable (every unlock is then refused).
      ******************************************************************
       LINKAGE SECTION.

           DISPLAY "===== LockoutAdmin CONTROL TOTALS ====="
           DISPLAY "ACCOUNTS UNLOCKED:   " WS-UNLOCKED-COUNT
           DISPLAY "NO-OP TRANSACTIONS:  " WS-NOOP-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           GOBACK.

       0200-APPLY-UNLOCKS.
                   AT END
                       MOVE "Y" TO WS-TX-EOF-SW
                   NOT AT END
                       PERFORM 0290-CHECK-ENTITLEMENT
                       IF EC-ENTITLED
                           PERFORM 0300-APPLY-ONE-UNLOCK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNLOCK-TRANSACTION-FILE
           CLOSE SECURITY-AUDIT-FILE.

      ******************************************************************
      * The requesting administrator must be entitled to UNLOCK.
      * SECAUDIT is already open here, so this program writes the
      * refusal row itself rather than have EntitlementCheck open
      * the log a second time.
      ******************************************************************
       0290-CHECK-ENTITLEMENT.
           MOVE UT-ADMIN-ID TO EC-OPERATOR-ID
           MOVE "UNLOCK"    TO EC-FUNCTION-CODE
           MOVE "N"         TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
               IF EC-RETURN-CODE = ZERO
                   PERFORM 0460-WRITE-DENIED-AUDIT
               END-IF
           END-IF.

      ******************************************************************
      * Keyed read-update-rewrite of just the one row, the same
      * one-record access LoginValidator itself now uses.
               INTO SU-MESSAGES
           END-STRING
           WRITE SECURITY-AUDIT-RECORD.

       0460-WRITE-DENIED-AUDIT.
           MOVE UT-ADMIN-ID TO SU-USER-ID
           MOVE FUNCTION CURRENT-DATE TO SU-TIMESTAMP
           MOVE ZERO        TO SU-LOGIN-HOUR
           MOVE "NOTENTLD"  TO SU-OUTCOME
           MOVE SPACES      TO SU-MESSAGES
           STRING "UNLOCK " DELIMITED BY SIZE
                  EC-DENIAL-CODE DELIMITED BY SPACE
               INTO SU-MESSAGES
           END-STRING
           WRITE SECURITY-AUDIT-RECORD.
