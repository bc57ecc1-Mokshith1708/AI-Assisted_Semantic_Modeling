      * rewritten whole, and every applied or rejected transaction
      * lands on the CIFAUDIT log with who submitted it and when.
      * The letter-producing programs pull their address blocks
      * from the file this maintains.  The operator on each
      * transaction must hold a role entitled to CIFMAINT on ENTITLE;
      * anyone else's is rejected and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.

       COPY VALIDWS.
       COPY ENTLCHK.

       01  WS-CF-FS              PIC X(02).
       01  WS-CF-EOF-SW          PIC X(01) VALUE "N".

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the customer master exceeds
      * the in-memory table, or if the entitlement tables are
      * unusable.
      ******************************************************************
       LINKAGE SECTION.

           DISPLAY "===== CustomerMaint CONTROL TOTALS ====="
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECTED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           GOBACK.

      ******************************************************************

       0300-APPLY-ONE-TRANSACTION.
           PERFORM 0160-FIND-CUSTOMER-ROW
           PERFORM 0305-CHECK-ENTITLEMENT
           IF NOT EC-ENTITLED
               MOVE EC-REASON TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE CM-ACTION
                   WHEN "ADD   "
                       PERFORM 0400-APPLY-ADD
                   WHEN "CHANGE"
                       PERFORM 0500-APPLY-CHANGE
                   WHEN "DELETE"
                       PERFORM 0600-APPLY-DELETE
                   WHEN OTHER
                       MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
                       PERFORM 0720-WRITE-REJECT-AUDIT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to CIFMAINT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE CM-USER-ID TO EC-OPERATOR-ID
           MOVE "CIFMAINT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * An intake-sourced ADD arrives with only the name on it --
                   MOVE "CUST-NAME MISSING" TO WS-EDIT-REASON
               WHEN CM-PREF-CONTACT NOT = "M"
                    AND CM-PREF-CONTACT NOT = "P"
                    AND CM-PREF-CONTACT NOT = "E"
                    AND CM-PREF-CONTACT NOT = SPACE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "PREF CONTACT INVALID" TO WS-EDIT-REASON
