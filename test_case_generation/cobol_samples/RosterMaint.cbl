      * employment lifecycle (active, on-leave, terminated with a
      * date), and DELETE now terminates and RETAINS the row --
      * erasing an employee also erased the history BonusAdjustment
      * needs to claw back their last payment.  MANAGR transactions
      * set or clear the bonus-approver flag BonusApproval checks
      * before it accepts a manager's sign-off; only an active
      * employee can hold it, and leave or termination clears it.
      * ADD and CHANGE also carry the employee's region.  The operator
      * on each transaction must hold a role entitled to EMPMAINT on
      * ENTITLE; anyone else's is rejected and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.

       COPY VALIDWS.
       COPY ENTLCHK.

       01  WS-EMP-FS             PIC X(02).
       01  WS-EMP-EOF-SW         PIC X(01).
               10  WS-RO-EMP-HIRE-DATE   PIC 9(08).
               10  WS-RO-EMP-STATUS      PIC X(01).
               10  WS-RO-TERM-DATE       PIC 9(08).
               10  WS-RO-MGR-FLAG        PIC X(01).
               10  WS-RO-REGION-CODE     PIC X(03).
       01  WS-RO-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-RO-FOUND          VALUE "Y".

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the entitlement tables are
      * unusable.
      ******************************************************************
       LINKAGE SECTION.

           DISPLAY "===== RosterMaint CONTROL TOTALS ====="
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECTED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           GOBACK.

       0100-LOAD-ROSTER.
                               WS-RO-EMP-STATUS (RO-IDX)
                           MOVE EMP-TERM-DATE TO
                               WS-RO-TERM-DATE (RO-IDX)
                           MOVE EMP-MGR-FLAG TO
                               WS-RO-MGR-FLAG (RO-IDX)
                           MOVE EMP-REGION-CODE TO
                               WS-RO-REGION-CODE (RO-IDX)
                           SET RO-IDX UP BY 1
                           ADD 1 TO WS-RO-COUNT
                   END-READ

       0300-APPLY-ONE-TRANSACTION.
           PERFORM 0150-FIND-ROSTER-ROW
           PERFORM 0305-CHECK-ENTITLEMENT
           IF NOT EC-ENTITLED
               MOVE EC-REASON TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE ET-ACTION
                   WHEN "ADD   "
                       PERFORM 0400-APPLY-ADD
                   WHEN "CHANGE"
                       PERFORM 0500-APPLY-CHANGE
                   WHEN "STATUS"
                       PERFORM 0550-APPLY-STATUS
                   WHEN "DELETE"
                       PERFORM 0600-APPLY-DELETE
                   WHEN "MANAGR"
                       PERFORM 0650-APPLY-MANAGER
                   WHEN OTHER
                       MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
                       PERFORM 0720-WRITE-REJECT-AUDIT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to EMPMAINT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE ET-USER-ID TO EC-OPERATOR-ID
           MOVE "EMPMAINT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * The same plausibility edits 0310-EDIT-EMPLOYEE enforces at
                       WS-RO-EMP-HIRE-DATE (RO-IDX)
                   MOVE "A"  TO WS-RO-EMP-STATUS (RO-IDX)
                   MOVE ZERO TO WS-RO-TERM-DATE (RO-IDX)
                   MOVE "N"  TO WS-RO-MGR-FLAG (RO-IDX)
                   MOVE ET-REGION-CODE TO
                       WS-RO-REGION-CODE (RO-IDX)
                   ADD 1 TO WS-RO-COUNT
                   PERFORM 0710-WRITE-APPLIED-AUDIT
               END-IF
                   MOVE ET-EMP-SALARY    TO WS-RO-EMP-SALARY (RO-IDX)
                   MOVE ET-EMP-HIRE-DATE TO
                       WS-RO-EMP-HIRE-DATE (RO-IDX)
                   IF ET-REGION-CODE NOT = SPACES
                       MOVE ET-REGION-CODE TO
                           WS-RO-REGION-CODE (RO-IDX)
                   END-IF
                   PERFORM 0710-WRITE-APPLIED-AUDIT
               END-IF
           END-IF.
                   ELSE
                       MOVE ZERO TO WS-RO-TERM-DATE (RO-IDX)
                   END-IF
                   IF ET-EMP-STATUS NOT = "A"
                       MOVE "N" TO WS-RO-MGR-FLAG (RO-IDX)
                   END-IF
                   PERFORM 0710-WRITE-APPLIED-AUDIT
           END-EVALUATE.

               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               MOVE "T" TO WS-RO-EMP-STATUS (RO-IDX)
               MOVE "N" TO WS-RO-MGR-FLAG (RO-IDX)
               IF ET-TERM-DATE NUMERIC AND ET-TERM-DATE > ZERO
                   MOVE ET-TERM-DATE TO WS-RO-TERM-DATE (RO-IDX)
               ELSE
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

      ******************************************************************
      * The bonus-approver flag.  Only an active employee can be
      * made an approver -- someone on leave or gone can't sign off
      * a department's awards.
      ******************************************************************
       0650-APPLY-MANAGER.
           EVALUATE TRUE
               WHEN NOT WS-RO-FOUND
                   MOVE "EMP-ID NOT ON ROSTER" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN ET-MGR-FLAG NOT = "Y" AND ET-MGR-FLAG NOT = "N"
                   MOVE "MANAGER FLAG NOT Y/N" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN ET-MGR-FLAG = "Y"
                    AND WS-RO-EMP-STATUS (RO-IDX) NOT = "A"
                    AND WS-RO-EMP-STATUS (RO-IDX) NOT = SPACE
                   MOVE "MANAGER NOT ACTIVE" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN OTHER
                   MOVE ET-MGR-FLAG TO WS-RO-MGR-FLAG (RO-IDX)
                   PERFORM 0710-WRITE-APPLIED-AUDIT
           END-EVALUATE.

       0710-WRITE-APPLIED-AUDIT.
           MOVE ET-USER-ID TO MA-USER-ID
           MOVE ET-ACTION  TO MA-ACTION
                   TO EMP-HIRE-DATE
               MOVE WS-RO-EMP-STATUS (RO-IDX) TO EMP-STATUS
               MOVE WS-RO-TERM-DATE (RO-IDX)  TO EMP-TERM-DATE
               MOVE WS-RO-MGR-FLAG (RO-IDX)   TO EMP-MGR-FLAG
               MOVE WS-RO-REGION-CODE (RO-IDX) TO EMP-REGION-CODE
               WRITE EMPLOYEE-RECORD
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
