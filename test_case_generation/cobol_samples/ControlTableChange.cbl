
      ******************************************************************
      * Governed change workflow for the underwriting control
      * tables.  A change to RATETHRSH, RATETAB, RSNCODES, the
      * INDEXRATE published index rates or the CAMPTAB marketing
      * campaigns stops being a dataset edit: it is SUBMITted as a
      * pending TBLPEND row, signed off by a second APPROVEr who
      * must not be the submitter, and applied to the live table
      * only when its effective business date arrives -- RATETHRSH,
      * RSNCODES and CAMPTAB rows are replaced in place by key,
      * RATETAB and INDEXRATE rows append (those tables are
      * effective-dated by design).  Every applied
      * change lands on the TBLHIST history pairing the old and
      * new record images with submitter and approver -- the
      * auditable governance to match the LoanPolicySimulation step
      * already run before changes.  Submitter and approver must
      * each hold a role entitled on ENTITLE to their side of the
      * change (TBLSUBMT, TBLAPPRV).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RC-FS.

           SELECT INDEX-RATE-FILE
               ASSIGN TO "INDEXRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IR-FS.

           SELECT CAMPAIGN-FILE
               ASSIGN TO "CAMPTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CP-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
       FD  REASON-CODE-FILE.
           COPY RSNCODE.

       FD  INDEX-RATE-FILE.
           COPY INDEXRT.

       FD  CAMPAIGN-FILE.
           COPY CAMPTAB.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       01  WS-TH-FS                 PIC X(02).
       01  WS-RT-FS                 PIC X(02).
       01  WS-RC-FS                 PIC X(02).
       01  WS-IR-FS                 PIC X(02).
       01  WS-CP-FS                 PIC X(02).

       01  WS-TX-EOF-SW             PIC X(01) VALUE "N".
           88  WS-TX-EOF            VALUE "Y".

      ******************************************************************
      * The live table in hand during an apply, held as 80-byte
      * images so one replace routine serves RATETHRSH, RSNCODES
      * and CAMPTAB; the key length in WS-KEY-LENGTH is what
      * distinguishes them.
      ******************************************************************
       01  WS-TABLE-AREA.
       01  WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT    PIC 9(05) COMP VALUE ZERO.

       COPY ENTLCHK.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the pending queue exceeds
      * the in-memory table or the entitlement tables are unusable.
      ******************************************************************
       LINKAGE SECTION.

           DISPLAY "CHANGES REJECTED:    " WS-REJECTED-COUNT
           DISPLAY "CHANGES APPLIED:     " WS-APPLIED-COUNT
           DISPLAY "CHANGES REFUSED:     " WS-REFUSED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           GOBACK.

      ******************************************************************
       0300-PROCESS-ONE-TRANSACTION.
           EVALUATE TX-ACTION
               WHEN "SUBMIT "
                   MOVE "TBLSUBMT" TO EC-FUNCTION-CODE
                   PERFORM 0310-CHECK-ENTITLEMENT
                   IF EC-ENTITLED
                       PERFORM 0350-SUBMIT-CHANGE
                   END-IF
               WHEN "APPROVE"
                   MOVE "TBLAPPRV" TO EC-FUNCTION-CODE
                   PERFORM 0310-CHECK-ENTITLEMENT
                   IF EC-ENTITLED
                       PERFORM 0400-APPROVE-CHANGE
                   END-IF
               WHEN "REJECT "
                   MOVE "TBLAPPRV" TO EC-FUNCTION-CODE
                   PERFORM 0310-CHECK-ENTITLEMENT
                   IF EC-ENTITLED
                       PERFORM 0450-REJECT-CHANGE
                   END-IF
               WHEN OTHER
                   DISPLAY "ControlTableChange: ACTION NOT"
                       " RECOGNIZED " TX-ACTION
           END-EVALUATE.

      ******************************************************************
      * Proposing a change (TBLSUBMT) and signing one off or turning
      * it down (TBLAPPRV) are separate ENTITLE functions, so the
      * roles that may draft table changes need not be the roles
      * that may govern them.  A refused transaction is left out of
      * the queue and EntitlementCheck logs it to SECAUDIT; unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0310-CHECK-ENTITLEMENT.
           MOVE TX-USER-ID TO EC-OPERATOR-ID
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               DISPLAY "ControlTableChange: " TX-USER-ID
                   " NOT ENTITLED TO " EC-FUNCTION-CODE
                   " - " EC-REASON
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

       0350-SUBMIT-CHANGE.
           EVALUATE TRUE
               WHEN TX-TABLE-NAME NOT = "RATETHRSH"
                    AND TX-TABLE-NAME NOT = "RATETAB  "
                    AND TX-TABLE-NAME NOT = "RSNCODES "
                    AND TX-TABLE-NAME NOT = "INDEXRATE"
                    AND TX-TABLE-NAME NOT = "CAMPTAB  "
                   DISPLAY "ControlTableChange: TABLE NOT GOVERNED "
                       TX-TABLE-NAME
                   ADD 1 TO WS-REFUSED-COUNT
      ******************************************************************
      * Applies every APPROVED change whose effective date has
      * arrived.  RATETHRSH replaces by its 40-byte program/tier
      * key, RSNCODES by its 4-byte code, CAMPTAB by its 3-byte
      * campaign code, RATETAB and INDEXRATE
      * append -- those tables are effective-dated by design, so a
      * new row IS the change.
      ******************************************************************
       0500-APPLY-DUE-CHANGES.
           PERFORM VARYING PD-IDX FROM 1 BY 1
               WHEN "RSNCODES "
                   MOVE 4 TO WS-KEY-LENGTH
                   PERFORM 0570-REPLACE-IN-RSNCODES
               WHEN "CAMPTAB  "
                   MOVE 3 TO WS-KEY-LENGTH
                   PERFORM 0575-REPLACE-IN-CAMPTAB
               WHEN "RATETAB  "
                   PERFORM 0580-APPEND-TO-RATETAB
               WHEN "INDEXRATE"
                   PERFORM 0582-APPEND-TO-INDEXRATE
           END-EVALUATE
           IF WS-APPLY-OK
               MOVE "APPLIED " TO WS-PD-STATUS (PD-IDX)
           END-PERFORM
           CLOSE REASON-CODE-FILE.

       0575-REPLACE-IN-CAMPTAB.
           MOVE ZERO TO WS-TB-COUNT
           MOVE "N" TO WS-TBL-EOF-SW
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CP-FS = "00"
               PERFORM UNTIL WS-TBL-EOF
                   READ CAMPAIGN-FILE
                       AT END
                           MOVE "Y" TO WS-TBL-EOF-SW
                       NOT AT END
                           IF WS-TB-COUNT < 500
                               SET TB-IDX TO WS-TB-COUNT
                               SET TB-IDX UP BY 1
                               MOVE SPACES TO WS-TB-IMAGE (TB-IDX)
                               MOVE CAMPAIGN-RECORD
                                   TO WS-TB-IMAGE (TB-IDX)
                               ADD 1 TO WS-TB-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF
           PERFORM 0585-REPLACE-OR-ADD-IMAGE
           OPEN OUTPUT CAMPAIGN-FILE
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > WS-TB-COUNT
               MOVE WS-TB-IMAGE (TB-IDX) TO CAMPAIGN-RECORD
               WRITE CAMPAIGN-RECORD
           END-PERFORM
           CLOSE CAMPAIGN-FILE.

       0580-APPEND-TO-RATETAB.
           OPEN EXTEND RATE-TABLE-FILE
           IF WS-RT-FS = "00" OR WS-RT-FS = "05"
               MOVE "N" TO WS-APPLY-OK-SW
           END-IF.

       0582-APPEND-TO-INDEXRATE.
           OPEN EXTEND INDEX-RATE-FILE
           IF WS-IR-FS = "00" OR WS-IR-FS = "05"
               MOVE WS-PD-NEW-IMAGE (PD-IDX) TO INDEX-RATE-RECORD
               WRITE INDEX-RATE-RECORD
               CLOSE INDEX-RATE-FILE
           ELSE
               MOVE "N" TO WS-APPLY-OK-SW
           END-IF.

      ******************************************************************
      * The shared replace: a loaded image whose leading key bytes
      * match the proposed row's is replaced (its old image kept
