      * status to be open ("O") or closed ("C") only; the closure
      * safeguard refuses to mark a branch closed while the keyed
      * loan master still carries OPEN loans under its
      * LM-BRANCH-CODE.  A CONSOL transaction is how those loans
      * get moved: it schedules the branch's consolidation into an
      * open successor branch as of an effective date, appending a
      * pending row to BRCNSCHD for BranchConsolidation to carry
      * out -- once it has, the closure goes through like any
      * other.  A branch can have only one consolidation pending,
      * and neither side of one may be the branch another pending
      * consolidation is closing, so portfolios never move twice in
      * a chain.  Every applied or rejected transaction lands on
      * BRNAUDIT with who changed what and when.  The operator on
      * each transaction must hold a role entitled to BRNMAINT on
      * ENTITLE (BRCONSOL for a consolidation); anyone else's is
      * rejected and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "BRNAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRANCH-CONSOLIDATION-FILE
               ASSIGN TO "BRCNSCHD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-TRANSACTION-FILE.
           05  MA-DISPOSITION        PIC X(08).
           05  MA-REASON             PIC X(30).

       FD  BRANCH-CONSOLIDATION-FILE.
           COPY BRCNSCHD.

       WORKING-STORAGE SECTION.

       COPY VALIDWS.
       COPY ENTLCHK.

       01  WS-BM-FS              PIC X(02).
       01  WS-RG-FS              PIC X(02).
       01  WS-LM-FS              PIC X(02).
       01  WS-BS-FS              PIC X(02).
       01  WS-BM-EOF-SW          PIC X(01) VALUE "N".
           88  WS-BM-EOF         VALUE "Y".
       01  WS-RG-EOF-SW          PIC X(01) VALUE "N".
           88  WS-LM-EOF         VALUE "Y".
       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".
       01  WS-BS-EOF-SW          PIC X(01) VALUE "N".
           88  WS-BS-EOF         VALUE "Y".

      ******************************************************************
      * The branch master held in memory for the run, rewritten
       01  WS-BRANCH-AREA.
           05  WS-BN-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-BN-ROW OCCURS 200 TIMES
                             INDEXED BY BN-IDX SC-IDX.
               10  WS-BN-BRANCH-CODE     PIC X(04).
               10  WS-BN-BRANCH-NAME     PIC X(25).
               10  WS-BN-REGION-CODE     PIC X(03).
               10  WS-BN-BRANCH-STATUS   PIC X(01).
       01  WS-BN-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-BN-FOUND          VALUE "Y".
       01  WS-SC-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-SC-FOUND          VALUE "Y".

      ******************************************************************
      * The configured regions, and the branch codes that still
       01  WS-OL-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-OL-FOUND          VALUE "Y".

      ******************************************************************
      * The consolidations already pending on BRCNSCHD, with any
      * scheduled tonight added as they are accepted.
      ******************************************************************
       01  WS-PENDING-AREA.
           05  WS-PC-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-PC-ROW OCCURS 100 TIMES
                             INDEXED BY PC-IDX.
               10  WS-PC-CLOSING-BRANCH   PIC X(04).
               10  WS-PC-SUCCESSOR-BRANCH PIC X(04).
       01  WS-PC-CLOSING-SW         PIC X(01) VALUE "N".
           88  WS-PC-CLOSING-PENDING VALUE "Y".
       01  WS-PC-SUCCEEDING-SW      PIC X(01) VALUE "N".
           88  WS-PC-SUCCEEDING     VALUE "Y".
       01  WS-PC-SUCCESSOR-SW       PIC X(01) VALUE "N".
           88  WS-PC-SUCCESSOR-CLOSING VALUE "Y".

       01  WS-AUDIT-NOTE         PIC X(30) VALUE SPACES.
       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the branch master or the
      * pending consolidations exceed the in-memory tables, or if
      * the entitlement tables are unusable.
      ******************************************************************
       LINKAGE SECTION.

           END-IF
           PERFORM 0120-LOAD-REGIONS
           PERFORM 0140-LOAD-OPEN-LOAN-BRANCHES
           PERFORM 0160-LOAD-PENDING-CONSOLIDATIONS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-APPLY-TRANSACTIONS
           PERFORM 0800-REWRITE-BRANCH-MASTER
           DISPLAY "===== BranchMaint CONTROL TOTALS ====="
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECTED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           GOBACK.

       0100-LOAD-BRANCH-MASTER.
               ADD 1 TO WS-OL-COUNT
           END-IF.

      ******************************************************************
      * The pending rows on the consolidation schedule.  No BRCNSCHD
      * dataset just means nothing has ever been scheduled.
      ******************************************************************
       0160-LOAD-PENDING-CONSOLIDATIONS.
           OPEN INPUT BRANCH-CONSOLIDATION-FILE
           IF WS-BS-FS = "00"
               MOVE "N" TO WS-BS-EOF-SW
               SET PC-IDX TO 1
               PERFORM UNTIL WS-BS-EOF
                   READ BRANCH-CONSOLIDATION-FILE
                       AT END
                           MOVE "Y" TO WS-BS-EOF-SW
                       NOT AT END
                           IF BS-PENDING
                               IF WS-PC-COUNT >= 100
                                   DISPLAY "BranchMaint: BRCNSCHD"
                                       " PENDING EXCEEDS TABLE CAPACITY"
                                   MOVE 12 TO RUN-RETURN-CODE
                                   MOVE "Y" TO WS-BS-EOF-SW
                               ELSE
                                   MOVE BS-CLOSING-BRANCH TO
                                       WS-PC-CLOSING-BRANCH (PC-IDX)
                                   MOVE BS-SUCCESSOR-BRANCH TO
                                       WS-PC-SUCCESSOR-BRANCH (PC-IDX)
                                   SET PC-IDX UP BY 1
                                   ADD 1 TO WS-PC-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-CONSOLIDATION-FILE
           END-IF.

       0150-FIND-BRANCH-ROW.
           MOVE "N" TO WS-BN-FOUND-SW
           SET BN-IDX TO 1
               END-IF
           END-PERFORM.

       0152-FIND-SUCCESSOR-ROW.
           MOVE "N" TO WS-SC-FOUND-SW
           SET SC-IDX TO 1
           PERFORM UNTIL WS-SC-FOUND OR SC-IDX > WS-BN-COUNT
               IF WS-BN-BRANCH-CODE (SC-IDX) = BH-SUCCESSOR-BRANCH
                   MOVE "Y" TO WS-SC-FOUND-SW
               ELSE
                   SET SC-IDX UP BY 1
               END-IF
           END-PERFORM.

       0155-FIND-REGION.
           MOVE "N" TO WS-RG-FOUND-SW
           SET RG-IDX TO 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Whether the transaction's branch, or its successor, is
      * already one side of a pending consolidation.
      ******************************************************************
       0165-CHECK-PENDING.
           MOVE "N" TO WS-PC-CLOSING-SW
           MOVE "N" TO WS-PC-SUCCEEDING-SW
           MOVE "N" TO WS-PC-SUCCESSOR-SW
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-PC-COUNT
               IF WS-PC-CLOSING-BRANCH (PC-IDX) = BH-BRANCH-CODE
                   MOVE "Y" TO WS-PC-CLOSING-SW
               END-IF
               IF WS-PC-SUCCESSOR-BRANCH (PC-IDX) = BH-BRANCH-CODE
                   MOVE "Y" TO WS-PC-SUCCEEDING-SW
               END-IF
               IF WS-PC-CLOSING-BRANCH (PC-IDX) = BH-SUCCESSOR-BRANCH
                   MOVE "Y" TO WS-PC-SUCCESSOR-SW
               END-IF
           END-PERFORM.

      ******************************************************************
      * BRCNSCHD is appended to as consolidations are accepted; the
      * first one ever scheduled creates it.
      ******************************************************************
       0200-APPLY-TRANSACTIONS.
           OPEN INPUT  BRANCH-TRANSACTION-FILE
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           OPEN EXTEND BRANCH-CONSOLIDATION-FILE
           IF WS-BS-FS = "35"
               OPEN OUTPUT BRANCH-CONSOLIDATION-FILE
           END-IF
           PERFORM UNTIL WS-TRAN-EOF
               READ BRANCH-TRANSACTION-FILE
                   AT END
               END-READ
           END-PERFORM
           CLOSE BRANCH-TRANSACTION-FILE
           CLOSE MAINTENANCE-AUDIT-FILE
           CLOSE BRANCH-CONSOLIDATION-FILE.

       0300-APPLY-ONE-TRANSACTION.
           PERFORM 0150-FIND-BRANCH-ROW
           PERFORM 0305-CHECK-ENTITLEMENT
           IF NOT EC-ENTITLED
               MOVE EC-REASON TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE BH-ACTION
                   WHEN "ADD   "
                       PERFORM 0400-APPLY-ADD
                   WHEN "CHANGE"
                       PERFORM 0500-APPLY-CHANGE
                   WHEN "CONSOL"
                       PERFORM 0600-APPLY-CONSOLIDATION
                   WHEN OTHER
                       MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
                       PERFORM 0720-WRITE-REJECT-AUDIT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to BRNMAINT on ENTITLE (BRCONSOL to schedule a
      * consolidation); a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE BH-USER-ID TO EC-OPERATOR-ID
           IF BH-ACTION = "CONSOL"
               MOVE "BRCONSOL" TO EC-FUNCTION-CODE
           ELSE
               MOVE "BRNMAINT" TO EC-FUNCTION-CODE
           END-IF
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * Field edits: region must exist (when the region table is
               END-IF
           END-IF.

      ******************************************************************
      * Consolidation edits: the branch must be open on the master,
      * the successor a different branch that is on the master and
      * open, the effective date numeric, and neither branch already
      * a closing side of a pending consolidation (nor the branch a
      * pending successor).
      ******************************************************************
       0610-EDIT-CONSOLIDATION.
           MOVE "Y" TO WS-VALID-SW
           PERFORM 0152-FIND-SUCCESSOR-ROW
           PERFORM 0165-CHECK-PENDING
           EVALUATE TRUE
               WHEN NOT WS-BN-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BRANCH NOT ON MASTER" TO WS-EDIT-REASON
               WHEN WS-BN-BRANCH-STATUS (BN-IDX) NOT = "O"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BRANCH NOT OPEN" TO WS-EDIT-REASON
               WHEN BH-SUCCESSOR-BRANCH = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "SUCCESSOR BRANCH MISSING" TO WS-EDIT-REASON
               WHEN BH-SUCCESSOR-BRANCH = BH-BRANCH-CODE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "SUCCESSOR SAME AS BRANCH" TO WS-EDIT-REASON
               WHEN NOT WS-SC-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "SUCCESSOR NOT ON MASTER" TO WS-EDIT-REASON
               WHEN WS-BN-BRANCH-STATUS (SC-IDX) NOT = "O"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "SUCCESSOR NOT OPEN" TO WS-EDIT-REASON
               WHEN BH-EFFECTIVE-DATE NOT NUMERIC
                 OR BH-EFFECTIVE-DATE = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "EFFECTIVE DATE INVALID" TO WS-EDIT-REASON
               WHEN WS-PC-CLOSING-PENDING
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CONSOLIDATION ALREADY PENDING"
                       TO WS-EDIT-REASON
               WHEN WS-PC-SUCCEEDING
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BRANCH IS A PENDING SUCCESSOR"
                       TO WS-EDIT-REASON
               WHEN WS-PC-SUCCESSOR-CLOSING
                   MOVE "N" TO WS-VALID-SW
                   MOVE "SUCCESSOR ALSO CONSOLIDATING"
                       TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * An accepted consolidation goes on BRCNSCHD pending; the
      * branch master itself is not touched until the portfolio has
      * moved and the closure comes through as a CHANGE.
      ******************************************************************
       0600-APPLY-CONSOLIDATION.
           PERFORM 0610-EDIT-CONSOLIDATION
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               IF WS-PC-COUNT >= 100
                   MOVE "CONSOLIDATION SCHEDULE FULL" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               ELSE
                   MOVE BH-BRANCH-CODE      TO BS-CLOSING-BRANCH
                   MOVE BH-SUCCESSOR-BRANCH TO BS-SUCCESSOR-BRANCH
                   MOVE BH-EFFECTIVE-DATE   TO BS-EFFECTIVE-DATE
                   MOVE BH-USER-ID          TO BS-REQUESTED-BY
                   MOVE FUNCTION CURRENT-DATE TO BS-REQUEST-TS
                   MOVE "P"                 TO BS-STATUS
                   MOVE ZERO                TO BS-DONE-DATE
                   MOVE ZERO                TO BS-LOANS-MOVED
                   MOVE ZERO                TO BS-RECEIVABLE-MOVED
                   MOVE SPACES              TO BS-REASON
                   WRITE BRANCH-CONSOLIDATION-RECORD
                   SET PC-IDX TO WS-PC-COUNT
                   SET PC-IDX UP BY 1
                   MOVE BH-BRANCH-CODE TO
                       WS-PC-CLOSING-BRANCH (PC-IDX)
                   MOVE BH-SUCCESSOR-BRANCH TO
                       WS-PC-SUCCESSOR-BRANCH (PC-IDX)
                   ADD 1 TO WS-PC-COUNT
                   STRING "INTO " DELIMITED BY SIZE
                          BH-SUCCESSOR-BRANCH DELIMITED BY SIZE
                          " EFFECTIVE " DELIMITED BY SIZE
                          BH-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-NOTE
                   END-STRING
                   PERFORM 0710-WRITE-APPLIED-AUDIT
               END-IF
           END-IF.

       0710-WRITE-APPLIED-AUDIT.
           MOVE BH-USER-ID     TO MA-USER-ID
           MOVE BH-ACTION      TO MA-ACTION
           MOVE BH-BRANCH-CODE TO MA-BRANCH-CODE
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "     TO MA-DISPOSITION
           MOVE WS-AUDIT-NOTE  TO MA-REASON
           MOVE SPACES         TO WS-AUDIT-NOTE
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

