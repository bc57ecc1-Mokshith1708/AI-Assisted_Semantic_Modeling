       IDENTIFICATION DIVISION.
       PROGRAM-ID. BonusApproval.

      ******************************************************************
      * Manager sign-off gate between the bonus run and payroll.
      * Every award EmployeeBonusEvaluation writes to BONUSOUT used
      * to go straight to the vendor through PayrollExport without
      * a department head ever seeing it.  Now each night's awards
      * are queued on BONUSPND as PENDING and listed on the APPRWORK
      * worklist, department by department, with the rating, the
      * time-worked and pool proration factors and the amount
      * deferred.  The department's managers -- the roster rows
      * flagged as approvers -- answer on APPRTRAN with APPROVE,
      * REJECT or HOLD, for one award or the whole department, and
      * the next run applies those decisions before it queues that
      * night's awards, so nobody approves an award they haven't
      * seen.  APPROVED rows go out on BONUSAPR, the file
      * PayrollExport reads, and their department totals go to
      * APPRSUM for GLPosting's accrual; held and rejected rows
      * carry forward on BONUSPND to the next cycle's worklist.
      * Every queueing, decision, refusal and release is appended
      * to the APPRAUD audit trail.  BonusAdjustment's CLAWBACK and
      * ADJUSTMENT rows were signed off by HR on ADJREG and pass
      * straight through; ALREADY PAID rows carry no money and are
      * dropped, as PayrollExport always dropped them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.

           SELECT BONUS-OUTPUT-FILE
               ASSIGN TO "BONUSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-FS.

           SELECT APPROVAL-TRANSACTION-FILE
               ASSIGN TO "APPRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-FS.

           SELECT BONUS-PENDING-FILE
               ASSIGN TO "BONUSPND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BP-FS.

           SELECT APPROVED-OUTPUT-FILE
               ASSIGN TO "BONUSAPR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BONUS-SUMMARY-FILE
               ASSIGN TO "APPRSUM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT APPROVAL-AUDIT-FILE
               ASSIGN TO "APPRAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORKLIST-FILE
               ASSIGN TO "APPRWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  BONUS-OUTPUT-FILE.
       01  BONUS-OUTPUT-REC.
           05  BO-EMP-ID             PIC X(06).
           05  BO-EMP-DEPT           PIC X(03).
           05  BO-RAW-BONUS          PIC 9(07)V99.
           05  BO-FINAL-BONUS        PIC 9(07)V99.
           05  BO-EMP-SALARY         PIC 9(07)V99.
           05  BO-NET-BONUS          PIC 9(07)V99.
           05  BO-NET-SALARY         PIC 9(07)V99.
           05  BO-REMARK             PIC X(20).
           05  BO-BONUS-PERIOD       PIC X(06).
           05  BO-RATING             PIC X(01).
           05  BO-TIME-FACTOR        PIC 9(01)V9(06).
           05  BO-POOL-FACTOR        PIC 9(01)V9(06).
           05  BO-DEFERRED-AMT       PIC 9(07)V99.

       FD  APPROVAL-TRANSACTION-FILE.
           COPY APPRTRAN.

       FD  BONUS-PENDING-FILE.
           COPY BONUSPND.

       FD  APPROVED-OUTPUT-FILE.
       01  APPROVED-OUTPUT-REC.
           05  BA-EMP-ID             PIC X(06).
           05  BA-EMP-DEPT           PIC X(03).
           05  BA-RAW-BONUS          PIC 9(07)V99.
           05  BA-FINAL-BONUS        PIC 9(07)V99.
           05  BA-EMP-SALARY         PIC 9(07)V99.
           05  BA-NET-BONUS          PIC 9(07)V99.
           05  BA-NET-SALARY         PIC 9(07)V99.
           05  BA-REMARK             PIC X(20).
           05  BA-BONUS-PERIOD       PIC X(06).
           05  BA-RATING             PIC X(01).
           05  BA-TIME-FACTOR        PIC 9(01)V9(06).
           05  BA-POOL-FACTOR        PIC 9(01)V9(06).
           05  BA-DEFERRED-AMT       PIC 9(07)V99.

       FD  BONUS-SUMMARY-FILE.
           COPY BONUSSUM.

       FD  APPROVAL-AUDIT-FILE.
           COPY APPRAUD.

       FD  WORKLIST-FILE.
       01  WORKLIST-LINE             PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.

       01  WS-EMP-FS             PIC X(02).
       01  WS-BO-FS              PIC X(02).
       01  WS-AV-FS              PIC X(02).
       01  WS-BP-FS              PIC X(02).

       01  WS-EMP-EOF-SW         PIC X(01) VALUE "N".
           88  WS-EMP-EOF        VALUE "Y".
       01  WS-BO-EOF-SW          PIC X(01) VALUE "N".
           88  WS-BO-EOF         VALUE "Y".
       01  WS-AV-EOF-SW          PIC X(01) VALUE "N".
           88  WS-AV-EOF         VALUE "Y".
       01  WS-BP-EOF-SW          PIC X(01) VALUE "N".
           88  WS-BP-EOF         VALUE "Y".

      ******************************************************************
      * The roster's bonus approvers: every active row flagged
      * EMP-MGR-FLAG "Y", with the department it may sign off.
      ******************************************************************
       01  WS-APPROVER-AREA.
           05  WS-MG-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-MG-ROW OCCURS 200 TIMES
                             INDEXED BY MG-IDX.
               10  WS-MG-EMP-ID          PIC X(06).
               10  WS-MG-DEPT            PIC X(03).
       01  WS-MG-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-MG-FOUND       VALUE "Y".

      ******************************************************************
      * Every award under approval: the carried-forward BONUSPND
      * rows plus tonight's BONUSOUT rows (WS-PD-NEW set).  A row
      * released tonight is marked RELEASED and left out of the
      * BONUSPND rewrite.
      ******************************************************************
       01  WS-PENDING-AREA.
           05  WS-PD-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-PD-ROW OCCURS 2000 TIMES
                             INDEXED BY PD-IDX.
               10  WS-PD-AWARD-CYCLE     PIC 9(07).
               10  WS-PD-EMP-ID          PIC X(06).
               10  WS-PD-EMP-DEPT        PIC X(03).
               10  WS-PD-RAW-BONUS       PIC 9(07)V99 COMP-3.
               10  WS-PD-FINAL-BONUS     PIC 9(07)V99 COMP-3.
               10  WS-PD-EMP-SALARY      PIC 9(07)V99 COMP-3.
               10  WS-PD-NET-BONUS       PIC 9(07)V99 COMP-3.
               10  WS-PD-NET-SALARY      PIC 9(07)V99 COMP-3.
               10  WS-PD-REMARK          PIC X(20).
               10  WS-PD-BONUS-PERIOD    PIC X(06).
               10  WS-PD-RATING          PIC X(01).
               10  WS-PD-TIME-FACTOR     PIC 9(01)V9(06) COMP-3.
               10  WS-PD-POOL-FACTOR     PIC 9(01)V9(06) COMP-3.
               10  WS-PD-DEFERRED-AMT    PIC 9(07)V99 COMP-3.
               10  WS-PD-STATUS          PIC X(08).
               10  WS-PD-STATUS-BY       PIC X(06).
               10  WS-PD-STATUS-DATE     PIC 9(08).
               10  WS-PD-STATUS-REASON   PIC X(30).
               10  WS-PD-CYCLES-CARRIED  PIC 9(03).
               10  WS-PD-NEW-SW          PIC X(01).
                   88  WS-PD-NEW         VALUE "Y".
       01  WS-ALREADY-QUEUED-SW  PIC X(01) VALUE "N".
           88  WS-ALREADY-QUEUED VALUE "Y".

      ******************************************************************
      * Per-department worklist and APPRSUM totals: released
      * tonight, and still open after tonight's decisions.
      ******************************************************************
       01  WS-DEPT-AREA.
           05  WS-DP-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-DP-ROW OCCURS 100 TIMES
                             INDEXED BY DP-IDX.
               10  WS-DP-DEPT-CODE       PIC X(03).
               10  WS-DP-RELEASED-COUNT  PIC 9(05) COMP.
               10  WS-DP-RELEASED-AMT    PIC 9(09)V99 COMP-3.
               10  WS-DP-OPEN-COUNT      PIC 9(05) COMP.
               10  WS-DP-OPEN-AMT        PIC 9(09)V99 COMP-3.
       01  WS-DP-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-DP-FOUND       VALUE "Y".
       01  WS-SEARCH-DEPT        PIC X(03).

      ******************************************************************
      * The decision being applied.
      ******************************************************************
       01  WS-NEW-STATUS         PIC X(08).
       01  WS-OLD-STATUS         PIC X(08).
       01  WS-INVALID-REASON     PIC X(30).
       01  WS-MATCH-COUNT        PIC 9(05) COMP.
       01  WS-TRAN-VALID-SW      PIC X(01).
           88  WS-TRAN-VALID     VALUE "Y".

       01  WS-AW-EVENT           PIC X(08).
       01  WS-AW-MGR-ID          PIC X(06).
       01  WS-AW-REASON          PIC X(30).

       01  WS-AWARDS-QUEUED      PIC 9(05) COMP VALUE ZERO.
       01  WS-ADJUSTMENTS-PASSED PIC 9(05) COMP VALUE ZERO.
       01  WS-TRAN-APPLIED       PIC 9(05) COMP VALUE ZERO.
       01  WS-TRAN-INVALID       PIC 9(05) COMP VALUE ZERO.
       01  WS-AWARDS-RELEASED    PIC 9(05) COMP VALUE ZERO.
       01  WS-AMOUNT-RELEASED    PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  WS-AWARDS-PENDING     PIC 9(05) COMP VALUE ZERO.
       01  WS-AWARDS-HELD        PIC 9(05) COMP VALUE ZERO.
       01  WS-AWARDS-REJECTED    PIC 9(05) COMP VALUE ZERO.

       01  WS-SUM-ALL-HEADCOUNT  PIC 9(05) COMP VALUE ZERO.
       01  WS-SUM-ALL-TOTAL      PIC 9(09)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Worklist edit fields.
      ******************************************************************
       01  WS-WL-HEADING.
           05  FILLER            PIC X(37) VALUE
               "EMP-ID CYCLE   TYP R TIME   POOL     ".
           05  FILLER            PIC X(37) VALUE
               "     RAW   DEFERRED      FINAL STATUS".
       01  WS-WL-CYCLE           PIC 9(07).
       01  WS-WL-DATE            PIC 9(08).
       01  WS-WL-TYPE            PIC X(03).
       01  WS-WL-TIME            PIC 9.9999.
       01  WS-WL-POOL            PIC 9.9999.
       01  WS-WL-RAW             PIC Z(06)9.99.
       01  WS-WL-DEFERRED        PIC Z(06)9.99.
       01  WS-WL-FINAL           PIC Z(06)9.99.
       01  WS-WL-COUNT           PIC ZZZZ9.
       01  WS-WL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-WL-POINTER         PIC 9(03) COMP.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 4 when any APPRTRAN decision was
      * refused, 12 if EMPFILE can't be opened or the awards under
      * approval outgrow the in-memory table (BONUSPND is then left
      * as it was and nothing is released).
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0130-LOAD-APPROVERS
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0150-LOAD-PENDING
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0200-QUEUE-NEW-AWARDS
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN EXTEND APPROVAL-AUDIT-FILE
           PERFORM 0300-APPLY-DECISIONS
           PERFORM 0500-RELEASE-APPROVED
           PERFORM 0600-REWRITE-PENDING
           PERFORM 0700-WRITE-APPROVED-SUMMARY
           PERFORM 0800-WRITE-WORKLIST
           CLOSE APPROVAL-AUDIT-FILE
           IF WS-TRAN-INVALID > ZERO
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== BonusApproval CONTROL TOTALS ====="
           DISPLAY "AWARDS QUEUED:       " WS-AWARDS-QUEUED
           DISPLAY "ADJUSTMENTS PASSED:  " WS-ADJUSTMENTS-PASSED
           DISPLAY "DECISIONS APPLIED:   " WS-TRAN-APPLIED
           DISPLAY "DECISIONS REFUSED:   " WS-TRAN-INVALID
           DISPLAY "AWARDS RELEASED:     " WS-AWARDS-RELEASED
           DISPLAY "AMOUNT RELEASED:     " WS-AMOUNT-RELEASED
           DISPLAY "AWARDS PENDING:      " WS-AWARDS-PENDING
           DISPLAY "AWARDS HELD:         " WS-AWARDS-HELD
           DISPLAY "AWARDS REJECTED:     " WS-AWARDS-REJECTED
           GOBACK.

      ******************************************************************
      * Establishes the cycle's business date and the run timestamp
      * the audit trail is stamped with.  No BIZDATE dataset, or an
      * empty one, falls back to the wall clock so an unconfigured
      * shop behaves exactly as before.
      ******************************************************************
       0120-READ-BUSINESS-DATE.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BIZDATE-FS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS (1:8).

      ******************************************************************
      * Picks up the cycle number RunCycleStart issued at the top of
      * the job stream; it identifies tonight's awards on BONUSPND.
      * No RUNCTL dataset leaves the cycle zero.
      ******************************************************************
       0125-READ-RUN-CYCLE.
           MOVE ZERO TO WS-CYCLE-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ******************************************************************
      * Only an active employee flagged as an approver can sign off
      * -- RosterMaint clears the flag on leave or termination, and
      * the status test here covers a roster edited some other way.
      ******************************************************************
       0130-LOAD-APPROVERS.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FS NOT = "00"
               DISPLAY "BonusApproval: EMPFILE OPEN FAILED FS="
                   WS-EMP-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               SET MG-IDX TO 1
               PERFORM UNTIL WS-EMP-EOF
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO WS-EMP-EOF-SW
                       NOT AT END
                           IF EMP-MGR-FLAG = "Y"
                              AND (EMP-STATUS = "A"
                               OR EMP-STATUS = SPACE)
                              AND WS-MG-COUNT < 200
                               MOVE EMP-ID   TO WS-MG-EMP-ID (MG-IDX)
                               MOVE EMP-DEPT TO WS-MG-DEPT (MG-IDX)
                               SET MG-IDX UP BY 1
                               ADD 1 TO WS-MG-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

      ******************************************************************
      * No BONUSPND dataset yet just means nothing has ever waited
      * on approval -- a clean start, not an error.  A row already
      * carrying tonight's cycle means tonight's BONUSOUT was queued
      * by an earlier run of this step, and must not be queued
      * twice.
      ******************************************************************
       0150-LOAD-PENDING.
           OPEN INPUT BONUS-PENDING-FILE
           IF WS-BP-FS = "00"
               SET PD-IDX TO 1
               PERFORM UNTIL WS-BP-EOF
                   READ BONUS-PENDING-FILE
                       AT END
                           MOVE "Y" TO WS-BP-EOF-SW
                       NOT AT END
                           IF WS-PD-COUNT >= 2000
                               DISPLAY "BonusApproval: BONUSPND"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-BP-EOF-SW
                           ELSE
                               PERFORM 0155-LOAD-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BONUS-PENDING-FILE
           END-IF.

       0155-LOAD-ONE-PENDING.
           MOVE BP-AWARD-CYCLE    TO WS-PD-AWARD-CYCLE (PD-IDX)
           MOVE BP-EMP-ID         TO WS-PD-EMP-ID (PD-IDX)
           MOVE BP-EMP-DEPT       TO WS-PD-EMP-DEPT (PD-IDX)
           MOVE BP-RAW-BONUS      TO WS-PD-RAW-BONUS (PD-IDX)
           MOVE BP-FINAL-BONUS    TO WS-PD-FINAL-BONUS (PD-IDX)
           MOVE BP-EMP-SALARY     TO WS-PD-EMP-SALARY (PD-IDX)
           MOVE BP-NET-BONUS      TO WS-PD-NET-BONUS (PD-IDX)
           MOVE BP-NET-SALARY     TO WS-PD-NET-SALARY (PD-IDX)
           MOVE BP-REMARK         TO WS-PD-REMARK (PD-IDX)
           MOVE BP-BONUS-PERIOD   TO WS-PD-BONUS-PERIOD (PD-IDX)
           MOVE BP-RATING         TO WS-PD-RATING (PD-IDX)
           MOVE BP-TIME-FACTOR    TO WS-PD-TIME-FACTOR (PD-IDX)
           MOVE BP-POOL-FACTOR    TO WS-PD-POOL-FACTOR (PD-IDX)
           MOVE BP-DEFERRED-AMT   TO WS-PD-DEFERRED-AMT (PD-IDX)
           MOVE BP-STATUS         TO WS-PD-STATUS (PD-IDX)
           MOVE BP-STATUS-BY      TO WS-PD-STATUS-BY (PD-IDX)
           MOVE BP-STATUS-DATE    TO WS-PD-STATUS-DATE (PD-IDX)
           MOVE BP-STATUS-REASON  TO WS-PD-STATUS-REASON (PD-IDX)
           MOVE BP-CYCLES-CARRIED TO WS-PD-CYCLES-CARRIED (PD-IDX)
           MOVE "N"               TO WS-PD-NEW-SW (PD-IDX)
           IF BP-AWARD-CYCLE = WS-CYCLE-NUMBER
              AND WS-CYCLE-NUMBER > ZERO
               MOVE "Y" TO WS-ALREADY-QUEUED-SW
           END-IF
           SET PD-IDX UP BY 1
           ADD 1 TO WS-PD-COUNT.

      ******************************************************************
      * Tonight's BONUSOUT rows join the table as PENDING.  They are
      * held back from tonight's decisions -- a manager can only
      * decide what the worklist has shown them -- except HR's
      * ADJREG-signed adjustment rows, which come in already
      * APPROVED.  Everything is queued before anything is written,
      * so a table overflow leaves every file as it was.
      ******************************************************************
       0200-QUEUE-NEW-AWARDS.
           IF WS-ALREADY-QUEUED
               DISPLAY "BonusApproval: CYCLE " WS-CYCLE-NUMBER
                   " ALREADY QUEUED - BONUSOUT NOT REQUEUED"
           ELSE
               OPEN INPUT BONUS-OUTPUT-FILE
               IF WS-BO-FS = "00"
                   SET PD-IDX TO WS-PD-COUNT
                   SET PD-IDX UP BY 1
                   PERFORM UNTIL WS-BO-EOF
                       READ BONUS-OUTPUT-FILE
                           AT END
                               MOVE "Y" TO WS-BO-EOF-SW
                           NOT AT END
                               IF BO-REMARK NOT = "ALREADY PAID"
                                   PERFORM 0210-QUEUE-ONE-AWARD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BONUS-OUTPUT-FILE
               END-IF
           END-IF.

       0210-QUEUE-ONE-AWARD.
           IF WS-PD-COUNT >= 2000
               DISPLAY "BonusApproval: AWARDS UNDER APPROVAL"
                   " EXCEED TABLE CAPACITY"
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-BO-EOF-SW
           ELSE
               MOVE WS-CYCLE-NUMBER TO WS-PD-AWARD-CYCLE (PD-IDX)
               MOVE BO-EMP-ID       TO WS-PD-EMP-ID (PD-IDX)
               MOVE BO-EMP-DEPT     TO WS-PD-EMP-DEPT (PD-IDX)
               MOVE BO-RAW-BONUS    TO WS-PD-RAW-BONUS (PD-IDX)
               MOVE BO-FINAL-BONUS  TO WS-PD-FINAL-BONUS (PD-IDX)
               MOVE BO-EMP-SALARY   TO WS-PD-EMP-SALARY (PD-IDX)
               MOVE BO-NET-BONUS    TO WS-PD-NET-BONUS (PD-IDX)
               MOVE BO-NET-SALARY   TO WS-PD-NET-SALARY (PD-IDX)
               MOVE BO-REMARK       TO WS-PD-REMARK (PD-IDX)
               MOVE BO-BONUS-PERIOD TO WS-PD-BONUS-PERIOD (PD-IDX)
               MOVE BO-RATING       TO WS-PD-RATING (PD-IDX)
               MOVE BO-TIME-FACTOR  TO WS-PD-TIME-FACTOR (PD-IDX)
               MOVE BO-POOL-FACTOR  TO WS-PD-POOL-FACTOR (PD-IDX)
               MOVE BO-DEFERRED-AMT TO WS-PD-DEFERRED-AMT (PD-IDX)
               MOVE SPACES          TO WS-PD-STATUS-BY (PD-IDX)
               MOVE WS-BUSINESS-DATE TO WS-PD-STATUS-DATE (PD-IDX)
               MOVE SPACES          TO WS-PD-STATUS-REASON (PD-IDX)
               MOVE ZERO            TO WS-PD-CYCLES-CARRIED (PD-IDX)
               MOVE "Y"             TO WS-PD-NEW-SW (PD-IDX)
               IF BO-REMARK = "CLAWBACK" OR BO-REMARK = "ADJUSTMENT"
                   MOVE "APPROVED" TO WS-PD-STATUS (PD-IDX)
                   MOVE "ADJREG SIGN-OFF"
                       TO WS-PD-STATUS-REASON (PD-IDX)
                   ADD 1 TO WS-ADJUSTMENTS-PASSED
               ELSE
                   MOVE "PENDING " TO WS-PD-STATUS (PD-IDX)
                   ADD 1 TO WS-AWARDS-QUEUED
               END-IF
               SET PD-IDX UP BY 1
               ADD 1 TO WS-PD-COUNT
           END-IF.

      ******************************************************************
      * No APPRTRAN dataset just means no manager answered tonight;
      * everything open simply carries forward.
      ******************************************************************
       0300-APPLY-DECISIONS.
           OPEN INPUT APPROVAL-TRANSACTION-FILE
           IF WS-AV-FS = "00"
               PERFORM UNTIL WS-AV-EOF
                   READ APPROVAL-TRANSACTION-FILE
                       AT END
                           MOVE "Y" TO WS-AV-EOF-SW
                       NOT AT END
                           PERFORM 0310-APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-TRANSACTION-FILE
           END-IF.

      ******************************************************************
      * A decision is refused, and logged INVALID, when the action
      * isn't recognized, when the manager isn't a roster approver
      * for the department, when it names the manager's own award,
      * or when it matches no open award.  A later decision on the
      * same award in the same file overrides an earlier one.
      ******************************************************************
       0310-APPLY-ONE-DECISION.
           MOVE "Y" TO WS-TRAN-VALID-SW
           EVALUATE AV-ACTION
               WHEN "APPROVE"
                   MOVE "APPROVED" TO WS-NEW-STATUS
               WHEN "REJECT "
                   MOVE "REJECTED" TO WS-NEW-STATUS
               WHEN "HOLD   "
                   MOVE "HELD    " TO WS-NEW-STATUS
               WHEN OTHER
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ACTION NOT RECOGNIZED" TO WS-INVALID-REASON
           END-EVALUATE
           IF WS-TRAN-VALID
               PERFORM 0320-FIND-APPROVER
               IF NOT WS-MG-FOUND
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "NOT AN APPROVER FOR DEPT"
                       TO WS-INVALID-REASON
               END-IF
           END-IF
           IF WS-TRAN-VALID
              AND AV-EMP-ID = AV-MGR-ID
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "OWN AWARD - ANOTHER APPROVER"
                   TO WS-INVALID-REASON
           END-IF
           IF WS-TRAN-VALID
               MOVE ZERO TO WS-MATCH-COUNT
               PERFORM VARYING PD-IDX FROM 1 BY 1
                       UNTIL PD-IDX > WS-PD-COUNT
                   IF NOT WS-PD-NEW (PD-IDX)
                      AND WS-PD-EMP-DEPT (PD-IDX) = AV-DEPT-CODE
                      AND WS-PD-EMP-ID (PD-IDX) NOT = AV-MGR-ID
                      AND (AV-EMP-ID = SPACES
                       OR WS-PD-EMP-ID (PD-IDX) = AV-EMP-ID)
                      AND (AV-AWARD-CYCLE = ZERO
                       OR WS-PD-AWARD-CYCLE (PD-IDX) = AV-AWARD-CYCLE)
                       PERFORM 0330-DECIDE-ONE-AWARD
                   END-IF
               END-PERFORM
               IF WS-MATCH-COUNT = ZERO
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "NO OPEN AWARD MATCHES"
                       TO WS-INVALID-REASON
               END-IF
           END-IF
           IF WS-TRAN-VALID
               ADD 1 TO WS-TRAN-APPLIED
           ELSE
               PERFORM 0340-LOG-REFUSED-DECISION
           END-IF.

       0320-FIND-APPROVER.
           MOVE "N" TO WS-MG-FOUND-SW
           SET MG-IDX TO 1
           PERFORM UNTIL WS-MG-FOUND OR MG-IDX > WS-MG-COUNT
               IF WS-MG-EMP-ID (MG-IDX) = AV-MGR-ID
                  AND WS-MG-DEPT (MG-IDX) = AV-DEPT-CODE
                   MOVE "Y" TO WS-MG-FOUND-SW
               ELSE
                   SET MG-IDX UP BY 1
               END-IF
           END-PERFORM.

       0330-DECIDE-ONE-AWARD.
           MOVE WS-PD-STATUS (PD-IDX) TO WS-OLD-STATUS
           MOVE WS-NEW-STATUS   TO WS-PD-STATUS (PD-IDX)
           MOVE AV-MGR-ID       TO WS-PD-STATUS-BY (PD-IDX)
           MOVE WS-BUSINESS-DATE TO WS-PD-STATUS-DATE (PD-IDX)
           MOVE AV-REASON       TO WS-PD-STATUS-REASON (PD-IDX)
           ADD 1 TO WS-MATCH-COUNT
           MOVE AV-ACTION       TO WS-AW-EVENT
           MOVE AV-MGR-ID       TO WS-AW-MGR-ID
           MOVE AV-REASON       TO WS-AW-REASON
           PERFORM 0900-WRITE-AUDIT.

       0340-LOG-REFUSED-DECISION.
           MOVE WS-RUN-TS       TO AW-TIMESTAMP
           MOVE WS-CYCLE-NUMBER TO AW-RUN-CYCLE
           MOVE AV-ACTION       TO AW-EVENT
           MOVE AV-MGR-ID       TO AW-MGR-ID
           MOVE AV-DEPT-CODE    TO AW-DEPT-CODE
           MOVE AV-EMP-ID       TO AW-EMP-ID
           IF AV-AWARD-CYCLE NUMERIC
               MOVE AV-AWARD-CYCLE TO AW-AWARD-CYCLE
           ELSE
               MOVE ZERO TO AW-AWARD-CYCLE
           END-IF
           MOVE ZERO            TO AW-FINAL-BONUS
           MOVE SPACES          TO AW-OLD-STATUS
           MOVE "INVALID "      TO AW-NEW-STATUS
           MOVE WS-INVALID-REASON TO AW-REASON
           WRITE APPROVAL-AUDIT-RECORD
           ADD 1 TO WS-TRAN-INVALID.

      ******************************************************************
      * Every APPROVED row goes out on BONUSAPR in the BONUSOUT
      * layout PayrollExport reads, and into its department's
      * released total for APPRSUM.
      ******************************************************************
       0500-RELEASE-APPROVED.
           OPEN OUTPUT APPROVED-OUTPUT-FILE
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PD-COUNT
               IF WS-PD-STATUS (PD-IDX) = "APPROVED"
                   PERFORM 0510-RELEASE-ONE-AWARD
               END-IF
           END-PERFORM
           CLOSE APPROVED-OUTPUT-FILE.

       0510-RELEASE-ONE-AWARD.
           MOVE WS-PD-EMP-ID (PD-IDX)       TO BA-EMP-ID
           MOVE WS-PD-EMP-DEPT (PD-IDX)     TO BA-EMP-DEPT
           MOVE WS-PD-RAW-BONUS (PD-IDX)    TO BA-RAW-BONUS
           MOVE WS-PD-FINAL-BONUS (PD-IDX)  TO BA-FINAL-BONUS
           MOVE WS-PD-EMP-SALARY (PD-IDX)   TO BA-EMP-SALARY
           MOVE WS-PD-NET-BONUS (PD-IDX)    TO BA-NET-BONUS
           MOVE WS-PD-NET-SALARY (PD-IDX)   TO BA-NET-SALARY
           MOVE WS-PD-REMARK (PD-IDX)       TO BA-REMARK
           MOVE WS-PD-BONUS-PERIOD (PD-IDX) TO BA-BONUS-PERIOD
           MOVE WS-PD-RATING (PD-IDX)       TO BA-RATING
           MOVE WS-PD-TIME-FACTOR (PD-IDX)  TO BA-TIME-FACTOR
           MOVE WS-PD-POOL-FACTOR (PD-IDX)  TO BA-POOL-FACTOR
           MOVE WS-PD-DEFERRED-AMT (PD-IDX) TO BA-DEFERRED-AMT
           WRITE APPROVED-OUTPUT-REC
           MOVE "APPROVED" TO WS-OLD-STATUS
           MOVE "RELEASED" TO WS-PD-STATUS (PD-IDX)
           MOVE "RELEASED" TO WS-AW-EVENT
           MOVE WS-PD-STATUS-BY (PD-IDX) TO WS-AW-MGR-ID
           MOVE WS-PD-STATUS-REASON (PD-IDX) TO WS-AW-REASON
           PERFORM 0900-WRITE-AUDIT
           ADD 1 TO WS-AWARDS-RELEASED
           ADD WS-PD-FINAL-BONUS (PD-IDX) TO WS-AMOUNT-RELEASED
           IF WS-PD-EMP-DEPT (PD-IDX) NOT = SPACES
               MOVE WS-PD-EMP-DEPT (PD-IDX) TO WS-SEARCH-DEPT
               PERFORM 0520-FIND-DEPT-ROW
               IF WS-DP-FOUND
                   ADD 1 TO WS-DP-RELEASED-COUNT (DP-IDX)
                   ADD WS-PD-FINAL-BONUS (PD-IDX)
                       TO WS-DP-RELEASED-AMT (DP-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * Finds WS-SEARCH-DEPT's row, adding it the first time the
      * department is seen.  WS-DP-FOUND stays off only if the
      * table is full, and that department is left off the
      * worklist and APPRSUM with a console message.
      ******************************************************************
       0520-FIND-DEPT-ROW.
           MOVE "N" TO WS-DP-FOUND-SW
           SET DP-IDX TO 1
           PERFORM UNTIL WS-DP-FOUND OR DP-IDX > WS-DP-COUNT
               IF WS-DP-DEPT-CODE (DP-IDX) = WS-SEARCH-DEPT
                   MOVE "Y" TO WS-DP-FOUND-SW
               ELSE
                   SET DP-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-DP-FOUND
               IF WS-DP-COUNT >= 100
                   DISPLAY "BonusApproval: DEPARTMENT TABLE FULL AT "
                       WS-SEARCH-DEPT
               ELSE
                   SET DP-IDX TO WS-DP-COUNT
                   SET DP-IDX UP BY 1
                   MOVE WS-SEARCH-DEPT TO WS-DP-DEPT-CODE (DP-IDX)
                   MOVE ZERO TO WS-DP-RELEASED-COUNT (DP-IDX)
                   MOVE ZERO TO WS-DP-RELEASED-AMT (DP-IDX)
                   MOVE ZERO TO WS-DP-OPEN-COUNT (DP-IDX)
                   MOVE ZERO TO WS-DP-OPEN-AMT (DP-IDX)
                   ADD 1 TO WS-DP-COUNT
                   MOVE "Y" TO WS-DP-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * Full-file rewrite of BONUSPND with everything still open:
      * tonight's new awards are logged QUEUED, and every older row
      * counts one more cycle carried forward (not again on a rerun
      * of the same cycle).
      ******************************************************************
       0600-REWRITE-PENDING.
           OPEN OUTPUT BONUS-PENDING-FILE
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PD-COUNT
               IF WS-PD-STATUS (PD-IDX) NOT = "RELEASED"
                   PERFORM 0610-CARRY-ONE-AWARD
               END-IF
           END-PERFORM
           CLOSE BONUS-PENDING-FILE.

       0610-CARRY-ONE-AWARD.
           IF WS-PD-NEW (PD-IDX)
               MOVE SPACES     TO WS-OLD-STATUS
               MOVE "QUEUED  " TO WS-AW-EVENT
               MOVE SPACES     TO WS-AW-MGR-ID
               MOVE SPACES     TO WS-AW-REASON
               PERFORM 0900-WRITE-AUDIT
           ELSE
               IF NOT WS-ALREADY-QUEUED
                   ADD 1 TO WS-PD-CYCLES-CARRIED (PD-IDX)
               END-IF
           END-IF
           EVALUATE WS-PD-STATUS (PD-IDX)
               WHEN "HELD    "
                   ADD 1 TO WS-AWARDS-HELD
               WHEN "REJECTED"
                   ADD 1 TO WS-AWARDS-REJECTED
               WHEN OTHER
                   ADD 1 TO WS-AWARDS-PENDING
           END-EVALUATE
           MOVE WS-PD-EMP-DEPT (PD-IDX) TO WS-SEARCH-DEPT
           PERFORM 0520-FIND-DEPT-ROW
           IF WS-DP-FOUND
               ADD 1 TO WS-DP-OPEN-COUNT (DP-IDX)
               ADD WS-PD-FINAL-BONUS (PD-IDX)
                   TO WS-DP-OPEN-AMT (DP-IDX)
           END-IF
           MOVE WS-PD-AWARD-CYCLE (PD-IDX)    TO BP-AWARD-CYCLE
           MOVE WS-PD-EMP-ID (PD-IDX)         TO BP-EMP-ID
           MOVE WS-PD-EMP-DEPT (PD-IDX)       TO BP-EMP-DEPT
           MOVE WS-PD-RAW-BONUS (PD-IDX)      TO BP-RAW-BONUS
           MOVE WS-PD-FINAL-BONUS (PD-IDX)    TO BP-FINAL-BONUS
           MOVE WS-PD-EMP-SALARY (PD-IDX)     TO BP-EMP-SALARY
           MOVE WS-PD-NET-BONUS (PD-IDX)      TO BP-NET-BONUS
           MOVE WS-PD-NET-SALARY (PD-IDX)     TO BP-NET-SALARY
           MOVE WS-PD-REMARK (PD-IDX)         TO BP-REMARK
           MOVE WS-PD-BONUS-PERIOD (PD-IDX)   TO BP-BONUS-PERIOD
           MOVE WS-PD-RATING (PD-IDX)         TO BP-RATING
           MOVE WS-PD-TIME-FACTOR (PD-IDX)    TO BP-TIME-FACTOR
           MOVE WS-PD-POOL-FACTOR (PD-IDX)    TO BP-POOL-FACTOR
           MOVE WS-PD-DEFERRED-AMT (PD-IDX)   TO BP-DEFERRED-AMT
           MOVE WS-PD-STATUS (PD-IDX)         TO BP-STATUS
           MOVE WS-PD-STATUS-BY (PD-IDX)      TO BP-STATUS-BY
           MOVE WS-PD-STATUS-DATE (PD-IDX)    TO BP-STATUS-DATE
           MOVE WS-PD-STATUS-REASON (PD-IDX)  TO BP-STATUS-REASON
           MOVE WS-PD-CYCLES-CARRIED (PD-IDX) TO BP-CYCLES-CARRIED
           WRITE BONUS-PENDING-RECORD.

      ******************************************************************
      * One BONUSSUM-layout row per department with awards released
      * tonight, plus the ALL row, stamped "BonusApproval" -- the
      * rows GLPosting accrues, so the ledger books exactly what
      * payroll is paid.
      ******************************************************************
       0700-WRITE-APPROVED-SUMMARY.
           OPEN EXTEND BONUS-SUMMARY-FILE
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DP-COUNT
               IF WS-DP-RELEASED-COUNT (DP-IDX) > ZERO
                   MOVE "BonusApproval"          TO BS-SOURCE-PROGRAM
                   MOVE WS-RUN-TS                TO BS-RUN-TIMESTAMP
                   MOVE WS-DP-DEPT-CODE (DP-IDX) TO BS-DEPT-CODE
                   MOVE WS-DP-RELEASED-COUNT (DP-IDX) TO BS-HEADCOUNT
                   MOVE WS-DP-RELEASED-AMT (DP-IDX)
                       TO BS-TOTAL-BONUS
                   COMPUTE BS-AVERAGE-BONUS ROUNDED =
                       WS-DP-RELEASED-AMT (DP-IDX) /
                       WS-DP-RELEASED-COUNT (DP-IDX)
                   MOVE WS-CYCLE-NUMBER          TO BS-CYCLE-NUMBER
                   WRITE BONUS-SUMMARY-RECORD
                   ADD WS-DP-RELEASED-COUNT (DP-IDX)
                       TO WS-SUM-ALL-HEADCOUNT
                   ADD WS-DP-RELEASED-AMT (DP-IDX)
                       TO WS-SUM-ALL-TOTAL
               END-IF
           END-PERFORM
           MOVE "BonusApproval"     TO BS-SOURCE-PROGRAM
           MOVE WS-RUN-TS           TO BS-RUN-TIMESTAMP
           MOVE "ALL"               TO BS-DEPT-CODE
           MOVE WS-SUM-ALL-HEADCOUNT TO BS-HEADCOUNT
           MOVE WS-SUM-ALL-TOTAL    TO BS-TOTAL-BONUS
           IF WS-SUM-ALL-HEADCOUNT > ZERO
               COMPUTE BS-AVERAGE-BONUS ROUNDED =
                   WS-SUM-ALL-TOTAL / WS-SUM-ALL-HEADCOUNT
           ELSE
               MOVE ZERO TO BS-AVERAGE-BONUS
           END-IF
           MOVE WS-CYCLE-NUMBER     TO BS-CYCLE-NUMBER
           WRITE BONUS-SUMMARY-RECORD
           CLOSE BONUS-SUMMARY-FILE.

      ******************************************************************
      * The managers' worklist: per department, its approvers, every
      * award still open after tonight with the rating, proration
      * and deferral applied to it, and what was released tonight.
      * Adjustment rows carry no department and never wait, so they
      * don't appear.
      ******************************************************************
       0800-WRITE-WORKLIST.
           OPEN OUTPUT WORKLIST-FILE
           MOVE WS-CYCLE-NUMBER TO WS-WL-CYCLE
           MOVE WS-BUSINESS-DATE TO WS-WL-DATE
           MOVE SPACES TO WORKLIST-LINE
           STRING "BONUS APPROVAL WORKLIST   CYCLE " WS-WL-CYCLE
                  "   BUSINESS DATE " WS-WL-DATE
               DELIMITED BY SIZE INTO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE ALL "-" TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DP-COUNT
               IF WS-DP-DEPT-CODE (DP-IDX) NOT = SPACES
                   PERFORM 0810-WORKLIST-ONE-DEPT
               END-IF
           END-PERFORM
           CLOSE WORKLIST-FILE.

       0810-WORKLIST-ONE-DEPT.
           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE SPACES TO WORKLIST-LINE
           MOVE 1 TO WS-WL-POINTER
           STRING "DEPARTMENT " WS-DP-DEPT-CODE (DP-IDX)
                  "   APPROVERS:"
               DELIMITED BY SIZE INTO WORKLIST-LINE
               WITH POINTER WS-WL-POINTER
           PERFORM VARYING MG-IDX FROM 1 BY 1
                   UNTIL MG-IDX > WS-MG-COUNT
                      OR WS-WL-POINTER > 73
               IF WS-MG-DEPT (MG-IDX) = WS-DP-DEPT-CODE (DP-IDX)
                   STRING " " WS-MG-EMP-ID (MG-IDX)
                       DELIMITED BY SIZE INTO WORKLIST-LINE
                       WITH POINTER WS-WL-POINTER
               END-IF
           END-PERFORM
           IF WS-WL-POINTER = 28
               STRING " NONE ON ROSTER"
                   DELIMITED BY SIZE INTO WORKLIST-LINE
                   WITH POINTER WS-WL-POINTER
           END-IF
           WRITE WORKLIST-LINE
           IF WS-DP-OPEN-COUNT (DP-IDX) > ZERO
               MOVE WS-WL-HEADING TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               PERFORM VARYING PD-IDX FROM 1 BY 1
                       UNTIL PD-IDX > WS-PD-COUNT
                   IF WS-PD-EMP-DEPT (PD-IDX) =
                          WS-DP-DEPT-CODE (DP-IDX)
                      AND WS-PD-STATUS (PD-IDX) NOT = "RELEASED"
                       PERFORM 0820-WORKLIST-ONE-AWARD
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-DP-OPEN-COUNT (DP-IDX) TO WS-WL-COUNT
           MOVE WS-DP-OPEN-AMT (DP-IDX)   TO WS-WL-AMOUNT
           MOVE SPACES TO WORKLIST-LINE
           STRING "  AWAITING APPROVAL: " WS-WL-COUNT
                  "   AMOUNT: " WS-WL-AMOUNT
               DELIMITED BY SIZE INTO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE WS-DP-RELEASED-COUNT (DP-IDX) TO WS-WL-COUNT
           MOVE WS-DP-RELEASED-AMT (DP-IDX)   TO WS-WL-AMOUNT
           MOVE SPACES TO WORKLIST-LINE
           STRING "  RELEASED THIS RUN: " WS-WL-COUNT
                  "   AMOUNT: " WS-WL-AMOUNT
               DELIMITED BY SIZE INTO WORKLIST-LINE
           WRITE WORKLIST-LINE.

       0820-WORKLIST-ONE-AWARD.
           EVALUATE WS-PD-REMARK (PD-IDX)
               WHEN "PAID"
                   MOVE "AWD" TO WS-WL-TYPE
               WHEN "INCENTIVE"
                   MOVE "INC" TO WS-WL-TYPE
               WHEN "DEFER RELEASE"
                   MOVE "DEF" TO WS-WL-TYPE
               WHEN OTHER
                   MOVE "ADJ" TO WS-WL-TYPE
           END-EVALUATE
           MOVE WS-PD-AWARD-CYCLE (PD-IDX)  TO WS-WL-CYCLE
           MOVE WS-PD-TIME-FACTOR (PD-IDX)  TO WS-WL-TIME
           MOVE WS-PD-POOL-FACTOR (PD-IDX)  TO WS-WL-POOL
           MOVE WS-PD-RAW-BONUS (PD-IDX)    TO WS-WL-RAW
           MOVE WS-PD-DEFERRED-AMT (PD-IDX) TO WS-WL-DEFERRED
           MOVE WS-PD-FINAL-BONUS (PD-IDX)  TO WS-WL-FINAL
           MOVE SPACES TO WORKLIST-LINE
           STRING WS-PD-EMP-ID (PD-IDX) " " WS-WL-CYCLE " "
                  WS-WL-TYPE " " WS-PD-RATING (PD-IDX) " "
                  WS-WL-TIME " " WS-WL-POOL " " WS-WL-RAW " "
                  WS-WL-DEFERRED " " WS-WL-FINAL " "
                  WS-PD-STATUS (PD-IDX)
               DELIMITED BY SIZE INTO WORKLIST-LINE
           WRITE WORKLIST-LINE
           IF WS-PD-STATUS-BY (PD-IDX) NOT = SPACES
               MOVE WS-PD-STATUS-DATE (PD-IDX) TO WS-WL-DATE
               MOVE WS-PD-CYCLES-CARRIED (PD-IDX) TO WS-WL-COUNT
               MOVE SPACES TO WORKLIST-LINE
               STRING "       BY " WS-PD-STATUS-BY (PD-IDX)
                      " " WS-WL-DATE " "
                      WS-PD-STATUS-REASON (PD-IDX)
                      " CARRIED" WS-WL-COUNT
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF.

      ******************************************************************
      * One audit row for the award at PD-IDX.  The caller sets
      * WS-AW-EVENT, WS-AW-MGR-ID, WS-AW-REASON and WS-OLD-STATUS;
      * the new status is the row's own.
      ******************************************************************
       0900-WRITE-AUDIT.
           MOVE WS-RUN-TS                  TO AW-TIMESTAMP
           MOVE WS-CYCLE-NUMBER            TO AW-RUN-CYCLE
           MOVE WS-AW-EVENT                TO AW-EVENT
           MOVE WS-AW-MGR-ID               TO AW-MGR-ID
           MOVE WS-PD-EMP-DEPT (PD-IDX)    TO AW-DEPT-CODE
           MOVE WS-PD-EMP-ID (PD-IDX)      TO AW-EMP-ID
           MOVE WS-PD-AWARD-CYCLE (PD-IDX) TO AW-AWARD-CYCLE
           MOVE WS-PD-FINAL-BONUS (PD-IDX) TO AW-FINAL-BONUS
           MOVE WS-OLD-STATUS              TO AW-OLD-STATUS
           MOVE WS-PD-STATUS (PD-IDX)      TO AW-NEW-STATUS
           MOVE WS-AW-REASON               TO AW-REASON
           WRITE APPROVAL-AUDIT-RECORD.
