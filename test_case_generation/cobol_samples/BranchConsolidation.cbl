       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchConsolidation.

      ******************************************************************
      * Branch consolidation run.  BranchMaint refuses to close a
      * branch while LOANMAST still carries OPEN loans under it, and
      * until now there was no way to move those loans, so branches
      * folded into a neighbor stayed open on paper.  BranchMaint's
      * CONSOL transaction schedules a closing branch into an open
      * successor on BRCNSCHD as of an effective date; this run
      * carries out every pending consolidation whose date has
      * arrived:
      *   - the closing branch must still be on BRNCHMST and the
      *     successor still open, or the row is marked rejected with
      *     the reason;
      *   - a branch already on either side of a consolidation taken
      *     tonight defers the row to the next run, so no successor
      *     takes two branches at once and no portfolio moves twice
      *     in a chain on one night;
      *   - every LOANMAST row under the closing branch, whatever
      *     its status, is re-pointed to the successor, journaled on
      *     LMBFIMG with its before image and the RUNCTL cycle like
      *     any servicing run, and gets a "BRXFER  " memo row on
      *     LOANHIST;
      *   - the receivable moving between the two cost centers goes
      *     on the BRXFREG transfer register, one row per loan, for
      *     LoanGLPosting to journal out of the closing branch and
      *     into the successor.  Tonight's LOANHIST movement on a
      *     moved loan is left out of its transfer amount -- the GL
      *     feed posts that movement under the loan's branch as the
      *     master now carries it, the successor;
      *   - the branch code on COLLCASE, DELINQ, REVIEWQ and the
      *     OFFERSTOR counter offers is re-pointed, the files
      *     rewritten whole from the in-memory tables, and the
      *     dual-control held queue rolls forward to a new
      *     HELDAPPL/HELDDECS generation with the held applications
      *     re-pointed.
      * Row counts for each file, and the LOANMAST receivable, are
      * taken for both branches before and after, and BRCNRPT lists
      * them per consolidation: the closing branch must be left with
      * nothing and the successor with what both had before.  The
      * BRCNSCHD row is marked done with the loans and receivable
      * moved, and once it is the closure goes through BranchMaint
      * like any other.  The held queue rolls every run, even when
      * nothing is due or the run fails, because the job always
      * catalogs the new generation LOANBAT reads next.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-CONSOLIDATION-FILE
               ASSIGN TO "BRCNSCHD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BS-FS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-FS.

           SELECT LOAN-BEFORE-IMAGE-FILE
               ASSIGN TO "LMBFIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BI-FS.

           SELECT BRANCH-TRANSFER-FILE
               ASSIGN TO "BRXFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XF-FS.

           SELECT COLLECTION-CASE-FILE
               ASSIGN TO "COLLCASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CC-FS.

           SELECT DELINQUENCY-FILE
               ASSIGN TO "DELINQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQ-FS.

           SELECT REVIEW-SUSPENSE-FILE
               ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-FS.

           SELECT OFFER-STORE-FILE
               ASSIGN TO "OFFERSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OS-FS.

           SELECT HELD-APPLICATION-FILE
               ASSIGN TO "HELDAPPL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELD-DECISION-FILE
               ASSIGN TO "HELDDECS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRIOR-HELD-APPLICATION-FILE
               ASSIGN TO "HELDAPPI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HI-FS.

           SELECT PRIOR-HELD-DECISION-FILE
               ASSIGN TO "HELDDECI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HJ-FS.

           SELECT BALANCING-REPORT-FILE
               ASSIGN TO "BRCNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-CONSOLIDATION-FILE.
           COPY BRCNSCHD.

       FD  BRANCH-MASTER-FILE.
           COPY BRNCHMST.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  LOAN-BEFORE-IMAGE-FILE.
           COPY LMBFIMG.

       FD  BRANCH-TRANSFER-FILE.
           COPY BRXFREG.

       FD  COLLECTION-CASE-FILE.
           COPY COLLCASE.

       FD  DELINQUENCY-FILE.
           COPY DELINQREC.

       FD  REVIEW-SUSPENSE-FILE.
           COPY REVIEWREC.

       FD  OFFER-STORE-FILE.
       01  OFFER-STORE-RECORD.
           05  OS-CUST-ID            PIC X(10).
           05  OS-BRANCH-CODE        PIC X(04).
           05  OS-ORIG-REMARK        PIC X(40).
           05  OS-MAX-LOAN-AMT       PIC S9(05)V99.
           05  OS-OFFER-TIER         PIC X(10).
           05  OS-INTEREST-RATE      PIC S9(02)V9(02).
           05  OS-OFFER-DATE         PIC 9(08).

       FD  HELD-APPLICATION-FILE.
       01  HELD-APPLICATION-RECORD   PIC X(104).

       FD  HELD-DECISION-FILE.
       01  HELD-DECISION-REC         PIC X(100).

       FD  PRIOR-HELD-APPLICATION-FILE.
       01  PRIOR-HELD-APPLICATION-REC PIC X(104).

       FD  PRIOR-HELD-DECISION-FILE.
       01  PRIOR-HELD-DECISION-REC   PIC X(100).

       FD  BALANCING-REPORT-FILE.
       01  BALANCING-REPORT-LINE     PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY CUSTREC.

       01  WS-BS-FS                 PIC X(02).
       01  WS-BM-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-LH-FS                 PIC X(02).
       01  WS-BI-FS                 PIC X(02).
       01  WS-XF-FS                 PIC X(02).
       01  WS-CC-FS                 PIC X(02).
       01  WS-DQ-FS                 PIC X(02).
       01  WS-RQ-FS                 PIC X(02).
       01  WS-OS-FS                 PIC X(02).
       01  WS-HI-FS                 PIC X(02).
       01  WS-HJ-FS                 PIC X(02).

       01  WS-FILE-EOF-SW           PIC X(01) VALUE "N".
           88  WS-FILE-EOF          VALUE "Y".
       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".
       01  WS-LM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LM-FOUND          VALUE "Y".
       01  WS-BN-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-BN-FOUND          VALUE "Y".
       01  WS-CN-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-CN-FOUND          VALUE "Y".
       01  WS-MV-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-MV-FOUND          VALUE "Y".
       01  WS-PRIOR-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PRIOR-EOF         VALUE "Y".
       01  WS-SCHEDULE-CHANGED-SW   PIC X(01) VALUE "N".
           88  WS-SCHEDULE-CHANGED  VALUE "Y".
       01  WS-PORTFOLIO-MOVED-SW    PIC X(01) VALUE "N".
           88  WS-PORTFOLIO-MOVED   VALUE "Y".
       01  WS-CC-LOADED-SW          PIC X(01) VALUE "N".
           88  WS-CC-LOADED         VALUE "Y".
       01  WS-DQ-LOADED-SW          PIC X(01) VALUE "N".
           88  WS-DQ-LOADED         VALUE "Y".
       01  WS-RQ-LOADED-SW          PIC X(01) VALUE "N".
           88  WS-RQ-LOADED         VALUE "Y".
       01  WS-OS-LOADED-SW          PIC X(01) VALUE "N".
           88  WS-OS-LOADED         VALUE "Y".

      ******************************************************************
      * The master row as it was read, before the run changed it --
      * what goes on the LMBFIMG journal when the row is rewritten.
      ******************************************************************
       01  WS-LM-BEFORE-IMAGE       PIC X(81).

      ******************************************************************
      * The branch master, code and status, loaded once.
      ******************************************************************
       01  WS-BRANCH-AREA.
           05  WS-BN-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-BN-ROW OCCURS 200 TIMES
                             INDEXED BY BN-IDX.
               10  WS-BN-BRANCH-CODE     PIC X(04).
               10  WS-BN-BRANCH-STATUS   PIC X(01).

      ******************************************************************
      * The whole consolidation schedule, done and rejected rows
      * included -- it is written back from this table -- with the
      * consolidation each row was taken as tonight, if any.
      ******************************************************************
       01  WS-SCHEDULE-AREA.
           05  WS-BS-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-BS-ROW OCCURS 500 TIMES
                             INDEXED BY BS-IDX.
               10  WS-BS-IMAGE           PIC X(109).
               10  WS-BS-CN-NO           PIC 9(02) COMP.

      ******************************************************************
      * Tonight's consolidations.  The six files counted for each,
      * in WS-FILE-NAME order, are LOANMAST, COLLCASE, DELINQ,
      * REVIEWQ, OFFERSTOR and the HELDAPPL held queue; the
      * receivable is the funded, not charged-off LOANMAST balance.
      ******************************************************************
       01  WS-CONSOLIDATION-AREA.
           05  WS-CN-COUNT          PIC 9(02) COMP VALUE ZERO.
           05  WS-CN-ROW OCCURS 20 TIMES
                             INDEXED BY CN-IDX.
               10  WS-CN-CLOSING-BRANCH   PIC X(04).
               10  WS-CN-SUCCESSOR-BRANCH PIC X(04).
               10  WS-CN-EFFECTIVE-DATE   PIC 9(08).
               10  WS-CN-LOANS-MOVED      PIC 9(07) COMP.
               10  WS-CN-RECEIVABLE-MOVED PIC S9(11)V99 COMP-3.
               10  WS-CN-GL-TRANSFER      PIC S9(11)V99 COMP-3.
               10  WS-CN-FILE OCCURS 6 TIMES
                             INDEXED BY FL-IDX.
                   15  WS-CN-CLOSING-BEFORE    PIC 9(07) COMP.
                   15  WS-CN-SUCCESSOR-BEFORE  PIC 9(07) COMP.
                   15  WS-CN-CLOSING-AFTER     PIC 9(07) COMP.
                   15  WS-CN-SUCCESSOR-AFTER   PIC 9(07) COMP.
               10  WS-CN-CLOSING-BAL-BEFORE   PIC S9(11)V99 COMP-3.
               10  WS-CN-SUCCESSOR-BAL-BEFORE PIC S9(11)V99 COMP-3.
               10  WS-CN-CLOSING-BAL-AFTER    PIC S9(11)V99 COMP-3.
               10  WS-CN-SUCCESSOR-BAL-AFTER  PIC S9(11)V99 COMP-3.
               10  WS-CN-BALANCED-SW      PIC X(01).
                   88  WS-CN-BALANCED     VALUE "Y".

       01  WS-FILE-NAME-VALUES.
           05  FILLER               PIC X(10) VALUE "LOANMAST".
           05  FILLER               PIC X(10) VALUE "COLLCASE".
           05  FILLER               PIC X(10) VALUE "DELINQ".
           05  FILLER               PIC X(10) VALUE "REVIEWQ".
           05  FILLER               PIC X(10) VALUE "OFFERSTOR".
           05  FILLER               PIC X(10) VALUE "HELDAPPL".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME         PIC X(10) OCCURS 6 TIMES.

      ******************************************************************
      * Tonight's LOANHIST movement on loans of the closing
      * branches -- what the GL feed will post under the successor
      * and so stays out of each loan's transfer amount.
      ******************************************************************
       01  WS-MOVEMENT-AREA.
           05  WS-MV-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-MV-ROW OCCURS 2000 TIMES
                             INDEXED BY MV-IDX.
               10  WS-MV-LOAN-ACCT-NO    PIC X(12).
               10  WS-MV-AMOUNT          PIC S9(09)V99 COMP-3.

      ******************************************************************
      * The flat files re-pointed, held whole as record images; each
      * is written back from its table once the master has moved.
      ******************************************************************
       01  WS-CASE-AREA.
           05  WS-CC-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-CC-IMAGE OCCURS 500 TIMES
                             INDEXED BY CC-IDX  PIC X(94).
       01  WS-DELINQUENCY-AREA.
           05  WS-DQ-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-DQ-IMAGE OCCURS 500 TIMES
                             INDEXED BY DQ-IDX  PIC X(45).
       01  WS-REVIEW-AREA.
           05  WS-RQ-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-RQ-IMAGE OCCURS 500 TIMES
                             INDEXED BY RQ-IDX  PIC X(114).
       01  WS-OFFER-AREA.
           05  WS-OS-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-OS-IMAGE OCCURS 500 TIMES
                             INDEXED BY OS-IDX  PIC X(83).

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-WORK-BRANCH-CODE      PIC X(04).
       01  WS-WORK-FILE-NO          PIC 9(01).
       01  WS-WORK-SIDE             PIC X(01).
           88  WS-SIDE-CLOSING      VALUE "C".
           88  WS-SIDE-SUCCESSOR    VALUE "S".
       01  WS-TALLY-PHASE           PIC X(01).
           88  WS-TALLY-BEFORE      VALUE "B".
           88  WS-TALLY-AFTER       VALUE "A".
       01  WS-WORK-AMOUNT           PIC S9(09)V99 COMP-3.
       01  WS-MOVEMENT-TYPE-SW      PIC X(01).
           88  WS-MOVES-RECEIVABLE  VALUE "Y".
       01  WS-XFER-AMT              PIC S9(09)V99 COMP-3.
       01  WS-REJECT-REASON         PIC X(30).
       01  WS-COUNT-EDITED          PIC Z,ZZZ,ZZ9.
       01  WS-AMT-EDITED            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DUE-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-DEFERRED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-LOANS-MOVED-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-REWRITE-FAILED-COUNT  PIC 9(07) COMP VALUE ZERO.
       01  WS-REPOINTED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-HELD-ROLLED-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-OUT-OF-BALANCE-COUNT  PIC 9(05) COMP VALUE ZERO.
       01  WS-TRANSFER-DOLLARS      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CONSOL-LINE.
           05  FILLER               PIC X(09) VALUE "CLOSING ".
           05  WS-CL-CLOSING        PIC X(04).
           05  FILLER               PIC X(21) VALUE
               "   INTO SUCCESSOR ".
           05  WS-CL-SUCCESSOR      PIC X(04).
           05  FILLER               PIC X(14) VALUE
               "   EFFECTIVE ".
           05  WS-CL-EFFECTIVE      PIC 9(08).

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(12) VALUE "FILE".
           05  FILLER               PIC X(20) VALUE
               "      CLOSING BEFORE".
           05  FILLER               PIC X(20) VALUE
               "    SUCCESSOR BEFORE".
           05  FILLER               PIC X(20) VALUE
               "       CLOSING AFTER".
           05  FILLER               PIC X(20) VALUE
               "     SUCCESSOR AFTER".
           05  FILLER               PIC X(16) VALUE
               "  STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DL-FILE-NAME      PIC X(12).
           05  WS-DL-CLOSING-BEFORE PIC X(20).
           05  WS-DL-SUCCESSOR-BEFORE
                                    PIC X(20).
           05  WS-DL-CLOSING-AFTER  PIC X(20).
           05  WS-DL-SUCCESSOR-AFTER
                                    PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(14).

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO on a clean run, 8 when any consolidation's
      * before and after counts don't tie, and 12 if the branch
      * master, the schedule, tonight's movement or one of the
      * flat files exceeds its in-memory table, or the keyed loan
      * master or the before-image journal can't be opened -- in
      * which case nothing is moved and the schedule is left as it
      * was.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0140-LOAD-BRANCH-MASTER
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0160-LOAD-SCHEDULE
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0200-SELECT-CONSOLIDATIONS
           END-IF
           IF RUN-RETURN-CODE = ZERO AND WS-CN-COUNT > ZERO
               PERFORM 0250-CONSOLIDATE-PORTFOLIOS
           END-IF
           PERFORM 0700-ROLL-HELD-QUEUE
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT BALANCING-REPORT-FILE
           PERFORM 0800-WRITE-BALANCING-REPORT
           CLOSE BALANCING-REPORT-FILE
           IF WS-SCHEDULE-CHANGED
               PERFORM 0900-REWRITE-SCHEDULE
           END-IF
           IF WS-OUT-OF-BALANCE-COUNT > ZERO
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== BranchConsolidation CONTROL TOTALS ====="
           DISPLAY "CONSOLIDATIONS DUE:  " WS-DUE-COUNT
           DISPLAY "CONSOLIDATIONS RUN:  " WS-CN-COUNT
           DISPLAY "DEFERRED:            " WS-DEFERRED-COUNT
           DISPLAY "REJECTED:            " WS-REJECTED-COUNT
           DISPLAY "LOANS MOVED:         " WS-LOANS-MOVED-COUNT
           DISPLAY "REWRITES FAILED:     " WS-REWRITE-FAILED-COUNT
           DISPLAY "TRANSFER DOLLARS:    " WS-TRANSFER-DOLLARS
           DISPLAY "FILE ROWS REPOINTED: " WS-REPOINTED-COUNT
           DISPLAY "HELD ITEMS ROLLED:   " WS-HELD-ROLLED-COUNT
           DISPLAY "OUT OF BALANCE:      " WS-OUT-OF-BALANCE-COUNT
           GOBACK.

      ******************************************************************
      * Establishes the cycle's business date.  No BIZDATE dataset,
      * or an empty one, falls back to the wall clock so an
      * unconfigured shop behaves exactly as before.
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
      * the job stream.  No RUNCTL dataset leaves the cycle zero and
      * rows go out unstamped, exactly as they always did.
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
      * The branch master, for the run-time check that both sides
      * of a consolidation are still there and the successor still
      * open.  A master past the table's capacity fails the run.
      ******************************************************************
       0140-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-FS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               SET BN-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ BRANCH-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-BN-COUNT >= 200
                               DISPLAY "BranchConsolidation: BRNCHMST"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               MOVE BM-BRANCH-CODE TO
                                   WS-BN-BRANCH-CODE (BN-IDX)
                               MOVE BM-BRANCH-STATUS TO
                                   WS-BN-BRANCH-STATUS (BN-IDX)
                               SET BN-IDX UP BY 1
                               ADD 1 TO WS-BN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       0150-FIND-BRANCH-ROW.
           MOVE "N" TO WS-BN-FOUND-SW
           SET BN-IDX TO 1
           PERFORM UNTIL WS-BN-FOUND OR BN-IDX > WS-BN-COUNT
               IF WS-BN-BRANCH-CODE (BN-IDX) = WS-WORK-BRANCH-CODE
                   MOVE "Y" TO WS-BN-FOUND-SW
               ELSE
                   SET BN-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Loads the whole schedule.  No BRCNSCHD dataset just means
      * nothing has ever been scheduled.
      ******************************************************************
       0160-LOAD-SCHEDULE.
           OPEN INPUT BRANCH-CONSOLIDATION-FILE
           IF WS-BS-FS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               SET BS-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ BRANCH-CONSOLIDATION-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-BS-COUNT >= 500
                               DISPLAY "BranchConsolidation: BRCNSCHD"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               MOVE BRANCH-CONSOLIDATION-RECORD TO
                                   WS-BS-IMAGE (BS-IDX)
                               MOVE ZERO TO WS-BS-CN-NO (BS-IDX)
                               SET BS-IDX UP BY 1
                               ADD 1 TO WS-BS-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-CONSOLIDATION-FILE
           END-IF.

      ******************************************************************
      * Opens the keyed master I-O for the run and the LMBFIMG
      * journal for append (the first run ever creates it).  Either
      * one failing fails the run with RC 12 before a single row is
      * moved.
      ******************************************************************
       0180-OPEN-LOAN-MASTER.
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "BranchConsolidation: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN EXTEND LOAN-BEFORE-IMAGE-FILE
               IF WS-BI-FS = "35"
                   OPEN OUTPUT LOAN-BEFORE-IMAGE-FILE
               END-IF
               IF WS-BI-FS NOT = "00"
                   DISPLAY "BranchConsolidation: LMBFIMG OPEN FAILED"
                       " FS=" WS-BI-FS
                   CLOSE LOAN-MASTER-FILE
                   MOVE 12 TO RUN-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * Takes each pending row whose effective date has arrived, in
      * schedule order.  A branch gone from the master, or a
      * successor no longer open, rejects the row; a branch already
      * on either side of a consolidation taken tonight defers it.
      ******************************************************************
       0200-SELECT-CONSOLIDATIONS.
           PERFORM VARYING BS-IDX FROM 1 BY 1
                   UNTIL BS-IDX > WS-BS-COUNT
               MOVE WS-BS-IMAGE (BS-IDX)
                   TO BRANCH-CONSOLIDATION-RECORD
               IF BS-PENDING
                  AND BS-EFFECTIVE-DATE <= WS-TODAY-DATE
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM 0210-TAKE-ONE-CONSOLIDATION
               END-IF
           END-PERFORM.

       0210-TAKE-ONE-CONSOLIDATION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE BS-CLOSING-BRANCH TO WS-WORK-BRANCH-CODE
           PERFORM 0150-FIND-BRANCH-ROW
           IF NOT WS-BN-FOUND
               MOVE "BRANCH NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               MOVE BS-SUCCESSOR-BRANCH TO WS-WORK-BRANCH-CODE
               PERFORM 0150-FIND-BRANCH-ROW
               IF NOT WS-BN-FOUND
                   MOVE "SUCCESSOR NOT ON MASTER" TO WS-REJECT-REASON
               ELSE
                   IF WS-BN-BRANCH-STATUS (BN-IDX) NOT = "O"
                       MOVE "SUCCESSOR NOT OPEN" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "R"              TO BS-STATUS
               MOVE WS-TODAY-DATE    TO BS-DONE-DATE
               MOVE WS-REJECT-REASON TO BS-REASON
               MOVE BRANCH-CONSOLIDATION-RECORD
                   TO WS-BS-IMAGE (BS-IDX)
               MOVE "Y" TO WS-SCHEDULE-CHANGED-SW
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE BS-CLOSING-BRANCH TO WS-WORK-BRANCH-CODE
               PERFORM 0260-FIND-CONSOLIDATION
               IF NOT WS-CN-FOUND
                   MOVE BS-SUCCESSOR-BRANCH TO WS-WORK-BRANCH-CODE
                   PERFORM 0260-FIND-CONSOLIDATION
               END-IF
               IF WS-CN-FOUND OR WS-CN-COUNT >= 20
                   ADD 1 TO WS-DEFERRED-COUNT
               ELSE
                   PERFORM 0220-ADD-CONSOLIDATION
               END-IF
           END-IF.

       0220-ADD-CONSOLIDATION.
           ADD 1 TO WS-CN-COUNT
           SET CN-IDX TO WS-CN-COUNT
           MOVE WS-CN-COUNT TO WS-BS-CN-NO (BS-IDX)
           MOVE BS-CLOSING-BRANCH   TO WS-CN-CLOSING-BRANCH (CN-IDX)
           MOVE BS-SUCCESSOR-BRANCH TO
               WS-CN-SUCCESSOR-BRANCH (CN-IDX)
           MOVE BS-EFFECTIVE-DATE   TO WS-CN-EFFECTIVE-DATE (CN-IDX)
           MOVE ZERO TO WS-CN-LOANS-MOVED (CN-IDX)
           MOVE ZERO TO WS-CN-RECEIVABLE-MOVED (CN-IDX)
           MOVE ZERO TO WS-CN-GL-TRANSFER (CN-IDX)
           MOVE ZERO TO WS-CN-CLOSING-BAL-BEFORE (CN-IDX)
           MOVE ZERO TO WS-CN-SUCCESSOR-BAL-BEFORE (CN-IDX)
           MOVE ZERO TO WS-CN-CLOSING-BAL-AFTER (CN-IDX)
           MOVE ZERO TO WS-CN-SUCCESSOR-BAL-AFTER (CN-IDX)
           MOVE "Y"  TO WS-CN-BALANCED-SW (CN-IDX)
           PERFORM VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > 6
               MOVE ZERO TO WS-CN-CLOSING-BEFORE (CN-IDX FL-IDX)
               MOVE ZERO TO WS-CN-SUCCESSOR-BEFORE (CN-IDX FL-IDX)
               MOVE ZERO TO WS-CN-CLOSING-AFTER (CN-IDX FL-IDX)
               MOVE ZERO TO WS-CN-SUCCESSOR-AFTER (CN-IDX FL-IDX)
           END-PERFORM
           MOVE "Y" TO WS-SCHEDULE-CHANGED-SW.

      ******************************************************************
      * Everything that moves, in the order it has to: the flat
      * files are loaded (and their before counts taken) first, so
      * one past its table's capacity fails the run before the
      * master is touched; then the master moves, then the flat
      * files are written back re-pointed.
      ******************************************************************
       0250-CONSOLIDATE-PORTFOLIOS.
           PERFORM 0300-LOAD-COLLECTION-CASES
           PERFORM 0310-LOAD-DELINQUENCIES
           PERFORM 0320-LOAD-REVIEW-QUEUE
           PERFORM 0330-LOAD-OFFER-STORE
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0180-OPEN-LOAN-MASTER
               IF RUN-RETURN-CODE = ZERO
                   PERFORM 0400-LOAD-DAY-MOVEMENT
                   IF RUN-RETURN-CODE = ZERO
                       MOVE "B" TO WS-TALLY-PHASE
                       PERFORM 0450-TALLY-LOAN-MASTER
                       PERFORM 0500-MOVE-PORTFOLIOS
                       MOVE "A" TO WS-TALLY-PHASE
                       PERFORM 0450-TALLY-LOAN-MASTER
                       MOVE "Y" TO WS-PORTFOLIO-MOVED-SW
                   END-IF
                   CLOSE LOAN-MASTER-FILE
                   CLOSE LOAN-BEFORE-IMAGE-FILE
               END-IF
           END-IF
           IF WS-PORTFOLIO-MOVED
               IF WS-CC-LOADED
                   PERFORM 0600-REWRITE-COLLECTION-CASES
               END-IF
               IF WS-DQ-LOADED
                   PERFORM 0610-REWRITE-DELINQUENCIES
               END-IF
               IF WS-RQ-LOADED
                   PERFORM 0620-REWRITE-REVIEW-QUEUE
               END-IF
               IF WS-OS-LOADED
                   PERFORM 0630-REWRITE-OFFER-STORE
               END-IF
           END-IF.

      ******************************************************************
      * Which of tonight's consolidations a branch takes part in,
      * and on which side.  A branch is on one side of one at most.
      ******************************************************************
       0260-FIND-CONSOLIDATION.
           MOVE "N" TO WS-CN-FOUND-SW
           MOVE SPACE TO WS-WORK-SIDE
           SET CN-IDX TO 1
           PERFORM UNTIL WS-CN-FOUND OR CN-IDX > WS-CN-COUNT
               EVALUATE WS-WORK-BRANCH-CODE
                   WHEN WS-CN-CLOSING-BRANCH (CN-IDX)
                       MOVE "Y" TO WS-CN-FOUND-SW
                       MOVE "C" TO WS-WORK-SIDE
                   WHEN WS-CN-SUCCESSOR-BRANCH (CN-IDX)
                       MOVE "Y" TO WS-CN-FOUND-SW
                       MOVE "S" TO WS-WORK-SIDE
                   WHEN OTHER
                       SET CN-IDX UP BY 1
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * Counts one row of file WS-WORK-FILE-NO under the branch in
      * WS-WORK-BRANCH-CODE, before or after the move.
      ******************************************************************
       0270-TALLY-ROW.
           PERFORM 0260-FIND-CONSOLIDATION
           IF WS-CN-FOUND
               SET FL-IDX TO WS-WORK-FILE-NO
               EVALUATE TRUE
                   WHEN WS-TALLY-BEFORE AND WS-SIDE-CLOSING
                       ADD 1 TO WS-CN-CLOSING-BEFORE (CN-IDX FL-IDX)
                   WHEN WS-TALLY-BEFORE AND WS-SIDE-SUCCESSOR
                       ADD 1 TO WS-CN-SUCCESSOR-BEFORE (CN-IDX FL-IDX)
                   WHEN WS-TALLY-AFTER AND WS-SIDE-CLOSING
                       ADD 1 TO WS-CN-CLOSING-AFTER (CN-IDX FL-IDX)
                   WHEN WS-TALLY-AFTER AND WS-SIDE-SUCCESSOR
                       ADD 1 TO WS-CN-SUCCESSOR-AFTER (CN-IDX FL-IDX)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * A closing branch's code becomes its successor's.
      ******************************************************************
       0280-REPOINT-BRANCH.
           PERFORM 0260-FIND-CONSOLIDATION
           IF WS-CN-FOUND AND WS-SIDE-CLOSING
               MOVE WS-CN-SUCCESSOR-BRANCH (CN-IDX)
                   TO WS-WORK-BRANCH-CODE
               ADD 1 TO WS-REPOINTED-COUNT
           END-IF.

      ******************************************************************
      * The four flat files are loaded whole, each with its before
      * counts taken as it goes.  One past its table's capacity
      * fails the run with RC 12 rather than be written back short;
      * a file with no dataset is simply left alone.
      ******************************************************************
       0300-LOAD-COLLECTION-CASES.
           OPEN INPUT COLLECTION-CASE-FILE
           IF WS-CC-FS = "00"
               MOVE 2   TO WS-WORK-FILE-NO
               MOVE "B" TO WS-TALLY-PHASE
               MOVE "N" TO WS-FILE-EOF-SW
               SET CC-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ COLLECTION-CASE-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-CC-COUNT >= 500
                               DISPLAY "BranchConsolidation: COLLCASE"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               MOVE COLLECTION-CASE-RECORD TO
                                   WS-CC-IMAGE (CC-IDX)
                               MOVE CC-BRANCH-CODE
                                   TO WS-WORK-BRANCH-CODE
                               PERFORM 0270-TALLY-ROW
                               SET CC-IDX UP BY 1
                               ADD 1 TO WS-CC-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTION-CASE-FILE
               MOVE "Y" TO WS-CC-LOADED-SW
           END-IF.

       0310-LOAD-DELINQUENCIES.
           OPEN INPUT DELINQUENCY-FILE
           IF WS-DQ-FS = "00"
               MOVE 3   TO WS-WORK-FILE-NO
               MOVE "B" TO WS-TALLY-PHASE
               MOVE "N" TO WS-FILE-EOF-SW
               SET DQ-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ DELINQUENCY-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-DQ-COUNT >= 500
                               DISPLAY "BranchConsolidation: DELINQ"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               MOVE DELINQUENCY-RECORD TO
                                   WS-DQ-IMAGE (DQ-IDX)
                               MOVE DL-BRANCH-CODE
                                   TO WS-WORK-BRANCH-CODE
                               PERFORM 0270-TALLY-ROW
                               SET DQ-IDX UP BY 1
                               ADD 1 TO WS-DQ-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELINQUENCY-FILE
               MOVE "Y" TO WS-DQ-LOADED-SW
           END-IF.

      *    Rows queued before RV-BRANCH-CODE was carried read blank
      *    and stay as they are.
       0320-LOAD-REVIEW-QUEUE.
           OPEN INPUT REVIEW-SUSPENSE-FILE
           IF WS-RQ-FS = "00"
               MOVE 4   TO WS-WORK-FILE-NO
               MOVE "B" TO WS-TALLY-PHASE
               MOVE "N" TO WS-FILE-EOF-SW
               SET RQ-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ REVIEW-SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-RQ-COUNT >= 500
                               DISPLAY "BranchConsolidation: REVIEWQ"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               MOVE REVIEW-SUSPENSE-RECORD TO
                                   WS-RQ-IMAGE (RQ-IDX)
                               MOVE RV-BRANCH-CODE
                                   TO WS-WORK-BRANCH-CODE
                               PERFORM 0270-TALLY-ROW
                               SET RQ-IDX UP BY 1
                               ADD 1 TO WS-RQ-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-SUSPENSE-FILE
               MOVE "Y" TO WS-RQ-LOADED-SW
           END-IF.

       0330-LOAD-OFFER-STORE.
           OPEN INPUT OFFER-STORE-FILE
           IF WS-OS-FS = "00"
               MOVE 5   TO WS-WORK-FILE-NO
               MOVE "B" TO WS-TALLY-PHASE
               MOVE "N" TO WS-FILE-EOF-SW
               SET OS-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ OFFER-STORE-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-OS-COUNT >= 500
                               DISPLAY "BranchConsolidation: OFFERSTR"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               MOVE OFFER-STORE-RECORD TO
                                   WS-OS-IMAGE (OS-IDX)
                               MOVE OS-BRANCH-CODE
                                   TO WS-WORK-BRANCH-CODE
                               PERFORM 0270-TALLY-ROW
                               SET OS-IDX UP BY 1
                               ADD 1 TO WS-OS-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFER-STORE-FILE
               MOVE "Y" TO WS-OS-LOADED-SW
           END-IF.

      ******************************************************************
      * Tonight's LOANHIST rows that move a receivable, by the same
      * rule the reconciliation rolls the cost centers forward by,
      * netted per loan for loans the master carries under a
      * closing branch.  No LOANHIST dataset just means no movement.
      ******************************************************************
       0400-LOAD-DAY-MOVEMENT.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LH-FS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               PERFORM UNTIL WS-FILE-EOF
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF LH-TRAN-DATE = WS-TODAY-DATE
                               PERFORM 0410-TAKE-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

       0410-TAKE-ONE-MOVEMENT.
           MOVE "Y" TO WS-MOVEMENT-TYPE-SW
           EVALUATE LH-TRAN-TYPE
               WHEN "FUNDING "
               WHEN "FEE     "
               WHEN "FPIPREM "
               WHEN "ACCRUAL "
               WHEN "FORBCAP "
               WHEN "FORBDUE "
                   MOVE LH-TRAN-AMT TO WS-WORK-AMOUNT
               WHEN "REVERSAL"
                   MOVE LH-PRINCIPAL-AMT TO WS-WORK-AMOUNT
               WHEN "PAYMENT "
                   COMPUTE WS-WORK-AMOUNT = ZERO - LH-PRINCIPAL-AMT
               WHEN OTHER
                   MOVE "N" TO WS-MOVEMENT-TYPE-SW
           END-EVALUATE
           IF WS-MOVES-RECEIVABLE
               MOVE "N" TO WS-LM-FOUND-SW
               MOVE LH-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LM-FOUND-SW
               END-READ
               IF WS-LM-FOUND
                   MOVE LM-BRANCH-CODE TO WS-WORK-BRANCH-CODE
                   PERFORM 0260-FIND-CONSOLIDATION
                   IF WS-CN-FOUND AND WS-SIDE-CLOSING
                       PERFORM 0420-ADD-MOVEMENT
                   END-IF
               END-IF
           END-IF.

       0420-ADD-MOVEMENT.
           PERFORM 0430-FIND-MOVEMENT
           IF WS-MV-FOUND
               ADD WS-WORK-AMOUNT TO WS-MV-AMOUNT (MV-IDX)
           ELSE
               IF WS-MV-COUNT >= 2000
                   DISPLAY "BranchConsolidation: TODAY'S MOVEMENT"
                       " EXCEEDS TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
                   MOVE "Y" TO WS-FILE-EOF-SW
               ELSE
                   ADD 1 TO WS-MV-COUNT
                   SET MV-IDX TO WS-MV-COUNT
                   MOVE LM-LOAN-ACCT-NO TO WS-MV-LOAN-ACCT-NO (MV-IDX)
                   MOVE WS-WORK-AMOUNT  TO WS-MV-AMOUNT (MV-IDX)
               END-IF
           END-IF.

       0430-FIND-MOVEMENT.
           MOVE "N" TO WS-MV-FOUND-SW
           SET MV-IDX TO 1
           PERFORM UNTIL WS-MV-FOUND OR MV-IDX > WS-MV-COUNT
               IF WS-MV-LOAN-ACCT-NO (MV-IDX) = LM-LOAN-ACCT-NO
                   MOVE "Y" TO WS-MV-FOUND-SW
               ELSE
                   SET MV-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * One pass of the master in key order, counting every row of
      * both branches of each consolidation and totalling their
      * receivable, before the move or after it.
      ******************************************************************
       0450-TALLY-LOAN-MASTER.
           MOVE 1 TO WS-WORK-FILE-NO
           MOVE LOW-VALUES TO LM-LOAN-ACCT-NO
           START LOAN-MASTER-FILE
               KEY IS GREATER THAN LM-LOAN-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-LM-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-LM-EOF-SW
           END-START
           PERFORM UNTIL WS-LM-EOF
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LM-EOF-SW
                   NOT AT END
                       MOVE LM-BRANCH-CODE TO WS-WORK-BRANCH-CODE
                       PERFORM 0270-TALLY-ROW
                       IF WS-CN-FOUND
                          AND LM-FUNDED-FLAG = "Y"
                          AND LM-LOAN-STATUS NOT = "CHGOFF"
                           PERFORM 0460-TALLY-RECEIVABLE
                       END-IF
               END-READ
           END-PERFORM.

       0460-TALLY-RECEIVABLE.
           EVALUATE TRUE
               WHEN WS-TALLY-BEFORE AND WS-SIDE-CLOSING
                   ADD LM-CURRENT-BALANCE
                       TO WS-CN-CLOSING-BAL-BEFORE (CN-IDX)
               WHEN WS-TALLY-BEFORE AND WS-SIDE-SUCCESSOR
                   ADD LM-CURRENT-BALANCE
                       TO WS-CN-SUCCESSOR-BAL-BEFORE (CN-IDX)
               WHEN WS-TALLY-AFTER AND WS-SIDE-CLOSING
                   ADD LM-CURRENT-BALANCE
                       TO WS-CN-CLOSING-BAL-AFTER (CN-IDX)
               WHEN WS-TALLY-AFTER AND WS-SIDE-SUCCESSOR
                   ADD LM-CURRENT-BALANCE
                       TO WS-CN-SUCCESSOR-BAL-AFTER (CN-IDX)
           END-EVALUATE.

      ******************************************************************
      * Moves every master row of a closing branch to its successor.
      * The transfer register is appended to (the first run ever
      * creates it), the ledger rows go on the end of LOANHIST.
      ******************************************************************
       0500-MOVE-PORTFOLIOS.
           OPEN EXTEND LOAN-HISTORY-FILE
           OPEN EXTEND BRANCH-TRANSFER-FILE
           IF WS-XF-FS = "35"
               OPEN OUTPUT BRANCH-TRANSFER-FILE
           END-IF
           MOVE LOW-VALUES TO LM-LOAN-ACCT-NO
           START LOAN-MASTER-FILE
               KEY IS GREATER THAN LM-LOAN-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-LM-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-LM-EOF-SW
           END-START
           PERFORM UNTIL WS-LM-EOF
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LM-EOF-SW
                   NOT AT END
                       MOVE LM-BRANCH-CODE TO WS-WORK-BRANCH-CODE
                       PERFORM 0260-FIND-CONSOLIDATION
                       IF WS-CN-FOUND AND WS-SIDE-CLOSING
                           PERFORM 0510-MOVE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-HISTORY-FILE
           CLOSE BRANCH-TRANSFER-FILE.

      ******************************************************************
      * The loan's transfer amount is its receivable less tonight's
      * movement on it; a loan not funded or charged off carries no
      * receivable and moves for nothing.  A rewrite that fails
      * leaves the loan where it was, and the closing branch's
      * after count shows it.
      ******************************************************************
       0510-MOVE-ONE-LOAN.
           MOVE LOAN-MASTER-RECORD TO WS-LM-BEFORE-IMAGE
           MOVE WS-CN-SUCCESSOR-BRANCH (CN-IDX) TO LM-BRANCH-CODE
           PERFORM 0520-REWRITE-LOAN-MASTER
           IF WS-LM-FS (1:1) NOT = "0"
               DISPLAY "BranchConsolidation: LOANMAST REWRITE FAILED"
                   " FS=" WS-LM-FS " ACCT=" LM-LOAN-ACCT-NO
               ADD 1 TO WS-REWRITE-FAILED-COUNT
           ELSE
               ADD 1 TO WS-CN-LOANS-MOVED (CN-IDX)
               ADD 1 TO WS-LOANS-MOVED-COUNT
               MOVE ZERO TO WS-XFER-AMT
               IF LM-FUNDED-FLAG = "Y"
                  AND LM-LOAN-STATUS NOT = "CHGOFF"
                   ADD LM-CURRENT-BALANCE
                       TO WS-CN-RECEIVABLE-MOVED (CN-IDX)
                   PERFORM 0430-FIND-MOVEMENT
                   IF WS-MV-FOUND
                       COMPUTE WS-XFER-AMT = LM-CURRENT-BALANCE
                           - WS-MV-AMOUNT (MV-IDX)
                   ELSE
                       MOVE LM-CURRENT-BALANCE TO WS-XFER-AMT
                   END-IF
               END-IF
               ADD WS-XFER-AMT TO WS-CN-GL-TRANSFER (CN-IDX)
               ADD WS-XFER-AMT TO WS-TRANSFER-DOLLARS
               MOVE LM-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
               MOVE LM-CUST-ID          TO LH-CUST-ID
               MOVE "BRXFER  "          TO LH-TRAN-TYPE
               MOVE WS-TODAY-DATE       TO LH-TRAN-DATE
               MOVE WS-XFER-AMT         TO LH-TRAN-AMT
               MOVE ZERO                TO LH-PRINCIPAL-AMT
               MOVE ZERO                TO LH-INTEREST-AMT
               MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
               MOVE "BranchConsolidation" TO LH-POSTING-PROGRAM
               MOVE WS-RUN-TS           TO LH-TIMESTAMP
               MOVE SPACES              TO LH-PERIOD-ROLL
               WRITE LOAN-HISTORY-RECORD
               MOVE LM-LOAN-ACCT-NO     TO XF-LOAN-ACCT-NO
               MOVE LM-CUST-ID          TO XF-CUST-ID
               MOVE WS-CN-CLOSING-BRANCH (CN-IDX) TO XF-FROM-BRANCH
               MOVE LM-BRANCH-CODE      TO XF-TO-BRANCH
               MOVE WS-XFER-AMT         TO XF-RECEIVABLE-AMT
               MOVE WS-TODAY-DATE       TO XF-TRANSFER-DATE
               WRITE BRANCH-TRANSFER-RECORD
           END-IF.

      ******************************************************************
      * Rewrites the master row in place and journals it on LMBFIMG
      * -- the image as read, the image as left, the cycle and the
      * run timestamp the ledger row carries -- so LoanMasterBackout
      * can put the loans back under the closing branch.
      ******************************************************************
       0520-REWRITE-LOAN-MASTER.
           REWRITE LOAN-MASTER-RECORD
           IF WS-LM-FS (1:1) = "0"
               MOVE "BranchConsolidation" TO BI-POSTING-PROGRAM
               MOVE WS-CYCLE-NUMBER     TO BI-CYCLE-NUMBER
               MOVE WS-RUN-TS           TO BI-RUN-TS
               MOVE "R"                 TO BI-ACTION
               MOVE LM-LOAN-ACCT-NO     TO BI-LOAN-ACCT-NO
               MOVE WS-LM-BEFORE-IMAGE  TO BI-BEFORE-IMAGE
               MOVE LOAN-MASTER-RECORD  TO BI-AFTER-IMAGE
               WRITE LOAN-BEFORE-IMAGE-RECORD
           END-IF.

      ******************************************************************
      * Each flat file goes back whole from its table, closing
      * branches re-pointed and the after counts taken as it goes.
      ******************************************************************
       0600-REWRITE-COLLECTION-CASES.
           OPEN OUTPUT COLLECTION-CASE-FILE
           MOVE 2   TO WS-WORK-FILE-NO
           MOVE "A" TO WS-TALLY-PHASE
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
               MOVE WS-CC-IMAGE (CC-IDX) TO COLLECTION-CASE-RECORD
               MOVE CC-BRANCH-CODE TO WS-WORK-BRANCH-CODE
               PERFORM 0280-REPOINT-BRANCH
               MOVE WS-WORK-BRANCH-CODE TO CC-BRANCH-CODE
               PERFORM 0270-TALLY-ROW
               WRITE COLLECTION-CASE-RECORD
           END-PERFORM
           CLOSE COLLECTION-CASE-FILE.

       0610-REWRITE-DELINQUENCIES.
           OPEN OUTPUT DELINQUENCY-FILE
           MOVE 3   TO WS-WORK-FILE-NO
           MOVE "A" TO WS-TALLY-PHASE
           PERFORM VARYING DQ-IDX FROM 1 BY 1
                   UNTIL DQ-IDX > WS-DQ-COUNT
               MOVE WS-DQ-IMAGE (DQ-IDX) TO DELINQUENCY-RECORD
               MOVE DL-BRANCH-CODE TO WS-WORK-BRANCH-CODE
               PERFORM 0280-REPOINT-BRANCH
               MOVE WS-WORK-BRANCH-CODE TO DL-BRANCH-CODE
               PERFORM 0270-TALLY-ROW
               WRITE DELINQUENCY-RECORD
           END-PERFORM
           CLOSE DELINQUENCY-FILE.

       0620-REWRITE-REVIEW-QUEUE.
           OPEN OUTPUT REVIEW-SUSPENSE-FILE
           MOVE 4   TO WS-WORK-FILE-NO
           MOVE "A" TO WS-TALLY-PHASE
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-RQ-COUNT
               MOVE WS-RQ-IMAGE (RQ-IDX) TO REVIEW-SUSPENSE-RECORD
               MOVE RV-BRANCH-CODE TO WS-WORK-BRANCH-CODE
               PERFORM 0280-REPOINT-BRANCH
               MOVE WS-WORK-BRANCH-CODE TO RV-BRANCH-CODE
               PERFORM 0270-TALLY-ROW
               WRITE REVIEW-SUSPENSE-RECORD
           END-PERFORM
           CLOSE REVIEW-SUSPENSE-FILE.

       0630-REWRITE-OFFER-STORE.
           OPEN OUTPUT OFFER-STORE-FILE
           MOVE 5   TO WS-WORK-FILE-NO
           MOVE "A" TO WS-TALLY-PHASE
           PERFORM VARYING OS-IDX FROM 1 BY 1
                   UNTIL OS-IDX > WS-OS-COUNT
               MOVE WS-OS-IMAGE (OS-IDX) TO OFFER-STORE-RECORD
               MOVE OS-BRANCH-CODE TO WS-WORK-BRANCH-CODE
               PERFORM 0280-REPOINT-BRANCH
               MOVE WS-WORK-BRANCH-CODE TO OS-BRANCH-CODE
               PERFORM 0270-TALLY-ROW
               WRITE OFFER-STORE-RECORD
           END-PERFORM
           CLOSE OFFER-STORE-FILE.

      ******************************************************************
      * Rolls the prior HELDAPPL/HELDDECS generation into tonight's,
      * pair by pair as LoanBooking reads them, re-pointing the held
      * application once the portfolios have moved.  No prior
      * generation leaves tonight's empty.
      ******************************************************************
       0700-ROLL-HELD-QUEUE.
           OPEN OUTPUT HELD-APPLICATION-FILE
           OPEN OUTPUT HELD-DECISION-FILE
           OPEN INPUT PRIOR-HELD-APPLICATION-FILE
           IF WS-HI-FS = "00"
               OPEN INPUT PRIOR-HELD-DECISION-FILE
               IF WS-HJ-FS NOT = "00"
                   CLOSE PRIOR-HELD-APPLICATION-FILE
               ELSE
                   MOVE 6 TO WS-WORK-FILE-NO
                   MOVE "N" TO WS-PRIOR-EOF-SW
                   PERFORM UNTIL WS-PRIOR-EOF
                       PERFORM 0710-READ-PRIOR-PAIR
                       IF NOT WS-PRIOR-EOF
                           PERFORM 0720-ROLL-ONE-HELD-ITEM
                       END-IF
                   END-PERFORM
                   CLOSE PRIOR-HELD-APPLICATION-FILE
                   CLOSE PRIOR-HELD-DECISION-FILE
               END-IF
           END-IF
           CLOSE HELD-APPLICATION-FILE
           CLOSE HELD-DECISION-FILE.

       0710-READ-PRIOR-PAIR.
           READ PRIOR-HELD-APPLICATION-FILE
               AT END
                   MOVE "Y" TO WS-PRIOR-EOF-SW
           END-READ
           IF NOT WS-PRIOR-EOF
               READ PRIOR-HELD-DECISION-FILE
                   AT END
                       MOVE "Y" TO WS-PRIOR-EOF-SW
               END-READ
           END-IF.

       0720-ROLL-ONE-HELD-ITEM.
           MOVE PRIOR-HELD-APPLICATION-REC TO CUSTOMER-RECORD
           IF WS-PORTFOLIO-MOVED
               MOVE CA-BRANCH-CODE TO WS-WORK-BRANCH-CODE
               MOVE "B" TO WS-TALLY-PHASE
               PERFORM 0270-TALLY-ROW
               PERFORM 0280-REPOINT-BRANCH
               MOVE WS-WORK-BRANCH-CODE TO CA-BRANCH-CODE
               MOVE "A" TO WS-TALLY-PHASE
               PERFORM 0270-TALLY-ROW
           END-IF
           WRITE HELD-APPLICATION-RECORD FROM CUSTOMER-RECORD
           WRITE HELD-DECISION-REC FROM PRIOR-HELD-DECISION-REC
           ADD 1 TO WS-HELD-ROLLED-COUNT.

      ******************************************************************
      * One block per consolidation run tonight: the before and
      * after row counts of each file for both branches, and the
      * receivable.  A file is in balance when the closing branch is
      * left with nothing and the successor with what both had.
      ******************************************************************
       0800-WRITE-BALANCING-REPORT.
           MOVE SPACES TO BALANCING-REPORT-LINE
           STRING "BRANCH CONSOLIDATION BALANCING REPORT"
                      DELIMITED BY SIZE
                  "     BUSINESS DATE " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE
           END-STRING
           WRITE BALANCING-REPORT-LINE
           IF WS-CN-COUNT = ZERO
               MOVE SPACES TO BALANCING-REPORT-LINE
               WRITE BALANCING-REPORT-LINE
               MOVE "NO CONSOLIDATION DUE" TO BALANCING-REPORT-LINE
               WRITE BALANCING-REPORT-LINE
           END-IF
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-CN-COUNT
               PERFORM 0810-REPORT-ONE-CONSOLIDATION
           END-PERFORM
           MOVE SPACES TO BALANCING-REPORT-LINE
           WRITE BALANCING-REPORT-LINE
           MOVE WS-HELD-ROLLED-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO BALANCING-REPORT-LINE
           STRING "HELD QUEUE ITEMS ROLLED:    " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE
           END-STRING
           WRITE BALANCING-REPORT-LINE
           MOVE WS-DEFERRED-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO BALANCING-REPORT-LINE
           STRING "CONSOLIDATIONS DEFERRED:    " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE
           END-STRING
           WRITE BALANCING-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO BALANCING-REPORT-LINE
           STRING "CONSOLIDATIONS REJECTED:    " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE
           END-STRING
           WRITE BALANCING-REPORT-LINE.

       0810-REPORT-ONE-CONSOLIDATION.
           MOVE SPACES TO BALANCING-REPORT-LINE
           WRITE BALANCING-REPORT-LINE
           MOVE WS-CN-CLOSING-BRANCH (CN-IDX)   TO WS-CL-CLOSING
           MOVE WS-CN-SUCCESSOR-BRANCH (CN-IDX) TO WS-CL-SUCCESSOR
           MOVE WS-CN-EFFECTIVE-DATE (CN-IDX)   TO WS-CL-EFFECTIVE
           WRITE BALANCING-REPORT-LINE FROM WS-CONSOL-LINE
           WRITE BALANCING-REPORT-LINE FROM WS-HEADING-LINE
           PERFORM VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > 6
               PERFORM 0820-REPORT-ONE-FILE
           END-PERFORM
           PERFORM 0830-REPORT-RECEIVABLE
           MOVE WS-CN-LOANS-MOVED (CN-IDX) TO WS-COUNT-EDITED
           MOVE SPACES TO BALANCING-REPORT-LINE
           STRING "LOANS MOVED:                " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE
           END-STRING
           WRITE BALANCING-REPORT-LINE
           MOVE WS-CN-RECEIVABLE-MOVED (CN-IDX) TO WS-AMT-EDITED
           MOVE SPACES TO BALANCING-REPORT-LINE
           STRING "RECEIVABLE MOVED:  " DELIMITED BY SIZE
                  WS-AMT-EDITED DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE
           END-STRING
           WRITE BALANCING-REPORT-LINE
           MOVE WS-CN-GL-TRANSFER (CN-IDX) TO WS-AMT-EDITED
           MOVE SPACES TO BALANCING-REPORT-LINE
           STRING "GL TRANSFER:       " DELIMITED BY SIZE
                  WS-AMT-EDITED DELIMITED BY SIZE
                  "  (RECEIVABLE LESS TONIGHT'S MOVEMENT)"
                      DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE
           END-STRING
           WRITE BALANCING-REPORT-LINE
           IF WS-CN-BALANCED (CN-IDX)
               MOVE "CONSOLIDATION IN BALANCE"
                   TO BALANCING-REPORT-LINE
           ELSE
               MOVE "CONSOLIDATION OUT OF BALANCE"
                   TO BALANCING-REPORT-LINE
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF
           WRITE BALANCING-REPORT-LINE.

       0820-REPORT-ONE-FILE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FILE-NAME (FL-IDX) TO WS-DL-FILE-NAME
           MOVE WS-CN-CLOSING-BEFORE (CN-IDX FL-IDX)
               TO WS-COUNT-EDITED
           MOVE WS-COUNT-EDITED TO WS-DL-CLOSING-BEFORE (12:9)
           MOVE WS-CN-SUCCESSOR-BEFORE (CN-IDX FL-IDX)
               TO WS-COUNT-EDITED
           MOVE WS-COUNT-EDITED TO WS-DL-SUCCESSOR-BEFORE (12:9)
           MOVE WS-CN-CLOSING-AFTER (CN-IDX FL-IDX)
               TO WS-COUNT-EDITED
           MOVE WS-COUNT-EDITED TO WS-DL-CLOSING-AFTER (12:9)
           MOVE WS-CN-SUCCESSOR-AFTER (CN-IDX FL-IDX)
               TO WS-COUNT-EDITED
           MOVE WS-COUNT-EDITED TO WS-DL-SUCCESSOR-AFTER (12:9)
           IF WS-CN-CLOSING-AFTER (CN-IDX FL-IDX) = ZERO
              AND WS-CN-SUCCESSOR-AFTER (CN-IDX FL-IDX) =
                  WS-CN-SUCCESSOR-BEFORE (CN-IDX FL-IDX)
                  + WS-CN-CLOSING-BEFORE (CN-IDX FL-IDX)
               MOVE "IN BALANCE" TO WS-DL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-DL-STATUS
               MOVE "N" TO WS-CN-BALANCED-SW (CN-IDX)
           END-IF
           WRITE BALANCING-REPORT-LINE FROM WS-DETAIL-LINE.

       0830-REPORT-RECEIVABLE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "RECEIVABLE" TO WS-DL-FILE-NAME
           MOVE WS-CN-CLOSING-BAL-BEFORE (CN-IDX) TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED TO WS-DL-CLOSING-BEFORE (2:19)
           MOVE WS-CN-SUCCESSOR-BAL-BEFORE (CN-IDX) TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED TO WS-DL-SUCCESSOR-BEFORE (2:19)
           MOVE WS-CN-CLOSING-BAL-AFTER (CN-IDX) TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED TO WS-DL-CLOSING-AFTER (2:19)
           MOVE WS-CN-SUCCESSOR-BAL-AFTER (CN-IDX) TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED TO WS-DL-SUCCESSOR-AFTER (2:19)
           IF WS-CN-CLOSING-BAL-AFTER (CN-IDX) = ZERO
              AND WS-CN-SUCCESSOR-BAL-AFTER (CN-IDX) =
                  WS-CN-SUCCESSOR-BAL-BEFORE (CN-IDX)
                  + WS-CN-CLOSING-BAL-BEFORE (CN-IDX)
               MOVE "IN BALANCE" TO WS-DL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-DL-STATUS
               MOVE "N" TO WS-CN-BALANCED-SW (CN-IDX)
           END-IF
           WRITE BALANCING-REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      * The schedule goes back whole: each row run tonight marked
      * done with what moved (and why, if it didn't balance),
      * rejected rows as 0210 marked them, everything else as read.
      ******************************************************************
       0900-REWRITE-SCHEDULE.
           OPEN OUTPUT BRANCH-CONSOLIDATION-FILE
           PERFORM VARYING BS-IDX FROM 1 BY 1
                   UNTIL BS-IDX > WS-BS-COUNT
               MOVE WS-BS-IMAGE (BS-IDX)
                   TO BRANCH-CONSOLIDATION-RECORD
               IF WS-BS-CN-NO (BS-IDX) > ZERO
                   SET CN-IDX TO WS-BS-CN-NO (BS-IDX)
                   MOVE "D"           TO BS-STATUS
                   MOVE WS-TODAY-DATE TO BS-DONE-DATE
                   MOVE WS-CN-LOANS-MOVED (CN-IDX) TO BS-LOANS-MOVED
                   MOVE WS-CN-RECEIVABLE-MOVED (CN-IDX)
                       TO BS-RECEIVABLE-MOVED
                   IF WS-CN-BALANCED (CN-IDX)
                       MOVE SPACES TO BS-REASON
                   ELSE
                       MOVE "OUT OF BALANCE" TO BS-REASON
                   END-IF
               END-IF
               WRITE BRANCH-CONSOLIDATION-RECORD
           END-PERFORM
           CLOSE BRANCH-CONSOLIDATION-FILE.
