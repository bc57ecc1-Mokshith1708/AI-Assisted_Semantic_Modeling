       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanMasterBackout.

      ******************************************************************
      * Backs one servicing program's LOANMAST updates for one
      * RUNCTL cycle out of the master, leaving every other
      * program's updates in place.  PaymentPosting,
      * MonthlyInterestAccrual, LoanModification,
      * ChargeOffProcessing, LoanBooking, CollateralMonitor,
      * BranchConsolidation and CustomerMerge journal each master
      * row they rewrite or add on LMBFIMG; the BKOREQ request
      * names the program and cycle to take back off.  Each
      * account that run touched gets the before image from the
      * run's first update of it put back (a row the run booked is
      * deleted), and the LOANHIST ledger rows the run posted --
      * same LH-POSTING-PROGRAM, same run timestamp -- are
      * reversed by appending an offsetting row of the same type
      * with the amounts negated, posted as LoanMasterBackout,
      * since the ledger is never rewritten.  A master row some
      * later run has changed since (a later journaled update that
      * hasn't itself been backed out, or a row that no longer
      * matches what the run left) is not overwritten: it is held,
      * with its ledger rows, on the BKORPT report for the
      * servicing desk to work by hand.  The operator on the
      * request must hold the BACKOUT function on ENTITLE.  A
      * cycle that has been backed out is marked on LMBFIMG and
      * can't be backed out twice.  Only LOANMAST and LOANHIST are
      * backed out -- escrow, forbearance, modification log,
      * collateral insurance status and, for a customer merge, the
      * files it re-pointed are left for the desk.  A
      * ChargeOffProcessing, MonthlyInterestAccrual or
      * BranchConsolidation run is refused: the GL and SubledgerRecon
      * take its figures from CHGREG, ACCRREG or BRXFREG, which a
      * backout of the master and ledger alone would leave out of
      * step, so those runs are corrected by the desk.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-REQUEST-FILE
               ASSIGN TO "BKOREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FS.

           SELECT LOAN-BEFORE-IMAGE-FILE
               ASSIGN TO "LMBFIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BI-FS.

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

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT BACKOUT-REPORT-FILE
               ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-REQUEST-FILE.
           COPY BKOREQ.

       FD  LOAN-BEFORE-IMAGE-FILE.
           COPY LMBFIMG.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY ENTLCHK.

       01  WS-BR-FS                 PIC X(02).
       01  WS-BI-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-LH-FS                 PIC X(02).

       01  WS-BI-EOF-SW             PIC X(01) VALUE "N".
           88  WS-BI-EOF            VALUE "Y".
       01  WS-LH-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LH-EOF            VALUE "Y".

       01  WS-REFUSE-REASON         PIC X(50) VALUE SPACES.

      ******************************************************************
      * Program/cycle pairs already backed out, from the "B" rows on
      * LMBFIMG -- their updates no longer count as later changes to
      * an account.
      ******************************************************************
       01  WS-BACKOUT-DONE-AREA.
           05  WS-BO-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-BO-ROW OCCURS 200 TIMES
                             INDEXED BY BO-IDX.
               10  WS-BO-POSTING-PROGRAM PIC X(30).
               10  WS-BO-CYCLE-NUMBER    PIC 9(07).
       01  WS-BO-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-BO-FOUND          VALUE "Y".

      ******************************************************************
      * One row per account the requested run touched: the image
      * from its first update (what goes back), the image from its
      * last (what the master should still hold), and what the
      * backout does with it -- RESTORE/REMOVE until applied, then
      * RESTORED/REMOVED, or HELD with the reason.
      ******************************************************************
       01  WS-IMAGE-AREA.
           05  WS-IM-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-IM-ROW OCCURS 5000 TIMES
                             INDEXED BY IM-IDX.
               10  WS-IM-LOAN-ACCT-NO    PIC X(12).
               10  WS-IM-ACTION          PIC X(01).
               10  WS-IM-BEFORE-IMAGE    PIC X(81).
               10  WS-IM-AFTER-IMAGE     PIC X(81).
               10  WS-IM-DISPOSITION     PIC X(08).
               10  WS-IM-REASON          PIC X(57).
               10  WS-IM-RESTORED-BAL    PIC S9(09)V99 COMP-3.
       01  WS-IM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-IM-FOUND          VALUE "Y".
       01  WS-IM-LOOKUP-ACCT        PIC X(12).

      ******************************************************************
      * The run timestamps the requested program stamped in that
      * cycle -- more than one if it was rerun -- which is how its
      * LOANHIST rows are told from every other night's.
      ******************************************************************
       01  WS-RUN-TS-AREA.
           05  WS-RT-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-RT-RUN-TS OCCURS 20 TIMES
                             INDEXED BY RT-IDX
                                    PIC X(26).
       01  WS-RT-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-RT-FOUND          VALUE "Y".

      ******************************************************************
      * The offsetting LOANHIST rows, built on the read pass and
      * appended once the master has been put back.
      ******************************************************************
       01  WS-REVERSAL-AREA.
           05  WS-RV-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-RV-HISTORY-ROW OCCURS 5000 TIMES
                             INDEXED BY RV-IDX
                                    PIC X(147).

       01  WS-RESTORED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-REMOVED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-LEDGER-HELD-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-COUNT-EDITED          PIC ZZZZ9.
       01  WS-BALANCE-EDITED        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FS-DISPLAY            PIC X(02).

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(19) VALUE
               "LOANMAST BACKOUT - ".
           05  WS-RH-PROGRAM        PIC X(30).
           05  FILLER               PIC X(07) VALUE " CYCLE ".
           05  WS-RH-CYCLE          PIC 9(07).
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-REQUEST-LINE.
           05  FILLER               PIC X(13) VALUE "REQUESTED BY ".
           05  WS-RQ-OPERATOR-ID    PIC X(08).
           05  FILLER               PIC X(15) VALUE
               " BUSINESS DATE ".
           05  WS-RQ-DATE           PIC 9(08).
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(23) VALUE
               "ACTION   LOAN ACCT".
           05  FILLER               PIC X(57) VALUE "DETAIL".

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-LOAN-ACCT-NO   PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DETAIL         PIC X(57).

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO when the whole run came off, 4 if any
      * account was held for the desk, 8 if the request was refused
      * (incomplete, a register-based program, operator not
      * entitled, already backed out or nothing journaled for
      * it), 12 if a file can't be opened, the
      * entitlement tables are unusable or a table overflows --
      * nothing is changed on an 8 or a 12.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0130-READ-REQUEST
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0140-CHECK-ENTITLEMENT
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0200-LOAD-BACKOUTS-DONE
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0250-LOAD-IMAGES
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0300-OPEN-LOAN-MASTER
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0320-CHECK-CURRENT-ROWS
               PERFORM 0400-LOAD-REVERSALS
               IF RUN-RETURN-CODE = ZERO
                   PERFORM 0500-RESTORE-MASTER
               END-IF
               CLOSE LOAN-MASTER-FILE
               IF RUN-RETURN-CODE = ZERO
                   PERFORM 0600-WRITE-REVERSALS
                   PERFORM 0700-WRITE-BACKOUT-MARKER
                   IF WS-HELD-COUNT > ZERO
                       MOVE 4 TO RUN-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 0800-WRITE-REPORT
           PERFORM 0950-DISPLAY-TOTALS
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
      * The request must name the program, the cycle and the
      * operator; anything missing refuses the run with RC 8, as
      * does a program whose run is carried on a register.
      ******************************************************************
       0130-READ-REQUEST.
           MOVE SPACES TO BACKOUT-REQUEST-RECORD
           OPEN INPUT BACKOUT-REQUEST-FILE
           IF WS-BR-FS NOT = "00"
               MOVE "NO BKOREQ BACKOUT REQUEST" TO WS-REFUSE-REASON
               MOVE 8 TO RUN-RETURN-CODE
           ELSE
               READ BACKOUT-REQUEST-FILE
                   AT END
                       MOVE "NO BKOREQ BACKOUT REQUEST"
                           TO WS-REFUSE-REASON
                       MOVE 8 TO RUN-RETURN-CODE
               END-READ
               CLOSE BACKOUT-REQUEST-FILE
           END-IF
           IF RUN-RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN BR-POSTING-PROGRAM = SPACES
                       MOVE "PROGRAM NAME MISSING" TO WS-REFUSE-REASON
                       MOVE 8 TO RUN-RETURN-CODE
                   WHEN BR-CYCLE-NUMBER NOT NUMERIC
                       MOVE "CYCLE NUMBER MISSING" TO WS-REFUSE-REASON
                       MOVE 8 TO RUN-RETURN-CODE
                   WHEN BR-CYCLE-NUMBER = ZERO
                       MOVE "CYCLE NUMBER MISSING" TO WS-REFUSE-REASON
                       MOVE 8 TO RUN-RETURN-CODE
                   WHEN BR-OPERATOR-ID = SPACES
                       MOVE "OPERATOR ID MISSING" TO WS-REFUSE-REASON
                       MOVE 8 TO RUN-RETURN-CODE
                   WHEN BR-POSTING-PROGRAM = "ChargeOffProcessing"
                       MOVE "CHGREG RUN - NOT BACKED OUT, SEE DESK"
                           TO WS-REFUSE-REASON
                       MOVE 8 TO RUN-RETURN-CODE
                   WHEN BR-POSTING-PROGRAM = "MonthlyInterestAccrual"
                       MOVE "ACCRREG RUN - NOT BACKED OUT, SEE DESK"
                           TO WS-REFUSE-REASON
                       MOVE 8 TO RUN-RETURN-CODE
                   WHEN BR-POSTING-PROGRAM = "BranchConsolidation"
                       MOVE "BRXFREG RUN - NOT BACKED OUT, SEE DESK"
                           TO WS-REFUSE-REASON
                       MOVE 8 TO RUN-RETURN-CODE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the request must hold a role entitled to
      * BACKOUT on ENTITLE; a refusal is logged to SECAUDIT by
      * EntitlementCheck and refuses the run.  Unusable entitlement
      * tables fail the step.
      ******************************************************************
       0140-CHECK-ENTITLEMENT.
           MOVE BR-OPERATOR-ID TO EC-OPERATOR-ID
           MOVE "BACKOUT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE "ENTITLEMENT TABLES UNAVAILABLE"
                   TO WS-REFUSE-REASON
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               IF NOT EC-ENTITLED
                   MOVE EC-REASON TO WS-REFUSE-REASON
                   MOVE 8 TO RUN-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * First pass over the journal: which program/cycle pairs have
      * already been backed out.  The requested pair among them
      * refuses the run.  No LMBFIMG dataset means nothing has ever
      * been journaled, so there is nothing to back out.
      ******************************************************************
       0200-LOAD-BACKOUTS-DONE.
           OPEN INPUT LOAN-BEFORE-IMAGE-FILE
           EVALUATE WS-BI-FS
               WHEN "00"
                   MOVE "N" TO WS-BI-EOF-SW
                   PERFORM UNTIL WS-BI-EOF
                       READ LOAN-BEFORE-IMAGE-FILE
                           AT END
                               MOVE "Y" TO WS-BI-EOF-SW
                           NOT AT END
                               IF BI-BACKED-OUT
                                   PERFORM 0210-NOTE-BACKOUT-DONE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOAN-BEFORE-IMAGE-FILE
               WHEN "35"
                   MOVE "NO LMBFIMG JOURNAL ON FILE" TO WS-REFUSE-REASON
                   MOVE 8 TO RUN-RETURN-CODE
               WHEN OTHER
                   DISPLAY "LoanMasterBackout: LMBFIMG OPEN FAILED FS="
                       WS-BI-FS
                   MOVE "LMBFIMG JOURNAL WOULD NOT OPEN"
                       TO WS-REFUSE-REASON
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

       0210-NOTE-BACKOUT-DONE.
           IF BI-POSTING-PROGRAM = BR-POSTING-PROGRAM
              AND BI-CYCLE-NUMBER = BR-CYCLE-NUMBER
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "ALREADY BACKED OUT " DELIMITED BY SIZE
                      BI-RUN-TS (1:8) DELIMITED BY SIZE
                   INTO WS-REFUSE-REASON
               END-STRING
               MOVE 8 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-BI-EOF-SW
           ELSE
               IF WS-BO-COUNT >= 200
                   DISPLAY "LoanMasterBackout: BACKOUTS EXCEED"
                       " TABLE CAPACITY"
                   MOVE "BACKOUT HISTORY EXCEEDS TABLE CAPACITY"
                       TO WS-REFUSE-REASON
                   MOVE 12 TO RUN-RETURN-CODE
                   MOVE "Y" TO WS-BI-EOF-SW
               ELSE
                   ADD 1 TO WS-BO-COUNT
                   SET BO-IDX TO WS-BO-COUNT
                   MOVE BI-POSTING-PROGRAM
                       TO WS-BO-POSTING-PROGRAM (BO-IDX)
                   MOVE BI-CYCLE-NUMBER
                       TO WS-BO-CYCLE-NUMBER (BO-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * Second pass: every account the requested run touched, and
      * whether anything still counted has touched it since.
      ******************************************************************
       0250-LOAD-IMAGES.
           OPEN INPUT LOAN-BEFORE-IMAGE-FILE
           MOVE "N" TO WS-BI-EOF-SW
           PERFORM UNTIL WS-BI-EOF
               READ LOAN-BEFORE-IMAGE-FILE
                   AT END
                       MOVE "Y" TO WS-BI-EOF-SW
                   NOT AT END
                       IF NOT BI-BACKED-OUT
                           PERFORM 0260-TAKE-ONE-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-BEFORE-IMAGE-FILE
           IF RUN-RETURN-CODE = ZERO AND WS-IM-COUNT = ZERO
               MOVE "NOTHING JOURNALED FOR THAT PROGRAM AND CYCLE"
                   TO WS-REFUSE-REASON
               MOVE 8 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * The run's first update of an account supplies the image to
      * put back; each later one only moves the image the master
      * should still hold.  An update by any other run that hasn't
      * itself been backed out holds the account.
      ******************************************************************
       0260-TAKE-ONE-IMAGE.
           MOVE BI-LOAN-ACCT-NO TO WS-IM-LOOKUP-ACCT
           PERFORM 0270-FIND-IMAGE-ROW
           IF BI-POSTING-PROGRAM = BR-POSTING-PROGRAM
              AND BI-CYCLE-NUMBER = BR-CYCLE-NUMBER
               IF WS-IM-FOUND
                   MOVE BI-AFTER-IMAGE TO WS-IM-AFTER-IMAGE (IM-IDX)
               ELSE
                   PERFORM 0265-ADD-IMAGE-ROW
               END-IF
               PERFORM 0280-NOTE-RUN-TS
           ELSE
               IF WS-IM-FOUND
                   PERFORM 0290-CHECK-LATER-UPDATE
               END-IF
           END-IF.

       0265-ADD-IMAGE-ROW.
           IF WS-IM-COUNT >= 5000
               DISPLAY "LoanMasterBackout: LMBFIMG EXCEEDS TABLE"
                   " CAPACITY"
               MOVE "ACCOUNTS EXCEED TABLE CAPACITY" TO WS-REFUSE-REASON
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-BI-EOF-SW
           ELSE
               ADD 1 TO WS-IM-COUNT
               SET IM-IDX TO WS-IM-COUNT
               MOVE BI-LOAN-ACCT-NO  TO WS-IM-LOAN-ACCT-NO (IM-IDX)
               MOVE BI-ACTION        TO WS-IM-ACTION (IM-IDX)
               MOVE BI-BEFORE-IMAGE  TO WS-IM-BEFORE-IMAGE (IM-IDX)
               MOVE BI-AFTER-IMAGE   TO WS-IM-AFTER-IMAGE (IM-IDX)
               MOVE SPACES           TO WS-IM-DISPOSITION (IM-IDX)
               MOVE SPACES           TO WS-IM-REASON (IM-IDX)
               MOVE ZERO             TO WS-IM-RESTORED-BAL (IM-IDX)
           END-IF.

       0270-FIND-IMAGE-ROW.
           MOVE "N" TO WS-IM-FOUND-SW
           SET IM-IDX TO 1
           PERFORM UNTIL WS-IM-FOUND OR IM-IDX > WS-IM-COUNT
               IF WS-IM-LOAN-ACCT-NO (IM-IDX) = WS-IM-LOOKUP-ACCT
                   MOVE "Y" TO WS-IM-FOUND-SW
               ELSE
                   SET IM-IDX UP BY 1
               END-IF
           END-PERFORM.

       0280-NOTE-RUN-TS.
           MOVE "N" TO WS-RT-FOUND-SW
           SET RT-IDX TO 1
           PERFORM UNTIL WS-RT-FOUND OR RT-IDX > WS-RT-COUNT
               IF WS-RT-RUN-TS (RT-IDX) = BI-RUN-TS
                   MOVE "Y" TO WS-RT-FOUND-SW
               ELSE
                   SET RT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-RT-FOUND
               IF WS-RT-COUNT >= 20
                   DISPLAY "LoanMasterBackout: RUNS EXCEED TABLE"
                       " CAPACITY"
                   MOVE "RUNS IN CYCLE EXCEED TABLE CAPACITY"
                       TO WS-REFUSE-REASON
                   MOVE 12 TO RUN-RETURN-CODE
                   MOVE "Y" TO WS-BI-EOF-SW
               ELSE
                   ADD 1 TO WS-RT-COUNT
                   SET RT-IDX TO WS-RT-COUNT
                   MOVE BI-RUN-TS TO WS-RT-RUN-TS (RT-IDX)
               END-IF
           END-IF.

       0290-CHECK-LATER-UPDATE.
           MOVE "N" TO WS-BO-FOUND-SW
           SET BO-IDX TO 1
           PERFORM UNTIL WS-BO-FOUND OR BO-IDX > WS-BO-COUNT
               IF WS-BO-POSTING-PROGRAM (BO-IDX) = BI-POSTING-PROGRAM
                  AND WS-BO-CYCLE-NUMBER (BO-IDX) = BI-CYCLE-NUMBER
                   MOVE "Y" TO WS-BO-FOUND-SW
               ELSE
                   SET BO-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-BO-FOUND
              AND WS-IM-DISPOSITION (IM-IDX) = SPACES
               MOVE "HELD" TO WS-IM-DISPOSITION (IM-IDX)
               STRING "UPDATED SINCE BY " DELIMITED BY SIZE
                      BI-POSTING-PROGRAM DELIMITED BY SPACE
                      " CYCLE " DELIMITED BY SIZE
                      BI-CYCLE-NUMBER DELIMITED BY SIZE
                   INTO WS-IM-REASON (IM-IDX)
               END-STRING
           END-IF.

      ******************************************************************
      * Opens the keyed master I-O; anything wrong with the open
      * fails the run with RC 12 before a single row is put back.
      ******************************************************************
       0300-OPEN-LOAN-MASTER.
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "LoanMasterBackout: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE "LOANMAST WOULD NOT OPEN" TO WS-REFUSE-REASON
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * The master must still hold exactly what the run left on each
      * row -- anything else means an unjournaled run (funding,
      * escrow, payoff) has been at it since, and putting the old
      * image back would wipe that out.
      ******************************************************************
       0320-CHECK-CURRENT-ROWS.
           PERFORM VARYING IM-IDX FROM 1 BY 1
                   UNTIL IM-IDX > WS-IM-COUNT
               IF WS-IM-DISPOSITION (IM-IDX) = SPACES
                   MOVE WS-IM-LOAN-ACCT-NO (IM-IDX) TO LM-LOAN-ACCT-NO
                   READ LOAN-MASTER-FILE
                       INVALID KEY
                           MOVE "HELD" TO WS-IM-DISPOSITION (IM-IDX)
                           MOVE "NO LONGER ON THE MASTER"
                               TO WS-IM-REASON (IM-IDX)
                       NOT INVALID KEY
                           IF LOAN-MASTER-RECORD NOT =
                              WS-IM-AFTER-IMAGE (IM-IDX)
                               MOVE "HELD"
                                   TO WS-IM-DISPOSITION (IM-IDX)
                               MOVE "CHANGED SINCE BY ANOTHER RUN"
                                   TO WS-IM-REASON (IM-IDX)
                           ELSE
                               IF WS-IM-ACTION (IM-IDX) = "A"
                                   MOVE "REMOVE"
                                       TO WS-IM-DISPOSITION (IM-IDX)
                               ELSE
                                   MOVE "RESTORE"
                                       TO WS-IM-DISPOSITION (IM-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-IF
               IF WS-IM-DISPOSITION (IM-IDX) = "HELD"
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
      * One pass over the ledger for the requested program's rows
      * from the requested runs.  Each becomes an offsetting row --
      * same type, amounts negated, the balance the account is put
      * back to -- unless its account is held, when the row stands
      * with the master.
      ******************************************************************
       0400-LOAD-REVERSALS.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LH-FS = "00"
               MOVE "N" TO WS-LH-EOF-SW
               PERFORM UNTIL WS-LH-EOF
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-LH-EOF-SW
                       NOT AT END
                           IF LH-POSTING-PROGRAM = BR-POSTING-PROGRAM
                               PERFORM 0420-TAKE-ONE-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

       0420-TAKE-ONE-LEDGER-ROW.
           MOVE "N" TO WS-RT-FOUND-SW
           SET RT-IDX TO 1
           PERFORM UNTIL WS-RT-FOUND OR RT-IDX > WS-RT-COUNT
               IF WS-RT-RUN-TS (RT-IDX) = LH-TIMESTAMP
                   MOVE "Y" TO WS-RT-FOUND-SW
               ELSE
                   SET RT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-RT-FOUND
               MOVE LH-LOAN-ACCT-NO TO WS-IM-LOOKUP-ACCT
               PERFORM 0270-FIND-IMAGE-ROW
               IF WS-IM-FOUND
                  AND WS-IM-DISPOSITION (IM-IDX) = "HELD"
                   ADD 1 TO WS-LEDGER-HELD-COUNT
               ELSE
                   PERFORM 0430-ADD-REVERSAL-ROW
               END-IF
           END-IF.

       0430-ADD-REVERSAL-ROW.
           IF WS-RV-COUNT >= 5000
               DISPLAY "LoanMasterBackout: LOANHIST ROWS EXCEED"
                   " TABLE CAPACITY"
               MOVE "LEDGER ROWS EXCEED TABLE CAPACITY"
                   TO WS-REFUSE-REASON
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-LH-EOF-SW
           ELSE
               COMPUTE LH-TRAN-AMT      = LH-TRAN-AMT * -1
               COMPUTE LH-PRINCIPAL-AMT = LH-PRINCIPAL-AMT * -1
               COMPUTE LH-INTEREST-AMT  = LH-INTEREST-AMT * -1
               IF WS-IM-FOUND
                   IF WS-IM-ACTION (IM-IDX) = "A"
                       MOVE ZERO TO LH-BALANCE-AFTER
                   ELSE
                       MOVE WS-IM-BEFORE-IMAGE (IM-IDX)
                           TO LOAN-MASTER-RECORD
                       MOVE LM-CURRENT-BALANCE TO LH-BALANCE-AFTER
                   END-IF
               END-IF
               MOVE WS-BUSINESS-DATE    TO LH-TRAN-DATE
               MOVE "LoanMasterBackout" TO LH-POSTING-PROGRAM
               MOVE WS-RUN-TS           TO LH-TIMESTAMP
               MOVE SPACES              TO LH-PERIOD-ROLL
               ADD 1 TO WS-RV-COUNT
               SET RV-IDX TO WS-RV-COUNT
               MOVE LOAN-HISTORY-RECORD TO WS-RV-HISTORY-ROW (RV-IDX)
           END-IF.

      ******************************************************************
      * Puts each account back: the first before image rewritten in
      * place, or a row the run booked deleted outright.
      ******************************************************************
       0500-RESTORE-MASTER.
           PERFORM VARYING IM-IDX FROM 1 BY 1
                   UNTIL IM-IDX > WS-IM-COUNT
               EVALUATE WS-IM-DISPOSITION (IM-IDX)
                   WHEN "RESTORE"
                       MOVE WS-IM-BEFORE-IMAGE (IM-IDX)
                           TO LOAN-MASTER-RECORD
                       REWRITE LOAN-MASTER-RECORD
                       PERFORM 0550-NOTE-MASTER-RESULT
                   WHEN "REMOVE"
                       MOVE WS-IM-LOAN-ACCT-NO (IM-IDX)
                           TO LM-LOAN-ACCT-NO
                       MOVE ZERO TO LM-CURRENT-BALANCE
                       DELETE LOAN-MASTER-FILE RECORD
                       PERFORM 0550-NOTE-MASTER-RESULT
               END-EVALUATE
           END-PERFORM.

       0550-NOTE-MASTER-RESULT.
           IF WS-LM-FS (1:1) = "0"
               MOVE LM-CURRENT-BALANCE TO WS-IM-RESTORED-BAL (IM-IDX)
               IF WS-IM-DISPOSITION (IM-IDX) = "REMOVE"
                   MOVE "REMOVED" TO WS-IM-DISPOSITION (IM-IDX)
                   ADD 1 TO WS-REMOVED-COUNT
               ELSE
                   MOVE "RESTORED" TO WS-IM-DISPOSITION (IM-IDX)
                   ADD 1 TO WS-RESTORED-COUNT
               END-IF
           ELSE
               MOVE WS-LM-FS TO WS-FS-DISPLAY
               MOVE "HELD" TO WS-IM-DISPOSITION (IM-IDX)
               MOVE SPACES TO WS-IM-REASON (IM-IDX)
               STRING "LOANMAST UPDATE FAILED FS=" DELIMITED BY SIZE
                      WS-FS-DISPLAY DELIMITED BY SIZE
                   INTO WS-IM-REASON (IM-IDX)
               END-STRING
               ADD 1 TO WS-HELD-COUNT
           END-IF.

       0600-WRITE-REVERSALS.
           IF WS-RV-COUNT > ZERO
               OPEN EXTEND LOAN-HISTORY-FILE
               PERFORM VARYING RV-IDX FROM 1 BY 1
                       UNTIL RV-IDX > WS-RV-COUNT
                   WRITE LOAN-HISTORY-RECORD
                       FROM WS-RV-HISTORY-ROW (RV-IDX)
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

      ******************************************************************
      * Marks the program's cycle backed out on the journal, so a
      * second request for it is refused and its updates stop
      * counting against anyone else's backout.
      ******************************************************************
       0700-WRITE-BACKOUT-MARKER.
           OPEN EXTEND LOAN-BEFORE-IMAGE-FILE
           MOVE SPACES             TO LOAN-BEFORE-IMAGE-RECORD
           MOVE BR-POSTING-PROGRAM TO BI-POSTING-PROGRAM
           MOVE BR-CYCLE-NUMBER    TO BI-CYCLE-NUMBER
           MOVE WS-RUN-TS          TO BI-RUN-TS
           MOVE "B"                TO BI-ACTION
           WRITE LOAN-BEFORE-IMAGE-RECORD
           CLOSE LOAN-BEFORE-IMAGE-FILE.

      ******************************************************************
      * BKORPT: one line per account with what was done to it, then
      * the totals -- or, for a refused run, why nothing was done.
      ******************************************************************
       0800-WRITE-REPORT.
           OPEN OUTPUT BACKOUT-REPORT-FILE
           MOVE BR-POSTING-PROGRAM TO WS-RH-PROGRAM
           IF BR-CYCLE-NUMBER NUMERIC
               MOVE BR-CYCLE-NUMBER TO WS-RH-CYCLE
           ELSE
               MOVE ZERO TO WS-RH-CYCLE
           END-IF
           WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE BR-OPERATOR-ID   TO WS-RQ-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO WS-RQ-DATE
           WRITE BACKOUT-REPORT-LINE FROM WS-REQUEST-LINE
           MOVE ALL "-" TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           IF RUN-RETURN-CODE = 8 OR RUN-RETURN-CODE = 12
               MOVE SPACES TO BACKOUT-REPORT-LINE
               STRING "BACKOUT REFUSED: " DELIMITED BY SIZE
                      WS-REFUSE-REASON DELIMITED BY SIZE
                   INTO BACKOUT-REPORT-LINE
               END-STRING
               WRITE BACKOUT-REPORT-LINE
               MOVE "NOTHING WAS CHANGED" TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           ELSE
               WRITE BACKOUT-REPORT-LINE FROM WS-COLUMN-HEADING
               PERFORM VARYING IM-IDX FROM 1 BY 1
                       UNTIL IM-IDX > WS-IM-COUNT
                   PERFORM 0820-WRITE-ACCOUNT-LINE
               END-PERFORM
               PERFORM 0850-WRITE-REPORT-TOTALS
           END-IF
           CLOSE BACKOUT-REPORT-FILE.

       0820-WRITE-ACCOUNT-LINE.
           MOVE WS-IM-DISPOSITION (IM-IDX) TO WS-DL-ACTION
           MOVE WS-IM-LOAN-ACCT-NO (IM-IDX) TO WS-DL-LOAN-ACCT-NO
           MOVE SPACES TO WS-DL-DETAIL
           EVALUATE WS-IM-DISPOSITION (IM-IDX)
               WHEN "RESTORED"
                   MOVE WS-IM-RESTORED-BAL (IM-IDX)
                       TO WS-BALANCE-EDITED
                   STRING "BALANCE PUT BACK TO " DELIMITED BY SIZE
                          WS-BALANCE-EDITED DELIMITED BY SIZE
                       INTO WS-DL-DETAIL
                   END-STRING
               WHEN "REMOVED"
                   MOVE "BOOKING TAKEN OFF THE MASTER" TO WS-DL-DETAIL
               WHEN OTHER
                   MOVE WS-IM-REASON (IM-IDX) TO WS-DL-DETAIL
           END-EVALUATE
           WRITE BACKOUT-REPORT-LINE FROM WS-DETAIL-LINE.

       0850-WRITE-REPORT-TOTALS.
           MOVE SPACES TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-RESTORED-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "MASTER ROWS RESTORED: " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO BACKOUT-REPORT-LINE
           END-STRING
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-REMOVED-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "MASTER ROWS REMOVED:  " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO BACKOUT-REPORT-LINE
           END-STRING
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "MASTER ROWS HELD:     " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO BACKOUT-REPORT-LINE
           END-STRING
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-RV-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "LEDGER ROWS REVERSED: " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO BACKOUT-REPORT-LINE
           END-STRING
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-LEDGER-HELD-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "LEDGER ROWS HELD:     " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO BACKOUT-REPORT-LINE
           END-STRING
           WRITE BACKOUT-REPORT-LINE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== LoanMasterBackout CONTROL TOTALS ====="
           DISPLAY "PROGRAM / CYCLE:     " BR-POSTING-PROGRAM
               " " BR-CYCLE-NUMBER
           DISPLAY "MASTER ROWS RESTORED:" WS-RESTORED-COUNT
           DISPLAY "MASTER ROWS REMOVED: " WS-REMOVED-COUNT
           DISPLAY "MASTER ROWS HELD:    " WS-HELD-COUNT
           DISPLAY "LEDGER ROWS REVERSED:" WS-RV-COUNT
           DISPLAY "LEDGER ROWS HELD:    " WS-LEDGER-HELD-COUNT
           IF WS-REFUSE-REASON NOT = SPACES
               DISPLAY "BACKOUT REFUSED:     " WS-REFUSE-REASON
           END-IF.
