      * looking like an OPEN receivable but keeps its balance, so a
      * later payment can still post against it as a recovery
      * (PaymentPosting's recovery path) instead of bouncing to
      * PAYREJCT, and AgencyPlacement can send the balance out to a
      * collection agency.  Zero depth, or no CHGPARM dataset, charges
      * nothing off.  LOANMAST is the keyed VSAM master now: the
      * run is one READ NEXT pass with a keyed REWRITE of just the
      * rows it charges off, each journaled on LMBFIMG with its
      * before image and the RUNCTL cycle so LoanMasterBackout can
      * undo a charge-off run made against a bad DELINQ file.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "CHGREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-BEFORE-IMAGE-FILE
               ASSIGN TO "LMBFIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BI-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
           05  CR-PAYMENTS-BEHIND    PIC 9(03).
           05  CR-CHGOFF-DATE        PIC 9(08).

       FD  LOAN-BEFORE-IMAGE-FILE.
           COPY LMBFIMG.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.

       01  WS-LM-FS                 PIC X(02).
       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".

      ******************************************************************
      * The master row as it was read, before the run changed it --
      * what goes on the LMBFIMG journal when the row is rewritten.
      ******************************************************************
       01  WS-LM-BEFORE-IMAGE       PIC X(81).
       01  WS-BI-FS                 PIC X(02).

      ******************************************************************
      * Tonight's delinquency file, loaded once and looked up by
      * account -- the payments-behind count is the depth the
      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed loan master or the
      * before-image journal can't be opened.
      ******************************************************************
       LINKAGE SECTION.

           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0130-READ-CHGOFF-PARAMETER
           PERFORM 0170-LOAD-DELINQUENCIES
           IF RUN-RETURN-CODE NOT = ZERO
               IF RUN-RETURN-CODE = ZERO
                   PERFORM 0300-CHARGE-OFF-LOANS
                   CLOSE LOAN-MASTER-FILE
                   CLOSE LOAN-BEFORE-IMAGE-FILE
               END-IF
           END-IF
           PERFORM 0950-DISPLAY-TOTALS
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
      * No CHGPARM dataset, or zero depth, turns the run into a
      * no-op -- the policy has to be configured before anything
      ******************************************************************
      * Opens the keyed master I-O for the run; anything wrong with
      * the open fails the run with RC 12 before a single loan is
      * touched, and so does a before-image journal that won't open.
      ******************************************************************
       0150-OPEN-LOAN-MASTER.
           OPEN I-O LOAN-MASTER-FILE
               DISPLAY "ChargeOffProcessing: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               PERFORM 0155-OPEN-BEFORE-IMAGES
           END-IF.

      ******************************************************************
      * Opens the LMBFIMG journal for append; the first run ever
      * creates it.  A journal that won't open closes the master
      * again and fails the run with RC 12.
      ******************************************************************
       0155-OPEN-BEFORE-IMAGES.
           OPEN EXTEND LOAN-BEFORE-IMAGE-FILE
           IF WS-BI-FS = "35"
               OPEN OUTPUT LOAN-BEFORE-IMAGE-FILE
           END-IF
           IF WS-BI-FS NOT = "00"
               DISPLAY "ChargeOffProcessing: LMBFIMG OPEN FAILED FS="
                   WS-BI-FS
               CLOSE LOAN-MASTER-FILE
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * delinquency aging) without losing its history.
      ******************************************************************
       0350-CHARGE-OFF-ONE-LOAN.
           MOVE LOAN-MASTER-RECORD TO WS-LM-BEFORE-IMAGE
           MOVE "CHGOFF" TO LM-LOAN-STATUS
           PERFORM 0360-REWRITE-LOAN-MASTER
           MOVE LM-LOAN-ACCT-NO    TO CR-LOAN-ACCT-NO
           MOVE LM-CUST-ID         TO CR-CUST-ID
           MOVE LM-BRANCH-CODE     TO CR-BRANCH-CODE
           ADD 1 TO WS-CHGOFF-COUNT
           ADD LM-CURRENT-BALANCE TO WS-CHGOFF-DOLLARS.

      ******************************************************************
      * Rewrites the master row in place and journals it on LMBFIMG
      * -- the image as read, the image as left, the cycle and the
      * run timestamp the ledger rows carry -- so LoanMasterBackout
      * can undo exactly this run's changes to it.
      ******************************************************************
       0360-REWRITE-LOAN-MASTER.
           REWRITE LOAN-MASTER-RECORD
           IF WS-LM-FS (1:1) = "0"
               MOVE "ChargeOffProcessing" TO BI-POSTING-PROGRAM
               MOVE WS-CYCLE-NUMBER    TO BI-CYCLE-NUMBER
               MOVE WS-RUN-TS          TO BI-RUN-TS
               MOVE "R"                TO BI-ACTION
               MOVE LM-LOAN-ACCT-NO    TO BI-LOAN-ACCT-NO
               MOVE WS-LM-BEFORE-IMAGE TO BI-BEFORE-IMAGE
               MOVE LOAN-MASTER-RECORD TO BI-AFTER-IMAGE
               WRITE LOAN-BEFORE-IMAGE-RECORD
           END-IF.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== ChargeOffProcessing CONTROL TOTALS ====="
           DISPLAY "CHARGE-OFF DEPTH:    " WS-CHGOFF-DEPTH
