       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanLossReserve.

      ******************************************************************
      * Month-end allowance for credit losses.  Finance used to size
      * the reserve off a DELINQ printout, and it never tied to what
      * ChargeOffProcessing actually wrote off.  The run segments
      * the portfolio by booking branch and vintage (the year of
      * LM-OPEN-DATE); each segment's historical loss rate is its
      * lifetime charge-offs on the CHGREG history less recoveries
      * on the RECOVERY history, over the dollars the segment
      * originated, floored at the RSVPARM minimum.  Every OPEN
      * loan's balance reserves at its segment's rate, or at its
      * DELINQ bucket's RSVPARM percentage where that is higher.
      * The segment's required reserve is compared with the reserve
      * already on the books -- last month's RSVBOOK generation,
      * less this month's charge-offs and plus this month's
      * recoveries, exactly as LoanGLPosting journalled them
      * against the allowance -- and the difference is the
      * provision true-up.  True-ups net per branch cost center
      * into balanced GLJRNL-layout entries appended to LOANJRNL,
      * so the journal balancing proof releases them with the rest
      * of the night's loan feed, as a batch of their own between a
      * standard interface header and trailer (IFCREC).  The new
      * required reserve goes to the next RSVBOOK generation and
      * every segment to RSVRPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT DELINQUENCY-FILE
               ASSIGN TO "DELINQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQ-FS.

           SELECT CHARGEOFF-REGISTER-FILE
               ASSIGN TO "CHGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FS.

           SELECT RECOVERY-REGISTER-FILE
               ASSIGN TO "RECOVERY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FS.

           SELECT RESERVE-PARAMETER-FILE
               ASSIGN TO "RSVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RP-FS.

           SELECT PRIOR-RESERVE-FILE
               ASSIGN TO "RSVPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RB-FS.

           SELECT RESERVE-BOOK-FILE
               ASSIGN TO "RSVBOOK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RESERVE-REPORT-FILE
               ASSIGN TO "RSVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE
               ASSIGN TO "LOANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JE-FS.

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
       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  DELINQUENCY-FILE.
           COPY DELINQREC.

       FD  CHARGEOFF-REGISTER-FILE.
       01  CHARGEOFF-REGISTER-RECORD.
           05  CR-LOAN-ACCT-NO       PIC X(12).
           05  CR-CUST-ID            PIC X(10).
           05  CR-BRANCH-CODE        PIC X(04).
           05  CR-CHGOFF-BALANCE     PIC S9(09)V99.
           05  CR-PAYMENTS-BEHIND    PIC 9(03).
           05  CR-CHGOFF-DATE        PIC 9(08).

       FD  RECOVERY-REGISTER-FILE.
       01  RECOVERY-REGISTER-RECORD.
           05  RC-LOAN-ACCT-NO       PIC X(12).
           05  RC-CUST-ID            PIC X(10).
           05  RC-BRANCH-CODE        PIC X(04).
           05  RC-RECOVERY-AMT       PIC S9(07)V99.
           05  RC-REMAINING-BALANCE  PIC S9(09)V99.
           05  RC-PAYMENT-DATE       PIC 9(08).

       FD  RESERVE-PARAMETER-FILE.
           COPY RSVPARM.

       FD  PRIOR-RESERVE-FILE.
       01  PRIOR-RESERVE-RECORD      PIC X(49).

       FD  RESERVE-BOOK-FILE.
           COPY RSVBOOK.

       FD  RESERVE-REPORT-FILE.
       01  RESERVE-REPORT-LINE       PIC X(132).

       FD  JOURNAL-FILE.
           COPY GLJRNL.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY RUNCTLWS.
       COPY BIZDTWS.
       COPY IFCREC.

       01  WS-LM-FS                 PIC X(02).
       01  WS-DQ-FS                 PIC X(02).
       01  WS-CR-FS                 PIC X(02).
       01  WS-RC-FS                 PIC X(02).
       01  WS-RP-FS                 PIC X(02).
       01  WS-RB-FS                 PIC X(02).
       01  WS-JE-FS                 PIC X(02).

       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".
       01  WS-DQ-EOF-SW             PIC X(01) VALUE "N".
           88  WS-DQ-EOF            VALUE "Y".
       01  WS-CR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CR-EOF            VALUE "Y".
       01  WS-RC-EOF-SW             PIC X(01) VALUE "N".
           88  WS-RC-EOF            VALUE "Y".
       01  WS-RB-EOF-SW             PIC X(01) VALUE "N".
           88  WS-RB-EOF            VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-YYYYMM          PIC 9(06).

      ******************************************************************
      * Reserve policy, as fractions once RSVPARM (or the default
      * percentages) has been read.
      ******************************************************************
       01  WS-MIN-LOSS-RATE         PIC 9(01)V9(06) COMP-3.
       01  WS-030-RATE              PIC 9(01)V9(06) COMP-3.
       01  WS-060-RATE              PIC 9(01)V9(06) COMP-3.
       01  WS-090-RATE              PIC 9(01)V9(06) COMP-3.

      ******************************************************************
      * Tonight's delinquency file, loaded once and looked up by
      * account for the loan's aging bucket.
      ******************************************************************
       01  WS-DELINQ-AREA.
           05  WS-DQ-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-DQ-ROW OCCURS 500 TIMES
                             INDEXED BY DQ-IDX.
               10  WS-DQ-LOAN-ACCT-NO    PIC X(12).
               10  WS-DQ-BUCKET          PIC X(03).
       01  WS-DQ-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-DQ-FOUND          VALUE "Y".

      ******************************************************************
      * One reserve segment per booking branch and vintage year:
      * what it originated, what it has lost and recovered over its
      * life and this month, its OPEN balances by DELINQ bucket,
      * and the reserve on the books going in.
      ******************************************************************
       01  WS-SEGMENT-AREA.
           05  WS-SG-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-SG-ROW OCCURS 500 TIMES
                             INDEXED BY SG-IDX.
               10  WS-SG-BRANCH-CODE     PIC X(04).
               10  WS-SG-VINTAGE-YEAR    PIC 9(04).
               10  WS-SG-ORIG-DOLLARS    PIC S9(11)V99 COMP-3.
               10  WS-SG-CHGOFF-DOLLARS  PIC S9(11)V99 COMP-3.
               10  WS-SG-RECOV-DOLLARS   PIC S9(11)V99 COMP-3.
               10  WS-SG-MONTH-CHGOFF    PIC S9(11)V99 COMP-3.
               10  WS-SG-MONTH-RECOV     PIC S9(11)V99 COMP-3.
               10  WS-SG-BAL-CURRENT     PIC S9(11)V99 COMP-3.
               10  WS-SG-BAL-030         PIC S9(11)V99 COMP-3.
               10  WS-SG-BAL-060         PIC S9(11)V99 COMP-3.
               10  WS-SG-BAL-090         PIC S9(11)V99 COMP-3.
               10  WS-SG-PRIOR-BOOKED    PIC S9(11)V99 COMP-3.
               10  WS-SG-LOSS-RATE       PIC 9(01)V9(06) COMP-3.
               10  WS-SG-REQUIRED        PIC S9(11)V99 COMP-3.
               10  WS-SG-BOOKED-IN       PIC S9(11)V99 COMP-3.
               10  WS-SG-TRUE-UP         PIC S9(11)V99 COMP-3.
       01  WS-SG-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-SG-FOUND          VALUE "Y".
       01  WS-WORK-BRANCH-CODE      PIC X(04).
       01  WS-WORK-VINTAGE-YEAR     PIC 9(04).

      ******************************************************************
      * Provision true-up netted per cost center (the branch's
      * leading three characters, as LoanGLPosting journals it).
      ******************************************************************
       01  WS-PROVISION-AREA.
           05  WS-PV-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-PV-ROW OCCURS 200 TIMES
                             INDEXED BY PV-IDX.
               10  WS-PV-COST-CENTER     PIC X(03).
               10  WS-PV-TRUE-UP         PIC S9(11)V99 COMP-3.
       01  WS-PV-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-PV-FOUND          VALUE "Y".
       01  WS-WORK-COST-CENTER      PIC X(03).

       01  WS-NET-LOSS              PIC S9(11)V99 COMP-3.
       01  WS-EFFECTIVE-RATE        PIC 9(01)V9(06) COMP-3.
       01  WS-WORK-RESERVE          PIC S9(13)V9(06) COMP-3.

       01  WS-RATE-PCT              PIC 9(03)V9(04) COMP-3.
       01  WS-RATE-EDITED           PIC ZZ9.9999.
       01  WS-AMT-EDITED            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDITED-2          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDITED-3          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDITED-4          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LOANS-RESERVED        PIC 9(07) COMP VALUE ZERO.
       01  WS-HISTORY-UNMATCHED     PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-REQUIRED        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-BOOKED-IN       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-TRUE-UP         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-DEBITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CREDITS         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ENTRY-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-JOURNAL-HASH          PIC S9(13)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed loan master or the
      * journal can't be opened or a table overflows, 8 if the
      * provision entries don't balance.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE (1:6) TO WS-TODAY-YYYYMM
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0130-READ-RESERVE-PARAMETER
           PERFORM 0170-LOAD-DELINQUENCIES
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0150-OPEN-LOAN-MASTER
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-TALLY-LOAN-MASTER
           PERFORM 0250-TALLY-CHARGEOFFS
           PERFORM 0270-TALLY-RECOVERIES
           CLOSE LOAN-MASTER-FILE
           PERFORM 0290-LOAD-PRIOR-RESERVE
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JE-FS NOT = "00" AND WS-JE-FS NOT = "05"
               DISPLAY "LoanLossReserve: LOANJRNL OPEN FAILED FS="
                   WS-JE-FS
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0400-RESERVE-SEGMENTS
           PERFORM 0595-WRITE-JOURNAL-HEADER
           PERFORM 0600-POST-PROVISION
           PERFORM 0780-WRITE-JOURNAL-TRAILER
           CLOSE JOURNAL-FILE
           PERFORM 0800-PROVE-BALANCE
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
      * No RSVPARM dataset means a 0.50% loss-rate floor and 10, 25
      * and 50 percent for the 030, 060 and 090 buckets.
      ******************************************************************
       0130-READ-RESERVE-PARAMETER.
           MOVE 0.005 TO WS-MIN-LOSS-RATE
           MOVE 0.10  TO WS-030-RATE
           MOVE 0.25  TO WS-060-RATE
           MOVE 0.50  TO WS-090-RATE
           OPEN INPUT RESERVE-PARAMETER-FILE
           IF WS-RP-FS = "00"
               READ RESERVE-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-MIN-LOSS-RATE = RP-MIN-LOSS-PCT / 100
                       COMPUTE WS-030-RATE = RP-030-PCT / 100
                       COMPUTE WS-060-RATE = RP-060-PCT / 100
                       COMPUTE WS-090-RATE = RP-090-PCT / 100
               END-READ
               CLOSE RESERVE-PARAMETER-FILE
           END-IF.

      ******************************************************************
      * Opens the keyed master for the run; anything wrong with the
      * open fails the run with RC 12 before a reserve is figured.
      ******************************************************************
       0150-OPEN-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "LoanLossReserve: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * No DELINQ dataset just means the posting run found nobody
      * behind -- every OPEN loan reserves at its segment's rate.
      ******************************************************************
       0170-LOAD-DELINQUENCIES.
           OPEN INPUT DELINQUENCY-FILE
           IF WS-DQ-FS = "00"
               MOVE "N" TO WS-DQ-EOF-SW
               SET DQ-IDX TO 1
               PERFORM UNTIL WS-DQ-EOF
                   READ DELINQUENCY-FILE
                       AT END
                           MOVE "Y" TO WS-DQ-EOF-SW
                       NOT AT END
                           IF WS-DQ-COUNT >= 500
                               DISPLAY "LoanLossReserve: DELINQ"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-DQ-EOF-SW
                           ELSE
                           MOVE DL-LOAN-ACCT-NO TO
                               WS-DQ-LOAN-ACCT-NO (DQ-IDX)
                           MOVE DL-BUCKET TO
                               WS-DQ-BUCKET (DQ-IDX)
                           SET DQ-IDX UP BY 1
                           ADD 1 TO WS-DQ-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELINQUENCY-FILE
           END-IF.

       0180-FIND-DELINQUENCY.
           MOVE "N" TO WS-DQ-FOUND-SW
           SET DQ-IDX TO 1
           PERFORM UNTIL WS-DQ-FOUND OR DQ-IDX > WS-DQ-COUNT
               IF WS-DQ-LOAN-ACCT-NO (DQ-IDX) = LM-LOAN-ACCT-NO
                   MOVE "Y" TO WS-DQ-FOUND-SW
               ELSE
                   SET DQ-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Finds, or opens, the segment cell for WS-WORK-BRANCH-CODE and
      * WS-WORK-VINTAGE-YEAR.  A full table fails the run with RC 12
      * rather than leave a segment's reserve off the books.
      ******************************************************************
       0190-FIND-SEGMENT-CELL.
           MOVE "N" TO WS-SG-FOUND-SW
           SET SG-IDX TO 1
           PERFORM UNTIL WS-SG-FOUND OR SG-IDX > WS-SG-COUNT
               IF WS-SG-BRANCH-CODE (SG-IDX) = WS-WORK-BRANCH-CODE
                  AND WS-SG-VINTAGE-YEAR (SG-IDX) =
                      WS-WORK-VINTAGE-YEAR
                   MOVE "Y" TO WS-SG-FOUND-SW
               ELSE
                   SET SG-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-SG-FOUND
               IF WS-SG-COUNT >= 500
                   DISPLAY "LoanLossReserve: SEGMENTS"
                       " EXCEED TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   SET SG-IDX TO WS-SG-COUNT
                   SET SG-IDX UP BY 1
                   MOVE WS-WORK-BRANCH-CODE
                       TO WS-SG-BRANCH-CODE (SG-IDX)
                   MOVE WS-WORK-VINTAGE-YEAR
                       TO WS-SG-VINTAGE-YEAR (SG-IDX)
                   MOVE ZERO TO WS-SG-ORIG-DOLLARS (SG-IDX)
                   MOVE ZERO TO WS-SG-CHGOFF-DOLLARS (SG-IDX)
                   MOVE ZERO TO WS-SG-RECOV-DOLLARS (SG-IDX)
                   MOVE ZERO TO WS-SG-MONTH-CHGOFF (SG-IDX)
                   MOVE ZERO TO WS-SG-MONTH-RECOV (SG-IDX)
                   MOVE ZERO TO WS-SG-BAL-CURRENT (SG-IDX)
                   MOVE ZERO TO WS-SG-BAL-030 (SG-IDX)
                   MOVE ZERO TO WS-SG-BAL-060 (SG-IDX)
                   MOVE ZERO TO WS-SG-BAL-090 (SG-IDX)
                   MOVE ZERO TO WS-SG-PRIOR-BOOKED (SG-IDX)
                   MOVE ZERO TO WS-SG-LOSS-RATE (SG-IDX)
                   MOVE ZERO TO WS-SG-REQUIRED (SG-IDX)
                   MOVE ZERO TO WS-SG-BOOKED-IN (SG-IDX)
                   MOVE ZERO TO WS-SG-TRUE-UP (SG-IDX)
                   ADD 1 TO WS-SG-COUNT
                   MOVE "Y" TO WS-SG-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * One front-to-back pass down the primary key.  Every loan,
      * whatever its status, counts toward what its segment
      * originated; only OPEN loans carry a balance to reserve.
      ******************************************************************
       0200-TALLY-LOAN-MASTER.
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
                       PERFORM 0210-TALLY-ONE-LOAN
               END-READ
           END-PERFORM.

       0210-TALLY-ONE-LOAN.
           MOVE LM-BRANCH-CODE    TO WS-WORK-BRANCH-CODE
           MOVE LM-OPEN-DATE (1:4) TO WS-WORK-VINTAGE-YEAR
           PERFORM 0190-FIND-SEGMENT-CELL
           IF WS-SG-FOUND
               ADD LM-ORIG-AMOUNT TO WS-SG-ORIG-DOLLARS (SG-IDX)
               IF LM-LOAN-STATUS = "OPEN"
                   ADD 1 TO WS-LOANS-RESERVED
                   PERFORM 0180-FIND-DELINQUENCY
                   IF NOT WS-DQ-FOUND
                       ADD LM-CURRENT-BALANCE
                           TO WS-SG-BAL-CURRENT (SG-IDX)
                   ELSE
                       EVALUATE WS-DQ-BUCKET (DQ-IDX)
                           WHEN "090"
                               ADD LM-CURRENT-BALANCE
                                   TO WS-SG-BAL-090 (SG-IDX)
                           WHEN "060"
                               ADD LM-CURRENT-BALANCE
                                   TO WS-SG-BAL-060 (SG-IDX)
                           WHEN OTHER
                               ADD LM-CURRENT-BALANCE
                                   TO WS-SG-BAL-030 (SG-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The CHGREG history: every charge-off ChargeOffProcessing has
      * ever written.  The loan's vintage comes off its master row;
      * a row whose loan is no longer on LOANMAST can't be placed in
      * a vintage and is only counted.  This month's charge-offs
      * have already come off the allowance in the GL.
      ******************************************************************
       0250-TALLY-CHARGEOFFS.
           OPEN INPUT CHARGEOFF-REGISTER-FILE
           IF WS-CR-FS = "00"
               MOVE "N" TO WS-CR-EOF-SW
               PERFORM UNTIL WS-CR-EOF
                   READ CHARGEOFF-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-CR-EOF-SW
                       NOT AT END
                           MOVE CR-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
                           MOVE CR-BRANCH-CODE TO WS-WORK-BRANCH-CODE
                           PERFORM 0260-PLACE-HISTORY-ROW
                           IF WS-SG-FOUND
                               ADD CR-CHGOFF-BALANCE
                                   TO WS-SG-CHGOFF-DOLLARS (SG-IDX)
                               IF CR-CHGOFF-DATE (1:6) =
                                       WS-TODAY-YYYYMM
                                   ADD CR-CHGOFF-BALANCE
                                       TO WS-SG-MONTH-CHGOFF (SG-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGEOFF-REGISTER-FILE
           END-IF.

       0260-PLACE-HISTORY-ROW.
           MOVE "N" TO WS-SG-FOUND-SW
           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-ACCT-NO
               INVALID KEY
                   ADD 1 TO WS-HISTORY-UNMATCHED
               NOT INVALID KEY
                   MOVE LM-OPEN-DATE (1:4) TO WS-WORK-VINTAGE-YEAR
                   PERFORM 0190-FIND-SEGMENT-CELL
           END-READ.

      ******************************************************************
      * The RECOVERY history: every dollar PaymentPosting collected
      * on a charged-off loan, and every dollar AgencyRemittance
      * received from a collection agency net of its commission,
      * netted against its segment's losses.
      ******************************************************************
       0270-TALLY-RECOVERIES.
           OPEN INPUT RECOVERY-REGISTER-FILE
           IF WS-RC-FS = "00"
               MOVE "N" TO WS-RC-EOF-SW
               PERFORM UNTIL WS-RC-EOF
                   READ RECOVERY-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF-SW
                       NOT AT END
                           MOVE RC-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
                           MOVE RC-BRANCH-CODE TO WS-WORK-BRANCH-CODE
                           PERFORM 0260-PLACE-HISTORY-ROW
                           IF WS-SG-FOUND
                               ADD RC-RECOVERY-AMT
                                   TO WS-SG-RECOV-DOLLARS (SG-IDX)
                               IF RC-PAYMENT-DATE (1:6) =
                                       WS-TODAY-YYYYMM
                                   ADD RC-RECOVERY-AMT
                                       TO WS-SG-MONTH-RECOV (SG-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-REGISTER-FILE
           END-IF.

      ******************************************************************
      * Last month's RSVBOOK generation is the reserve Finance has
      * booked per segment.  No prior generation -- the first run --
      * means nothing is booked yet and the whole required reserve
      * is this month's provision.
      ******************************************************************
       0290-LOAD-PRIOR-RESERVE.
           OPEN INPUT PRIOR-RESERVE-FILE
           IF WS-RB-FS = "00"
               MOVE "N" TO WS-RB-EOF-SW
               PERFORM UNTIL WS-RB-EOF
                   READ PRIOR-RESERVE-FILE
                       AT END
                           MOVE "Y" TO WS-RB-EOF-SW
                       NOT AT END
                           MOVE PRIOR-RESERVE-RECORD
                               TO RESERVE-BOOK-RECORD
                           MOVE RB-BRANCH-CODE
                               TO WS-WORK-BRANCH-CODE
                           MOVE RB-VINTAGE-YEAR
                               TO WS-WORK-VINTAGE-YEAR
                           PERFORM 0190-FIND-SEGMENT-CELL
                           IF WS-SG-FOUND
                               ADD RB-BOOKED-RESERVE
                                   TO WS-SG-PRIOR-BOOKED (SG-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-RESERVE-FILE
           END-IF.

      ******************************************************************
      * Figures every segment's required reserve and true-up, books
      * it to the next RSVBOOK generation and reports it on RSVRPT.
      ******************************************************************
       0400-RESERVE-SEGMENTS.
           OPEN OUTPUT RESERVE-BOOK-FILE
           OPEN OUTPUT RESERVE-REPORT-FILE
           MOVE "LOAN LOSS RESERVE BY BRANCH AND VINTAGE - AS OF "
               TO RESERVE-REPORT-LINE
           MOVE WS-TODAY-DATE TO RESERVE-REPORT-LINE (50:8)
           WRITE RESERVE-REPORT-LINE
           MOVE "BRCH VINT LOSS RATE%      OPEN BALANCE"
               TO RESERVE-REPORT-LINE
           MOVE "      REQUIRED RSV     BOOKED RSV IN"
               TO RESERVE-REPORT-LINE (39:36)
           MOVE "     PROVISION TRUE-UP"
               TO RESERVE-REPORT-LINE (75:22)
           WRITE RESERVE-REPORT-LINE
           MOVE ALL "-" TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           PERFORM VARYING SG-IDX FROM 1 BY 1
                   UNTIL SG-IDX > WS-SG-COUNT
               PERFORM 0410-FIGURE-LOSS-RATE
               PERFORM 0420-FIGURE-REQUIRED
               PERFORM 0450-BOOK-ONE-SEGMENT
               PERFORM 0460-REPORT-ONE-SEGMENT
           END-PERFORM
           MOVE ALL "-" TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           MOVE WS-TOTAL-REQUIRED  TO WS-AMT-EDITED
           MOVE WS-TOTAL-BOOKED-IN TO WS-AMT-EDITED-2
           MOVE WS-TOTAL-TRUE-UP   TO WS-AMT-EDITED-3
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING "TOTAL RESERVE REQUIRED " DELIMITED BY SIZE
                  WS-AMT-EDITED DELIMITED BY SIZE
                  "  BOOKED IN " DELIMITED BY SIZE
                  WS-AMT-EDITED-2 DELIMITED BY SIZE
                  "  PROVISION " DELIMITED BY SIZE
                  WS-AMT-EDITED-3 DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           END-STRING
           WRITE RESERVE-REPORT-LINE
           CLOSE RESERVE-BOOK-FILE
           CLOSE RESERVE-REPORT-FILE.

      ******************************************************************
      * Lifetime net losses over dollars originated, never below the
      * RSVPARM floor (nor above the whole balance).
      ******************************************************************
       0410-FIGURE-LOSS-RATE.
           COMPUTE WS-NET-LOSS =
               WS-SG-CHGOFF-DOLLARS (SG-IDX)
               - WS-SG-RECOV-DOLLARS (SG-IDX)
           MOVE ZERO TO WS-SG-LOSS-RATE (SG-IDX)
           IF WS-NET-LOSS > ZERO
              AND WS-SG-ORIG-DOLLARS (SG-IDX) > ZERO
               IF WS-NET-LOSS >= WS-SG-ORIG-DOLLARS (SG-IDX)
                   MOVE 1 TO WS-SG-LOSS-RATE (SG-IDX)
               ELSE
                   COMPUTE WS-SG-LOSS-RATE (SG-IDX) ROUNDED =
                       WS-NET-LOSS / WS-SG-ORIG-DOLLARS (SG-IDX)
               END-IF
           END-IF
           IF WS-SG-LOSS-RATE (SG-IDX) < WS-MIN-LOSS-RATE
               MOVE WS-MIN-LOSS-RATE TO WS-SG-LOSS-RATE (SG-IDX)
           END-IF.

      ******************************************************************
      * Current balances reserve at the segment's rate; each bucket's
      * balances at the higher of that rate and the bucket's own.
      * The reserve already booked is last month's less this month's
      * charge-offs plus this month's recoveries, the same movements
      * LoanGLPosting has already journalled against the allowance.
      ******************************************************************
       0420-FIGURE-REQUIRED.
           COMPUTE WS-WORK-RESERVE =
               WS-SG-BAL-CURRENT (SG-IDX) * WS-SG-LOSS-RATE (SG-IDX)
           MOVE WS-030-RATE TO WS-EFFECTIVE-RATE
           IF WS-SG-LOSS-RATE (SG-IDX) > WS-EFFECTIVE-RATE
               MOVE WS-SG-LOSS-RATE (SG-IDX) TO WS-EFFECTIVE-RATE
           END-IF
           COMPUTE WS-WORK-RESERVE = WS-WORK-RESERVE
               + WS-SG-BAL-030 (SG-IDX) * WS-EFFECTIVE-RATE
           MOVE WS-060-RATE TO WS-EFFECTIVE-RATE
           IF WS-SG-LOSS-RATE (SG-IDX) > WS-EFFECTIVE-RATE
               MOVE WS-SG-LOSS-RATE (SG-IDX) TO WS-EFFECTIVE-RATE
           END-IF
           COMPUTE WS-WORK-RESERVE = WS-WORK-RESERVE
               + WS-SG-BAL-060 (SG-IDX) * WS-EFFECTIVE-RATE
           MOVE WS-090-RATE TO WS-EFFECTIVE-RATE
           IF WS-SG-LOSS-RATE (SG-IDX) > WS-EFFECTIVE-RATE
               MOVE WS-SG-LOSS-RATE (SG-IDX) TO WS-EFFECTIVE-RATE
           END-IF
           COMPUTE WS-WORK-RESERVE = WS-WORK-RESERVE
               + WS-SG-BAL-090 (SG-IDX) * WS-EFFECTIVE-RATE
           COMPUTE WS-SG-REQUIRED (SG-IDX) ROUNDED = WS-WORK-RESERVE
           IF WS-SG-REQUIRED (SG-IDX) < ZERO
               MOVE ZERO TO WS-SG-REQUIRED (SG-IDX)
           END-IF
           COMPUTE WS-SG-BOOKED-IN (SG-IDX) =
               WS-SG-PRIOR-BOOKED (SG-IDX)
               - WS-SG-MONTH-CHGOFF (SG-IDX)
               + WS-SG-MONTH-RECOV (SG-IDX)
           COMPUTE WS-SG-TRUE-UP (SG-IDX) =
               WS-SG-REQUIRED (SG-IDX) - WS-SG-BOOKED-IN (SG-IDX)
           ADD WS-SG-REQUIRED (SG-IDX) TO WS-TOTAL-REQUIRED
           ADD WS-SG-BOOKED-IN (SG-IDX) TO WS-TOTAL-BOOKED-IN
           ADD WS-SG-TRUE-UP (SG-IDX) TO WS-TOTAL-TRUE-UP.

       0450-BOOK-ONE-SEGMENT.
           MOVE WS-SG-BRANCH-CODE (SG-IDX)  TO RB-BRANCH-CODE
           MOVE WS-SG-VINTAGE-YEAR (SG-IDX) TO RB-VINTAGE-YEAR
           MOVE WS-TODAY-DATE               TO RB-AS-OF-DATE
           MOVE WS-SG-LOSS-RATE (SG-IDX)    TO RB-LOSS-RATE
           COMPUTE RB-OPEN-BALANCE =
               WS-SG-BAL-CURRENT (SG-IDX) + WS-SG-BAL-030 (SG-IDX)
               + WS-SG-BAL-060 (SG-IDX) + WS-SG-BAL-090 (SG-IDX)
           MOVE WS-SG-REQUIRED (SG-IDX)     TO RB-BOOKED-RESERVE
           WRITE RESERVE-BOOK-RECORD
           IF WS-SG-TRUE-UP (SG-IDX) NOT = ZERO
               MOVE WS-SG-BRANCH-CODE (SG-IDX) (1:3)
                   TO WS-WORK-COST-CENTER
               PERFORM 0470-FIND-PROVISION-CELL
               IF WS-PV-FOUND
                   ADD WS-SG-TRUE-UP (SG-IDX)
                       TO WS-PV-TRUE-UP (PV-IDX)
               END-IF
           END-IF.

       0460-REPORT-ONE-SEGMENT.
           COMPUTE WS-RATE-PCT = WS-SG-LOSS-RATE (SG-IDX) * 100
           MOVE WS-RATE-PCT                 TO WS-RATE-EDITED
           MOVE RB-OPEN-BALANCE             TO WS-AMT-EDITED
           MOVE WS-SG-REQUIRED (SG-IDX)     TO WS-AMT-EDITED-2
           MOVE WS-SG-BOOKED-IN (SG-IDX)    TO WS-AMT-EDITED-3
           MOVE WS-SG-TRUE-UP (SG-IDX)      TO WS-AMT-EDITED-4
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING WS-SG-BRANCH-CODE (SG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SG-VINTAGE-YEAR (SG-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RATE-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT-EDITED-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT-EDITED-3 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT-EDITED-4 DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           END-STRING
           WRITE RESERVE-REPORT-LINE.

       0470-FIND-PROVISION-CELL.
           MOVE "N" TO WS-PV-FOUND-SW
           SET PV-IDX TO 1
           PERFORM UNTIL WS-PV-FOUND OR PV-IDX > WS-PV-COUNT
               IF WS-PV-COST-CENTER (PV-IDX) = WS-WORK-COST-CENTER
                   MOVE "Y" TO WS-PV-FOUND-SW
               ELSE
                   SET PV-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-PV-FOUND AND WS-PV-COUNT < 200
               SET PV-IDX TO WS-PV-COUNT
               SET PV-IDX UP BY 1
               MOVE WS-WORK-COST-CENTER
                   TO WS-PV-COST-CENTER (PV-IDX)
               MOVE ZERO TO WS-PV-TRUE-UP (PV-IDX)
               ADD 1 TO WS-PV-COUNT
               MOVE "Y" TO WS-PV-FOUND-SW
           END-IF.

       0595-WRITE-JOURNAL-HEADER.
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*HDR"           TO IC-RECORD-ID
           MOVE "LOANJRNL"       TO IC-FILE-ID
           MOVE "RESERVE"        TO IC-PRODUCER
           MOVE WS-BUSINESS-DATE TO IC-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER  TO IC-CYCLE-NUMBER
           WRITE JOURNAL-ENTRY-RECORD FROM INTERFACE-CONTROL-RECORD.

      ******************************************************************
      * A reserve shortfall is provision expense against the
      * allowance; an excess releases the allowance back through
      * the same expense account.
      ******************************************************************
       0600-POST-PROVISION.
           PERFORM VARYING PV-IDX FROM 1 BY 1
                   UNTIL PV-IDX > WS-PV-COUNT
               PERFORM 0650-POST-ONE-COST-CENTER
           END-PERFORM.

       0650-POST-ONE-COST-CENTER.
           IF WS-PV-TRUE-UP (PV-IDX) > ZERO
               MOVE "61500000" TO JE-ACCOUNT
               MOVE WS-PV-TRUE-UP (PV-IDX) TO JE-DEBIT-AMOUNT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               MOVE "PROVISION FOR LOAN LOSSES" TO JE-DESCRIPTION
               PERFORM 0690-WRITE-ENTRY
               MOVE "13900000" TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-PV-TRUE-UP (PV-IDX) TO JE-CREDIT-AMOUNT
               MOVE "ALLOWANCE PROVIDED" TO JE-DESCRIPTION
               PERFORM 0690-WRITE-ENTRY
           END-IF
           IF WS-PV-TRUE-UP (PV-IDX) < ZERO
               MOVE "13900000" TO JE-ACCOUNT
               COMPUTE JE-DEBIT-AMOUNT = ZERO - WS-PV-TRUE-UP (PV-IDX)
               MOVE ZERO TO JE-CREDIT-AMOUNT
               MOVE "ALLOWANCE RELEASED" TO JE-DESCRIPTION
               PERFORM 0690-WRITE-ENTRY
               MOVE "61500000" TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               COMPUTE JE-CREDIT-AMOUNT =
                   ZERO - WS-PV-TRUE-UP (PV-IDX)
               MOVE "PROVISION REVERSED" TO JE-DESCRIPTION
               PERFORM 0690-WRITE-ENTRY
           END-IF.

       0690-WRITE-ENTRY.
           MOVE WS-PV-COST-CENTER (PV-IDX) TO JE-COST-CENTER
           MOVE WS-CYCLE-NUMBER TO JE-CYCLE-NUMBER
           WRITE JOURNAL-ENTRY-RECORD
           ADD JE-DEBIT-AMOUNT  TO WS-TOTAL-DEBITS
           ADD JE-CREDIT-AMOUNT TO WS-TOTAL-CREDITS
           ADD 1 TO WS-ENTRY-COUNT.

       0780-WRITE-JOURNAL-TRAILER.
           COMPUTE WS-JOURNAL-HASH = WS-TOTAL-DEBITS + WS-TOTAL-CREDITS
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*TRL"           TO IC-RECORD-ID
           MOVE WS-ENTRY-COUNT   TO IC-RECORD-COUNT
           MOVE WS-JOURNAL-HASH  TO IC-AMOUNT-HASH
           WRITE JOURNAL-ENTRY-RECORD FROM INTERFACE-CONTROL-RECORD.

       0800-PROVE-BALANCE.
           DISPLAY "===== LoanLossReserve CONTROL TOTALS ====="
           DISPLAY "OPEN LOANS RESERVED: " WS-LOANS-RESERVED
           DISPLAY "RESERVE SEGMENTS:    " WS-SG-COUNT
           DISPLAY "HISTORY UNMATCHED:   " WS-HISTORY-UNMATCHED
           DISPLAY "RESERVE REQUIRED:    " WS-TOTAL-REQUIRED
           DISPLAY "RESERVE BOOKED IN:   " WS-TOTAL-BOOKED-IN
           DISPLAY "PROVISION TRUE-UP:   " WS-TOTAL-TRUE-UP
           DISPLAY "JOURNAL LINES:       " WS-ENTRY-COUNT
           DISPLAY "TOTAL DEBITS:        " WS-TOTAL-DEBITS
           DISPLAY "TOTAL CREDITS:       " WS-TOTAL-CREDITS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY "JOURNAL IN BALANCE"
           ELSE
               DISPLAY "JOURNAL OUT OF BALANCE"
               MOVE 8 TO RUN-RETURN-CODE
           END-IF.
