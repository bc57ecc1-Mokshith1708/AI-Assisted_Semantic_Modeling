       IDENTIFICATION DIVISION.
       PROGRAM-ID. EscrowAnalysis.

      ******************************************************************
      * Annual escrow analysis.  Run monthly; every ACTIVE escrow
      * account on an OPEN loan whose last analysis (or setup) is a
      * year or more behind the business date is analyzed.  Next
      * year's bills are projected from what EscrowDisbursement
      * actually paid out since the last analysis -- falling back to
      * the estimate on file for a bill that never came in -- and
      * the new monthly escrow is one twelfth of that.  The account
      * may hold a cushion of ESCPARM's cushion months of escrow;
      * a balance below the cushion is a shortage, spread over the
      * next twelve installments, and a balance above it is a
      * surplus, refunded to the borrower through REFUNDUE (with an
      * ESCREFND ledger row) once it reaches the refund threshold
      * and otherwise left in the account.  The loan's
      * LM-INSTALLMENT-AMT moves by exactly the change in the
      * monthly escrow, and every account analyzed gets a line on
      * ESCANRPT showing the balance, cushion, shortage or surplus,
      * old and new monthly escrow, and what was done.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-FILE
               ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-LOAN-ACCT-NO
               FILE STATUS IS WS-ES-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT ESCROW-PARAMETER-FILE
               ASSIGN TO "ESCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EP-FS.

           SELECT ANALYSIS-REPORT-FILE
               ASSIGN TO "ESCANRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-DUE-FILE
               ASSIGN TO "REFUNDUE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCROW-FILE.
           COPY ESCROWRC.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  ESCROW-PARAMETER-FILE.
           COPY ESCPARM.

       FD  ANALYSIS-REPORT-FILE.
       01  ANALYSIS-REPORT-LINE      PIC X(100).

       FD  REFUND-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05  RF-LOAN-ACCT-NO       PIC X(12).
           05  RF-CUST-ID            PIC X(10).
           05  RF-BRANCH-CODE        PIC X(04).
           05  RF-REFUND-AMT         PIC S9(07)V99.
           05  RF-PAYMENT-DATE       PIC 9(08).

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-ES-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-EP-FS                 PIC X(02).
       01  WS-ES-EOF-SW             PIC X(01) VALUE "N".
           88  WS-ES-EOF            VALUE "Y".
       01  WS-LM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LM-FOUND          VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-YEAR            PIC 9(04).
       01  WS-TODAY-MONTH           PIC 9(02).
       01  WS-LAST-YEAR             PIC 9(04).
       01  WS-LAST-MONTH            PIC 9(02).
       01  WS-MONTHS-SINCE          PIC S9(05) COMP.

      ******************************************************************
      * Analysis policy, from ESCPARM when there is one.
      ******************************************************************
       01  WS-CUSHION-MONTHS        PIC 9(02) VALUE 2.
       01  WS-REFUND-THRESHOLD      PIC 9(05)V99 VALUE 50.00.

      ******************************************************************
      * One account's analysis.
      ******************************************************************
       01  WS-PROJ-TAX              PIC S9(07)V99 COMP-3.
       01  WS-PROJ-INSURANCE        PIC S9(07)V99 COMP-3.
       01  WS-BASE-MONTHLY          PIC S9(07)V99 COMP-3.
       01  WS-CUSHION-AMT           PIC S9(07)V99 COMP-3.
       01  WS-SHORTAGE-AMT          PIC S9(07)V99 COMP-3.
       01  WS-SURPLUS-AMT           PIC S9(07)V99 COMP-3.
       01  WS-OLD-MONTHLY           PIC S9(07)V99 COMP-3.
       01  WS-NEW-MONTHLY           PIC S9(07)V99 COMP-3.
       01  WS-BALANCE-BEFORE        PIC S9(07)V99 COMP-3.
       01  WS-DISPOSITION           PIC X(08).

       01  WS-BAL-EDITED            PIC -,---,--9.99.
       01  WS-CUSH-EDITED           PIC Z,ZZZ,ZZ9.99.
       01  WS-SHORT-EDITED          PIC Z,ZZZ,ZZ9.99.
       01  WS-OLD-EDITED            PIC Z,ZZZ,ZZ9.99.
       01  WS-NEW-EDITED            PIC Z,ZZZ,ZZ9.99.

       01  WS-ANALYZED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-SHORTAGE-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-SURPLUS-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-REFUND-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-REFUND-DOLLARS        PIC S9(11)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed escrow file or
      * loan master can't be opened.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE (1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-DATE (5:2) TO WS-TODAY-MONTH
           PERFORM 0130-READ-ESCROW-PARAMETER
           PERFORM 0150-OPEN-KEYED-FILES
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT ANALYSIS-REPORT-FILE
           OPEN OUTPUT REFUND-DUE-FILE
           OPEN EXTEND LOAN-HISTORY-FILE
           PERFORM 0180-WRITE-REPORT-HEADINGS
           PERFORM 0200-ANALYZE-ACCOUNTS
           CLOSE ANALYSIS-REPORT-FILE
           CLOSE REFUND-DUE-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE ESCROW-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "===== EscrowAnalysis CONTROL TOTALS ====="
           DISPLAY "ACCOUNTS ANALYZED:   " WS-ANALYZED-COUNT
           DISPLAY "SHORTAGES:           " WS-SHORTAGE-COUNT
           DISPLAY "SURPLUSES:           " WS-SURPLUS-COUNT
           DISPLAY "SURPLUS REFUNDS:     " WS-REFUND-COUNT
           DISPLAY "REFUND DOLLARS:      " WS-REFUND-DOLLARS
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
      * No ESCPARM dataset, or an empty one, keeps the two-month
      * cushion and $50.00 refund threshold.
      ******************************************************************
       0130-READ-ESCROW-PARAMETER.
           OPEN INPUT ESCROW-PARAMETER-FILE
           IF WS-EP-FS = "00"
               READ ESCROW-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EP-CUSHION-MONTHS   TO WS-CUSHION-MONTHS
                       MOVE EP-REFUND-THRESHOLD TO WS-REFUND-THRESHOLD
               END-READ
               CLOSE ESCROW-PARAMETER-FILE
           END-IF.

      ******************************************************************
      * Opens the keyed escrow file and loan master I-O.  Anything
      * wrong with either open fails the run with RC 12 before a
      * single account is analyzed.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O ESCROW-FILE
           IF WS-ES-FS NOT = "00"
               DISPLAY "EscrowAnalysis: ESCROW OPEN FAILED FS="
                   WS-ES-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN I-O LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "EscrowAnalysis: LOANMAST OPEN FAILED FS="
                       WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE ESCROW-FILE
               END-IF
           END-IF.

       0180-WRITE-REPORT-HEADINGS.
           MOVE "ANNUAL ESCROW ANALYSIS" TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           MOVE SPACES TO ANALYSIS-REPORT-LINE
           STRING "LOAN ACCOUNT " DELIMITED BY SIZE
                  "       BALANCE" DELIMITED BY SIZE
                  "      CUSHION" DELIMITED BY SIZE
                  "  SHORT/SURPL" DELIMITED BY SIZE
                  "  OLD MONTHLY" DELIMITED BY SIZE
                  "  NEW MONTHLY" DELIMITED BY SIZE
                  "  ACTION" DELIMITED BY SIZE
               INTO ANALYSIS-REPORT-LINE
           END-STRING
           WRITE ANALYSIS-REPORT-LINE
           MOVE ALL "-" TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE.

      ******************************************************************
      * One front-to-back pass down the escrow key; each account
      * due for analysis is analyzed and rewritten in place.
      ******************************************************************
       0200-ANALYZE-ACCOUNTS.
           MOVE LOW-VALUES TO ES-LOAN-ACCT-NO
           START ESCROW-FILE
               KEY IS GREATER THAN ES-LOAN-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-ES-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-ES-EOF-SW
           END-START
           PERFORM UNTIL WS-ES-EOF
               READ ESCROW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ES-EOF-SW
                   NOT AT END
                       IF ES-ESCROW-STATUS = "ACTIVE  "
                           PERFORM 0250-CHECK-ANALYSIS-DUE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Due once twelve whole months have passed since the last
      * analysis, counted the same month-difference way the aging
      * counts installments due.  A loan that isn't OPEN any more
      * is left for the payoff or charge-off that closes it.
      ******************************************************************
       0250-CHECK-ANALYSIS-DUE.
           MOVE ES-LAST-ANALYSIS-DATE (1:4) TO WS-LAST-YEAR
           MOVE ES-LAST-ANALYSIS-DATE (5:2) TO WS-LAST-MONTH
           COMPUTE WS-MONTHS-SINCE =
               (WS-TODAY-YEAR - WS-LAST-YEAR) * 12
               + WS-TODAY-MONTH - WS-LAST-MONTH
           IF WS-MONTHS-SINCE >= 12
               MOVE "N" TO WS-LM-FOUND-SW
               MOVE ES-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LM-LOAN-STATUS = "OPEN"
                           MOVE "Y" TO WS-LM-FOUND-SW
                       END-IF
               END-READ
               IF WS-LM-FOUND
                   PERFORM 0300-ANALYZE-ONE-ACCOUNT
               END-IF
           END-IF.

       0300-ANALYZE-ONE-ACCOUNT.
           MOVE ES-MONTHLY-ESCROW TO WS-OLD-MONTHLY
           MOVE ES-ESCROW-BALANCE TO WS-BALANCE-BEFORE
           MOVE ZERO TO WS-SHORTAGE-AMT
           MOVE ZERO TO WS-SURPLUS-AMT
           PERFORM 0310-PROJECT-NEXT-YEAR
           EVALUATE TRUE
               WHEN ES-ESCROW-BALANCE < WS-CUSHION-AMT
                   COMPUTE WS-SHORTAGE-AMT =
                       WS-CUSHION-AMT - ES-ESCROW-BALANCE
                   COMPUTE WS-NEW-MONTHLY ROUNDED =
                       WS-BASE-MONTHLY + WS-SHORTAGE-AMT / 12
                   MOVE "SHORTAGE" TO WS-DISPOSITION
                   ADD 1 TO WS-SHORTAGE-COUNT
               WHEN ES-ESCROW-BALANCE > WS-CUSHION-AMT
                   COMPUTE WS-SURPLUS-AMT =
                       ES-ESCROW-BALANCE - WS-CUSHION-AMT
                   MOVE WS-BASE-MONTHLY TO WS-NEW-MONTHLY
                   ADD 1 TO WS-SURPLUS-COUNT
                   IF WS-SURPLUS-AMT >= WS-REFUND-THRESHOLD
                       PERFORM 0350-REFUND-SURPLUS
                       MOVE "REFUNDED" TO WS-DISPOSITION
                   ELSE
                       MOVE "SURPLUS " TO WS-DISPOSITION
                   END-IF
               WHEN OTHER
                   MOVE WS-BASE-MONTHLY TO WS-NEW-MONTHLY
                   MOVE "BALANCED" TO WS-DISPOSITION
           END-EVALUATE
           MOVE WS-NEW-MONTHLY    TO ES-MONTHLY-ESCROW
           MOVE WS-PROJ-TAX       TO ES-ANNUAL-TAX
           MOVE WS-PROJ-INSURANCE TO ES-ANNUAL-INSURANCE
           MOVE ZERO              TO ES-TAX-DISBURSED
           MOVE ZERO              TO ES-INS-DISBURSED
           MOVE WS-TODAY-DATE     TO ES-LAST-ANALYSIS-DATE
           REWRITE ESCROW-RECORD
           COMPUTE LM-INSTALLMENT-AMT =
               LM-INSTALLMENT-AMT - WS-OLD-MONTHLY + WS-NEW-MONTHLY
           REWRITE LOAN-MASTER-RECORD
           PERFORM 0400-WRITE-REPORT-LINE
           ADD 1 TO WS-ANALYZED-COUNT.

      ******************************************************************
      * Next year's bills are this year's actual payouts; a bill
      * type nothing was paid on this year keeps its estimate.  The
      * cushion is the configured number of months of the new base
      * escrow.
      ******************************************************************
       0310-PROJECT-NEXT-YEAR.
           IF ES-TAX-DISBURSED > ZERO
               MOVE ES-TAX-DISBURSED TO WS-PROJ-TAX
           ELSE
               MOVE ES-ANNUAL-TAX    TO WS-PROJ-TAX
           END-IF
           IF ES-INS-DISBURSED > ZERO
               MOVE ES-INS-DISBURSED    TO WS-PROJ-INSURANCE
           ELSE
               MOVE ES-ANNUAL-INSURANCE TO WS-PROJ-INSURANCE
           END-IF
           COMPUTE WS-BASE-MONTHLY ROUNDED =
               (WS-PROJ-TAX + WS-PROJ-INSURANCE) / 12
           COMPUTE WS-CUSHION-AMT =
               WS-BASE-MONTHLY * WS-CUSHION-MONTHS.

      ******************************************************************
      * The surplus leaves the account as the same REFUNDUE row a
      * payoff overage gets, for RefundDisbursement to pay the
      * borrower, and an ESCREFND row goes on the ledger for the
      * GL feed.
      ******************************************************************
       0350-REFUND-SURPLUS.
           SUBTRACT WS-SURPLUS-AMT FROM ES-ESCROW-BALANCE
           MOVE LM-LOAN-ACCT-NO TO RF-LOAN-ACCT-NO
           MOVE LM-CUST-ID      TO RF-CUST-ID
           MOVE LM-BRANCH-CODE  TO RF-BRANCH-CODE
           MOVE WS-SURPLUS-AMT  TO RF-REFUND-AMT
           MOVE WS-TODAY-DATE   TO RF-PAYMENT-DATE
           WRITE REFUND-DUE-RECORD
           MOVE LM-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
           MOVE LM-CUST-ID          TO LH-CUST-ID
           MOVE "ESCREFND"          TO LH-TRAN-TYPE
           MOVE WS-TODAY-DATE       TO LH-TRAN-DATE
           MOVE WS-SURPLUS-AMT      TO LH-TRAN-AMT
           MOVE ZERO                TO LH-PRINCIPAL-AMT
           MOVE ZERO                TO LH-INTEREST-AMT
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "EscrowAnalysis"    TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE SPACES              TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-SURPLUS-AMT TO WS-REFUND-DOLLARS.

       0400-WRITE-REPORT-LINE.
           MOVE WS-BALANCE-BEFORE TO WS-BAL-EDITED
           MOVE WS-CUSHION-AMT    TO WS-CUSH-EDITED
           IF WS-SHORTAGE-AMT > ZERO
               MOVE WS-SHORTAGE-AMT TO WS-SHORT-EDITED
           ELSE
               MOVE WS-SURPLUS-AMT  TO WS-SHORT-EDITED
           END-IF
           MOVE WS-OLD-MONTHLY    TO WS-OLD-EDITED
           MOVE WS-NEW-MONTHLY    TO WS-NEW-EDITED
           MOVE SPACES TO ANALYSIS-REPORT-LINE
           STRING ES-LOAN-ACCT-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BAL-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUSH-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SHORT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OLD-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEW-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISPOSITION DELIMITED BY SIZE
               INTO ANALYSIS-REPORT-LINE
           END-STRING
           WRITE ANALYSIS-REPORT-LINE.
