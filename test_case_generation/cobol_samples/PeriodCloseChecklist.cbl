       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodCloseChecklist.

      ******************************************************************
      * Month-end close checklist.  For every ledger month
      * PeriodControlMaint has put in CLOSING on PERIODCT, CLOSERPT
      * lists what is still unposted against it, so Finance can
      * clear it before the CLOSE transaction locks the month:
      *   loan servicing (LOANSVC) --
      *     items set aside on POSTSUSP dated in the month;
      *     PAYMENTS, REVERSLS and LOANMODS rows still waiting to
      *     post that are dated in or before the month;
      *     LOANHIST rows dated in the month but written on a later
      *     business date, which the GL feed (it takes each night's
      *     rows by their own date) never picked up;
      *   bonus (BONUS) --
      *     items set aside on POSTSUSP dated in the month;
      *     ADJUSTIN adjustments and BONUSPND awards still pending
      *     or held for a bonus period whose quarter-end month is in
      *     or before the month.
      * Each month ends READY TO CLOSE or with its count of
      * outstanding items.  An input dataset that isn't there has
      * nothing waiting on it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "PERIODCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PC-FS.

           SELECT POSTING-SUSPENSE-FILE
               ASSIGN TO "POSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-FS.

           SELECT PAYMENTS-RECEIVED-FILE
               ASSIGN TO "PAYMENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PY-FS.

           SELECT PAYMENT-REVERSAL-FILE
               ASSIGN TO "REVERSLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-FS.

           SELECT LOAN-MODIFICATION-FILE
               ASSIGN TO "LOANMODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MD-FS.

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-FS.

           SELECT ADJUSTMENT-INPUT-FILE
               ASSIGN TO "ADJUSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-FS.

           SELECT BONUS-PENDING-FILE
               ASSIGN TO "BONUSPND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BP-FS.

           SELECT CHECKLIST-REPORT-FILE
               ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
           COPY PERIODCT.

       FD  POSTING-SUSPENSE-FILE.
           COPY POSTSUSP.

       FD  PAYMENTS-RECEIVED-FILE.
           COPY PAYMTREC.

       FD  PAYMENT-REVERSAL-FILE.
           COPY RVSLREC.

       FD  LOAN-MODIFICATION-FILE.
           COPY LOANMOD.

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  ADJUSTMENT-INPUT-FILE.
           COPY ADJREC.

       FD  BONUS-PENDING-FILE.
           COPY BONUSPND.

       FD  CHECKLIST-REPORT-FILE.
       01  CHECKLIST-REPORT-LINE     PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-PC-FS                  PIC X(02).
       01  WS-PS-FS                  PIC X(02).
       01  WS-PY-FS                  PIC X(02).
       01  WS-PV-FS                  PIC X(02).
       01  WS-MD-FS                  PIC X(02).
       01  WS-LH-FS                  PIC X(02).
       01  WS-AJ-FS                  PIC X(02).
       01  WS-BP-FS                  PIC X(02).
       01  WS-EOF-SW                 PIC X(01) VALUE "N".
           88  WS-EOF                VALUE "Y".

      ******************************************************************
      * The months in CLOSING, one checklist each.
      ******************************************************************
       01  WS-CLOSING-AREA.
           05  WS-CK-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-CK-ROW OCCURS 50 TIMES
                             INDEXED BY CK-IDX.
               10  WS-CK-LEDGER-CODE     PIC X(08).
               10  WS-CK-PERIOD          PIC 9(06).
               10  WS-CK-STATUS-DATE     PIC 9(08).
               10  WS-CK-STATUS-OPERATOR PIC X(08).

      ******************************************************************
      * A bonus period (yyyyQn) turned into the yyyymm of its
      * quarter-end month; zero when it isn't in that form.
      ******************************************************************
       01  WS-QTR-PERIOD.
           05  WS-QP-YEAR            PIC X(04).
           05  WS-QP-Q               PIC X(01).
           05  WS-QP-QUARTER         PIC X(01).
           05  WS-QP-QUARTER-N REDEFINES WS-QP-QUARTER
                                     PIC 9(01).
       01  WS-QTR-MONTH.
           05  WS-QM-YEAR            PIC 9(04).
           05  WS-QM-MONTH           PIC 9(02).
       01  WS-QTR-MONTH-N REDEFINES WS-QTR-MONTH
                                     PIC 9(06).

       01  WS-CUR-LEDGER             PIC X(08).
       01  WS-CUR-PERIOD             PIC 9(06).
       01  WS-SECTION-COUNT          PIC 9(05) COMP.
       01  WS-SECTION-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-PERIOD-OUTSTANDING     PIC 9(07) COMP.
       01  WS-PERIODS-CHECKED        PIC 9(05) COMP VALUE ZERO.
       01  WS-PERIODS-READY          PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-OUTSTANDING      PIC 9(07) COMP VALUE ZERO.
       01  WS-DETAIL-AMT             PIC S9(09)V99.
       01  WS-COUNT-EDITED           PIC ZZ,ZZ9.
       01  WS-TOTAL-EDITED           PIC Z,ZZZ,ZZ9.

       01  WS-SECTION-TITLE          PIC X(60).
       01  WS-MISSING-SW             PIC X(01) VALUE "N".
           88  WS-FILE-MISSING       VALUE "Y".

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WS-DL-KEY             PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-DL-DATE            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-DL-SOURCE          PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE            PIC X(40).
           05  FILLER                PIC X(13) VALUE SPACES.

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE
               "ITEMS:".
           05  WS-ST-COUNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE "AMOUNT:".
           05  WS-ST-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(76) VALUE SPACES.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO when every month in CLOSING is ready to
      * close (or none is), 4 when any still has items outstanding,
      * and 12 if PERIODCT can't be read or holds more months in
      * CLOSING than the table.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0100-LOAD-CLOSING-PERIODS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT CHECKLIST-REPORT-FILE
           MOVE SPACES TO CHECKLIST-REPORT-LINE
           STRING "ACCOUNTING PERIOD CLOSE CHECKLIST - AS OF "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO CHECKLIST-REPORT-LINE
           END-STRING
           WRITE CHECKLIST-REPORT-LINE
           IF WS-CK-COUNT = ZERO
               MOVE SPACES TO CHECKLIST-REPORT-LINE
               WRITE CHECKLIST-REPORT-LINE
               MOVE "NO PERIOD IS IN CLOSING STATUS"
                   TO CHECKLIST-REPORT-LINE
               WRITE CHECKLIST-REPORT-LINE
           END-IF
           PERFORM VARYING CK-IDX FROM 1 BY 1
                   UNTIL CK-IDX > WS-CK-COUNT
               PERFORM 0300-CHECK-ONE-PERIOD
           END-PERFORM
           CLOSE CHECKLIST-REPORT-FILE
           IF WS-PERIODS-READY < WS-PERIODS-CHECKED
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== PeriodCloseChecklist CONTROL TOTALS ====="
           DISPLAY "PERIODS IN CLOSING:  " WS-PERIODS-CHECKED
           DISPLAY "READY TO CLOSE:      " WS-PERIODS-READY
           DISPLAY "ITEMS OUTSTANDING:   " WS-TOTAL-OUTSTANDING
           GOBACK.

      ******************************************************************
      * Keeps just the months in CLOSING.  No PERIODCT dataset means
      * no close has ever been started.
      ******************************************************************
       0100-LOAD-CLOSING-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           EVALUATE WS-PC-FS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SW
                   SET CK-IDX TO 1
                   PERFORM UNTIL WS-EOF
                       READ PERIOD-CONTROL-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF PC-PERIOD-CLOSING
                                   PERFORM 0110-KEEP-CLOSING-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-CONTROL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PeriodCloseChecklist: PERIODCT NOT"
                       " AVAILABLE, STATUS " WS-PC-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

       0110-KEEP-CLOSING-ROW.
           IF WS-CK-COUNT >= 50
               DISPLAY "PeriodCloseChecklist: PERIODS IN CLOSING"
                   " EXCEED TABLE CAPACITY"
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-EOF-SW
           ELSE
               MOVE PC-LEDGER-CODE TO WS-CK-LEDGER-CODE (CK-IDX)
               MOVE PC-PERIOD      TO WS-CK-PERIOD (CK-IDX)
               MOVE PC-STATUS-DATE TO WS-CK-STATUS-DATE (CK-IDX)
               MOVE PC-STATUS-OPERATOR
                   TO WS-CK-STATUS-OPERATOR (CK-IDX)
               SET CK-IDX UP BY 1
               ADD 1 TO WS-CK-COUNT
           END-IF.

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
           END-IF.

      ******************************************************************
      * The quarter-end month of WS-QTR-PERIOD, or zero.
      ******************************************************************
       0150-FIGURE-QUARTER-MONTH.
           MOVE ZERO TO WS-QTR-MONTH-N
           IF WS-QP-YEAR IS NUMERIC
              AND WS-QP-Q = "Q"
              AND WS-QP-QUARTER >= "1" AND WS-QP-QUARTER <= "4"
               MOVE WS-QP-YEAR TO WS-QM-YEAR
               COMPUTE WS-QM-MONTH = WS-QP-QUARTER-N * 3
           END-IF.

       0300-CHECK-ONE-PERIOD.
           MOVE WS-CK-LEDGER-CODE (CK-IDX) TO WS-CUR-LEDGER
           MOVE WS-CK-PERIOD (CK-IDX)      TO WS-CUR-PERIOD
           MOVE ZERO TO WS-PERIOD-OUTSTANDING
           ADD 1 TO WS-PERIODS-CHECKED
           MOVE SPACES TO CHECKLIST-REPORT-LINE
           WRITE CHECKLIST-REPORT-LINE
           MOVE ALL "-" TO CHECKLIST-REPORT-LINE
           WRITE CHECKLIST-REPORT-LINE
           MOVE SPACES TO CHECKLIST-REPORT-LINE
           STRING "LEDGER " DELIMITED BY SIZE
                  WS-CUR-LEDGER DELIMITED BY SIZE
                  "  PERIOD " DELIMITED BY SIZE
                  WS-CUR-PERIOD DELIMITED BY SIZE
                  "  IN CLOSING SINCE " DELIMITED BY SIZE
                  WS-CK-STATUS-DATE (CK-IDX) DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-CK-STATUS-OPERATOR (CK-IDX) DELIMITED BY SIZE
               INTO CHECKLIST-REPORT-LINE
           END-STRING
           WRITE CHECKLIST-REPORT-LINE
           PERFORM 0400-LIST-SUSPENSE
           IF WS-CUR-LEDGER = "LOANSVC "
               PERFORM 0420-LIST-PAYMENTS
               PERFORM 0440-LIST-REVERSALS
               PERFORM 0460-LIST-MODIFICATIONS
               PERFORM 0480-LIST-LATE-LEDGER-ROWS
           ELSE
               PERFORM 0500-LIST-ADJUSTMENTS
               PERFORM 0520-LIST-PENDING-AWARDS
           END-IF
           MOVE SPACES TO CHECKLIST-REPORT-LINE
           WRITE CHECKLIST-REPORT-LINE
           IF WS-PERIOD-OUTSTANDING = ZERO
               MOVE "    PERIOD READY TO CLOSE - NOTHING OUTSTANDING"
                   TO CHECKLIST-REPORT-LINE
               ADD 1 TO WS-PERIODS-READY
           ELSE
               MOVE WS-PERIOD-OUTSTANDING TO WS-TOTAL-EDITED
               STRING "    *** " DELIMITED BY SIZE
                      WS-TOTAL-EDITED DELIMITED BY SIZE
                      " ITEMS OUTSTANDING - NOT READY TO CLOSE"
                          DELIMITED BY SIZE
                   INTO CHECKLIST-REPORT-LINE
               END-STRING
               ADD WS-PERIOD-OUTSTANDING TO WS-TOTAL-OUTSTANDING
           END-IF
           WRITE CHECKLIST-REPORT-LINE.

      ******************************************************************
      * Section bracketing: a title, the detail rows, and the
      * section's item count and amount.
      ******************************************************************
       0380-START-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-AMOUNT
           MOVE "N" TO WS-MISSING-SW
           MOVE SPACES TO CHECKLIST-REPORT-LINE
           WRITE CHECKLIST-REPORT-LINE
           MOVE WS-SECTION-TITLE TO CHECKLIST-REPORT-LINE (3:60)
           WRITE CHECKLIST-REPORT-LINE.

       0385-WRITE-DETAIL.
           MOVE WS-DETAIL-AMT TO WS-DL-AMOUNT
           WRITE CHECKLIST-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-SECTION-COUNT
           ADD WS-DETAIL-AMT TO WS-SECTION-AMOUNT
           ADD 1 TO WS-PERIOD-OUTSTANDING.

       0390-END-SECTION.
           IF WS-FILE-MISSING
               MOVE "      NO DATASET - NOTHING WAITING"
                   TO CHECKLIST-REPORT-LINE
               WRITE CHECKLIST-REPORT-LINE
           ELSE
               MOVE WS-SECTION-COUNT  TO WS-ST-COUNT
               MOVE WS-SECTION-AMOUNT TO WS-ST-AMOUNT
               WRITE CHECKLIST-REPORT-LINE FROM WS-SECTION-TOTAL-LINE
           END-IF.

       0400-LIST-SUSPENSE.
           MOVE "ITEMS IN POSTING SUSPENSE DATED IN THE PERIOD"
               TO WS-SECTION-TITLE
           PERFORM 0380-START-SECTION
           OPEN INPUT POSTING-SUSPENSE-FILE
           IF WS-PS-FS NOT = "00"
               MOVE "Y" TO WS-MISSING-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ POSTING-SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF PS-LEDGER-CODE = WS-CUR-LEDGER
                              AND PS-ITEM-DATE (1:6) = WS-CUR-PERIOD
                               MOVE PS-ITEM-KEY  TO WS-DL-KEY
                               MOVE PS-ITEM-DATE TO WS-DL-DATE
                               MOVE PS-ITEM-AMT  TO WS-DETAIL-AMT
                               MOVE PS-POSTING-PROGRAM TO WS-DL-SOURCE
                               MOVE PS-REASON    TO WS-DL-NOTE
                               PERFORM 0385-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-SUSPENSE-FILE
           END-IF
           PERFORM 0390-END-SECTION.

       0420-LIST-PAYMENTS.
           MOVE "PAYMENTS RECEIVED AND NOT YET POSTED"
               TO WS-SECTION-TITLE
           PERFORM 0380-START-SECTION
           OPEN INPUT PAYMENTS-RECEIVED-FILE
           IF WS-PY-FS NOT = "00"
               MOVE "Y" TO WS-MISSING-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PAYMENTS-RECEIVED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF PY-PAYMENT-DATE (1:6) <= WS-CUR-PERIOD
                               MOVE PY-LOAN-ACCT-NO TO WS-DL-KEY
                               MOVE PY-PAYMENT-DATE TO WS-DL-DATE
                               MOVE PY-PAYMENT-AMT  TO WS-DETAIL-AMT
                               MOVE "PAYMENTS" TO WS-DL-SOURCE
                               MOVE SPACES     TO WS-DL-NOTE
                               PERFORM 0385-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS-RECEIVED-FILE
           END-IF
           PERFORM 0390-END-SECTION.

       0440-LIST-REVERSALS.
           MOVE "PAYMENT REVERSALS NOT YET POSTED"
               TO WS-SECTION-TITLE
           PERFORM 0380-START-SECTION
           OPEN INPUT PAYMENT-REVERSAL-FILE
           IF WS-PV-FS NOT = "00"
               MOVE "Y" TO WS-MISSING-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PAYMENT-REVERSAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF PV-ORIG-PAYMENT-DATE (1:6)
                                  <= WS-CUR-PERIOD
                               MOVE PV-LOAN-ACCT-NO TO WS-DL-KEY
                               MOVE PV-ORIG-PAYMENT-DATE
                                   TO WS-DL-DATE
                               COMPUTE WS-DETAIL-AMT =
                                   PV-ORIG-PAYMENT-AMT * -1
                               MOVE "REVERSLS"    TO WS-DL-SOURCE
                               MOVE PV-NSF-REASON TO WS-DL-NOTE
                               PERFORM 0385-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-REVERSAL-FILE
           END-IF
           PERFORM 0390-END-SECTION.

       0460-LIST-MODIFICATIONS.
           MOVE "LOAN MODIFICATIONS NOT YET APPLIED"
               TO WS-SECTION-TITLE
           PERFORM 0380-START-SECTION
           OPEN INPUT LOAN-MODIFICATION-FILE
           IF WS-MD-FS NOT = "00"
               MOVE "Y" TO WS-MISSING-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ LOAN-MODIFICATION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF MD-EFFECTIVE-DATE (1:6)
                                  <= WS-CUR-PERIOD
                               MOVE MD-LOAN-ACCT-NO   TO WS-DL-KEY
                               MOVE MD-EFFECTIVE-DATE TO WS-DL-DATE
                               MOVE MD-NEW-INSTALLMENT
                                   TO WS-DETAIL-AMT
                               MOVE "LOANMODS"     TO WS-DL-SOURCE
                               MOVE MD-APPROVER-ID TO WS-DL-NOTE
                               PERFORM 0385-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MODIFICATION-FILE
           END-IF
           PERFORM 0390-END-SECTION.

      ******************************************************************
      * A row whose timestamp (the business date it was written on)
      * is later than its own date missed that night's GL feed.
      * Only the transaction types the GL feed books are listed;
      * memo rows never reach the GL anyway.
      ******************************************************************
       0480-LIST-LATE-LEDGER-ROWS.
           MOVE "LEDGER ROWS DATED IN THE PERIOD, NOT ON THE GL FEED"
               TO WS-SECTION-TITLE
           PERFORM 0380-START-SECTION
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LH-FS NOT = "00"
               MOVE "Y" TO WS-MISSING-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF LH-TRAN-DATE (1:6) = WS-CUR-PERIOD
                              AND LH-TIMESTAMP (1:8) > LH-TRAN-DATE
                               PERFORM 0485-CHECK-GL-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF
           PERFORM 0390-END-SECTION.

       0485-CHECK-GL-TYPE.
           EVALUATE LH-TRAN-TYPE
               WHEN "FUNDING "
               WHEN "PAYMENT "
               WHEN "FEE     "
               WHEN "FPIPREM "
               WHEN "ACCRUAL "
               WHEN "FORBCAP "
               WHEN "FORBDUE "
               WHEN "REVERSAL"
               WHEN "RECOVERY"
               WHEN "ESCROW  "
               WHEN "ESCRVSL "
               WHEN "ESCDISB "
               WHEN "ESCREFND"
               WHEN "REFUND  "
               WHEN "REFISSUE"
               WHEN "REFCASH "
               WHEN "REFESCHT"
                   MOVE LH-LOAN-ACCT-NO TO WS-DL-KEY
                   MOVE LH-TRAN-DATE    TO WS-DL-DATE
                   MOVE LH-TRAN-AMT     TO WS-DETAIL-AMT
                   MOVE LH-POSTING-PROGRAM TO WS-DL-SOURCE
                   MOVE SPACES TO WS-DL-NOTE
                   STRING LH-TRAN-TYPE DELIMITED BY SIZE
                          " WRITTEN " DELIMITED BY SIZE
                          LH-TIMESTAMP (1:8) DELIMITED BY SIZE
                       INTO WS-DL-NOTE
                   END-STRING
                   PERFORM 0385-WRITE-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0500-LIST-ADJUSTMENTS.
           MOVE "BONUS ADJUSTMENTS NOT YET APPLIED"
               TO WS-SECTION-TITLE
           PERFORM 0380-START-SECTION
           OPEN INPUT ADJUSTMENT-INPUT-FILE
           IF WS-AJ-FS NOT = "00"
               MOVE "Y" TO WS-MISSING-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ADJUSTMENT-INPUT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE AJ-BONUS-PERIOD TO WS-QTR-PERIOD
                           PERFORM 0150-FIGURE-QUARTER-MONTH
                           IF WS-QTR-MONTH-N > ZERO
                              AND WS-QTR-MONTH-N <= WS-CUR-PERIOD
                               MOVE AJ-EMP-ID       TO WS-DL-KEY
                               MOVE AJ-BONUS-PERIOD TO WS-DL-DATE
                               MOVE AJ-ADJUST-AMOUNT
                                   TO WS-DETAIL-AMT
                               MOVE "ADJUSTIN" TO WS-DL-SOURCE
                               MOVE AJ-REASON  TO WS-DL-NOTE
                               PERFORM 0385-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-INPUT-FILE
           END-IF
           PERFORM 0390-END-SECTION.

       0520-LIST-PENDING-AWARDS.
           MOVE "BONUS AWARDS AWAITING APPROVAL"
               TO WS-SECTION-TITLE
           PERFORM 0380-START-SECTION
           OPEN INPUT BONUS-PENDING-FILE
           IF WS-BP-FS NOT = "00"
               MOVE "Y" TO WS-MISSING-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BONUS-PENDING-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE BP-BONUS-PERIOD TO WS-QTR-PERIOD
                           PERFORM 0150-FIGURE-QUARTER-MONTH
                           IF (BP-STATUS = "PENDING "
                               OR BP-STATUS = "HELD    ")
                              AND WS-QTR-MONTH-N > ZERO
                              AND WS-QTR-MONTH-N <= WS-CUR-PERIOD
                               MOVE BP-EMP-ID       TO WS-DL-KEY
                               MOVE BP-BONUS-PERIOD TO WS-DL-DATE
                               MOVE BP-FINAL-BONUS  TO WS-DETAIL-AMT
                               MOVE "BONUSPND"      TO WS-DL-SOURCE
                               MOVE SPACES TO WS-DL-NOTE
                               STRING BP-STATUS DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      BP-STATUS-REASON
                                          DELIMITED BY SIZE
                                   INTO WS-DL-NOTE
                               END-STRING
                               PERFORM 0385-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BONUS-PENDING-FILE
           END-IF
           PERFORM 0390-END-SECTION.
