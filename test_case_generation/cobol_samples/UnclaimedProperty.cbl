       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnclaimedProperty.

      ******************************************************************
      * Annual unclaimed-property (escheat) run.  A refund
      * RefundDisbursement issued that is still outstanding on
      * REFTRACK -- a check never cashed, a credit never settled --
      * once the dormancy period for the owner's state has run from
      * the date it was issued is presumed abandoned, and the law
      * says it goes to the state, not back into our income.  One
      * READ NEXT pass of REFTRACK finds every such refund, marks
      * it ESCHEAT, and puts a REFESCHT memo row on LOANHIST for the
      * GL feed to move it from refunds outstanding to unclaimed
      * property payable.  The owner's state is the last known
      * address the refund went out with; the dormancy periods come
      * from UNCLPARM.  UNCLFILE carries one header / detail /
      * trailer group per state for Compliance to file with that
      * state, and UNCLRPT lists the same refunds with a subtotal
      * per state and a grand total.  Refunds with no address on
      * file are grouped under a blank state for Compliance to
      * report to our home state.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNCLAIMED-PARAMETER-FILE
               ASSIGN TO "UNCLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UP-FS.

           SELECT REFUND-TRACKING-FILE
               ASSIGN TO "REFTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-REFUND-NO
               ALTERNATE RECORD KEY IS RK-LOAN-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-RK-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT UNCLAIMED-PROPERTY-FILE
               ASSIGN TO "UNCLFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT UNCLAIMED-REPORT-FILE
               ASSIGN TO "UNCLRPT"
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
       FD  UNCLAIMED-PARAMETER-FILE.
           COPY UNCLPARM.

       FD  REFUND-TRACKING-FILE.
           COPY REFTRACK.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

      ******************************************************************
      * The holder report file.  It leaves the shop, so everything
      * in it is DISPLAY format.
      ******************************************************************
       FD  UNCLAIMED-PROPERTY-FILE.
       01  UNCLAIMED-PROPERTY-HEADER.
           05  UC-HDR-RECORD-TYPE    PIC X(01).
           05  UC-HDR-STATE          PIC X(02).
           05  UC-HDR-HOLDER-NAME    PIC X(20).
           05  UC-HDR-REPORT-DATE    PIC 9(08).
           05  FILLER                PIC X(184).
       01  UNCLAIMED-PROPERTY-DETAIL.
           05  UC-RECORD-TYPE        PIC X(01).
           05  UC-STATE              PIC X(02).
           05  UC-PROPERTY-ID        PIC 9(08).
           05  UC-PROPERTY-TYPE      PIC X(04).
           05  UC-OWNER-NAME         PIC X(35).
           05  UC-ADDR-LINE-1        PIC X(30).
           05  UC-ADDR-LINE-2        PIC X(30).
           05  UC-CITY               PIC X(20).
           05  UC-OWNER-STATE        PIC X(02).
           05  UC-POSTAL-CODE        PIC X(10).
           05  UC-CUST-ID            PIC X(10).
           05  UC-LOAN-ACCT-NO       PIC X(12).
           05  UC-AMOUNT             PIC 9(07)V99.
           05  UC-LAST-ACTIVITY-DATE PIC 9(08).
           05  UC-ESCHEAT-DATE       PIC 9(08).
           05  FILLER                PIC X(26).
       01  UNCLAIMED-PROPERTY-TRAILER.
           05  UC-TRL-RECORD-TYPE    PIC X(01).
           05  UC-TRL-STATE          PIC X(02).
           05  UC-TRL-PROPERTY-COUNT PIC 9(07).
           05  UC-TRL-DOLLAR-TOTAL   PIC 9(11)V99.
           05  FILLER                PIC X(192).

       FD  UNCLAIMED-REPORT-FILE.
       01  UNCLAIMED-REPORT-LINE     PIC X(100).

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-UP-FS                 PIC X(02).
       01  WS-RK-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-UP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-UP-EOF            VALUE "Y".
       01  WS-RK-EOF-SW             PIC X(01) VALUE "N".
           88  WS-RK-EOF            VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).

      ******************************************************************
      * Dormancy periods by state, from UNCLPARM when there is one.
      ******************************************************************
       01  WS-DORMANCY-AREA.
           05  WS-UP-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-UP-ROW OCCURS 60 TIMES
                             INDEXED BY UP-IDX.
               10  WS-UP-STATE           PIC X(02).
               10  WS-UP-DORMANCY-YEARS  PIC 9(02).
       01  WS-UP-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-UP-FOUND          VALUE "Y".
       01  WS-DEFAULT-YEARS         PIC 9(02) VALUE 3.
       01  WS-DORMANCY-YEARS        PIC 9(02).
       01  WS-DORMANT-DATE          PIC 9(08).

      ******************************************************************
      * The refunds escheated tonight, by number, held until the
      * pass is done so UNCLFILE and UNCLRPT can go out grouped by
      * state; each detail re-reads its REFTRACK row by key.  A
      * refund that would overflow the table is left outstanding
      * for the next run to pick up.
      ******************************************************************
       01  WS-ESCHEAT-AREA.
           05  WS-EH-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-EH-ROW OCCURS 1000 TIMES
                             INDEXED BY EH-IDX.
               10  WS-EH-REFUND-NO       PIC 9(08).
               10  WS-EH-STATE           PIC X(02).
       01  WS-EH-FULL-SW            PIC X(01) VALUE "N".
           88  WS-EH-FULL           VALUE "Y".

      ******************************************************************
      * One row per owner state with anything escheated tonight.
      ******************************************************************
       01  WS-STATE-AREA.
           05  WS-ST-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-ST-ROW OCCURS 60 TIMES
                             INDEXED BY ST-IDX.
               10  WS-ST-STATE           PIC X(02).
               10  WS-ST-PROPERTY-COUNT  PIC 9(07) COMP.
               10  WS-ST-DOLLAR-TOTAL    PIC S9(11)V99 COMP-3.
       01  WS-ST-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-ST-FOUND          VALUE "Y".

       01  WS-AMT-EDITED            PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDITED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDITED          PIC Z,ZZZ,ZZ9.

       01  WS-OUTSTANDING-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-DORMANT-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-ESCHEAT-DOLLARS       PIC S9(11)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed refund tracking
      * file or loan master can't be opened, or the escheat or state
      * table overflows.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0130-LOAD-DORMANCY-PERIODS
           PERFORM 0150-OPEN-KEYED-FILES
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN EXTEND LOAN-HISTORY-FILE
           PERFORM 0300-SELECT-DORMANT-REFUNDS
           CLOSE LOAN-HISTORY-FILE
           OPEN OUTPUT UNCLAIMED-PROPERTY-FILE
           OPEN OUTPUT UNCLAIMED-REPORT-FILE
           PERFORM 0180-WRITE-REPORT-HEADINGS
           PERFORM 0800-WRITE-STATE-GROUPS
           PERFORM 0890-WRITE-GRAND-TOTAL
           CLOSE UNCLAIMED-PROPERTY-FILE
           CLOSE UNCLAIMED-REPORT-FILE
           CLOSE REFUND-TRACKING-FILE
           CLOSE LOAN-MASTER-FILE
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
      * No UNCLPARM dataset leaves every state at the three-year
      * default.  A blank-state row replaces the default; rows past
      * the table's 60 are ignored with a warning, those states
      * falling back to the default.
      ******************************************************************
       0130-LOAD-DORMANCY-PERIODS.
           OPEN INPUT UNCLAIMED-PARAMETER-FILE
           IF WS-UP-FS = "00"
               MOVE "N" TO WS-UP-EOF-SW
               SET UP-IDX TO 1
               PERFORM UNTIL WS-UP-EOF
                   READ UNCLAIMED-PARAMETER-FILE
                       AT END
                           MOVE "Y" TO WS-UP-EOF-SW
                       NOT AT END
                           EVALUATE TRUE
                               WHEN UP-STATE = SPACES
                                   MOVE UP-DORMANCY-YEARS
                                       TO WS-DEFAULT-YEARS
                               WHEN WS-UP-COUNT >= 60
                                   DISPLAY "UnclaimedProperty: UNCLPARM"
                                       " ROW IGNORED FOR " UP-STATE
                               WHEN OTHER
                                   MOVE UP-STATE TO
                                       WS-UP-STATE (UP-IDX)
                                   MOVE UP-DORMANCY-YEARS TO
                                       WS-UP-DORMANCY-YEARS (UP-IDX)
                                   SET UP-IDX UP BY 1
                                   ADD 1 TO WS-UP-COUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE UNCLAIMED-PARAMETER-FILE
           END-IF.

      ******************************************************************
      * Opens the keyed refund tracking file I-O and the loan master
      * for reading.  No REFTRACK dataset yet means no refund has
      * ever been paid -- the file is created empty and the report
      * goes out with nothing on it.  Anything else wrong with an
      * open fails the run with RC 12.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O REFUND-TRACKING-FILE
           IF WS-RK-FS = "35"
               OPEN OUTPUT REFUND-TRACKING-FILE
               CLOSE REFUND-TRACKING-FILE
               OPEN I-O REFUND-TRACKING-FILE
           END-IF
           IF WS-RK-FS NOT = "00"
               DISPLAY "UnclaimedProperty: REFTRACK OPEN FAILED FS="
                   WS-RK-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "UnclaimedProperty: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE REFUND-TRACKING-FILE
               END-IF
           END-IF.

       0180-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING "UNCLAIMED PROPERTY (ESCHEAT) REPORT AS OF "
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO UNCLAIMED-REPORT-LINE
           END-STRING
           WRITE UNCLAIMED-REPORT-LINE
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING "ST" DELIMITED BY SIZE
                  "  REFUND NO" DELIMITED BY SIZE
                  "  LOAN ACCOUNT" DELIMITED BY SIZE
                  "  OWNER NAME                         "
                      DELIMITED BY SIZE
                  "  ISSUED  " DELIMITED BY SIZE
                  "        AMOUNT" DELIMITED BY SIZE
               INTO UNCLAIMED-REPORT-LINE
           END-STRING
           WRITE UNCLAIMED-REPORT-LINE
           MOVE ALL "-" TO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE.

      ******************************************************************
      * One front-to-back pass down the refund number.  Only an
      * ISSUED refund can escheat: a HELD one never left us, and is
      * still being chased on REFEXCP.
      ******************************************************************
       0300-SELECT-DORMANT-REFUNDS.
           MOVE ZERO TO RK-REFUND-NO
           START REFUND-TRACKING-FILE
               KEY IS GREATER THAN RK-REFUND-NO
               INVALID KEY
                   MOVE "Y" TO WS-RK-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-RK-EOF-SW
           END-START
           PERFORM UNTIL WS-RK-EOF
               READ REFUND-TRACKING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RK-EOF-SW
                   NOT AT END
                       IF RK-ISSUED
                           ADD 1 TO WS-OUTSTANDING-COUNT
                           PERFORM 0350-REVIEW-ONE-REFUND
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * The refund is dormant once the state's period has run, in
      * whole years, from its issue date.
      ******************************************************************
       0350-REVIEW-ONE-REFUND.
           PERFORM 0420-FIND-DORMANCY-YEARS
           COMPUTE WS-DORMANT-DATE =
               RK-ISSUE-DATE + (WS-DORMANCY-YEARS * 10000)
           EVALUATE TRUE
               WHEN WS-DORMANT-DATE > WS-TODAY-DATE
                   ADD 1 TO WS-NOT-DORMANT-COUNT
               WHEN WS-EH-COUNT >= 1000
                   PERFORM 0460-REPORT-TABLE-FULL
               WHEN OTHER
                   PERFORM 0430-FIND-STATE
                   IF WS-ST-FOUND
                       PERFORM 0500-ESCHEAT-REFUND
                   END-IF
           END-EVALUATE.

       0420-FIND-DORMANCY-YEARS.
           MOVE "N" TO WS-UP-FOUND-SW
           MOVE WS-DEFAULT-YEARS TO WS-DORMANCY-YEARS
           SET UP-IDX TO 1
           PERFORM UNTIL WS-UP-FOUND OR UP-IDX > WS-UP-COUNT
               IF WS-UP-STATE (UP-IDX) = RK-STATE
                   MOVE "Y" TO WS-UP-FOUND-SW
                   MOVE WS-UP-DORMANCY-YEARS (UP-IDX)
                       TO WS-DORMANCY-YEARS
               ELSE
                   SET UP-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Leaves ST-IDX on the owner state's row, adding one if the
      * state hasn't had anything escheated yet tonight.
      ******************************************************************
       0430-FIND-STATE.
           MOVE "N" TO WS-ST-FOUND-SW
           SET ST-IDX TO 1
           PERFORM UNTIL WS-ST-FOUND OR ST-IDX > WS-ST-COUNT
               IF WS-ST-STATE (ST-IDX) = RK-STATE
                   MOVE "Y" TO WS-ST-FOUND-SW
               ELSE
                   SET ST-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-ST-FOUND
               IF WS-ST-COUNT >= 60
                   PERFORM 0460-REPORT-TABLE-FULL
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   SET ST-IDX TO WS-ST-COUNT
                   MOVE RK-STATE TO WS-ST-STATE (ST-IDX)
                   MOVE ZERO TO WS-ST-PROPERTY-COUNT (ST-IDX)
                   MOVE ZERO TO WS-ST-DOLLAR-TOTAL (ST-IDX)
                   MOVE "Y" TO WS-ST-FOUND-SW
               END-IF
           END-IF.

       0460-REPORT-TABLE-FULL.
           IF NOT WS-EH-FULL
               DISPLAY "UnclaimedProperty: ESCHEAT TABLE CAPACITY"
                   " EXCEEDED - REMAINING REFUNDS HELD FOR NEXT RUN"
               MOVE "Y" TO WS-EH-FULL-SW
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * Marks the refund in REFUND-TRACKING-RECORD escheated, puts
      * the REFESCHT memo row on the ledger and queues it for its
      * state's group.
      ******************************************************************
       0500-ESCHEAT-REFUND.
           MOVE "ESCHEAT " TO RK-STATUS
           MOVE WS-TODAY-DATE TO RK-ESCHEAT-DATE
           REWRITE REFUND-TRACKING-RECORD
           MOVE RK-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO LM-CURRENT-BALANCE
           END-READ
           MOVE RK-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
           MOVE RK-CUST-ID          TO LH-CUST-ID
           MOVE "REFESCHT"          TO LH-TRAN-TYPE
           MOVE WS-TODAY-DATE       TO LH-TRAN-DATE
           MOVE RK-REFUND-AMT       TO LH-TRAN-AMT
           MOVE ZERO                TO LH-PRINCIPAL-AMT
           MOVE ZERO                TO LH-INTEREST-AMT
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "UnclaimedProperty" TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE SPACES              TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD
           ADD 1 TO WS-EH-COUNT
           SET EH-IDX TO WS-EH-COUNT
           MOVE RK-REFUND-NO TO WS-EH-REFUND-NO (EH-IDX)
           MOVE RK-STATE     TO WS-EH-STATE (EH-IDX)
           ADD 1 TO WS-ST-PROPERTY-COUNT (ST-IDX)
           ADD RK-REFUND-AMT TO WS-ST-DOLLAR-TOTAL (ST-IDX)
           ADD RK-REFUND-AMT TO WS-ESCHEAT-DOLLARS.

      ******************************************************************
      * One header / detail / trailer group per owner state, with a
      * matching block on the report.
      ******************************************************************
       0800-WRITE-STATE-GROUPS.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               PERFORM 0850-WRITE-ONE-STATE
           END-PERFORM.

       0850-WRITE-ONE-STATE.
           MOVE SPACES TO UNCLAIMED-PROPERTY-HEADER
           MOVE "H" TO UC-HDR-RECORD-TYPE
           MOVE WS-ST-STATE (ST-IDX) TO UC-HDR-STATE
           MOVE "CONSUMER LENDING" TO UC-HDR-HOLDER-NAME
           MOVE WS-TODAY-DATE TO UC-HDR-REPORT-DATE
           WRITE UNCLAIMED-PROPERTY-HEADER
           PERFORM VARYING EH-IDX FROM 1 BY 1
                   UNTIL EH-IDX > WS-EH-COUNT
               IF WS-EH-STATE (EH-IDX) = WS-ST-STATE (ST-IDX)
                   PERFORM 0870-WRITE-ONE-PROPERTY
               END-IF
           END-PERFORM
           MOVE SPACES TO UNCLAIMED-PROPERTY-TRAILER
           MOVE "T" TO UC-TRL-RECORD-TYPE
           MOVE WS-ST-STATE (ST-IDX) TO UC-TRL-STATE
           MOVE WS-ST-PROPERTY-COUNT (ST-IDX) TO UC-TRL-PROPERTY-COUNT
           MOVE WS-ST-DOLLAR-TOTAL (ST-IDX) TO UC-TRL-DOLLAR-TOTAL
           WRITE UNCLAIMED-PROPERTY-TRAILER
           MOVE WS-ST-PROPERTY-COUNT (ST-IDX) TO WS-COUNT-EDITED
           MOVE WS-ST-DOLLAR-TOTAL (ST-IDX) TO WS-TOTAL-EDITED
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING "  STATE " DELIMITED BY SIZE
                  WS-ST-STATE (ST-IDX) DELIMITED BY SIZE
                  " TOTAL  PROPERTIES " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  WS-TOTAL-EDITED DELIMITED BY SIZE
               INTO UNCLAIMED-REPORT-LINE
           END-STRING
           WRITE UNCLAIMED-REPORT-LINE
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE.

       0870-WRITE-ONE-PROPERTY.
           MOVE WS-EH-REFUND-NO (EH-IDX) TO RK-REFUND-NO
           READ REFUND-TRACKING-FILE
               INVALID KEY
                   DISPLAY "UnclaimedProperty: REFTRACK ROW "
                       RK-REFUND-NO " NOT FOUND ON REREAD"
                   MOVE 12 TO RUN-RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0880-WRITE-PROPERTY-DETAIL
           END-READ.

       0880-WRITE-PROPERTY-DETAIL.
           MOVE SPACES TO UNCLAIMED-PROPERTY-DETAIL
           MOVE "D"               TO UC-RECORD-TYPE
           MOVE WS-ST-STATE (ST-IDX) TO UC-STATE
           MOVE RK-REFUND-NO      TO UC-PROPERTY-ID
           MOVE RK-METHOD         TO UC-PROPERTY-TYPE
           MOVE RK-PAYEE-NAME     TO UC-OWNER-NAME
           MOVE RK-ADDR-LINE-1    TO UC-ADDR-LINE-1
           MOVE RK-ADDR-LINE-2    TO UC-ADDR-LINE-2
           MOVE RK-CITY           TO UC-CITY
           MOVE RK-STATE          TO UC-OWNER-STATE
           MOVE RK-POSTAL-CODE    TO UC-POSTAL-CODE
           MOVE RK-CUST-ID        TO UC-CUST-ID
           MOVE RK-LOAN-ACCT-NO   TO UC-LOAN-ACCT-NO
           MOVE RK-REFUND-AMT     TO UC-AMOUNT
           MOVE RK-ISSUE-DATE     TO UC-LAST-ACTIVITY-DATE
           MOVE RK-ESCHEAT-DATE   TO UC-ESCHEAT-DATE
           WRITE UNCLAIMED-PROPERTY-DETAIL
           MOVE RK-REFUND-AMT TO WS-AMT-EDITED
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING RK-STATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RK-REFUND-NO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  RK-LOAN-ACCT-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RK-PAYEE-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RK-ISSUE-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT-EDITED DELIMITED BY SIZE
               INTO UNCLAIMED-REPORT-LINE
           END-STRING
           WRITE UNCLAIMED-REPORT-LINE.

       0890-WRITE-GRAND-TOTAL.
           MOVE ALL "-" TO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE
           MOVE WS-EH-COUNT TO WS-COUNT-EDITED
           MOVE WS-ESCHEAT-DOLLARS TO WS-TOTAL-EDITED
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING "GRAND TOTAL  PROPERTIES " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  WS-TOTAL-EDITED DELIMITED BY SIZE
               INTO UNCLAIMED-REPORT-LINE
           END-STRING
           WRITE UNCLAIMED-REPORT-LINE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== UnclaimedProperty CONTROL TOTALS ====="
           DISPLAY "REFUNDS OUTSTANDING: " WS-OUTSTANDING-COUNT
           DISPLAY "NOT YET DORMANT:     " WS-NOT-DORMANT-COUNT
           DISPLAY "REFUNDS ESCHEATED:   " WS-EH-COUNT
           DISPLAY "ESCHEAT DOLLARS:     " WS-ESCHEAT-DOLLARS
           DISPLAY "STATES REPORTED:     " WS-ST-COUNT.
