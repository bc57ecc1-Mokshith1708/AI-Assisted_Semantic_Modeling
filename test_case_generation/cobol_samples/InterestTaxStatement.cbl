       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestTaxStatement.

      ******************************************************************
      * Year-end interest-paid tax statements.  One front-to-back
      * pass of the permanent LOANHIST ledger totals the interest
      * each loan paid during the tax year: PAYMENT rows add their
      * LH-INTEREST-AMT and REVERSAL rows (the NSF backouts
      * PaymentPosting writes) take theirs back out, so a bounced
      * check never shows up as interest paid.  Loans roll up to
      * their CUST-ID, and every borrower whose net is above zero
      * gets one printable statement on TAXSTMT -- the CUSTMAST
      * mailing address, each loan and its interest, and the
      * borrower's total -- plus one fixed-format detail on the
      * TAXFILE government filing extract.  The extract carries a
      * header (payer TIN, tax year) and a trailer with the detail
      * count and dollar total, and the same count and total print
      * in the control totals so the file can be balanced to the
      * statements before it is transmitted.  The tax year comes
      * off TAXPARM, or defaults to the year before the business
      * date.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-FS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT TAX-PARAMETER-FILE
               ASSIGN TO "TAXPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TX-FS.

           SELECT STATEMENT-FILE
               ASSIGN TO "TAXSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-FILING-FILE
               ASSIGN TO "TAXFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  TAX-PARAMETER-FILE.
           COPY TAXPARM.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(80).

       FD  TAX-FILING-FILE.
       01  TAX-FILING-HEADER.
           05  TF-HDR-RECORD-TYPE    PIC X(01).
           05  TF-HDR-PAYER-TIN      PIC X(09).
           05  TF-HDR-COMPANY        PIC X(20).
           05  TF-HDR-TAX-YEAR       PIC 9(04).
           05  TF-HDR-CREATE-DATE    PIC 9(08).
           05  FILLER                PIC X(118).
       01  TAX-FILING-DETAIL.
           05  TF-RECORD-TYPE        PIC X(01).
           05  TF-TAX-YEAR           PIC 9(04).
           05  TF-CUST-ID            PIC X(10).
           05  TF-CUST-NAME          PIC X(35).
           05  TF-ADDR-LINE-1        PIC X(30).
           05  TF-ADDR-LINE-2        PIC X(30).
           05  TF-CITY               PIC X(20).
           05  TF-STATE              PIC X(02).
           05  TF-POSTAL-CODE        PIC X(10).
           05  TF-LOAN-COUNT         PIC 9(03).
           05  TF-INTEREST-PAID      PIC 9(09)V99.
           05  FILLER                PIC X(04).
       01  TAX-FILING-TRAILER.
           05  TF-TRL-RECORD-TYPE    PIC X(01).
           05  TF-TRL-RECORD-COUNT   PIC 9(07).
           05  TF-TRL-DOLLAR-TOTAL   PIC 9(11)V99.
           05  FILLER                PIC X(139).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY CIFWS.

       01  WS-LH-FS                 PIC X(02).
       01  WS-TX-FS                 PIC X(02).
       01  WS-LH-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LH-EOF            VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TAX-YEAR              PIC 9(04) VALUE ZERO.
       01  WS-PAYER-TIN             PIC X(09) VALUE SPACES.

      ******************************************************************
      * The tax year's net interest per loan, summed in one pass of
      * LOANHIST.  The CUST-ID rides along so the loans can be
      * grouped by borrower when the statements print.
      ******************************************************************
       01  WS-LOAN-INTEREST-AREA.
           05  WS-LI-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-LI-ROW OCCURS 500 TIMES
                             INDEXED BY LI-IDX.
               10  WS-LI-LOAN-ACCT-NO    PIC X(12).
               10  WS-LI-CUST-ID         PIC X(10).
               10  WS-LI-INTEREST        PIC S9(09)V99 COMP-3.
       01  WS-LI-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LI-FOUND          VALUE "Y".

      ******************************************************************
      * The same interest rolled up per borrower, in the order each
      * CUST-ID was first seen on the ledger.
      ******************************************************************
       01  WS-BORROWER-AREA.
           05  WS-BW-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-BW-ROW OCCURS 500 TIMES
                             INDEXED BY BW-IDX.
               10  WS-BW-CUST-ID         PIC X(10).
               10  WS-BW-LOAN-COUNT      PIC 9(03) COMP.
               10  WS-BW-INTEREST        PIC S9(09)V99 COMP-3.
       01  WS-BW-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-BW-FOUND          VALUE "Y".

       01  WS-AMT-EDITED            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LEDGER-ROW-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-REVERSAL-ROW-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-STMT-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-REPORTED-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-STMT-DOLLARS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-FILE-DETAIL-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-FILE-DOLLARS          PIC S9(11)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the ledger holds more loans
      * or borrowers than the tables take, 8 if the filing extract
      * doesn't balance to the statements.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0130-READ-TAX-PARAMETER
           PERFORM 0210-LOAD-CUSTOMER-MASTER
           PERFORM 0170-SUM-YEAR-INTEREST
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0190-ROLL-UP-BORROWERS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT TAX-FILING-FILE
           PERFORM 0250-WRITE-FILING-HEADER
           PERFORM 0300-PRODUCE-STATEMENT
               VARYING BW-IDX FROM 1 BY 1
               UNTIL BW-IDX > WS-BW-COUNT
           PERFORM 0500-WRITE-FILING-TRAILER
           CLOSE STATEMENT-FILE
           CLOSE TAX-FILING-FILE
           IF WS-FILE-DETAIL-COUNT NOT = WS-STMT-COUNT
              OR WS-FILE-DOLLARS NOT = WS-STMT-DOLLARS
               DISPLAY "InterestTaxStatement: TAXFILE OUT OF BALANCE"
                   " WITH TAXSTMT"
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== InterestTaxStatement CONTROL TOTALS ====="
           DISPLAY "TAX YEAR:            " WS-TAX-YEAR
           DISPLAY "LEDGER ROWS USED:    " WS-LEDGER-ROW-COUNT
           DISPLAY "REVERSALS NETTED:    " WS-REVERSAL-ROW-COUNT
           DISPLAY "LOANS WITH INTEREST: " WS-LI-COUNT
           DISPLAY "STATEMENTS PRODUCED: " WS-STMT-COUNT
           DISPLAY "STATEMENT DOLLARS:   " WS-STMT-DOLLARS
           DISPLAY "FILING DETAILS:      " WS-FILE-DETAIL-COUNT
           DISPLAY "FILING DOLLARS:      " WS-FILE-DOLLARS
           DISPLAY "NET ZERO, NOT FILED: " WS-NOT-REPORTED-COUNT
           DISPLAY "NO CUSTMAST ADDRESS: " WS-NO-ADDRESS-COUNT
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
      * No TAXPARM dataset, or a zero year on it, reports the year
      * before the business date's -- the January run.
      ******************************************************************
       0130-READ-TAX-PARAMETER.
           OPEN INPUT TAX-PARAMETER-FILE
           IF WS-TX-FS = "00"
               READ TAX-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TX-TAX-YEAR  TO WS-TAX-YEAR
                       MOVE TX-PAYER-TIN TO WS-PAYER-TIN
               END-READ
               CLOSE TAX-PARAMETER-FILE
           END-IF
           IF WS-TAX-YEAR = ZERO
               MOVE WS-TODAY-DATE (1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF.

      ******************************************************************
      * One pass of the permanent ledger, keeping only the tax
      * year's PAYMENT and REVERSAL rows.  A reversal is netted in
      * the year it was posted, the same cash-basis way the GL feed
      * reverses the interest income.  No LOANHIST dataset means
      * the ledger hasn't started and nobody paid any interest.
      ******************************************************************
       0170-SUM-YEAR-INTEREST.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LH-FS = "00"
               MOVE "N" TO WS-LH-EOF-SW
               PERFORM UNTIL WS-LH-EOF
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-LH-EOF-SW
                       NOT AT END
                           IF LH-TRAN-DATE (1:4) = WS-TAX-YEAR
                              AND (LH-TRAN-TYPE = "PAYMENT "
                                OR LH-TRAN-TYPE = "REVERSAL")
                               PERFORM 0180-SUM-ONE-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

       0175-FIND-LOAN-ROW.
           MOVE "N" TO WS-LI-FOUND-SW
           SET LI-IDX TO 1
           PERFORM UNTIL WS-LI-FOUND OR LI-IDX > WS-LI-COUNT
               IF WS-LI-LOAN-ACCT-NO (LI-IDX) = LH-LOAN-ACCT-NO
                   MOVE "Y" TO WS-LI-FOUND-SW
               ELSE
                   SET LI-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-LI-FOUND
               IF WS-LI-COUNT >= 500
                   DISPLAY "InterestTaxStatement: LOANHIST LOANS"
                       " EXCEED TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
                   MOVE "Y" TO WS-LH-EOF-SW
               ELSE
                   SET LI-IDX TO WS-LI-COUNT
                   SET LI-IDX UP BY 1
                   MOVE LH-LOAN-ACCT-NO
                       TO WS-LI-LOAN-ACCT-NO (LI-IDX)
                   MOVE LH-CUST-ID TO WS-LI-CUST-ID (LI-IDX)
                   MOVE ZERO TO WS-LI-INTEREST (LI-IDX)
                   ADD 1 TO WS-LI-COUNT
                   MOVE "Y" TO WS-LI-FOUND-SW
               END-IF
           END-IF.

       0180-SUM-ONE-LEDGER-ROW.
           PERFORM 0175-FIND-LOAN-ROW
           IF WS-LI-FOUND
               ADD 1 TO WS-LEDGER-ROW-COUNT
               IF LH-TRAN-TYPE = "REVERSAL"
                   SUBTRACT LH-INTEREST-AMT
                       FROM WS-LI-INTEREST (LI-IDX)
                   ADD 1 TO WS-REVERSAL-ROW-COUNT
               ELSE
                   ADD LH-INTEREST-AMT TO WS-LI-INTEREST (LI-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * Rolls each loan's net interest up to its borrower.  Only
      * loans that netted to more than zero count toward the
      * borrower's loan count.
      ******************************************************************
       0190-ROLL-UP-BORROWERS.
           PERFORM VARYING LI-IDX FROM 1 BY 1
                   UNTIL LI-IDX > WS-LI-COUNT
                      OR RUN-RETURN-CODE NOT = ZERO
               PERFORM 0195-FIND-BORROWER-ROW
               IF WS-BW-FOUND
                   ADD WS-LI-INTEREST (LI-IDX)
                       TO WS-BW-INTEREST (BW-IDX)
                   IF WS-LI-INTEREST (LI-IDX) > ZERO
                       ADD 1 TO WS-BW-LOAN-COUNT (BW-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       0195-FIND-BORROWER-ROW.
           MOVE "N" TO WS-BW-FOUND-SW
           SET BW-IDX TO 1
           PERFORM UNTIL WS-BW-FOUND OR BW-IDX > WS-BW-COUNT
               IF WS-BW-CUST-ID (BW-IDX) = WS-LI-CUST-ID (LI-IDX)
                   MOVE "Y" TO WS-BW-FOUND-SW
               ELSE
                   SET BW-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-BW-FOUND
               IF WS-BW-COUNT >= 500
                   DISPLAY "InterestTaxStatement: BORROWERS"
                       " EXCEED TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   SET BW-IDX TO WS-BW-COUNT
                   SET BW-IDX UP BY 1
                   MOVE WS-LI-CUST-ID (LI-IDX)
                       TO WS-BW-CUST-ID (BW-IDX)
                   MOVE ZERO TO WS-BW-LOAN-COUNT (BW-IDX)
                   MOVE ZERO TO WS-BW-INTEREST (BW-IDX)
                   ADD 1 TO WS-BW-COUNT
                   MOVE "Y" TO WS-BW-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * Loads the customer information file once at start-up so the
      * address block comes off CUSTMAST.  No CUSTMAST dataset just
      * means no addresses are set up yet and output prints without
      * address blocks, exactly as before.
      ******************************************************************
       0210-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS = "00"
               MOVE "N" TO WS-CF-EOF-SW
               SET CF-IDX TO 1
               PERFORM UNTIL WS-CF-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CF-EOF-SW
                       NOT AT END
                           IF WS-CF-COUNT < 500
                               MOVE CF-CUST-ID TO
                                   WS-CF-CUST-ID (CF-IDX)
                               MOVE CF-CUST-NAME TO
                                   WS-CF-CUST-NAME (CF-IDX)
                               MOVE CF-ADDR-LINE-1 TO
                                   WS-CF-ADDR-LINE-1 (CF-IDX)
                               MOVE CF-ADDR-LINE-2 TO
                                   WS-CF-ADDR-LINE-2 (CF-IDX)
                               MOVE CF-CITY TO
                                   WS-CF-CITY (CF-IDX)
                               MOVE CF-STATE TO
                                   WS-CF-STATE (CF-IDX)
                               MOVE CF-POSTAL-CODE TO
                                   WS-CF-POSTAL-CODE (CF-IDX)
                               SET CF-IDX UP BY 1
                               ADD 1 TO WS-CF-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0220-FIND-CUSTOMER-ADDRESS.
           MOVE "N" TO WS-CF-FOUND-SW
           SET CF-IDX TO 1
           PERFORM UNTIL WS-CF-FOUND OR CF-IDX > WS-CF-COUNT
               IF WS-CF-CUST-ID (CF-IDX) = WS-CF-LOOKUP-ID
                   MOVE "Y" TO WS-CF-FOUND-SW
               ELSE
                   SET CF-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * The mailing address block off CUSTMAST; a customer with no
      * row prints without one, as output always did.
      ******************************************************************
       0230-WRITE-ADDRESS-BLOCK.
           IF WS-CF-FOUND
               MOVE WS-CF-CUST-NAME (CF-IDX) TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-CF-ADDR-LINE-1 (CF-IDX) TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF WS-CF-ADDR-LINE-2 (CF-IDX) NOT = SPACES
                   MOVE WS-CF-ADDR-LINE-2 (CF-IDX) TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               MOVE SPACES TO STATEMENT-LINE
               STRING WS-CF-CITY (CF-IDX) DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      WS-CF-STATE (CF-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CF-POSTAL-CODE (CF-IDX) DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       0250-WRITE-FILING-HEADER.
           MOVE SPACES TO TAX-FILING-HEADER
           MOVE "H"                TO TF-HDR-RECORD-TYPE
           MOVE WS-PAYER-TIN       TO TF-HDR-PAYER-TIN
           MOVE "CONSUMER LENDING" TO TF-HDR-COMPANY
           MOVE WS-TAX-YEAR        TO TF-HDR-TAX-YEAR
           MOVE WS-TODAY-DATE      TO TF-HDR-CREATE-DATE
           WRITE TAX-FILING-HEADER.

      ******************************************************************
      * One statement and one filing detail per borrower who netted
      * interest paid for the year.  A borrower whose reversals ate
      * all of it gets neither.  A borrower with no CUSTMAST row
      * still files -- the name and address go out blank and the
      * CUST-ID is listed here for the branch to fix before the
      * extract is transmitted.
      ******************************************************************
       0300-PRODUCE-STATEMENT.
           IF WS-BW-INTEREST (BW-IDX) NOT > ZERO
               ADD 1 TO WS-NOT-REPORTED-COUNT
           ELSE
               MOVE WS-BW-CUST-ID (BW-IDX) TO WS-CF-LOOKUP-ID
               PERFORM 0220-FIND-CUSTOMER-ADDRESS
               IF NOT WS-CF-FOUND
                   DISPLAY "InterestTaxStatement: NO CUSTMAST ROW FOR "
                       WS-BW-CUST-ID (BW-IDX)
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               END-IF
               PERFORM 0310-WRITE-STATEMENT
               PERFORM 0400-WRITE-FILING-DETAIL
           END-IF.

       0310-WRITE-STATEMENT.
           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 0230-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENT OF INTEREST PAID  TAX YEAR "
                      DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-BW-CUST-ID (BW-IDX) DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 0320-WRITE-LOAN-LINE
               VARYING LI-IDX FROM 1 BY 1
               UNTIL LI-IDX > WS-LI-COUNT
           MOVE WS-BW-INTEREST (BW-IDX) TO WS-AMT-EDITED
           MOVE SPACES TO STATEMENT-LINE
           STRING "TOTAL INTEREST PAID:          " DELIMITED BY SIZE
                  WS-AMT-EDITED DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE "THIS AMOUNT HAS BEEN REPORTED TO THE TAXING AUTHORITY."
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "CONSUMER LENDING DEPARTMENT" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-STMT-COUNT
           ADD WS-BW-INTEREST (BW-IDX) TO WS-STMT-DOLLARS.

       0320-WRITE-LOAN-LINE.
           IF WS-LI-CUST-ID (LI-IDX) = WS-BW-CUST-ID (BW-IDX)
              AND WS-LI-INTEREST (LI-IDX) NOT = ZERO
               MOVE WS-LI-INTEREST (LI-IDX) TO WS-AMT-EDITED
               MOVE SPACES TO STATEMENT-LINE
               STRING "LOAN ACCOUNT " DELIMITED BY SIZE
                      WS-LI-LOAN-ACCT-NO (LI-IDX) DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-AMT-EDITED DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.

       0400-WRITE-FILING-DETAIL.
           MOVE SPACES TO TAX-FILING-DETAIL
           MOVE "D"                      TO TF-RECORD-TYPE
           MOVE WS-TAX-YEAR              TO TF-TAX-YEAR
           MOVE WS-BW-CUST-ID (BW-IDX)   TO TF-CUST-ID
           IF WS-CF-FOUND
               MOVE WS-CF-CUST-NAME (CF-IDX)   TO TF-CUST-NAME
               MOVE WS-CF-ADDR-LINE-1 (CF-IDX) TO TF-ADDR-LINE-1
               MOVE WS-CF-ADDR-LINE-2 (CF-IDX) TO TF-ADDR-LINE-2
               MOVE WS-CF-CITY (CF-IDX)        TO TF-CITY
               MOVE WS-CF-STATE (CF-IDX)       TO TF-STATE
               MOVE WS-CF-POSTAL-CODE (CF-IDX) TO TF-POSTAL-CODE
           END-IF
           MOVE WS-BW-LOAN-COUNT (BW-IDX) TO TF-LOAN-COUNT
           MOVE WS-BW-INTEREST (BW-IDX)   TO TF-INTEREST-PAID
           WRITE TAX-FILING-DETAIL
           ADD 1 TO WS-FILE-DETAIL-COUNT
           ADD WS-BW-INTEREST (BW-IDX) TO WS-FILE-DOLLARS.

       0500-WRITE-FILING-TRAILER.
           MOVE SPACES TO TAX-FILING-TRAILER
           MOVE "T"                  TO TF-TRL-RECORD-TYPE
           MOVE WS-FILE-DETAIL-COUNT TO TF-TRL-RECORD-COUNT
           MOVE WS-FILE-DOLLARS      TO TF-TRL-DOLLAR-TOTAL
           WRITE TAX-FILING-TRAILER.
