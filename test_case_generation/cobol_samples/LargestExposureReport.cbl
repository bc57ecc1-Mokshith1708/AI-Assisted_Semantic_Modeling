       IDENTIFICATION DIVISION.
       PROGRAM-ID. LargestExposureReport.

      ******************************************************************
      * Weekly concentration report off the nightly EXPOSURE file.
      * Part one lists the largest customer exposures, biggest
      * first, with the direct, co-signed and pending pieces that
      * make them up and how much of the single-borrower limit each
      * one uses -- anyone already over it is flagged, since the
      * limit only stops new approvals and never calls in what is
      * already on the books.  Part two totals exposure by branch,
      * largest branch first, with each branch's biggest single
      * customer and that customer's share of the branch.  The
      * limit shown is LoanEligibilityCheck's SBLIMIT row, the
      * decision LoanBooking books from; no row prints no
      * percentages.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSURE-FILE
               ASSIGN TO "EXPOSURE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XP-CUST-ID
               FILE STATUS IS WS-XP-FS.

           SELECT RATE-THRESHOLD-FILE
               ASSIGN TO "RATETHRSH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TH-FS.

           SELECT EXPOSURE-REPORT-FILE
               ASSIGN TO "EXPORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPOSURE-FILE.
           COPY EXPOSURE.

       FD  RATE-THRESHOLD-FILE.
           COPY THRESHTAB.

       FD  EXPOSURE-REPORT-FILE.
       01  EXPOSURE-REPORT-LINE      PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-XP-FS                 PIC X(02).
       01  WS-TH-FS                 PIC X(02).

       01  WS-XP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-XP-EOF            VALUE "Y".
       01  WS-TH-EOF-SW             PIC X(01) VALUE "N".
           88  WS-TH-EOF            VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-XP-LIMIT              PIC S9(09)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * The largest customers seen so far, kept in descending order
      * of total exposure as the file is read; a customer bigger
      * than the smallest one on the list pushes it off the end.
      ******************************************************************
       01  WS-TOP-AREA.
           05  WS-TX-MAX            PIC 9(03) COMP VALUE 25.
           05  WS-TX-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-TX-ROW OCCURS 25 TIMES
                             INDEXED BY TX-IDX.
               10  WS-TX-CUST-ID         PIC X(10).
               10  WS-TX-BRANCH-CODE     PIC X(04).
               10  WS-TX-DIRECT          PIC S9(11)V99 COMP-3.
               10  WS-TX-CONTINGENT      PIC S9(11)V99 COMP-3.
               10  WS-TX-PENDING         PIC S9(11)V99 COMP-3.
               10  WS-TX-TOTAL           PIC S9(11)V99 COMP-3.
       01  WS-TX-PLACED-SW          PIC X(01) VALUE "N".
           88  WS-TX-PLACED         VALUE "Y".

      ******************************************************************
      * One row per branch: customers, total exposure, and the
      * branch's largest single customer.
      ******************************************************************
       01  WS-BRANCH-AREA.
           05  WS-BX-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-BX-ROW OCCURS 200 TIMES
                             INDEXED BY BX-IDX.
               10  WS-BX-BRANCH-CODE     PIC X(04).
               10  WS-BX-CUSTOMERS       PIC 9(07) COMP.
               10  WS-BX-TOTAL           PIC S9(13)V99 COMP-3.
               10  WS-BX-TOP-CUST-ID     PIC X(10).
               10  WS-BX-TOP-TOTAL       PIC S9(11)V99 COMP-3.
               10  WS-BX-PRINTED-SW      PIC X(01).
                   88  WS-BX-PRINTED     VALUE "Y".
       01  WS-BX-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-BX-FOUND          VALUE "Y".
       01  WS-BX-BEST               PIC 9(04) COMP.
       01  WS-BX-BEST-TOTAL         PIC S9(13)V99 COMP-3.
       01  WS-BX-PASS               PIC 9(04) COMP.

       01  WS-RANK                  PIC 9(03) COMP.
       01  WS-RANK-EDITED           PIC ZZ9.
       01  WS-COUNT-EDITED          PIC Z,ZZZ,ZZ9.
       01  WS-DIRECT-EDITED         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CONT-EDITED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PEND-EDITED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDITED          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT                   PIC 9(04)V9 COMP-3.
       01  WS-PCT-EDITED            PIC ZZZ9.9.
       01  WS-LIMIT-EDITED          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FLAG                  PIC X(10).

       01  WS-CUSTOMERS-READ        PIC 9(07) COMP VALUE ZERO.
       01  WS-OVER-LIMIT-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-GRAND-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the exposure file can't be
      * opened or the branch table overflows.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0130-READ-LIMIT
           OPEN INPUT EXPOSURE-FILE
           IF WS-XP-FS NOT = "00"
               DISPLAY "LargestExposureReport: EXPOSURE OPEN FAILED FS="
                   WS-XP-FS
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-SCAN-EXPOSURE
           CLOSE EXPOSURE-FILE
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT EXPOSURE-REPORT-FILE
           PERFORM 0400-WRITE-CUSTOMER-SECTION
           PERFORM 0500-WRITE-BRANCH-SECTION
           CLOSE EXPOSURE-REPORT-FILE
           DISPLAY "===== LargestExposureReport CONTROL TOTALS ====="
           DISPLAY "CUSTOMERS ON FILE:   " WS-CUSTOMERS-READ
           DISPLAY "BRANCHES:            " WS-BX-COUNT
           DISPLAY "OVER LIMIT:          " WS-OVER-LIMIT-COUNT
           DISPLAY "TOTAL EXPOSURE:      " WS-GRAND-TOTAL
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

       0130-READ-LIMIT.
           OPEN INPUT RATE-THRESHOLD-FILE
           IF WS-TH-FS = "00"
               MOVE "N" TO WS-TH-EOF-SW
               PERFORM UNTIL WS-TH-EOF
                   READ RATE-THRESHOLD-FILE
                       AT END
                           MOVE "Y" TO WS-TH-EOF-SW
                       NOT AT END
                           IF TH-PROGRAM-ID = "LoanEligibilityCheck"
                              AND TH-TIER-CODE = "SBLIMIT"
                               MOVE TH-MIN-INCOME TO WS-XP-LIMIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-THRESHOLD-FILE
           END-IF.

       0200-SCAN-EXPOSURE.
           MOVE "N" TO WS-XP-EOF-SW
           PERFORM UNTIL WS-XP-EOF
               READ EXPOSURE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-XP-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       ADD XP-TOTAL-EXPOSURE TO WS-GRAND-TOTAL
                       IF WS-XP-LIMIT > ZERO
                          AND XP-TOTAL-EXPOSURE > WS-XP-LIMIT
                           ADD 1 TO WS-OVER-LIMIT-COUNT
                       END-IF
                       PERFORM 0300-RANK-CUSTOMER
                       PERFORM 0350-TALLY-BRANCH
               END-READ
           END-PERFORM.

      ******************************************************************
      * Insertion into the descending top list: open the slot at the
      * end (or reuse the last one once the list is full) and walk
      * it up past every smaller customer.
      ******************************************************************
       0300-RANK-CUSTOMER.
           IF WS-TX-COUNT < WS-TX-MAX
               ADD 1 TO WS-TX-COUNT
               PERFORM 0320-PLACE-CUSTOMER
           ELSE
               IF XP-TOTAL-EXPOSURE > WS-TX-TOTAL (WS-TX-MAX)
                   PERFORM 0320-PLACE-CUSTOMER
               END-IF
           END-IF.

       0320-PLACE-CUSTOMER.
           SET TX-IDX TO WS-TX-COUNT
           MOVE "N" TO WS-TX-PLACED-SW
           PERFORM UNTIL WS-TX-PLACED
               IF TX-IDX = 1
                   MOVE "Y" TO WS-TX-PLACED-SW
               ELSE
                   IF WS-TX-TOTAL (TX-IDX - 1) >= XP-TOTAL-EXPOSURE
                       MOVE "Y" TO WS-TX-PLACED-SW
                   ELSE
                       MOVE WS-TX-ROW (TX-IDX - 1)
                           TO WS-TX-ROW (TX-IDX)
                       SET TX-IDX DOWN BY 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE XP-CUST-ID            TO WS-TX-CUST-ID (TX-IDX)
           MOVE XP-BRANCH-CODE        TO WS-TX-BRANCH-CODE (TX-IDX)
           MOVE XP-DIRECT-BALANCE     TO WS-TX-DIRECT (TX-IDX)
           MOVE XP-CONTINGENT-BALANCE TO WS-TX-CONTINGENT (TX-IDX)
           MOVE XP-PENDING-AMOUNT     TO WS-TX-PENDING (TX-IDX)
           MOVE XP-TOTAL-EXPOSURE     TO WS-TX-TOTAL (TX-IDX).

       0350-TALLY-BRANCH.
           MOVE "N" TO WS-BX-FOUND-SW
           SET BX-IDX TO 1
           PERFORM UNTIL WS-BX-FOUND OR BX-IDX > WS-BX-COUNT
               IF WS-BX-BRANCH-CODE (BX-IDX) = XP-BRANCH-CODE
                   MOVE "Y" TO WS-BX-FOUND-SW
               ELSE
                   SET BX-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-BX-FOUND
               IF WS-BX-COUNT < 200
                   ADD 1 TO WS-BX-COUNT
                   SET BX-IDX TO WS-BX-COUNT
                   MOVE XP-BRANCH-CODE TO WS-BX-BRANCH-CODE (BX-IDX)
                   MOVE ZERO TO WS-BX-CUSTOMERS (BX-IDX)
                   MOVE ZERO TO WS-BX-TOTAL (BX-IDX)
                   MOVE SPACES TO WS-BX-TOP-CUST-ID (BX-IDX)
                   MOVE ZERO TO WS-BX-TOP-TOTAL (BX-IDX)
                   MOVE "N" TO WS-BX-PRINTED-SW (BX-IDX)
                   MOVE "Y" TO WS-BX-FOUND-SW
               ELSE
                   DISPLAY "LargestExposureReport: BRANCH TABLE"
                       " FULL AT " XP-BRANCH-CODE
                   MOVE 12 TO RUN-RETURN-CODE
               END-IF
           END-IF
           IF WS-BX-FOUND
               ADD 1 TO WS-BX-CUSTOMERS (BX-IDX)
               ADD XP-TOTAL-EXPOSURE TO WS-BX-TOTAL (BX-IDX)
               IF XP-TOTAL-EXPOSURE > WS-BX-TOP-TOTAL (BX-IDX)
                   MOVE XP-CUST-ID TO WS-BX-TOP-CUST-ID (BX-IDX)
                   MOVE XP-TOTAL-EXPOSURE TO WS-BX-TOP-TOTAL (BX-IDX)
               END-IF
           END-IF.

       0400-WRITE-CUSTOMER-SECTION.
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING "LARGEST CUSTOMER EXPOSURES - AS OF "
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           END-STRING
           WRITE EXPOSURE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           IF WS-XP-LIMIT > ZERO
               MOVE WS-XP-LIMIT TO WS-LIMIT-EDITED
               STRING "SINGLE-BORROWER LIMIT " DELIMITED BY SIZE
                      WS-LIMIT-EDITED DELIMITED BY SIZE
                   INTO EXPOSURE-REPORT-LINE
               END-STRING
           ELSE
               MOVE "SINGLE-BORROWER LIMIT NOT CONFIGURED"
                   TO EXPOSURE-REPORT-LINE
           END-IF
           WRITE EXPOSURE-REPORT-LINE
           MOVE ALL "-" TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING "RNK CUSTOMER   BRCH" DELIMITED BY SIZE
                  "             DIRECT" DELIMITED BY SIZE
                  "         CO-SIGNED" DELIMITED BY SIZE
                  "            PENDING" DELIMITED BY SIZE
                  "                 TOTAL" DELIMITED BY SIZE
                  "  %LIMIT" DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           END-STRING
           WRITE EXPOSURE-REPORT-LINE
           MOVE ZERO TO WS-RANK
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TX-COUNT
               ADD 1 TO WS-RANK
               PERFORM 0420-WRITE-CUSTOMER-LINE
           END-PERFORM
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE.

       0420-WRITE-CUSTOMER-LINE.
           MOVE WS-RANK                   TO WS-RANK-EDITED
           MOVE WS-TX-DIRECT (TX-IDX)     TO WS-DIRECT-EDITED
           MOVE WS-TX-CONTINGENT (TX-IDX) TO WS-CONT-EDITED
           MOVE WS-TX-PENDING (TX-IDX)    TO WS-PEND-EDITED
           MOVE WS-TX-TOTAL (TX-IDX)      TO WS-TOTAL-EDITED
           MOVE SPACES TO WS-FLAG
           MOVE ZERO TO WS-PCT
           IF WS-XP-LIMIT > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-TX-TOTAL (TX-IDX) * 100 / WS-XP-LIMIT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PCT
               END-COMPUTE
               IF WS-TX-TOTAL (TX-IDX) > WS-XP-LIMIT
                   MOVE "OVER LIMIT" TO WS-FLAG
               END-IF
           END-IF
           MOVE WS-PCT TO WS-PCT-EDITED
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING WS-RANK-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TX-CUST-ID (TX-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TX-BRANCH-CODE (TX-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIRECT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CONT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PEND-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PCT-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FLAG DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           END-STRING
           WRITE EXPOSURE-REPORT-LINE.

      ******************************************************************
      * Branches print largest total first: each pass picks the
      * biggest branch not yet printed.
      ******************************************************************
       0500-WRITE-BRANCH-SECTION.
           MOVE "EXPOSURE BY BRANCH" TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE ALL "-" TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING "BRCH  CUSTOMERS" DELIMITED BY SIZE
                  "                 TOTAL" DELIMITED BY SIZE
                  "  LARGEST CUSTOMER" DELIMITED BY SIZE
                  "                 TOTAL" DELIMITED BY SIZE
                  "  %BRANCH" DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           END-STRING
           WRITE EXPOSURE-REPORT-LINE
           PERFORM VARYING WS-BX-PASS FROM 1 BY 1
                   UNTIL WS-BX-PASS > WS-BX-COUNT
               PERFORM 0520-FIND-NEXT-BRANCH
               SET BX-IDX TO WS-BX-BEST
               MOVE "Y" TO WS-BX-PRINTED-SW (BX-IDX)
               PERFORM 0540-WRITE-BRANCH-LINE
           END-PERFORM
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE WS-CUSTOMERS-READ TO WS-COUNT-EDITED
           MOVE WS-GRAND-TOTAL    TO WS-TOTAL-EDITED
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING "ALL   " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-EDITED DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           END-STRING
           WRITE EXPOSURE-REPORT-LINE.

       0520-FIND-NEXT-BRANCH.
           MOVE ZERO TO WS-BX-BEST
           MOVE ZERO TO WS-BX-BEST-TOTAL
           PERFORM VARYING BX-IDX FROM 1 BY 1
                   UNTIL BX-IDX > WS-BX-COUNT
               IF NOT WS-BX-PRINTED (BX-IDX)
                   IF WS-BX-BEST = ZERO
                      OR WS-BX-TOTAL (BX-IDX) > WS-BX-BEST-TOTAL
                       SET WS-BX-BEST TO BX-IDX
                       MOVE WS-BX-TOTAL (BX-IDX) TO WS-BX-BEST-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       0540-WRITE-BRANCH-LINE.
           MOVE WS-BX-CUSTOMERS (BX-IDX) TO WS-COUNT-EDITED
           MOVE WS-BX-TOTAL (BX-IDX)     TO WS-TOTAL-EDITED
           MOVE WS-BX-TOP-TOTAL (BX-IDX) TO WS-DIRECT-EDITED
           MOVE ZERO TO WS-PCT
           IF WS-BX-TOTAL (BX-IDX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-BX-TOP-TOTAL (BX-IDX) * 100
                   / WS-BX-TOTAL (BX-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PCT TO WS-PCT-EDITED
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING WS-BX-BRANCH-CODE (BX-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BX-TOP-CUST-ID (BX-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIRECT-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PCT-EDITED DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           END-STRING
           WRITE EXPOSURE-REPORT-LINE.
