       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMatchReport.

      ******************************************************************
      * Probable duplicate customers on CUSTMAST.  The branches set
      * up a second CUST-ID for a customer who already has one often
      * enough that Customer360Inquiry shows half a relationship and
      * exposure and bureau reporting split one borrower in two.
      * Every customer's name, address and phone go through the
      * same keys FraudScreen matches on -- the name and the address
      * lines through NameNormalize, the postal code's first five,
      * the phone's digits -- and every pair of customers is
      * compared:
      *   - the same name at the same address or on the same phone,
      *     or
      *   - the same address and the same phone under two names
      *     (a misspelt or reordered name)
      * lists the pair on MTCHRPT with what matched.  A pair already
      * on an open CMRGPEND merge is marked so, so the desk doesn't
      * submit it twice.  The report only lists; merging a pair is
      * a CustomerMerge SUBMIT with a second approver.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT MERGE-PENDING-FILE
               ASSIGN TO "CMRGPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MP-FS.

           SELECT MATCH-REPORT-FILE
               ASSIGN TO "MTCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  MERGE-PENDING-FILE.
           COPY CMRGPEND.

       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-LINE         PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-CF-FS                 PIC X(02).
       01  WS-MP-FS                 PIC X(02).
       01  WS-FILE-EOF-SW           PIC X(01) VALUE "N".
           88  WS-FILE-EOF          VALUE "Y".
       01  WS-NAME-MATCH-SW         PIC X(01) VALUE "N".
           88  WS-NAME-MATCH        VALUE "Y".
       01  WS-ADDRESS-MATCH-SW      PIC X(01) VALUE "N".
           88  WS-ADDRESS-MATCH     VALUE "Y".
       01  WS-PHONE-MATCH-SW        PIC X(01) VALUE "N".
           88  WS-PHONE-MATCH       VALUE "Y".
       01  WS-OM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-OM-FOUND          VALUE "Y".

      ******************************************************************
      * The customer master with each customer's match keys.  A key
      * that can't be built (no name, no address, fewer than seven
      * phone digits) is left blank and never matches.
      ******************************************************************
       01  WS-CUSTOMER-AREA.
           05  WS-MC-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-MC-ROW OCCURS 500 TIMES
                             INDEXED BY MC-IDX MC-SCAN-IDX.
               10  WS-MC-CUST-ID         PIC X(10).
               10  WS-MC-CUST-NAME       PIC X(35).
               10  WS-MC-NAME-KEY        PIC X(35).
               10  WS-MC-ADDRESS-KEY     PIC X(40).
               10  WS-MC-PHONE           PIC X(12).

      ******************************************************************
      * The pairs on a pending or approved merge, either way round.
      ******************************************************************
       01  WS-OPEN-MERGE-AREA.
           05  WS-OM-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-OM-ROW OCCURS 200 TIMES
                             INDEXED BY OM-IDX.
               10  WS-OM-RETIRED-CUST-ID  PIC X(10).
               10  WS-OM-SURVIVOR-CUST-ID PIC X(10).

       01  WS-ADDRESS-KEY           PIC X(40).
       01  WS-PHONE-IN              PIC X(12).
       01  WS-PHONE-OUT             PIC X(12).
       01  WS-PH-POS                PIC 9(02) COMP.
       01  WS-PH-OUT-POS            PIC 9(02) COMP.
       01  WS-NORM-MODE             PIC X(01).
       01  WS-NORM-IN               PIC X(60).
       01  WS-NORM-OUT              PIC X(60).
       01  WS-MATCHED-ON            PIC X(18).
       01  WS-MATCH-POS             PIC 9(02) COMP.

       01  WS-PAIR-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-OPEN-PAIR-COUNT       PIC 9(07) COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(50) VALUE
               "PROBABLE DUPLICATE CUSTOMERS ON CUSTMAST".
           05  FILLER               PIC X(15) VALUE "BUSINESS DATE ".
           05  WS-TL-DATE           PIC 9(08).

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(12) VALUE "CUST-ID".
           05  FILLER               PIC X(37) VALUE "NAME".
           05  FILLER               PIC X(12) VALUE "CUST-ID".
           05  FILLER               PIC X(37) VALUE "NAME".
           05  FILLER               PIC X(20) VALUE "MATCHED ON".
           05  FILLER               PIC X(14) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID-1      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NAME-1         PIC X(35).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID-2      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NAME-2         PIC X(35).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-MATCHED-ON     PIC X(18).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(14).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               "CUSTOMERS COMPARED: ".
           05  WS-TT-CUSTOMERS      PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(22) VALUE
               "     PROBABLE PAIRS: ".
           05  WS-TT-PAIRS          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(22) VALUE
               "     ON OPEN MERGE: ".
           05  WS-TT-OPEN           PIC Z,ZZZ,ZZ9.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO on a clean run and 12 if the customer master
      * or the merge queue exceeds its in-memory table, in which
      * case no report is written -- a list missing the customers
      * past the table would read as "no duplicates" for them.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0140-LOAD-CUSTOMER-MASTER
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0160-LOAD-OPEN-MERGES
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT MATCH-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-TL-DATE
           WRITE MATCH-REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE FROM WS-HEADING-LINE
           PERFORM 0300-COMPARE-CUSTOMERS
           MOVE SPACES TO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE
           MOVE WS-MC-COUNT        TO WS-TT-CUSTOMERS
           MOVE WS-PAIR-COUNT      TO WS-TT-PAIRS
           MOVE WS-OPEN-PAIR-COUNT TO WS-TT-OPEN
           WRITE MATCH-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE MATCH-REPORT-FILE
           DISPLAY "===== CustomerMatchReport CONTROL TOTALS ====="
           DISPLAY "CUSTOMERS COMPARED:  " WS-MC-COUNT
           DISPLAY "PROBABLE PAIRS:      " WS-PAIR-COUNT
           DISPLAY "ON OPEN MERGE:       " WS-OPEN-PAIR-COUNT
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
      * No CUSTMAST dataset just means there is no one to compare.
      ******************************************************************
       0140-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               SET MC-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-MC-COUNT >= 500
                               DISPLAY "CustomerMatchReport: CUSTMAST"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               PERFORM 0150-LOAD-ONE-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0150-LOAD-ONE-CUSTOMER.
           MOVE CF-CUST-ID   TO WS-MC-CUST-ID (MC-IDX)
           MOVE CF-CUST-NAME TO WS-MC-CUST-NAME (MC-IDX)
           MOVE SPACES TO WS-MC-NAME-KEY (MC-IDX)
           IF CF-CUST-NAME NOT = SPACES
               MOVE SPACES TO WS-NORM-IN
               MOVE CF-CUST-NAME TO WS-NORM-IN
               MOVE "N" TO WS-NORM-MODE
               CALL "NameNormalize" USING WS-NORM-IN WS-NORM-MODE
                       WS-NORM-OUT
               MOVE WS-NORM-OUT (1:35) TO WS-MC-NAME-KEY (MC-IDX)
           END-IF
           PERFORM 0250-BUILD-CONTACT-KEYS
           MOVE WS-ADDRESS-KEY TO WS-MC-ADDRESS-KEY (MC-IDX)
           MOVE WS-PHONE-OUT   TO WS-MC-PHONE (MC-IDX)
           SET MC-IDX UP BY 1
           ADD 1 TO WS-MC-COUNT.

      ******************************************************************
      * No CMRGPEND dataset just means no merge has been submitted.
      ******************************************************************
       0160-LOAD-OPEN-MERGES.
           OPEN INPUT MERGE-PENDING-FILE
           IF WS-MP-FS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               SET OM-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ MERGE-PENDING-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF MP-STATUS = "PENDING "
                              OR MP-STATUS = "APPROVED"
                               PERFORM 0170-LOAD-ONE-MERGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MERGE-PENDING-FILE
           END-IF.

       0170-LOAD-ONE-MERGE.
           IF WS-OM-COUNT >= 200
               DISPLAY "CustomerMatchReport: CMRGPEND"
                   " EXCEEDS TABLE CAPACITY"
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-FILE-EOF-SW
           ELSE
               MOVE MP-RETIRED-CUST-ID
                   TO WS-OM-RETIRED-CUST-ID (OM-IDX)
               MOVE MP-SURVIVOR-CUST-ID
                   TO WS-OM-SURVIVOR-CUST-ID (OM-IDX)
               SET OM-IDX UP BY 1
               ADD 1 TO WS-OM-COUNT
           END-IF.

      ******************************************************************
      * The address key is the two address lines run through
      * NameNormalize in address mode, cut to 35, with the postal
      * code's first five behind it -- the same key FraudScreen
      * links applications on.
      ******************************************************************
       0250-BUILD-CONTACT-KEYS.
           MOVE CF-PHONE TO WS-PHONE-IN
           PERFORM 0260-NORMALIZE-PHONE
           MOVE SPACES TO WS-ADDRESS-KEY
           IF CF-ADDR-LINE-1 NOT = SPACES
              OR CF-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO WS-NORM-IN
               STRING CF-ADDR-LINE-1 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CF-ADDR-LINE-2 DELIMITED BY SIZE
                   INTO WS-NORM-IN
               END-STRING
               MOVE "A" TO WS-NORM-MODE
               CALL "NameNormalize" USING WS-NORM-IN WS-NORM-MODE
                       WS-NORM-OUT
               MOVE WS-NORM-OUT (1:35) TO WS-ADDRESS-KEY (1:35)
               MOVE CF-POSTAL-CODE (1:5) TO WS-ADDRESS-KEY (36:5)
           END-IF.

       0260-NORMALIZE-PHONE.
           MOVE SPACES TO WS-PHONE-OUT
           MOVE ZERO TO WS-PH-OUT-POS
           PERFORM VARYING WS-PH-POS FROM 1 BY 1
                   UNTIL WS-PH-POS > 12
               IF WS-PHONE-IN (WS-PH-POS:1) IS NUMERIC
                   ADD 1 TO WS-PH-OUT-POS
                   MOVE WS-PHONE-IN (WS-PH-POS:1)
                       TO WS-PHONE-OUT (WS-PH-OUT-POS:1)
               END-IF
           END-PERFORM
           IF WS-PH-OUT-POS < 7
               MOVE SPACES TO WS-PHONE-OUT
           END-IF.

      ******************************************************************
      * Every customer against every one after it, so each pair is
      * looked at once and listed once.
      ******************************************************************
       0300-COMPARE-CUSTOMERS.
           PERFORM VARYING MC-IDX FROM 1 BY 1
                   UNTIL MC-IDX > WS-MC-COUNT
               SET MC-SCAN-IDX TO MC-IDX
               SET MC-SCAN-IDX UP BY 1
               PERFORM UNTIL MC-SCAN-IDX > WS-MC-COUNT
                   PERFORM 0310-COMPARE-PAIR
                   SET MC-SCAN-IDX UP BY 1
               END-PERFORM
           END-PERFORM.

       0310-COMPARE-PAIR.
           MOVE "N" TO WS-NAME-MATCH-SW
           MOVE "N" TO WS-ADDRESS-MATCH-SW
           MOVE "N" TO WS-PHONE-MATCH-SW
           IF WS-MC-NAME-KEY (MC-IDX) NOT = SPACES
              AND WS-MC-NAME-KEY (MC-SCAN-IDX)
                      = WS-MC-NAME-KEY (MC-IDX)
               MOVE "Y" TO WS-NAME-MATCH-SW
           END-IF
           IF WS-MC-ADDRESS-KEY (MC-IDX) NOT = SPACES
              AND WS-MC-ADDRESS-KEY (MC-SCAN-IDX)
                      = WS-MC-ADDRESS-KEY (MC-IDX)
               MOVE "Y" TO WS-ADDRESS-MATCH-SW
           END-IF
           IF WS-MC-PHONE (MC-IDX) NOT = SPACES
              AND WS-MC-PHONE (MC-SCAN-IDX) = WS-MC-PHONE (MC-IDX)
               MOVE "Y" TO WS-PHONE-MATCH-SW
           END-IF
           IF (WS-NAME-MATCH AND (WS-ADDRESS-MATCH OR WS-PHONE-MATCH))
              OR (WS-ADDRESS-MATCH AND WS-PHONE-MATCH)
               PERFORM 0320-WRITE-PAIR
           END-IF.

       0320-WRITE-PAIR.
           MOVE SPACES TO WS-MATCHED-ON
           MOVE 1 TO WS-MATCH-POS
           IF WS-NAME-MATCH
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCH-POS
               END-STRING
           END-IF
           IF WS-ADDRESS-MATCH
               STRING "ADDRESS " DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCH-POS
               END-STRING
           END-IF
           IF WS-PHONE-MATCH
               STRING "PHONE" DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCH-POS
               END-STRING
           END-IF
           PERFORM 0330-FIND-OPEN-MERGE
           MOVE WS-MC-CUST-ID (MC-IDX)        TO WS-DL-CUST-ID-1
           MOVE WS-MC-CUST-NAME (MC-IDX)      TO WS-DL-NAME-1
           MOVE WS-MC-CUST-ID (MC-SCAN-IDX)   TO WS-DL-CUST-ID-2
           MOVE WS-MC-CUST-NAME (MC-SCAN-IDX) TO WS-DL-NAME-2
           MOVE WS-MATCHED-ON                 TO WS-DL-MATCHED-ON
           IF WS-OM-FOUND
               MOVE "MERGE OPEN" TO WS-DL-STATUS
               ADD 1 TO WS-OPEN-PAIR-COUNT
           ELSE
               MOVE SPACES TO WS-DL-STATUS
           END-IF
           WRITE MATCH-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-PAIR-COUNT.

       0330-FIND-OPEN-MERGE.
           MOVE "N" TO WS-OM-FOUND-SW
           SET OM-IDX TO 1
           PERFORM UNTIL WS-OM-FOUND OR OM-IDX > WS-OM-COUNT
               IF (WS-OM-RETIRED-CUST-ID (OM-IDX)
                       = WS-MC-CUST-ID (MC-IDX)
                   AND WS-OM-SURVIVOR-CUST-ID (OM-IDX)
                       = WS-MC-CUST-ID (MC-SCAN-IDX))
                  OR (WS-OM-RETIRED-CUST-ID (OM-IDX)
                       = WS-MC-CUST-ID (MC-SCAN-IDX)
                   AND WS-OM-SURVIVOR-CUST-ID (OM-IDX)
                       = WS-MC-CUST-ID (MC-IDX))
                   MOVE "Y" TO WS-OM-FOUND-SW
               ELSE
                   SET OM-IDX UP BY 1
               END-IF
           END-PERFORM.
