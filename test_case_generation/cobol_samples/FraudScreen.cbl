       IDENTIFICATION DIVISION.
       PROGRAM-ID. FraudScreen.

      ******************************************************************
      * Application fraud screen, run between SanctionsScreen and
      * DuplicateCheck.  DuplicateCheck only sees the same CUST-ID
      * applying twice; this step looks for the ring pattern --
      * different CUST-IDs sharing one phone number, mailing address
      * or co-applicant.  Each of tonight's applications is compared
      * with every other application on the FRAUDHST 90-day history
      * (tonight's included, so every member of a ring that applies
      * on the same night is caught, not just the later ones) and
      * with the contact data on the customer file.  Every other
      * identity it shares an attribute with is a link, scored on
      * the FRAUDPRM points: so many per shared phone, address or
      * co-applicant, more if the linked application came in within
      * the velocity window, and a flat amount for a customer-file
      * row sharing the phone or address with no application behind
      * it.  A score at or over the hold threshold routes the whole
      * application to the FRAUDQ fraud review queue, with one row
      * per linked identity, for FraudDisposition instead of passing
      * it through to CUSTFRCK; everything else passes unchanged.
      * An identity a fraud analyst has cleared inside the lookback
      * window passes without scoring.  Tonight's applications are
      * added to FRAUDHST and rows past the window dropped.
      * Applications cleared since the last run ride back in through
      * tonight's sort on FRAUDREL; once they are past the sort,
      * FRAUDREL is emptied here so they are not fed in twice.  A
      * customer file, clear list or history too big for its table
      * fails the run with RC 12 before anything is written -- a
      * screen that cannot see everything must stop the stream, not
      * wave applications through.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREENED-APPLICATION-FILE
               ASSIGN TO "CUSTSCRN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHECKED-APPLICATION-FILE
               ASSIGN TO "CUSTFRCK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT FRAUD-QUEUE-FILE
               ASSIGN TO "FRAUDQ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RELEASED-APPLICATION-FILE
               ASSIGN TO "FRAUDREL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT FRAUD-HISTORY-FILE
               ASSIGN TO "FRAUDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FH-FS.

           SELECT FRAUD-CLEAR-FILE
               ASSIGN TO "FRAUDCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-FS.

           SELECT FRAUD-PARAMETER-FILE
               ASSIGN TO "FRAUDPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FP-FS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREENED-APPLICATION-FILE.
           COPY CUSTREC.

       FD  CHECKED-APPLICATION-FILE.
       01  CHECKED-APPLICATION-RECORD PIC X(104).

       FD  FRAUD-QUEUE-FILE.
           COPY FRAUDQ.

       FD  RELEASED-APPLICATION-FILE.
       01  RELEASED-APPLICATION-RECORD PIC X(104).

       FD  FRAUD-HISTORY-FILE.
           COPY FRAUDHST.

       FD  FRAUD-CLEAR-FILE.
           COPY FRAUDCLR.

       FD  FRAUD-PARAMETER-FILE.
           COPY FRAUDPRM.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       COPY CIFWS.

      ******************************************************************
      * Contact keys for each CUSTMAST row, parallel to the CIFWS
      * table and worked out once at load: the phone reduced to its
      * digits and the normalized address key.
      ******************************************************************
       01  WS-CONTACT-KEY-AREA.
           05  WS-CK-ROW OCCURS 500 TIMES.
               10  WS-CK-PHONE           PIC X(12).
               10  WS-CK-ADDRESS-KEY     PIC X(40).

      ******************************************************************
      * The history still inside the lookback window, with tonight's
      * applications added behind it starting at WS-FIRST-TONIGHT.
      * The whole table goes back out as the new FRAUDHST.
      ******************************************************************
       01  WS-HISTORY-AREA.
           05  WS-AH-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-AH-ROW OCCURS 2000 TIMES
                             INDEXED BY AH-IDX AH-SCAN-IDX.
               10  WS-AH-APPL-DATE       PIC 9(08).
               10  WS-AH-DAY-INT         PIC 9(08) COMP.
               10  WS-AH-CUST-ID         PIC X(10).
               10  WS-AH-CUST-NAME       PIC X(35).
               10  WS-AH-BRANCH-CODE     PIC X(04).
               10  WS-AH-CO-CUST-ID      PIC X(10).
               10  WS-AH-PHONE           PIC X(12).
               10  WS-AH-ADDRESS-KEY     PIC X(40).
               10  WS-AH-FRAUD-SCORE     PIC 9(03).
               10  WS-AH-OUTCOME         PIC X(01).
       01  WS-FIRST-TONIGHT         PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Identities cleared by a fraud analyst inside the window.
      ******************************************************************
       01  WS-CLEAR-AREA.
           05  WS-CL-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-CL-ROW OCCURS 500 TIMES
                             INDEXED BY CL-IDX.
               10  WS-CL-CUST-ID         PIC X(10).
       01  WS-CL-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-CL-FOUND          VALUE "Y".

      ******************************************************************
      * The identities linked to the application being screened, one
      * row per CUST-ID however many of its applications matched.
      * Fifty links is far past any sensible hold threshold, so
      * further links are not tabled.
      ******************************************************************
       01  WS-LINK-AREA.
           05  WS-LK-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LK-ROW OCCURS 50 TIMES
                             INDEXED BY LK-IDX.
               10  WS-LK-CUST-ID         PIC X(10).
               10  WS-LK-NAME            PIC X(35).
               10  WS-LK-APPL-DATE       PIC 9(08).
               10  WS-LK-SOURCE          PIC X(01).
               10  WS-LK-PHONE           PIC X(01).
               10  WS-LK-ADDRESS         PIC X(01).
               10  WS-LK-CO-APPLICANT    PIC X(01).
               10  WS-LK-VELOCITY        PIC X(01).
       01  WS-LK-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LK-FOUND          VALUE "Y".
       01  WS-LINK-CUST-ID          PIC X(10).

       01  WS-PHONE-MATCH-SW        PIC X(01) VALUE "N".
           88  WS-PHONE-MATCH       VALUE "Y".
       01  WS-ADDRESS-MATCH-SW      PIC X(01) VALUE "N".
           88  WS-ADDRESS-MATCH     VALUE "Y".
       01  WS-CO-APPL-MATCH-SW      PIC X(01) VALUE "N".
           88  WS-CO-APPL-MATCH     VALUE "Y".

      ******************************************************************
      * Scoring parameters, preset to the shop defaults FRAUDPRM
      * overrides.
      ******************************************************************
       01  WS-LOOKBACK-DAYS         PIC 9(03) VALUE 90.
       01  WS-VELOCITY-DAYS         PIC 9(03) VALUE 7.
       01  WS-PHONE-POINTS          PIC 9(03) VALUE 25.
       01  WS-ADDRESS-POINTS        PIC 9(03) VALUE 15.
       01  WS-CO-APPL-POINTS        PIC 9(03) VALUE 25.
       01  WS-VELOCITY-POINTS       PIC 9(03) VALUE 10.
       01  WS-CIF-POINTS            PIC 9(03) VALUE 10.
       01  WS-HOLD-THRESHOLD        PIC 9(03) VALUE 60.

       01  WS-FH-FS                 PIC X(02).
       01  WS-FL-FS                 PIC X(02).
       01  WS-FP-FS                 PIC X(02).
       01  WS-FH-EOF-SW             PIC X(01) VALUE "N".
           88  WS-FH-EOF            VALUE "Y".
       01  WS-FL-EOF-SW             PIC X(01) VALUE "N".
           88  WS-FL-EOF            VALUE "Y".
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-APPLICATIONS  VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-INT             PIC 9(08) COMP.
       01  WS-CUTOFF-INT            PIC 9(08) COMP.
       01  WS-ROW-INT               PIC 9(08) COMP.
       01  WS-FRAUD-SCORE           PIC 9(05) COMP.

       01  WS-PHONE-IN              PIC X(12).
       01  WS-PHONE-OUT             PIC X(12).
       01  WS-PH-POS                PIC 9(02) COMP.
       01  WS-PH-OUT-POS            PIC 9(02) COMP.
       01  WS-ADDRESS-KEY           PIC X(40).

       01  WS-NORM-MODE             PIC X(01).
       01  WS-NORM-IN               PIC X(60).
       01  WS-NORM-OUT              PIC X(60).

       01  WS-APP-STATUS            PIC X(10).
       01  WS-APP-PROGRAM-ID        PIC X(30).

       01  WS-SCREENED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-PASSED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-CLEARED-PASS-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-LINK-ROW-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-AGED-OUT-COUNT        PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the customer file, clear
      * list or application history overflows its table.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0130-READ-FRAUD-PARAMETERS
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS
           PERFORM 0140-LOAD-CUSTOMER-MASTER
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0150-LOAD-CLEARS
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0160-LOAD-HISTORY
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0200-LOAD-TONIGHT
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0300-SCREEN-APPLICATIONS
               PERFORM 0700-REWRITE-HISTORY
               PERFORM 0600-EMPTY-RELEASED-FILE
               PERFORM 0950-DISPLAY-TOTALS
           END-IF
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
      * No FRAUDPRM dataset runs on the defaults.  A zero window or
      * threshold also keeps the default -- a zero threshold would
      * hold every application -- but zero points are taken as
      * given, so an attribute can be switched off.
      ******************************************************************
       0130-READ-FRAUD-PARAMETERS.
           OPEN INPUT FRAUD-PARAMETER-FILE
           IF WS-FP-FS = "00"
               READ FRAUD-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0135-TAKE-FRAUD-PARAMETERS
               END-READ
               CLOSE FRAUD-PARAMETER-FILE
           END-IF.

       0135-TAKE-FRAUD-PARAMETERS.
           IF FP-LOOKBACK-DAYS > ZERO
               MOVE FP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF FP-VELOCITY-DAYS > ZERO
               MOVE FP-VELOCITY-DAYS TO WS-VELOCITY-DAYS
           END-IF
           IF FP-HOLD-THRESHOLD > ZERO
               MOVE FP-HOLD-THRESHOLD TO WS-HOLD-THRESHOLD
           END-IF
           MOVE FP-PHONE-POINTS    TO WS-PHONE-POINTS
           MOVE FP-ADDRESS-POINTS  TO WS-ADDRESS-POINTS
           MOVE FP-CO-APPL-POINTS  TO WS-CO-APPL-POINTS
           MOVE FP-VELOCITY-POINTS TO WS-VELOCITY-POINTS
           MOVE FP-CIF-POINTS      TO WS-CIF-POINTS.

      ******************************************************************
      * Loads the customer information file once at start-up, with
      * each row's contact keys.  No CUSTMAST dataset just means
      * there is no phone or address to link on and applications
      * link on their co-applicant alone.  A customer file past the
      * table's capacity fails the run: silently leaving customers
      * out would leave their contact data unscreened.
      ******************************************************************
       0140-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS = "00"
               MOVE "N" TO WS-CF-EOF-SW
               SET CF-IDX TO 1
               PERFORM UNTIL WS-CF-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CF-EOF-SW
                       NOT AT END
                           IF WS-CF-COUNT >= 500
                               DISPLAY "FraudScreen: CUSTMAST"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-CF-EOF-SW
                           ELSE
                               MOVE CF-CUST-ID TO
                                   WS-CF-CUST-ID (CF-IDX)
                               MOVE CF-CUST-NAME TO
                                   WS-CF-CUST-NAME (CF-IDX)
                               PERFORM 0250-BUILD-CONTACT-KEYS
                               MOVE WS-PHONE-OUT TO
                                   WS-CK-PHONE (CF-IDX)
                               MOVE WS-ADDRESS-KEY TO
                                   WS-CK-ADDRESS-KEY (CF-IDX)
                               SET CF-IDX UP BY 1
                               ADD 1 TO WS-CF-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0145-FIND-CUSTOMER-ADDRESS.
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
      * No FRAUDCLR dataset just means nobody has been cleared yet.
      * A clear older than the lookback window is left out: the
      * links it was given on have aged off the history too.
      ******************************************************************
       0150-LOAD-CLEARS.
           OPEN INPUT FRAUD-CLEAR-FILE
           IF WS-FL-FS = "00"
               MOVE "N" TO WS-FL-EOF-SW
               SET CL-IDX TO 1
               PERFORM UNTIL WS-FL-EOF
                   READ FRAUD-CLEAR-FILE
                       AT END
                           MOVE "Y" TO WS-FL-EOF-SW
                       NOT AT END
                           COMPUTE WS-ROW-INT =
                               FUNCTION INTEGER-OF-DATE (FL-CLEAR-DATE)
                           IF WS-ROW-INT >= WS-CUTOFF-INT
                               PERFORM 0155-ADD-CLEAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRAUD-CLEAR-FILE
           END-IF.

       0155-ADD-CLEAR.
           IF WS-CL-COUNT >= 500
               DISPLAY "FraudScreen: FRAUDCLR EXCEEDS TABLE CAPACITY"
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-FL-EOF-SW
           ELSE
               MOVE FL-CUST-ID TO WS-CL-CUST-ID (CL-IDX)
               SET CL-IDX UP BY 1
               ADD 1 TO WS-CL-COUNT
           END-IF.

      ******************************************************************
      * No FRAUDHST dataset just means nothing has been screened yet
      * -- a clean start, not an error.  Rows dated before the
      * lookback window are dropped here and so leave the file on
      * tonight's rewrite.
      ******************************************************************
       0160-LOAD-HISTORY.
           OPEN INPUT FRAUD-HISTORY-FILE
           IF WS-FH-FS = "00"
               MOVE "N" TO WS-FH-EOF-SW
               PERFORM UNTIL WS-FH-EOF
                   READ FRAUD-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-FH-EOF-SW
                       NOT AT END
                           COMPUTE WS-ROW-INT =
                               FUNCTION INTEGER-OF-DATE (FH-APPL-DATE)
                           IF WS-ROW-INT >= WS-CUTOFF-INT
                               PERFORM 0165-ADD-HISTORY-ROW
                           ELSE
                               ADD 1 TO WS-AGED-OUT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRAUD-HISTORY-FILE
           END-IF.

       0165-ADD-HISTORY-ROW.
           IF WS-AH-COUNT >= 2000
               DISPLAY "FraudScreen: FRAUDHST EXCEEDS TABLE CAPACITY"
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-FH-EOF-SW
           ELSE
               ADD 1 TO WS-AH-COUNT
               SET AH-IDX TO WS-AH-COUNT
               MOVE FH-APPL-DATE   TO WS-AH-APPL-DATE (AH-IDX)
               MOVE WS-ROW-INT     TO WS-AH-DAY-INT (AH-IDX)
               MOVE FH-CUST-ID     TO WS-AH-CUST-ID (AH-IDX)
               MOVE FH-CUST-NAME   TO WS-AH-CUST-NAME (AH-IDX)
               MOVE FH-BRANCH-CODE TO WS-AH-BRANCH-CODE (AH-IDX)
               MOVE FH-CO-CUST-ID  TO WS-AH-CO-CUST-ID (AH-IDX)
               MOVE FH-PHONE       TO WS-AH-PHONE (AH-IDX)
               MOVE FH-ADDRESS-KEY TO WS-AH-ADDRESS-KEY (AH-IDX)
               MOVE FH-FRAUD-SCORE TO WS-AH-FRAUD-SCORE (AH-IDX)
               MOVE FH-OUTCOME     TO WS-AH-OUTCOME (AH-IDX)
           END-IF.

       0180-FIND-CLEAR.
           MOVE "N" TO WS-CL-FOUND-SW
           SET CL-IDX TO 1
           PERFORM UNTIL WS-CL-FOUND OR CL-IDX > WS-CL-COUNT
               IF WS-CL-CUST-ID (CL-IDX) = WS-AH-CUST-ID (AH-IDX)
                   MOVE "Y" TO WS-CL-FOUND-SW
               ELSE
                   SET CL-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * First pass over tonight's file: every application goes on
      * the history table with its contact keys before any is
      * scored, so applications arriving together link to each
      * other in both directions.
      ******************************************************************
       0200-LOAD-TONIGHT.
           COMPUTE WS-FIRST-TONIGHT = WS-AH-COUNT + 1
           OPEN INPUT SCREENED-APPLICATION-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL END-OF-APPLICATIONS
               READ SCREENED-APPLICATION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM 0210-ADD-TONIGHT-ROW
               END-READ
           END-PERFORM
           CLOSE SCREENED-APPLICATION-FILE.

       0210-ADD-TONIGHT-ROW.
           IF WS-AH-COUNT >= 2000
               DISPLAY "FraudScreen: FRAUDHST EXCEEDS TABLE CAPACITY"
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-AH-COUNT
               SET AH-IDX TO WS-AH-COUNT
               MOVE WS-TODAY-DATE  TO WS-AH-APPL-DATE (AH-IDX)
               MOVE WS-TODAY-INT   TO WS-AH-DAY-INT (AH-IDX)
               MOVE CA-CUST-ID     TO WS-AH-CUST-ID (AH-IDX)
               MOVE CA-CUST-NAME   TO WS-AH-CUST-NAME (AH-IDX)
               MOVE CA-BRANCH-CODE TO WS-AH-BRANCH-CODE (AH-IDX)
               IF CA-HAS-CO-APPLICANT = "Y"
                   MOVE CA-CO-CUST-ID TO WS-AH-CO-CUST-ID (AH-IDX)
               ELSE
                   MOVE SPACES TO WS-AH-CO-CUST-ID (AH-IDX)
               END-IF
               MOVE CA-CUST-ID TO WS-CF-LOOKUP-ID
               PERFORM 0145-FIND-CUSTOMER-ADDRESS
               IF WS-CF-FOUND
                   MOVE WS-CK-PHONE (CF-IDX) TO WS-AH-PHONE (AH-IDX)
                   MOVE WS-CK-ADDRESS-KEY (CF-IDX)
                       TO WS-AH-ADDRESS-KEY (AH-IDX)
               ELSE
                   MOVE SPACES TO WS-AH-PHONE (AH-IDX)
                   MOVE SPACES TO WS-AH-ADDRESS-KEY (AH-IDX)
               END-IF
               MOVE ZERO TO WS-AH-FRAUD-SCORE (AH-IDX)
               MOVE "P"  TO WS-AH-OUTCOME (AH-IDX)
           END-IF.

      ******************************************************************
      * The phone is reduced to its digits so "555-201-7788" and
      * "(555)2017788" are the same number; fewer than seven digits
      * is not a usable number and links nothing.  The address key
      * is built the way DocumentCollect builds its household key:
      * both street lines through NameNormalize, then the five-digit
      * postal code.
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
      * Second pass: tonight's applications come round in the same
      * order they were tabled, so AH-IDX walks their history rows
      * alongside the file.
      ******************************************************************
       0300-SCREEN-APPLICATIONS.
           OPEN INPUT  SCREENED-APPLICATION-FILE
           OPEN OUTPUT CHECKED-APPLICATION-FILE
           OPEN EXTEND FRAUD-QUEUE-FILE
           SET AH-IDX TO WS-FIRST-TONIGHT
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL END-OF-APPLICATIONS
               READ SCREENED-APPLICATION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM 0400-SCREEN-ONE
               END-READ
           END-PERFORM
           CLOSE SCREENED-APPLICATION-FILE
           CLOSE CHECKED-APPLICATION-FILE
           CLOSE FRAUD-QUEUE-FILE.

       0400-SCREEN-ONE.
           ADD 1 TO WS-SCREENED-COUNT
           PERFORM 0180-FIND-CLEAR
           IF WS-CL-FOUND
               MOVE "C" TO WS-AH-OUTCOME (AH-IDX)
               WRITE CHECKED-APPLICATION-RECORD FROM CUSTOMER-RECORD
               ADD 1 TO WS-PASSED-COUNT
               ADD 1 TO WS-CLEARED-PASS-COUNT
           ELSE
               MOVE ZERO TO WS-LK-COUNT
               PERFORM 0410-COLLECT-APPLICATION-LINKS
               PERFORM 0440-COLLECT-CUSTOMER-LINKS
               PERFORM 0470-SCORE-LINKS
               IF WS-FRAUD-SCORE >= WS-HOLD-THRESHOLD
                   PERFORM 0500-WRITE-HOLD
               ELSE
                   WRITE CHECKED-APPLICATION-RECORD
                       FROM CUSTOMER-RECORD
                   ADD 1 TO WS-PASSED-COUNT
               END-IF
           END-IF
           SET AH-IDX UP BY 1.

       0410-COLLECT-APPLICATION-LINKS.
           PERFORM VARYING AH-SCAN-IDX FROM 1 BY 1
                   UNTIL AH-SCAN-IDX > WS-AH-COUNT
               IF WS-AH-CUST-ID (AH-SCAN-IDX)
                       NOT = WS-AH-CUST-ID (AH-IDX)
                   PERFORM 0420-COMPARE-APPLICATION
               END-IF
           END-PERFORM.

      ******************************************************************
      * One other application against the one being screened.  A
      * linked identity's row keeps its latest application date and
      * picks up every attribute any of its applications shared.
      ******************************************************************
       0420-COMPARE-APPLICATION.
           MOVE "N" TO WS-PHONE-MATCH-SW
           MOVE "N" TO WS-ADDRESS-MATCH-SW
           MOVE "N" TO WS-CO-APPL-MATCH-SW
           IF WS-AH-PHONE (AH-IDX) NOT = SPACES
              AND WS-AH-PHONE (AH-SCAN-IDX) = WS-AH-PHONE (AH-IDX)
               MOVE "Y" TO WS-PHONE-MATCH-SW
           END-IF
           IF WS-AH-ADDRESS-KEY (AH-IDX) NOT = SPACES
              AND WS-AH-ADDRESS-KEY (AH-SCAN-IDX)
                      = WS-AH-ADDRESS-KEY (AH-IDX)
               MOVE "Y" TO WS-ADDRESS-MATCH-SW
           END-IF
           IF WS-AH-CO-CUST-ID (AH-IDX) NOT = SPACES
              AND WS-AH-CO-CUST-ID (AH-SCAN-IDX)
                      = WS-AH-CO-CUST-ID (AH-IDX)
               MOVE "Y" TO WS-CO-APPL-MATCH-SW
           END-IF
           IF WS-PHONE-MATCH OR WS-ADDRESS-MATCH OR WS-CO-APPL-MATCH
               MOVE WS-AH-CUST-ID (AH-SCAN-IDX) TO WS-LINK-CUST-ID
               PERFORM 0430-FIND-LINK
               IF NOT WS-LK-FOUND AND WS-LK-COUNT < 50
                   ADD 1 TO WS-LK-COUNT
                   SET LK-IDX TO WS-LK-COUNT
                   MOVE WS-LINK-CUST-ID TO WS-LK-CUST-ID (LK-IDX)
                   MOVE ZERO TO WS-LK-APPL-DATE (LK-IDX)
                   MOVE "A"  TO WS-LK-SOURCE (LK-IDX)
                   MOVE "N"  TO WS-LK-PHONE (LK-IDX)
                   MOVE "N"  TO WS-LK-ADDRESS (LK-IDX)
                   MOVE "N"  TO WS-LK-CO-APPLICANT (LK-IDX)
                   MOVE "N"  TO WS-LK-VELOCITY (LK-IDX)
                   MOVE "Y"  TO WS-LK-FOUND-SW
               END-IF
               IF WS-LK-FOUND
                   PERFORM 0425-MARK-APPLICATION-LINK
               END-IF
           END-IF.

       0425-MARK-APPLICATION-LINK.
           IF WS-PHONE-MATCH
               MOVE "Y" TO WS-LK-PHONE (LK-IDX)
           END-IF
           IF WS-ADDRESS-MATCH
               MOVE "Y" TO WS-LK-ADDRESS (LK-IDX)
           END-IF
           IF WS-CO-APPL-MATCH
               MOVE "Y" TO WS-LK-CO-APPLICANT (LK-IDX)
           END-IF
           IF WS-AH-APPL-DATE (AH-SCAN-IDX) > WS-LK-APPL-DATE (LK-IDX)
               MOVE WS-AH-APPL-DATE (AH-SCAN-IDX)
                   TO WS-LK-APPL-DATE (LK-IDX)
               MOVE WS-AH-CUST-NAME (AH-SCAN-IDX)
                   TO WS-LK-NAME (LK-IDX)
           END-IF
           IF WS-TODAY-INT - WS-AH-DAY-INT (AH-SCAN-IDX)
                   <= WS-VELOCITY-DAYS
               MOVE "Y" TO WS-LK-VELOCITY (LK-IDX)
           END-IF.

       0430-FIND-LINK.
           MOVE "N" TO WS-LK-FOUND-SW
           SET LK-IDX TO 1
           PERFORM UNTIL WS-LK-FOUND OR LK-IDX > WS-LK-COUNT
               IF WS-LK-CUST-ID (LK-IDX) = WS-LINK-CUST-ID
                   MOVE "Y" TO WS-LK-FOUND-SW
               ELSE
                   SET LK-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Customer-file rows sharing the applicant's phone or address.
      * The applicant and their own co-applicant are not links, and
      * an identity already linked through an application is scored
      * on that, not twice.
      ******************************************************************
       0440-COLLECT-CUSTOMER-LINKS.
           PERFORM VARYING CF-IDX FROM 1 BY 1
                   UNTIL CF-IDX > WS-CF-COUNT
               IF WS-CF-CUST-ID (CF-IDX) NOT = WS-AH-CUST-ID (AH-IDX)
                  AND WS-CF-CUST-ID (CF-IDX)
                          NOT = WS-AH-CO-CUST-ID (AH-IDX)
                   PERFORM 0450-COMPARE-CUSTOMER
               END-IF
           END-PERFORM.

       0450-COMPARE-CUSTOMER.
           MOVE "N" TO WS-PHONE-MATCH-SW
           MOVE "N" TO WS-ADDRESS-MATCH-SW
           IF WS-AH-PHONE (AH-IDX) NOT = SPACES
              AND WS-CK-PHONE (CF-IDX) = WS-AH-PHONE (AH-IDX)
               MOVE "Y" TO WS-PHONE-MATCH-SW
           END-IF
           IF WS-AH-ADDRESS-KEY (AH-IDX) NOT = SPACES
              AND WS-CK-ADDRESS-KEY (CF-IDX)
                      = WS-AH-ADDRESS-KEY (AH-IDX)
               MOVE "Y" TO WS-ADDRESS-MATCH-SW
           END-IF
           IF WS-PHONE-MATCH OR WS-ADDRESS-MATCH
               MOVE WS-CF-CUST-ID (CF-IDX) TO WS-LINK-CUST-ID
               PERFORM 0430-FIND-LINK
               IF NOT WS-LK-FOUND AND WS-LK-COUNT < 50
                   ADD 1 TO WS-LK-COUNT
                   SET LK-IDX TO WS-LK-COUNT
                   MOVE WS-LINK-CUST-ID TO WS-LK-CUST-ID (LK-IDX)
                   MOVE WS-CF-CUST-NAME (CF-IDX)
                       TO WS-LK-NAME (LK-IDX)
                   MOVE ZERO TO WS-LK-APPL-DATE (LK-IDX)
                   MOVE "C"  TO WS-LK-SOURCE (LK-IDX)
                   MOVE WS-PHONE-MATCH-SW TO WS-LK-PHONE (LK-IDX)
                   MOVE WS-ADDRESS-MATCH-SW TO WS-LK-ADDRESS (LK-IDX)
                   MOVE "N"  TO WS-LK-CO-APPLICANT (LK-IDX)
                   MOVE "N"  TO WS-LK-VELOCITY (LK-IDX)
               END-IF
           END-IF.

       0470-SCORE-LINKS.
           MOVE ZERO TO WS-FRAUD-SCORE
           PERFORM VARYING LK-IDX FROM 1 BY 1
                   UNTIL LK-IDX > WS-LK-COUNT
               IF WS-LK-SOURCE (LK-IDX) = "C"
                   ADD WS-CIF-POINTS TO WS-FRAUD-SCORE
               ELSE
                   IF WS-LK-PHONE (LK-IDX) = "Y"
                       ADD WS-PHONE-POINTS TO WS-FRAUD-SCORE
                   END-IF
                   IF WS-LK-ADDRESS (LK-IDX) = "Y"
                       ADD WS-ADDRESS-POINTS TO WS-FRAUD-SCORE
                   END-IF
                   IF WS-LK-CO-APPLICANT (LK-IDX) = "Y"
                       ADD WS-CO-APPL-POINTS TO WS-FRAUD-SCORE
                   END-IF
                   IF WS-LK-VELOCITY (LK-IDX) = "Y"
                       ADD WS-VELOCITY-POINTS TO WS-FRAUD-SCORE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FRAUD-SCORE > 999
               MOVE 999 TO WS-AH-FRAUD-SCORE (AH-IDX)
           ELSE
               MOVE WS-FRAUD-SCORE TO WS-AH-FRAUD-SCORE (AH-IDX)
           END-IF.

      ******************************************************************
      * The hold carries the whole application image so a cleared
      * application can be released back into intake exactly as it
      * arrived, followed by the identities it linked to so the
      * analyst sees the ring, not just the one applicant.  The
      * APPLSTAT event lets the branch see why nothing has come
      * back on it.
      ******************************************************************
       0500-WRITE-HOLD.
           MOVE SPACES           TO FRAUD-QUEUE-RECORD
           MOVE "H"              TO FQ-REC-TYPE
           MOVE CA-CUST-ID       TO FQ-CUST-ID
           MOVE WS-BUSINESS-DATE TO FQ-HOLD-DATE
           MOVE WS-AH-FRAUD-SCORE (AH-IDX) TO FQ-FRAUD-SCORE
           MOVE ZERO             TO FQ-LINK-APPL-DATE
           MOVE CUSTOMER-RECORD  TO FQ-APPLICATION
           WRITE FRAUD-QUEUE-RECORD
           PERFORM VARYING LK-IDX FROM 1 BY 1
                   UNTIL LK-IDX > WS-LK-COUNT
               PERFORM 0510-WRITE-LINK
           END-PERFORM
           MOVE "H" TO WS-AH-OUTCOME (AH-IDX)
           ADD 1 TO WS-HELD-COUNT
           MOVE "FRAUD-HOLD" TO WS-APP-STATUS
           MOVE "FraudScreen" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING CA-CUST-ID WS-APP-STATUS
                   WS-APP-PROGRAM-ID.

       0510-WRITE-LINK.
           MOVE SPACES           TO FRAUD-QUEUE-RECORD
           MOVE "L"              TO FQ-REC-TYPE
           MOVE CA-CUST-ID       TO FQ-CUST-ID
           MOVE WS-BUSINESS-DATE TO FQ-HOLD-DATE
           MOVE WS-AH-FRAUD-SCORE (AH-IDX) TO FQ-FRAUD-SCORE
           MOVE WS-LK-CUST-ID (LK-IDX)      TO FQ-LINK-CUST-ID
           MOVE WS-LK-NAME (LK-IDX)         TO FQ-LINK-NAME
           MOVE WS-LK-APPL-DATE (LK-IDX)    TO FQ-LINK-APPL-DATE
           MOVE WS-LK-SOURCE (LK-IDX)       TO FQ-LINK-SOURCE
           MOVE WS-LK-PHONE (LK-IDX)        TO FQ-LINK-PHONE
           MOVE WS-LK-ADDRESS (LK-IDX)      TO FQ-LINK-ADDRESS
           MOVE WS-LK-CO-APPLICANT (LK-IDX) TO FQ-LINK-CO-APPLICANT
           MOVE WS-LK-VELOCITY (LK-IDX)     TO FQ-LINK-VELOCITY
           WRITE FRAUD-QUEUE-RECORD
           ADD 1 TO WS-LINK-ROW-COUNT.

      ******************************************************************
      * Tonight's sort has already taken in whatever the fraud
      * analysts released, so the release file is emptied for the
      * next batch of clears to accumulate in.
      ******************************************************************
       0600-EMPTY-RELEASED-FILE.
           OPEN OUTPUT RELEASED-APPLICATION-FILE
           CLOSE RELEASED-APPLICATION-FILE.

       0700-REWRITE-HISTORY.
           OPEN OUTPUT FRAUD-HISTORY-FILE
           PERFORM VARYING AH-IDX FROM 1 BY 1
                   UNTIL AH-IDX > WS-AH-COUNT
               MOVE WS-AH-APPL-DATE (AH-IDX)   TO FH-APPL-DATE
               MOVE WS-AH-CUST-ID (AH-IDX)     TO FH-CUST-ID
               MOVE WS-AH-CUST-NAME (AH-IDX)   TO FH-CUST-NAME
               MOVE WS-AH-BRANCH-CODE (AH-IDX) TO FH-BRANCH-CODE
               MOVE WS-AH-CO-CUST-ID (AH-IDX)  TO FH-CO-CUST-ID
               MOVE WS-AH-PHONE (AH-IDX)       TO FH-PHONE
               MOVE WS-AH-ADDRESS-KEY (AH-IDX) TO FH-ADDRESS-KEY
               MOVE WS-AH-FRAUD-SCORE (AH-IDX) TO FH-FRAUD-SCORE
               MOVE WS-AH-OUTCOME (AH-IDX)     TO FH-OUTCOME
               WRITE FRAUD-HISTORY-RECORD
           END-PERFORM
           CLOSE FRAUD-HISTORY-FILE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== FraudScreen CONTROL TOTALS ====="
           DISPLAY "SCREENED:            " WS-SCREENED-COUNT
           DISPLAY "PASSED THROUGH:      " WS-PASSED-COUNT
           DISPLAY "  ON ANALYST CLEAR:  " WS-CLEARED-PASS-COUNT
           DISPLAY "FRAUD HOLDS:         " WS-HELD-COUNT
           DISPLAY "  LINKS LISTED:      " WS-LINK-ROW-COUNT
           DISPLAY "HISTORY ROWS KEPT:   " WS-AH-COUNT
           DISPLAY "HISTORY AGED OUT:    " WS-AGED-OUT-COUNT.
