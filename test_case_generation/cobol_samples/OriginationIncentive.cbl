       IDENTIFICATION DIVISION.
       PROGRAM-ID. OriginationIncentive.

      ******************************************************************
      * Month-end origination incentive for loan officers, replacing
      * the hand calculation HR did off the branch booking reports.
      * Every LOANMAST row carrying an originating officer
      * (LM-ORIGINATOR-ID) and opened inside the six-month clawback
      * window is followed on the INCLEDGR ledger: the first run to
      * see it booked credits its amount to the officer's booked
      * volume, the first run to see it funded credits the funded
      * volume, and a DELINQ row putting it ninety days or more
      * behind within six months of opening claws back whatever it
      * was credited.  Each officer's month of booked and funded
      * volume is priced off the tiered INCRATE table, and one
      * INCENTIV row per officer goes on to EmployeeBonusEvaluation,
      * which pays it through the bonus path.  Clawbacks that outrun
      * a month's credits carry forward against the next month
      * rather than going negative.  INCLEDGR and INCENTIV roll
      * forward as GDG generations: this run reads generation (0)
      * of each and writes (+1), and a rerun inside the same month
      * recomputes the month instead of crediting it twice.
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

           SELECT INCENTIVE-RATE-FILE
               ASSIGN TO "INCRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IT-FS.

           SELECT PRIOR-LEDGER-FILE
               ASSIGN TO "LEDPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PL-FS.

           SELECT INCENTIVE-LEDGER-FILE
               ASSIGN TO "INCLEDGR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRIOR-INCENTIVE-FILE
               ASSIGN TO "INCPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PI-FS.

           SELECT INCENTIVE-FILE
               ASSIGN TO "INCENTIV"
               ORGANIZATION IS SEQUENTIAL.

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

       FD  INCENTIVE-RATE-FILE.
           COPY INCRATE.

       FD  PRIOR-LEDGER-FILE.
       01  PRIOR-LEDGER-RECORD       PIC X(65).

       FD  INCENTIVE-LEDGER-FILE.
           COPY INCLEDGR.

       FD  PRIOR-INCENTIVE-FILE.
       01  PRIOR-INCENTIVE-RECORD    PIC X(59).

       FD  INCENTIVE-FILE.
           COPY INCENTIV.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-LM-FS                 PIC X(02).
       01  WS-DQ-FS                 PIC X(02).
       01  WS-IT-FS                 PIC X(02).
       01  WS-PL-FS                 PIC X(02).
       01  WS-PI-FS                 PIC X(02).

       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".
       01  WS-DQ-EOF-SW             PIC X(01) VALUE "N".
           88  WS-DQ-EOF            VALUE "Y".
       01  WS-IT-EOF-SW             PIC X(01) VALUE "N".
           88  WS-IT-EOF            VALUE "Y".
       01  WS-PL-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PL-EOF            VALUE "Y".
       01  WS-PI-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PI-EOF            VALUE "Y".

      ******************************************************************
      * The incentive period is the business date's month.  The
      * clawback window reaches back six months from its first day:
      * a loan opened earlier is past clawback, earns nothing new
      * and ages off the ledger.
      ******************************************************************
       01  WS-INCENT-PERIOD         PIC X(06).
       01  WS-WINDOW-START          PIC 9(08).
       01  WS-WINDOW-YEAR           PIC 9(04).
       01  WS-WINDOW-MONTH          PIC S9(03).
       01  WS-CLAW-END-DATE         PIC 9(08).
       01  WS-CLAW-YEAR             PIC 9(04).
       01  WS-CLAW-MONTH            PIC 9(03).

       01  WS-RATE-AREA.
           05  WS-IT-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-IT-ROW OCCURS 40 TIMES
                             INDEXED BY IT-IDX.
               10  WS-IT-CREDIT-TYPE     PIC X(01).
               10  WS-IT-VOLUME-FLOOR    PIC 9(09)V99 COMP-3.
               10  WS-IT-RATE-PCT        PIC 9(01)V9(04) COMP-3.

      ******************************************************************
      * The ledger in storage, loaded from generation (0) and added
      * to as new officer-attributed loans turn up on LOANMAST.
      ******************************************************************
       01  WS-LEDGER-AREA.
           05  WS-LG-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-LG-ROW OCCURS 5000 TIMES
                             INDEXED BY LG-IDX.
               10  WS-LG-LOAN-ACCT-NO    PIC X(12).
               10  WS-LG-EMP-ID          PIC X(06).
               10  WS-LG-OPEN-DATE       PIC 9(08).
               10  WS-LG-ORIG-AMOUNT     PIC S9(09)V99 COMP-3.
               10  WS-LG-BOOKED-PERIOD   PIC X(06).
               10  WS-LG-BOOKED-AMT      PIC S9(07)V99 COMP-3.
               10  WS-LG-FUNDED-PERIOD   PIC X(06).
               10  WS-LG-FUNDED-AMT      PIC S9(07)V99 COMP-3.
               10  WS-LG-CLAWBACK-PERIOD PIC X(06).
               10  WS-LG-CLAWBACK-AMT    PIC S9(07)V99 COMP-3.
       01  WS-LG-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LG-FOUND          VALUE "Y".

      ******************************************************************
      * Loans DELINQ shows ninety days or more behind, with the
      * as-of date of the row.
      ******************************************************************
       01  WS-SERIOUS-AREA.
           05  WS-SD-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-SD-ROW OCCURS 5000 TIMES
                             INDEXED BY SD-IDX.
               10  WS-SD-LOAN-ACCT-NO    PIC X(12).
               10  WS-SD-AS-OF-DATE      PIC 9(08).
       01  WS-SD-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-SD-FOUND          VALUE "Y".

      ******************************************************************
      * One row per officer with credits, clawbacks or a balance
      * still owed this period.  The carry-in comes from last
      * month's INCENTIV row -- or, on a rerun inside the month,
      * from this month's own row, so the rerun starts where the
      * first run did.
      ******************************************************************
       01  WS-OFFICER-AREA.
           05  WS-OF-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-OF-ROW OCCURS 500 TIMES
                             INDEXED BY OF-IDX.
               10  WS-OF-EMP-ID          PIC X(06).
               10  WS-OF-BOOKED-COUNT    PIC 9(05) COMP.
               10  WS-OF-BOOKED-VOLUME   PIC S9(11)V99 COMP-3.
               10  WS-OF-FUNDED-COUNT    PIC 9(05) COMP.
               10  WS-OF-FUNDED-VOLUME   PIC S9(11)V99 COMP-3.
               10  WS-OF-BOOKED-RATE     PIC 9(01)V9(04) COMP-3.
               10  WS-OF-FUNDED-RATE     PIC 9(01)V9(04) COMP-3.
               10  WS-OF-GROSS           PIC S9(07)V99 COMP-3.
               10  WS-OF-CLAWBACK        PIC S9(07)V99 COMP-3.
               10  WS-OF-CARRY-IN        PIC S9(07)V99 COMP-3.
               10  WS-OF-NET-PAYABLE     PIC S9(07)V99 COMP-3.
               10  WS-OF-CARRY-OUT       PIC S9(07)V99 COMP-3.
       01  WS-OF-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-OF-FOUND          VALUE "Y".
       01  WS-LOOK-EMP-ID           PIC X(06).

       01  WS-LOOK-TYPE             PIC X(01).
       01  WS-LOOK-VOLUME           PIC S9(11)V99 COMP-3.
       01  WS-BEST-FLOOR            PIC 9(09)V99 COMP-3.
       01  WS-FOUND-RATE            PIC 9(01)V9(04) COMP-3.
       01  WS-NET-WORK              PIC S9(09)V99 COMP-3.

       01  WS-LOANS-SCANNED         PIC 9(07) COMP VALUE ZERO.
       01  WS-BOOKED-CREDITS        PIC 9(07) COMP VALUE ZERO.
       01  WS-FUNDED-CREDITS        PIC 9(07) COMP VALUE ZERO.
       01  WS-CLAWBACK-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-LEDGER-KEPT           PIC 9(07) COMP VALUE ZERO.
       01  WS-LEDGER-AGED           PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-PAYABLE         PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CARRY-OUT       PIC S9(09)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if LOANMAST can't be opened or
      * the ledger, DELINQ or officer rows exceed the in-memory
      * tables -- nothing is written, so generation (0) stands.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0140-SET-PERIOD
           PERFORM 0150-LOAD-INCENTIVE-RATES
           PERFORM 0160-LOAD-PRIOR-LEDGER
           PERFORM 0170-LOAD-SERIOUS-DELINQUENCY
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-SCAN-LOAN-MASTER
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0300-TALLY-OFFICERS
           PERFORM 0380-LOAD-PRIOR-CARRY
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0400-PRICE-OFFICERS
           PERFORM 0500-WRITE-LEDGER
           PERFORM 0600-WRITE-INCENTIVES
           DISPLAY "===== OriginationIncentive CONTROL TOTALS ====="
           DISPLAY "INCENTIVE PERIOD:    " WS-INCENT-PERIOD
           DISPLAY "LOANS SCANNED:       " WS-LOANS-SCANNED
           DISPLAY "BOOKED CREDITS:      " WS-BOOKED-CREDITS
           DISPLAY "FUNDED CREDITS:      " WS-FUNDED-CREDITS
           DISPLAY "CLAWBACKS:           " WS-CLAWBACK-COUNT
           DISPLAY "OFFICERS:            " WS-OF-COUNT
           DISPLAY "NET PAYABLE:         " WS-TOTAL-PAYABLE
           DISPLAY "CARRIED FORWARD:     " WS-TOTAL-CARRY-OUT
           DISPLAY "LEDGER ROWS KEPT:    " WS-LEDGER-KEPT
           DISPLAY "LEDGER ROWS AGED:    " WS-LEDGER-AGED
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

       0140-SET-PERIOD.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-INCENT-PERIOD
           MOVE WS-BUSINESS-DATE (1:4) TO WS-WINDOW-YEAR
           MOVE WS-BUSINESS-DATE (5:2) TO WS-WINDOW-MONTH
           SUBTRACT 6 FROM WS-WINDOW-MONTH
           IF WS-WINDOW-MONTH < 1
               ADD 12 TO WS-WINDOW-MONTH
               SUBTRACT 1 FROM WS-WINDOW-YEAR
           END-IF
           COMPUTE WS-WINDOW-START =
               WS-WINDOW-YEAR * 10000 + WS-WINDOW-MONTH * 100 + 1.

      ******************************************************************
      * No INCRATE dataset prices every credit at zero -- the
      * ledger still moves, so nothing is lost when the table
      * arrives.
      ******************************************************************
       0150-LOAD-INCENTIVE-RATES.
           OPEN INPUT INCENTIVE-RATE-FILE
           IF WS-IT-FS = "00"
               MOVE "N" TO WS-IT-EOF-SW
               SET IT-IDX TO 1
               PERFORM UNTIL WS-IT-EOF
                   READ INCENTIVE-RATE-FILE
                       AT END
                           MOVE "Y" TO WS-IT-EOF-SW
                       NOT AT END
                           IF WS-IT-COUNT < 40
                               MOVE IT-CREDIT-TYPE TO
                                   WS-IT-CREDIT-TYPE (IT-IDX)
                               MOVE IT-VOLUME-FLOOR TO
                                   WS-IT-VOLUME-FLOOR (IT-IDX)
                               MOVE IT-RATE-PCT TO
                                   WS-IT-RATE-PCT (IT-IDX)
                               SET IT-IDX UP BY 1
                               ADD 1 TO WS-IT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCENTIVE-RATE-FILE
           END-IF.

      ******************************************************************
      * No prior generation -- the first run -- means nothing has
      * been credited yet.
      ******************************************************************
       0160-LOAD-PRIOR-LEDGER.
           OPEN INPUT PRIOR-LEDGER-FILE
           IF WS-PL-FS = "00"
               MOVE "N" TO WS-PL-EOF-SW
               SET LG-IDX TO 1
               PERFORM UNTIL WS-PL-EOF
                   READ PRIOR-LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-PL-EOF-SW
                       NOT AT END
                           IF WS-LG-COUNT >= 5000
                               DISPLAY "OriginationIncentive: LEDPRIOR"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-PL-EOF-SW
                           ELSE
                               MOVE PRIOR-LEDGER-RECORD
                                   TO INCENTIVE-LEDGER-RECORD
                               PERFORM 0165-TAKE-LEDGER-ROW
                               SET LG-IDX UP BY 1
                               ADD 1 TO WS-LG-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-LEDGER-FILE
           END-IF.

       0165-TAKE-LEDGER-ROW.
           MOVE IL-LOAN-ACCT-NO    TO WS-LG-LOAN-ACCT-NO (LG-IDX)
           MOVE IL-EMP-ID          TO WS-LG-EMP-ID (LG-IDX)
           MOVE IL-OPEN-DATE       TO WS-LG-OPEN-DATE (LG-IDX)
           MOVE IL-ORIG-AMOUNT     TO WS-LG-ORIG-AMOUNT (LG-IDX)
           MOVE IL-BOOKED-PERIOD   TO WS-LG-BOOKED-PERIOD (LG-IDX)
           MOVE IL-BOOKED-AMT      TO WS-LG-BOOKED-AMT (LG-IDX)
           MOVE IL-FUNDED-PERIOD   TO WS-LG-FUNDED-PERIOD (LG-IDX)
           MOVE IL-FUNDED-AMT      TO WS-LG-FUNDED-AMT (LG-IDX)
           MOVE IL-CLAWBACK-PERIOD TO WS-LG-CLAWBACK-PERIOD (LG-IDX)
           MOVE IL-CLAWBACK-AMT    TO WS-LG-CLAWBACK-AMT (LG-IDX).

      ******************************************************************
      * Only the ninety-day bucket matters to the clawback.  No
      * DELINQ dataset means nothing is seriously behind.
      ******************************************************************
       0170-LOAD-SERIOUS-DELINQUENCY.
           OPEN INPUT DELINQUENCY-FILE
           IF WS-DQ-FS = "00"
               MOVE "N" TO WS-DQ-EOF-SW
               SET SD-IDX TO 1
               PERFORM UNTIL WS-DQ-EOF
                   READ DELINQUENCY-FILE
                       AT END
                           MOVE "Y" TO WS-DQ-EOF-SW
                       NOT AT END
                           IF DL-BUCKET = "090"
                               IF WS-SD-COUNT >= 5000
                                   DISPLAY "OriginationIncentive:"
                                       " DELINQ EXCEEDS TABLE CAPACITY"
                                   MOVE 12 TO RUN-RETURN-CODE
                                   MOVE "Y" TO WS-DQ-EOF-SW
                               ELSE
                                   MOVE DL-LOAN-ACCT-NO TO
                                       WS-SD-LOAN-ACCT-NO (SD-IDX)
                                   MOVE DL-AS-OF-DATE TO
                                       WS-SD-AS-OF-DATE (SD-IDX)
                                   SET SD-IDX UP BY 1
                                   ADD 1 TO WS-SD-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELINQUENCY-FILE
           END-IF.

      ******************************************************************
      * One front-to-back pass down the primary key.  No LOANMAST
      * dataset yet just means nothing has ever been booked.
      ******************************************************************
       0200-SCAN-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LM-FS = "00"
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
                           IF LM-ORIGINATOR-ID NOT = SPACES
                              AND LM-OPEN-DATE >= WS-WINDOW-START
                              AND LM-OPEN-DATE <= WS-BUSINESS-DATE
                               ADD 1 TO WS-LOANS-SCANNED
                               PERFORM 0210-FOLLOW-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           ELSE
               IF WS-LM-FS NOT = "35"
                   DISPLAY "OriginationIncentive: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * A loan earns its booked credit the first run that sees it
      * and its funded credit the first run that sees it funded;
      * once clawed back it earns nothing more.
      ******************************************************************
       0210-FOLLOW-ONE-LOAN.
           PERFORM 0220-FIND-LEDGER-ROW
           IF NOT WS-LG-FOUND
               IF WS-LG-COUNT >= 5000
                   DISPLAY "OriginationIncentive: INCLEDGR EXCEEDS"
                       " TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
                   MOVE "Y" TO WS-LM-EOF-SW
               ELSE
                   SET LG-IDX TO WS-LG-COUNT
                   SET LG-IDX UP BY 1
                   MOVE LM-LOAN-ACCT-NO  TO WS-LG-LOAN-ACCT-NO (LG-IDX)
                   MOVE LM-ORIGINATOR-ID TO WS-LG-EMP-ID (LG-IDX)
                   MOVE LM-OPEN-DATE     TO WS-LG-OPEN-DATE (LG-IDX)
                   MOVE LM-ORIG-AMOUNT   TO WS-LG-ORIG-AMOUNT (LG-IDX)
                   MOVE SPACES TO WS-LG-BOOKED-PERIOD (LG-IDX)
                   MOVE SPACES TO WS-LG-FUNDED-PERIOD (LG-IDX)
                   MOVE SPACES TO WS-LG-CLAWBACK-PERIOD (LG-IDX)
                   MOVE ZERO TO WS-LG-BOOKED-AMT (LG-IDX)
                   MOVE ZERO TO WS-LG-FUNDED-AMT (LG-IDX)
                   MOVE ZERO TO WS-LG-CLAWBACK-AMT (LG-IDX)
                   ADD 1 TO WS-LG-COUNT
                   MOVE "Y" TO WS-LG-FOUND-SW
               END-IF
           END-IF
           IF WS-LG-FOUND
              AND WS-LG-CLAWBACK-PERIOD (LG-IDX) = SPACES
               IF WS-LG-BOOKED-PERIOD (LG-IDX) = SPACES
                   MOVE WS-INCENT-PERIOD
                       TO WS-LG-BOOKED-PERIOD (LG-IDX)
               END-IF
               IF LM-FUNDED-FLAG = "Y"
                  AND WS-LG-FUNDED-PERIOD (LG-IDX) = SPACES
                   MOVE WS-INCENT-PERIOD
                       TO WS-LG-FUNDED-PERIOD (LG-IDX)
               END-IF
               PERFORM 0230-CHECK-CLAWBACK
           END-IF.

       0220-FIND-LEDGER-ROW.
           MOVE "N" TO WS-LG-FOUND-SW
           SET LG-IDX TO 1
           PERFORM UNTIL WS-LG-FOUND OR LG-IDX > WS-LG-COUNT
               IF WS-LG-LOAN-ACCT-NO (LG-IDX) = LM-LOAN-ACCT-NO
                   MOVE "Y" TO WS-LG-FOUND-SW
               ELSE
                   SET LG-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Ninety days behind on a DELINQ row dated inside six months
      * of opening takes the loan's credits back this period.
      ******************************************************************
       0230-CHECK-CLAWBACK.
           MOVE WS-LG-OPEN-DATE (LG-IDX) (1:4) TO WS-CLAW-YEAR
           MOVE WS-LG-OPEN-DATE (LG-IDX) (5:2) TO WS-CLAW-MONTH
           ADD 6 TO WS-CLAW-MONTH
           IF WS-CLAW-MONTH > 12
               SUBTRACT 12 FROM WS-CLAW-MONTH
               ADD 1 TO WS-CLAW-YEAR
           END-IF
           COMPUTE WS-CLAW-END-DATE =
               WS-CLAW-YEAR * 10000 + WS-CLAW-MONTH * 100
               + WS-LG-OPEN-DATE (LG-IDX) - (WS-LG-OPEN-DATE (LG-IDX)
               / 100) * 100
           MOVE "N" TO WS-SD-FOUND-SW
           SET SD-IDX TO 1
           PERFORM UNTIL WS-SD-FOUND OR SD-IDX > WS-SD-COUNT
               IF WS-SD-LOAN-ACCT-NO (SD-IDX) = LM-LOAN-ACCT-NO
                  AND WS-SD-AS-OF-DATE (SD-IDX) <= WS-CLAW-END-DATE
                   MOVE "Y" TO WS-SD-FOUND-SW
               ELSE
                   SET SD-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-SD-FOUND
               MOVE WS-INCENT-PERIOD
                   TO WS-LG-CLAWBACK-PERIOD (LG-IDX)
           END-IF.

      ******************************************************************
      * Totals each officer's credits for the period -- rows a
      * rerun already stamped with this period included -- so the
      * volume tiers see the whole month.
      ******************************************************************
       0300-TALLY-OFFICERS.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-COUNT
               IF WS-LG-BOOKED-PERIOD (LG-IDX) = WS-INCENT-PERIOD
                  OR WS-LG-FUNDED-PERIOD (LG-IDX) = WS-INCENT-PERIOD
                  OR WS-LG-CLAWBACK-PERIOD (LG-IDX) = WS-INCENT-PERIOD
                   MOVE WS-LG-EMP-ID (LG-IDX) TO WS-LOOK-EMP-ID
                   PERFORM 0310-FIND-OFFICER
                   IF WS-OF-FOUND
                       PERFORM 0320-ADD-LOAN-VOLUME
                   END-IF
               END-IF
           END-PERFORM.

       0310-FIND-OFFICER.
           MOVE "N" TO WS-OF-FOUND-SW
           SET OF-IDX TO 1
           PERFORM UNTIL WS-OF-FOUND OR OF-IDX > WS-OF-COUNT
               IF WS-OF-EMP-ID (OF-IDX) = WS-LOOK-EMP-ID
                   MOVE "Y" TO WS-OF-FOUND-SW
               ELSE
                   SET OF-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-OF-FOUND
               IF WS-OF-COUNT >= 500
                   DISPLAY "OriginationIncentive: OFFICERS EXCEED"
                       " TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   SET OF-IDX TO WS-OF-COUNT
                   SET OF-IDX UP BY 1
                   INITIALIZE WS-OF-ROW (OF-IDX)
                   MOVE WS-LOOK-EMP-ID TO WS-OF-EMP-ID (OF-IDX)
                   ADD 1 TO WS-OF-COUNT
                   MOVE "Y" TO WS-OF-FOUND-SW
               END-IF
           END-IF.

       0320-ADD-LOAN-VOLUME.
           IF WS-LG-BOOKED-PERIOD (LG-IDX) = WS-INCENT-PERIOD
               ADD 1 TO WS-OF-BOOKED-COUNT (OF-IDX)
               ADD WS-LG-ORIG-AMOUNT (LG-IDX)
                   TO WS-OF-BOOKED-VOLUME (OF-IDX)
               ADD 1 TO WS-BOOKED-CREDITS
           END-IF
           IF WS-LG-FUNDED-PERIOD (LG-IDX) = WS-INCENT-PERIOD
               ADD 1 TO WS-OF-FUNDED-COUNT (OF-IDX)
               ADD WS-LG-ORIG-AMOUNT (LG-IDX)
                   TO WS-OF-FUNDED-VOLUME (OF-IDX)
               ADD 1 TO WS-FUNDED-CREDITS
           END-IF.

      ******************************************************************
      * Last month's INCENTIV generation says what each officer
      * still owes.  An officer with nothing this month but a
      * balance owed still gets a row, so the balance isn't lost.
      ******************************************************************
       0380-LOAD-PRIOR-CARRY.
           OPEN INPUT PRIOR-INCENTIVE-FILE
           IF WS-PI-FS = "00"
               MOVE "N" TO WS-PI-EOF-SW
               PERFORM UNTIL WS-PI-EOF
                   READ PRIOR-INCENTIVE-FILE
                       AT END
                           MOVE "Y" TO WS-PI-EOF-SW
                       NOT AT END
                           MOVE PRIOR-INCENTIVE-RECORD
                               TO ORIGINATION-INCENTIVE-RECORD
                           PERFORM 0385-TAKE-PRIOR-CARRY
                   END-READ
               END-PERFORM
               CLOSE PRIOR-INCENTIVE-FILE
           END-IF.

       0385-TAKE-PRIOR-CARRY.
           MOVE OI-EMP-ID TO WS-LOOK-EMP-ID
           IF OI-INCENT-PERIOD = WS-INCENT-PERIOD
               IF OI-CARRY-IN > ZERO
                   PERFORM 0310-FIND-OFFICER
                   IF WS-OF-FOUND
                       MOVE OI-CARRY-IN TO WS-OF-CARRY-IN (OF-IDX)
                   END-IF
               END-IF
           ELSE
               IF OI-CARRY-OUT > ZERO
                   PERFORM 0310-FIND-OFFICER
                   IF WS-OF-FOUND
                       MOVE OI-CARRY-OUT TO WS-OF-CARRY-IN (OF-IDX)
                   END-IF
               END-IF
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               MOVE "Y" TO WS-PI-EOF-SW
           END-IF.

      ******************************************************************
      * Sets each officer's booked and funded rate off the volume
      * tiers, prices the period's credits loan by loan onto the
      * ledger, takes back the credits of the loans clawed back,
      * and nets it all against what the officer still owed.
      ******************************************************************
       0400-PRICE-OFFICERS.
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OF-COUNT
               MOVE "B" TO WS-LOOK-TYPE
               MOVE WS-OF-BOOKED-VOLUME (OF-IDX) TO WS-LOOK-VOLUME
               PERFORM 0410-FIND-RATE
               MOVE WS-FOUND-RATE TO WS-OF-BOOKED-RATE (OF-IDX)
               MOVE "F" TO WS-LOOK-TYPE
               MOVE WS-OF-FUNDED-VOLUME (OF-IDX) TO WS-LOOK-VOLUME
               PERFORM 0410-FIND-RATE
               MOVE WS-FOUND-RATE TO WS-OF-FUNDED-RATE (OF-IDX)
           END-PERFORM
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-COUNT
               IF WS-LG-BOOKED-PERIOD (LG-IDX) = WS-INCENT-PERIOD
                  OR WS-LG-FUNDED-PERIOD (LG-IDX) = WS-INCENT-PERIOD
                  OR WS-LG-CLAWBACK-PERIOD (LG-IDX) = WS-INCENT-PERIOD
                   MOVE WS-LG-EMP-ID (LG-IDX) TO WS-LOOK-EMP-ID
                   PERFORM 0310-FIND-OFFICER
                   PERFORM 0420-PRICE-ONE-LOAN
               END-IF
           END-PERFORM
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OF-COUNT
               PERFORM 0430-NET-ONE-OFFICER
           END-PERFORM.

       0410-FIND-RATE.
           MOVE ZERO TO WS-BEST-FLOOR
           MOVE ZERO TO WS-FOUND-RATE
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-IT-COUNT
               IF WS-IT-CREDIT-TYPE (IT-IDX) = WS-LOOK-TYPE
                  AND WS-IT-VOLUME-FLOOR (IT-IDX) <= WS-LOOK-VOLUME
                  AND WS-IT-VOLUME-FLOOR (IT-IDX) >= WS-BEST-FLOOR
                   MOVE WS-IT-VOLUME-FLOOR (IT-IDX) TO WS-BEST-FLOOR
                   MOVE WS-IT-RATE-PCT (IT-IDX) TO WS-FOUND-RATE
               END-IF
           END-PERFORM.

       0420-PRICE-ONE-LOAN.
           IF WS-LG-BOOKED-PERIOD (LG-IDX) = WS-INCENT-PERIOD
               COMPUTE WS-LG-BOOKED-AMT (LG-IDX) ROUNDED =
                   WS-LG-ORIG-AMOUNT (LG-IDX)
                   * WS-OF-BOOKED-RATE (OF-IDX) / 100
               ADD WS-LG-BOOKED-AMT (LG-IDX) TO WS-OF-GROSS (OF-IDX)
           END-IF
           IF WS-LG-FUNDED-PERIOD (LG-IDX) = WS-INCENT-PERIOD
               COMPUTE WS-LG-FUNDED-AMT (LG-IDX) ROUNDED =
                   WS-LG-ORIG-AMOUNT (LG-IDX)
                   * WS-OF-FUNDED-RATE (OF-IDX) / 100
               ADD WS-LG-FUNDED-AMT (LG-IDX) TO WS-OF-GROSS (OF-IDX)
           END-IF
           IF WS-LG-CLAWBACK-PERIOD (LG-IDX) = WS-INCENT-PERIOD
               COMPUTE WS-LG-CLAWBACK-AMT (LG-IDX) =
                   WS-LG-BOOKED-AMT (LG-IDX) + WS-LG-FUNDED-AMT (LG-IDX)
               ADD WS-LG-CLAWBACK-AMT (LG-IDX)
                   TO WS-OF-CLAWBACK (OF-IDX)
               ADD 1 TO WS-CLAWBACK-COUNT
           END-IF.

       0430-NET-ONE-OFFICER.
           COMPUTE WS-NET-WORK =
               WS-OF-GROSS (OF-IDX) - WS-OF-CLAWBACK (OF-IDX)
               - WS-OF-CARRY-IN (OF-IDX)
           IF WS-NET-WORK < ZERO
               MOVE ZERO TO WS-OF-NET-PAYABLE (OF-IDX)
               COMPUTE WS-OF-CARRY-OUT (OF-IDX) = ZERO - WS-NET-WORK
           ELSE
               MOVE WS-NET-WORK TO WS-OF-NET-PAYABLE (OF-IDX)
               MOVE ZERO TO WS-OF-CARRY-OUT (OF-IDX)
           END-IF
           ADD WS-OF-NET-PAYABLE (OF-IDX) TO WS-TOTAL-PAYABLE
           ADD WS-OF-CARRY-OUT (OF-IDX) TO WS-TOTAL-CARRY-OUT.

      ******************************************************************
      * The next ledger generation: every row still inside the
      * clawback window, with this period's stamps and amounts.
      ******************************************************************
       0500-WRITE-LEDGER.
           OPEN OUTPUT INCENTIVE-LEDGER-FILE
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-COUNT
               IF WS-LG-OPEN-DATE (LG-IDX) < WS-WINDOW-START
                   ADD 1 TO WS-LEDGER-AGED
               ELSE
                   MOVE WS-LG-LOAN-ACCT-NO (LG-IDX) TO IL-LOAN-ACCT-NO
                   MOVE WS-LG-EMP-ID (LG-IDX)       TO IL-EMP-ID
                   MOVE WS-LG-OPEN-DATE (LG-IDX)    TO IL-OPEN-DATE
                   MOVE WS-LG-ORIG-AMOUNT (LG-IDX)  TO IL-ORIG-AMOUNT
                   MOVE WS-LG-BOOKED-PERIOD (LG-IDX)
                       TO IL-BOOKED-PERIOD
                   MOVE WS-LG-BOOKED-AMT (LG-IDX)   TO IL-BOOKED-AMT
                   MOVE WS-LG-FUNDED-PERIOD (LG-IDX)
                       TO IL-FUNDED-PERIOD
                   MOVE WS-LG-FUNDED-AMT (LG-IDX)   TO IL-FUNDED-AMT
                   MOVE WS-LG-CLAWBACK-PERIOD (LG-IDX)
                       TO IL-CLAWBACK-PERIOD
                   MOVE WS-LG-CLAWBACK-AMT (LG-IDX) TO IL-CLAWBACK-AMT
                   WRITE INCENTIVE-LEDGER-RECORD
                   ADD 1 TO WS-LEDGER-KEPT
               END-IF
           END-PERFORM
           CLOSE INCENTIVE-LEDGER-FILE.

       0600-WRITE-INCENTIVES.
           OPEN OUTPUT INCENTIVE-FILE
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OF-COUNT
               MOVE WS-OF-EMP-ID (OF-IDX)       TO OI-EMP-ID
               MOVE WS-INCENT-PERIOD            TO OI-INCENT-PERIOD
               MOVE WS-OF-BOOKED-COUNT (OF-IDX) TO OI-BOOKED-COUNT
               MOVE WS-OF-BOOKED-VOLUME (OF-IDX) TO OI-BOOKED-VOLUME
               MOVE WS-OF-FUNDED-COUNT (OF-IDX) TO OI-FUNDED-COUNT
               MOVE WS-OF-FUNDED-VOLUME (OF-IDX) TO OI-FUNDED-VOLUME
               MOVE WS-OF-GROSS (OF-IDX)        TO OI-GROSS-INCENTIVE
               MOVE WS-OF-CLAWBACK (OF-IDX)     TO OI-CLAWBACK-AMT
               MOVE WS-OF-CARRY-IN (OF-IDX)     TO OI-CARRY-IN
               MOVE WS-OF-NET-PAYABLE (OF-IDX)  TO OI-NET-PAYABLE
               MOVE WS-OF-CARRY-OUT (OF-IDX)    TO OI-CARRY-OUT
               WRITE ORIGINATION-INCENTIVE-RECORD
           END-PERFORM
           CLOSE INCENTIVE-FILE.
