       IDENTIFICATION DIVISION.
       PROGRAM-ID. BonusAnnualStatement.

      ******************************************************************
      * Year-end supplemental-wage statement, one per employee, so
      * HR stops piecing the year together by hand from YTDBONUS,
      * DEFSCHED and the ADJREG registers.  For the statement year
      * (STMTPARM, else the business date's year) each employee's
      * statement shows:
      *   - the awards recorded in YTDBONUS for the year's periods,
      *     before any adjustment BonusAdjustment netted into them;
      *   - less the pieces DEFSCHED deferred out of those awards,
      *     and less the awards still waiting on a manager (or
      *     rejected) on BONUSPND;
      *   - plus the deferred pieces DEFSCHED released during the
      *     year, less any release still waiting on BONUSPND;
      *   - plus or minus the applied adjustments and clawbacks on
      *     the year's ADJREG registers;
      * giving gross bonus paid, the supplemental withholding on
      * it, and net paid, then every piece still deferred by
      * release period and any piece forfeited.  The closing
      * balancing page ties the statements to the year's PAYVENDR
      * transmissions -- which carry clawbacks as unsigned details,
      * the same as any payout -- and to the GL bonus-expense
      * debits, which never include adjustments because their
      * BONUSOUT rows carry no department.  ADJREG, PAYVENDR and
      * JRNLFILE are the year's accumulations of the nightly and
      * on-demand datasets (see BONUSBAT and BONUSADJ).  Every
      * night's PAYVENDR and JRNLFILE batch is proved against its
      * standard interface header and trailer through
      * InterfaceControl as the year is read back -- a batch that
      * was cut short, added twice or added out of order fails the
      * step with RC 16 and no statement is printed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-BONUS-FILE
               ASSIGN TO "YTDBONUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTD-FS.

           SELECT DEFERRAL-SCHEDULE-FILE
               ASSIGN TO "DEFSCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DXS-FS.

           SELECT BONUS-PENDING-FILE
               ASSIGN TO "BONUSPND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BP-FS.

           SELECT ADJUSTMENT-REGISTER-FILE
               ASSIGN TO "ADJREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AG-FS.

           SELECT VENDOR-EXPORT-FILE
               ASSIGN TO "PAYVENDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VX-FS.

           SELECT JOURNAL-FILE
               ASSIGN TO "JRNLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JE-FS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.

           SELECT STATEMENT-PARAMETER-FILE
               ASSIGN TO "STMTPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SP-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT STATEMENT-REPORT-FILE
               ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-BONUS-FILE.
           COPY YTDBONUS.

       FD  DEFERRAL-SCHEDULE-FILE.
           COPY DEFSCHED.

       FD  BONUS-PENDING-FILE.
           COPY BONUSPND.

       FD  ADJUSTMENT-REGISTER-FILE.
       01  ADJUSTMENT-REGISTER-RECORD.
           05  AG-EMP-ID             PIC X(06).
           05  AG-BONUS-PERIOD       PIC X(06).
           05  AG-ADJUST-AMOUNT      PIC S9(07)V99 SIGN LEADING
                                                   SEPARATE.
           05  AG-REASON             PIC X(30).
           05  AG-DISPOSITION        PIC X(10).

       FD  VENDOR-EXPORT-FILE.
       01  VENDOR-DETAIL-RECORD.
           05  VX-RECORD-TYPE        PIC X(01).
           05  VX-EMP-ID             PIC X(06).
           05  VX-GROSS-BONUS        PIC 9(07)V99.
           05  VX-NET-BONUS          PIC 9(07)V99.
           05  FILLER                PIC X(15).

       FD  JOURNAL-FILE.
           COPY GLJRNL.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  STATEMENT-PARAMETER-FILE.
       01  STATEMENT-PARAMETER-RECORD.
           05  SP-STATEMENT-YEAR     PIC 9(04).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY IFCREC.
       COPY IFCCHK.

       01  WS-YTD-FS                PIC X(02).
       01  WS-DXS-FS                PIC X(02).
       01  WS-BP-FS                 PIC X(02).
       01  WS-AG-FS                 PIC X(02).
       01  WS-VX-FS                 PIC X(02).
       01  WS-JE-FS                 PIC X(02).
       01  WS-EMP-FS                PIC X(02).
       01  WS-SP-FS                 PIC X(02).
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  WS-EOF               VALUE "Y".

       01  WS-STATEMENT-YEAR        PIC 9(04) VALUE ZERO.

      ******************************************************************
      * Same IRS-style flat supplemental-wage rate the bonus run
      * withholds per payout in 0350-COMPUTE-NET-PAY.
      ******************************************************************
       01  WS-SUPP-WITHHOLDING-RATE  PIC 9(01)V9(04) COMP-3
                                      VALUE 0.2200.

       01  WS-ROSTER-AREA.
           05  WS-EM-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-EM-ROW OCCURS 500 TIMES
                             INDEXED BY EM-IDX.
               10  WS-EM-EMP-ID          PIC X(06).
               10  WS-EM-DEPT            PIC X(03).
               10  WS-EM-STATUS          PIC X(01).

      ******************************************************************
      * One statement per employee, accumulated from every source
      * before anything prints.
      ******************************************************************
       01  WS-STATEMENT-AREA.
           05  WS-ST-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-ST-ROW OCCURS 1000 TIMES
                             INDEXED BY ST-IDX.
               10  WS-ST-EMP-ID          PIC X(06).
               10  WS-ST-PRINTED-SW      PIC X(01).
               10  WS-ST-AWARDED         PIC S9(09)V99 COMP-3.
               10  WS-ST-ADJ-IN-YEAR     PIC S9(09)V99 COMP-3.
               10  WS-ST-DEFERRED        PIC S9(09)V99 COMP-3.
               10  WS-ST-UNPAID-AWARD    PIC S9(09)V99 COMP-3.
               10  WS-ST-RELEASED        PIC S9(09)V99 COMP-3.
               10  WS-ST-UNPAID-RELEASE  PIC S9(09)V99 COMP-3.
               10  WS-ST-ADJ-POSITIVE    PIC S9(09)V99 COMP-3.
               10  WS-ST-CLAWBACK        PIC S9(09)V99 COMP-3.
               10  WS-ST-FORFEITED       PIC S9(09)V99 COMP-3.
       01  WS-ST-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-ST-FOUND          VALUE "Y".

      ******************************************************************
      * DEFSCHED held whole, so a release still waiting on BONUSPND
      * can be matched back to the one piece it pays.
      ******************************************************************
       01  WS-DEFER-AREA.
           05  WS-DX-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-DX-ROW OCCURS 1000 TIMES
                             INDEXED BY DX-IDX.
               10  WS-DX-EMP-ID          PIC X(06).
               10  WS-DX-AWARD-PERIOD    PIC X(06).
               10  WS-DX-RELEASE-PERIOD  PIC X(06).
               10  WS-DX-AMOUNT          PIC 9(07)V99.
               10  WS-DX-STATUS          PIC X(08).
               10  WS-DX-MATCHED-SW      PIC X(01).
       01  WS-DX-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-DX-FOUND          VALUE "Y".

       01  WS-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  WS-OVERFLOW          VALUE "Y".

       01  WS-WORK-EMP-ID           PIC X(06).
       01  WS-LOW-EMP-ID            PIC X(06).

      ******************************************************************
      * Per-employee figures, worked out as each statement prints.
      ******************************************************************
       01  WS-AWARDED-ORIGINAL      PIC S9(09)V99 COMP-3.
       01  WS-PAID-CYCLE            PIC S9(09)V99 COMP-3.
       01  WS-GROSS-PAID            PIC S9(09)V99 COMP-3.
       01  WS-WITHHELD              PIC S9(09)V99 COMP-3.
       01  WS-NET-PAID              PIC S9(09)V99 COMP-3.
       01  WS-OUTSTANDING           PIC S9(09)V99 COMP-3.

      ******************************************************************
      * Year totals over every statement, and what the year's
      * transmissions and journals show.
      ******************************************************************
       01  WS-TOT-PAID-CYCLE        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-ADJ-POSITIVE      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-CLAWBACK          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-GROSS             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-WITHHELD          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-NET               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-OUTSTANDING       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-VX-FILES              PIC 9(05) COMP VALUE ZERO.
       01  WS-VX-DETAILS            PIC 9(07) COMP VALUE ZERO.
       01  WS-VX-GROSS              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-VX-NET                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-VX-HASH               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GL-EXPENSE            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GL-WITHHOLDING        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-EXPECTED              PIC S9(11)V99 COMP-3.
       01  WS-DIFFERENCE            PIC S9(11)V99 COMP-3.
       01  WS-OUT-OF-BALANCE-SW     PIC X(01) VALUE "N".
           88  WS-OUT-OF-BALANCE    VALUE "Y".

       01  WS-LINE-LABEL            PIC X(48).
       01  WS-LINE-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-AMOUNT-EDITED         PIC ----,---,--9.99.
       01  WS-COUNT-EDITED          PIC ZZZ,ZZ9.

       01  WS-STATEMENTS-PRINTED    PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO when the statements tie to PAYVENDR and the GL, 8
      * when they don't, 12 (no statements) when a table
      * overflows, and 16 (no statements) when InterfaceControl
      * rejects the year's PAYVENDR or JRNLFILE.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0130-READ-STATEMENT-YEAR
           PERFORM 0140-LOAD-ROSTER
           PERFORM 0200-ADD-YTD-AWARDS
           PERFORM 0300-ADD-ADJUSTMENTS
           PERFORM 0400-ADD-DEFERRALS
           PERFORM 0500-NET-UNPAID-AWARDS
           IF WS-OVERFLOW
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0600-TOTAL-TRANSMISSIONS
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0650-TOTAL-JOURNALS
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT STATEMENT-REPORT-FILE
           PERFORM 0700-PRINT-STATEMENTS
           PERFORM 0800-PRINT-BALANCING
           CLOSE STATEMENT-REPORT-FILE
           IF WS-OUT-OF-BALANCE
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== BonusAnnualStatement CONTROL TOTALS ====="
           DISPLAY "STATEMENT YEAR:      " WS-STATEMENT-YEAR
           DISPLAY "STATEMENTS PRINTED:  " WS-STATEMENTS-PRINTED
           DISPLAY "GROSS PAID:          " WS-TOT-GROSS
           DISPLAY "TAX WITHHELD:        " WS-TOT-WITHHELD
           DISPLAY "NET PAID:            " WS-TOT-NET
           DISPLAY "PAYVENDR GROSS:      " WS-VX-GROSS
           DISPLAY "GL BONUS EXPENSE:    " WS-GL-EXPENSE
           IF WS-OUT-OF-BALANCE
               DISPLAY "STATEMENTS OUT OF BALANCE"
           ELSE
               DISPLAY "STATEMENTS IN BALANCE"
           END-IF
           GOBACK.

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
      * No STMTPARM dataset, or a zero year, states the business
      * date's year -- the normal run, after the year's last bonus
      * cycle.  A reprint of an earlier year names it here.
      ******************************************************************
       0130-READ-STATEMENT-YEAR.
           MOVE ZERO TO WS-STATEMENT-YEAR
           OPEN INPUT STATEMENT-PARAMETER-FILE
           IF WS-SP-FS = "00"
               READ STATEMENT-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-STATEMENT-YEAR NUMERIC
                           MOVE SP-STATEMENT-YEAR
                               TO WS-STATEMENT-YEAR
                       END-IF
               END-READ
               CLOSE STATEMENT-PARAMETER-FILE
           END-IF
           IF WS-STATEMENT-YEAR = ZERO
               MOVE WS-BUSINESS-DATE (1:4) TO WS-STATEMENT-YEAR
           END-IF.

      ******************************************************************
      * The roster only supplies the department and status printed
      * on each statement; an employee no longer on it still gets
      * one.
      ******************************************************************
       0140-LOAD-ROSTER.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FS = "00"
               MOVE "N" TO WS-EOF-SW
               SET EM-IDX TO 1
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-EM-COUNT < 500
                               MOVE EMP-ID   TO WS-EM-EMP-ID (EM-IDX)
                               MOVE EMP-DEPT TO WS-EM-DEPT (EM-IDX)
                               MOVE EMP-STATUS
                                   TO WS-EM-STATUS (EM-IDX)
                               SET EM-IDX UP BY 1
                               ADD 1 TO WS-EM-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

      ******************************************************************
      * Every YTDBONUS row for one of the year's periods -- a
      * quarter (yyyyQn) for a roster award, a month (yyyymm) for an
      * origination incentive -- is the full award, net of any
      * adjustment already applied to it.
      ******************************************************************
       0200-ADD-YTD-AWARDS.
           OPEN INPUT YTD-BONUS-FILE
           IF WS-YTD-FS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ YTD-BONUS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF YB-BONUS-PERIOD (1:4) = WS-STATEMENT-YEAR
                               MOVE YB-EMP-ID TO WS-WORK-EMP-ID
                               PERFORM 0250-FIND-STATEMENT
                               IF WS-ST-FOUND
                                   ADD YB-BONUS-PAID
                                       TO WS-ST-AWARDED (ST-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-BONUS-FILE
           END-IF.

       0250-FIND-STATEMENT.
           MOVE "N" TO WS-ST-FOUND-SW
           SET ST-IDX TO 1
           PERFORM UNTIL WS-ST-FOUND OR ST-IDX > WS-ST-COUNT
               IF WS-ST-EMP-ID (ST-IDX) = WS-WORK-EMP-ID
                   MOVE "Y" TO WS-ST-FOUND-SW
               ELSE
                   SET ST-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-ST-FOUND
               IF WS-ST-COUNT >= 1000
                   IF NOT WS-OVERFLOW
                       DISPLAY "BonusAnnualStatement: EMPLOYEES "
                           "EXCEED TABLE CAPACITY"
                   END-IF
                   MOVE "Y" TO WS-OVERFLOW-SW
               ELSE
                   SET ST-IDX TO WS-ST-COUNT
                   SET ST-IDX UP BY 1
                   INITIALIZE WS-ST-ROW (ST-IDX)
                   MOVE WS-WORK-EMP-ID TO WS-ST-EMP-ID (ST-IDX)
                   MOVE "N" TO WS-ST-PRINTED-SW (ST-IDX)
                   ADD 1 TO WS-ST-COUNT
                   MOVE "Y" TO WS-ST-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * Every adjustment applied during the year was paid (or
      * recovered) during the year, whatever period it corrected;
      * the ones against this year's periods are also inside the
      * YTDBONUS figure and come back out of it to show the award
      * as first made.  A ROLLED row was applied like an APPLIED one,
      * just in the open month because the period's month was
      * closed.  REJECTED, NOTENTLD and SUSPENSE rows never touched
      * anything.
      ******************************************************************
       0300-ADD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-REGISTER-FILE
           IF WS-AG-FS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ADJUSTMENT-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AG-DISPOSITION = "APPLIED"
                              OR AG-DISPOSITION = "ROLLED"
                               PERFORM 0310-ADD-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-REGISTER-FILE
           END-IF.

       0310-ADD-ONE-ADJUSTMENT.
           MOVE AG-EMP-ID TO WS-WORK-EMP-ID
           PERFORM 0250-FIND-STATEMENT
           IF WS-ST-FOUND
               IF AG-ADJUST-AMOUNT < ZERO
                   SUBTRACT AG-ADJUST-AMOUNT
                       FROM WS-ST-CLAWBACK (ST-IDX)
               ELSE
                   ADD AG-ADJUST-AMOUNT
                       TO WS-ST-ADJ-POSITIVE (ST-IDX)
               END-IF
               IF AG-BONUS-PERIOD (1:4) = WS-STATEMENT-YEAR
                   ADD AG-ADJUST-AMOUNT
                       TO WS-ST-ADJ-IN-YEAR (ST-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * A piece deferred out of one of the year's awards never paid
      * with it; a piece released during the year did; a piece still
      * DEFERRED is outstanding whatever year it was awarded in; a
      * piece forfeited during the year is shown for the record.
      ******************************************************************
       0400-ADD-DEFERRALS.
           OPEN INPUT DEFERRAL-SCHEDULE-FILE
           IF WS-DXS-FS = "00"
               MOVE "N" TO WS-EOF-SW
               SET DX-IDX TO 1
               PERFORM UNTIL WS-EOF
                   READ DEFERRAL-SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-DX-COUNT >= 1000
                               DISPLAY "BonusAnnualStatement: "
                                   "DEFSCHED EXCEEDS TABLE CAPACITY"
                               MOVE "Y" TO WS-OVERFLOW-SW
                               MOVE "Y" TO WS-EOF-SW
                           ELSE
                               PERFORM 0410-ADD-ONE-PIECE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEFERRAL-SCHEDULE-FILE
           END-IF.

       0410-ADD-ONE-PIECE.
           MOVE DX-EMP-ID          TO WS-DX-EMP-ID (DX-IDX)
           MOVE DX-AWARD-PERIOD    TO WS-DX-AWARD-PERIOD (DX-IDX)
           MOVE DX-RELEASE-PERIOD  TO WS-DX-RELEASE-PERIOD (DX-IDX)
           MOVE DX-AMOUNT          TO WS-DX-AMOUNT (DX-IDX)
           MOVE DX-STATUS          TO WS-DX-STATUS (DX-IDX)
           MOVE "N"                TO WS-DX-MATCHED-SW (DX-IDX)
           SET DX-IDX UP BY 1
           ADD 1 TO WS-DX-COUNT
           IF DX-AWARD-PERIOD (1:4) = WS-STATEMENT-YEAR
              OR DX-STATUS = "DEFERRED"
              OR DX-RELEASE-PERIOD (1:4) = WS-STATEMENT-YEAR
               MOVE DX-EMP-ID TO WS-WORK-EMP-ID
               PERFORM 0250-FIND-STATEMENT
               IF WS-ST-FOUND
                   IF DX-AWARD-PERIOD (1:4) = WS-STATEMENT-YEAR
                       ADD DX-AMOUNT TO WS-ST-DEFERRED (ST-IDX)
                   END-IF
                   IF DX-RELEASE-PERIOD (1:4) = WS-STATEMENT-YEAR
                       EVALUATE DX-STATUS
                           WHEN "RELEASED"
                               ADD DX-AMOUNT
                                   TO WS-ST-RELEASED (ST-IDX)
                           WHEN "FORFEIT "
                               ADD DX-AMOUNT
                                   TO WS-ST-FORFEITED (ST-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Awards and releases still PENDING, HELD or REJECTED on
      * BONUSPND were priced but never reached payroll.  An award
      * row carries only its paid-now part -- the deferred part is
      * already out via DEFSCHED.  A release row is matched back to
      * its DEFSCHED piece so only a piece counted as released this
      * year comes back out.  CLAWBACK and ADJUSTMENT rows never
      * wait.
      ******************************************************************
       0500-NET-UNPAID-AWARDS.
           OPEN INPUT BONUS-PENDING-FILE
           IF WS-BP-FS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BONUS-PENDING-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 0510-NET-ONE-PENDING
                   END-READ
               END-PERFORM
               CLOSE BONUS-PENDING-FILE
           END-IF.

       0510-NET-ONE-PENDING.
           MOVE BP-EMP-ID TO WS-WORK-EMP-ID
           EVALUATE TRUE
               WHEN (BP-REMARK = "PAID" OR BP-REMARK = "INCENTIVE")
                AND BP-BONUS-PERIOD (1:4) = WS-STATEMENT-YEAR
                   PERFORM 0250-FIND-STATEMENT
                   IF WS-ST-FOUND
                       ADD BP-FINAL-BONUS
                           TO WS-ST-UNPAID-AWARD (ST-IDX)
                   END-IF
               WHEN BP-REMARK = "DEFER RELEASE"
                   PERFORM 0520-MATCH-RELEASED-PIECE
                   IF WS-DX-FOUND
                       PERFORM 0250-FIND-STATEMENT
                       IF WS-ST-FOUND
                           ADD BP-FINAL-BONUS
                               TO WS-ST-UNPAID-RELEASE (ST-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       0520-MATCH-RELEASED-PIECE.
           MOVE "N" TO WS-DX-FOUND-SW
           SET DX-IDX TO 1
           PERFORM UNTIL WS-DX-FOUND OR DX-IDX > WS-DX-COUNT
               IF WS-DX-EMP-ID (DX-IDX) = BP-EMP-ID
                  AND WS-DX-AWARD-PERIOD (DX-IDX) = BP-BONUS-PERIOD
                  AND WS-DX-AMOUNT (DX-IDX) = BP-FINAL-BONUS
                  AND WS-DX-STATUS (DX-IDX) = "RELEASED"
                  AND WS-DX-RELEASE-PERIOD (DX-IDX) (1:4)
                      = WS-STATEMENT-YEAR
                  AND WS-DX-MATCHED-SW (DX-IDX) = "N"
                   MOVE "Y" TO WS-DX-FOUND-SW
                   MOVE "Y" TO WS-DX-MATCHED-SW (DX-IDX)
               ELSE
                   SET DX-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * The year's PAYVENDR transmissions, one standard header/
      * details/trailer batch per night, each proved through
      * InterfaceControl.  The details are re-added and the
      * trailers' hash totals summed separately for the balancing
      * page.
      ******************************************************************
       0600-TOTAL-TRANSMISSIONS.
           OPEN INPUT VENDOR-EXPORT-FILE
           IF WS-VX-FS = "00"
               MOVE "PAYVENDR" TO IK-DD-NAME
               MOVE "BONUSSTM" TO IK-RECEIVER
               MOVE "N"        TO IK-REGISTER-SW
               MOVE "S"        TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ VENDOR-EXPORT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 0610-TOTAL-ONE-TRANSMISSION
                   END-READ
               END-PERFORM
               CLOSE VENDOR-EXPORT-FILE
               MOVE "F" TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE IK-RETURN-CODE TO RUN-RETURN-CODE
           END-IF.

       0610-TOTAL-ONE-TRANSMISSION.
           MOVE VENDOR-DETAIL-RECORD TO INTERFACE-CONTROL-RECORD
           IF IC-CONTROL-RECORD
               IF IC-HEADER-RECORD
                   ADD 1 TO WS-VX-FILES
               ELSE
                   ADD IC-AMOUNT-HASH TO WS-VX-HASH
               END-IF
               MOVE "C" TO IK-FUNCTION
               MOVE INTERFACE-CONTROL-RECORD TO IK-CONTROL-IMAGE
           ELSE
               ADD 1 TO WS-VX-DETAILS
               ADD VX-GROSS-BONUS TO WS-VX-GROSS
               ADD VX-NET-BONUS   TO WS-VX-NET
               MOVE "D" TO IK-FUNCTION
               MOVE VX-GROSS-BONUS TO IK-DETAIL-AMOUNT
           END-IF
           CALL "InterfaceControl" USING INTERFACE-CHECK-AREA.

      ******************************************************************
      * GLPosting's bonus expense debits and withholding liability
      * credits for the year.  The credits to bonus expense are
      * GLPosting's reversals of BonusExpenseAccrual's month-end
      * accruals, not payments, and are left out.  Each night's
      * journal batch is proved through InterfaceControl as it is
      * read.
      ******************************************************************
       0650-TOTAL-JOURNALS.
           OPEN INPUT JOURNAL-FILE
           IF WS-JE-FS = "00"
               MOVE "JRNLFILE" TO IK-DD-NAME
               MOVE "BONUSSTM" TO IK-RECEIVER
               MOVE "N"        TO IK-REGISTER-SW
               MOVE "S"        TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 0660-TOTAL-ONE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "F" TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE IK-RETURN-CODE TO RUN-RETURN-CODE
           END-IF.

       0660-TOTAL-ONE-JOURNAL-LINE.
           MOVE JOURNAL-ENTRY-RECORD TO INTERFACE-CONTROL-RECORD
           IF IC-CONTROL-RECORD
               MOVE "C" TO IK-FUNCTION
               MOVE INTERFACE-CONTROL-RECORD TO IK-CONTROL-IMAGE
           ELSE
               EVALUATE JE-ACCOUNT
                   WHEN "61100000"
                       ADD JE-DEBIT-AMOUNT
                           TO WS-GL-EXPENSE
                   WHEN "21500000"
                       ADD JE-CREDIT-AMOUNT
                           TO WS-GL-WITHHOLDING
                       SUBTRACT JE-DEBIT-AMOUNT
                           FROM WS-GL-WITHHOLDING
               END-EVALUATE
               MOVE "D" TO IK-FUNCTION
               COMPUTE IK-DETAIL-AMOUNT =
                   JE-DEBIT-AMOUNT + JE-CREDIT-AMOUNT
           END-IF
           CALL "InterfaceControl" USING INTERFACE-CHECK-AREA.

      ******************************************************************
      * Statements print in EMP-ID order: each pass picks the lowest
      * employee not yet printed.
      ******************************************************************
       0700-PRINT-STATEMENTS.
           PERFORM WS-ST-COUNT TIMES
               MOVE HIGH-VALUES TO WS-LOW-EMP-ID
               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > WS-ST-COUNT
                   IF WS-ST-PRINTED-SW (ST-IDX) = "N"
                      AND WS-ST-EMP-ID (ST-IDX) < WS-LOW-EMP-ID
                       MOVE WS-ST-EMP-ID (ST-IDX) TO WS-LOW-EMP-ID
                   END-IF
               END-PERFORM
               MOVE WS-LOW-EMP-ID TO WS-WORK-EMP-ID
               PERFORM 0250-FIND-STATEMENT
               MOVE "Y" TO WS-ST-PRINTED-SW (ST-IDX)
               PERFORM 0710-PRINT-ONE-STATEMENT
           END-PERFORM.

       0710-PRINT-ONE-STATEMENT.
           COMPUTE WS-AWARDED-ORIGINAL =
               WS-ST-AWARDED (ST-IDX) - WS-ST-ADJ-IN-YEAR (ST-IDX)
           COMPUTE WS-PAID-CYCLE =
               WS-AWARDED-ORIGINAL
               - WS-ST-DEFERRED (ST-IDX)
               - WS-ST-UNPAID-AWARD (ST-IDX)
               + WS-ST-RELEASED (ST-IDX)
               - WS-ST-UNPAID-RELEASE (ST-IDX)
           COMPUTE WS-GROSS-PAID =
               WS-PAID-CYCLE
               + WS-ST-ADJ-POSITIVE (ST-IDX)
               - WS-ST-CLAWBACK (ST-IDX)
           COMPUTE WS-WITHHELD ROUNDED =
               WS-GROSS-PAID * WS-SUPP-WITHHOLDING-RATE
           COMPUTE WS-NET-PAID = WS-GROSS-PAID - WS-WITHHELD
           ADD WS-PAID-CYCLE TO WS-TOT-PAID-CYCLE
           ADD WS-ST-ADJ-POSITIVE (ST-IDX) TO WS-TOT-ADJ-POSITIVE
           ADD WS-ST-CLAWBACK (ST-IDX) TO WS-TOT-CLAWBACK
           ADD WS-GROSS-PAID TO WS-TOT-GROSS
           ADD WS-WITHHELD TO WS-TOT-WITHHELD
           ADD WS-NET-PAID TO WS-TOT-NET
           ADD 1 TO WS-STATEMENTS-PRINTED
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "ANNUAL SUPPLEMENTAL WAGE STATEMENT - YEAR "
                      DELIMITED BY SIZE
                  WS-STATEMENT-YEAR DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           END-STRING
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "EMPLOYEE " DELIMITED BY SIZE
                  WS-ST-EMP-ID (ST-IDX) DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           END-STRING
           PERFORM 0720-ADD-ROSTER-DETAIL
           WRITE STATEMENT-REPORT-LINE
           MOVE ALL "-" TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE "BONUS AWARDED FOR THE YEAR'S PERIODS"
               TO WS-LINE-LABEL
           MOVE WS-AWARDED-ORIGINAL TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "  LESS DEFERRED TO LATER RELEASE PERIODS"
               TO WS-LINE-LABEL
           COMPUTE WS-LINE-AMOUNT = ZERO - WS-ST-DEFERRED (ST-IDX)
           PERFORM 0790-WRITE-AMOUNT-LINE
           IF WS-ST-UNPAID-AWARD (ST-IDX) NOT = ZERO
               MOVE "  LESS NOT APPROVED FOR PAYMENT"
                   TO WS-LINE-LABEL
               COMPUTE WS-LINE-AMOUNT =
                   ZERO - WS-ST-UNPAID-AWARD (ST-IDX)
               PERFORM 0790-WRITE-AMOUNT-LINE
           END-IF
           MOVE "DEFERRAL RELEASES PAID" TO WS-LINE-LABEL
           COMPUTE WS-LINE-AMOUNT =
               WS-ST-RELEASED (ST-IDX) - WS-ST-UNPAID-RELEASE (ST-IDX)
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "ADJUSTMENTS PAID" TO WS-LINE-LABEL
           MOVE WS-ST-ADJ-POSITIVE (ST-IDX) TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "CLAWBACKS RECOVERED" TO WS-LINE-LABEL
           COMPUTE WS-LINE-AMOUNT = ZERO - WS-ST-CLAWBACK (ST-IDX)
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "GROSS BONUS PAID" TO WS-LINE-LABEL
           MOVE WS-GROSS-PAID TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "SUPPLEMENTAL TAX WITHHELD (22%)" TO WS-LINE-LABEL
           MOVE WS-WITHHELD TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "NET PAID" TO WS-LINE-LABEL
           MOVE WS-NET-PAID TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           PERFORM 0730-PRINT-OUTSTANDING
           IF WS-ST-FORFEITED (ST-IDX) NOT = ZERO
               MOVE "DEFERRALS FORFEITED THIS YEAR" TO WS-LINE-LABEL
               MOVE WS-ST-FORFEITED (ST-IDX) TO WS-LINE-AMOUNT
               PERFORM 0790-WRITE-AMOUNT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.

       0720-ADD-ROSTER-DETAIL.
           SET EM-IDX TO 1
           PERFORM UNTIL EM-IDX > WS-EM-COUNT
                   OR WS-EM-EMP-ID (EM-IDX) = WS-ST-EMP-ID (ST-IDX)
               SET EM-IDX UP BY 1
           END-PERFORM
           IF EM-IDX > WS-EM-COUNT
               MOVE "   NOT ON ROSTER" TO STATEMENT-REPORT-LINE (16:16)
           ELSE
               MOVE "   DEPT " TO STATEMENT-REPORT-LINE (16:8)
               MOVE WS-EM-DEPT (EM-IDX)
                   TO STATEMENT-REPORT-LINE (24:3)
               IF WS-EM-STATUS (EM-IDX) = "T"
                   MOVE "   TERMINATED"
                       TO STATEMENT-REPORT-LINE (27:13)
               END-IF
           END-IF.

      ******************************************************************
      * Every piece still DEFERRED, by the period it releases in --
      * these are not in the year's gross and will pay (or forfeit)
      * later.
      ******************************************************************
       0730-PRINT-OUTSTANDING.
           MOVE ZERO TO WS-OUTSTANDING
           PERFORM VARYING DX-IDX FROM 1 BY 1
                   UNTIL DX-IDX > WS-DX-COUNT
               IF WS-DX-EMP-ID (DX-IDX) = WS-ST-EMP-ID (ST-IDX)
                  AND WS-DX-STATUS (DX-IDX) = "DEFERRED"
                   MOVE SPACES TO WS-LINE-LABEL
                   STRING "DEFERRED OUTSTANDING - RELEASES "
                              DELIMITED BY SIZE
                          WS-DX-RELEASE-PERIOD (DX-IDX)
                              DELIMITED BY SIZE
                       INTO WS-LINE-LABEL
                   END-STRING
                   MOVE WS-DX-AMOUNT (DX-IDX) TO WS-LINE-AMOUNT
                   PERFORM 0790-WRITE-AMOUNT-LINE
                   ADD WS-DX-AMOUNT (DX-IDX) TO WS-OUTSTANDING
               END-IF
           END-PERFORM
           IF WS-OUTSTANDING NOT = ZERO
               MOVE "DEFERRED OUTSTANDING - TOTAL" TO WS-LINE-LABEL
               MOVE WS-OUTSTANDING TO WS-LINE-AMOUNT
               PERFORM 0790-WRITE-AMOUNT-LINE
               ADD WS-OUTSTANDING TO WS-TOT-OUTSTANDING
           END-IF.

       0790-WRITE-AMOUNT-LINE.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDITED
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-LINE-LABEL DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           END-STRING
           WRITE STATEMENT-REPORT-LINE.

      ******************************************************************
      * The year's statements against what was actually sent.
      * PAYVENDR should hold the bonus-cycle payments plus every
      * adjustment and clawback at its unsigned amount; the GL
      * bonus expense should hold the bonus-cycle payments alone.
      * Either gross not tying, or a PAYVENDR transmission whose
      * details don't foot to its trailer, fails the step.  The
      * withholding comparison is for information: the GL withholds
      * on department totals and the statements on employee totals,
      * so the two can differ by rounding.
      ******************************************************************
       0800-PRINT-BALANCING.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "ANNUAL STATEMENT BALANCING - YEAR "
                      DELIMITED BY SIZE
                  WS-STATEMENT-YEAR DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           END-STRING
           WRITE STATEMENT-REPORT-LINE
           MOVE ALL "=" TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE WS-STATEMENTS-PRINTED TO WS-COUNT-EDITED
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "  STATEMENTS " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
                  "   PAYVENDR TRANSMISSIONS " DELIMITED BY SIZE
                  INTO STATEMENT-REPORT-LINE
           END-STRING
           MOVE WS-VX-FILES TO WS-COUNT-EDITED
           MOVE WS-COUNT-EDITED TO STATEMENT-REPORT-LINE (47:7)
           WRITE STATEMENT-REPORT-LINE
           MOVE "PAID THROUGH THE BONUS CYCLE" TO WS-LINE-LABEL
           MOVE WS-TOT-PAID-CYCLE TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "ADJUSTMENTS PAID" TO WS-LINE-LABEL
           MOVE WS-TOT-ADJ-POSITIVE TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "CLAWBACKS RECOVERED" TO WS-LINE-LABEL
           COMPUTE WS-LINE-AMOUNT = ZERO - WS-TOT-CLAWBACK
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "STATEMENT GROSS BONUS PAID" TO WS-LINE-LABEL
           MOVE WS-TOT-GROSS TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "STATEMENT TAX WITHHELD" TO WS-LINE-LABEL
           MOVE WS-TOT-WITHHELD TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "STATEMENT NET PAID" TO WS-LINE-LABEL
           MOVE WS-TOT-NET TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "DEFERRED STILL OUTSTANDING" TO WS-LINE-LABEL
           MOVE WS-TOT-OUTSTANDING TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE "PAYVENDR DETAIL GROSS" TO WS-LINE-LABEL
           MOVE WS-VX-GROSS TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "EXPECTED: CYCLE + ADJUSTMENTS + CLAWBACKS"
               TO WS-LINE-LABEL
           COMPUTE WS-EXPECTED = WS-TOT-PAID-CYCLE
               + WS-TOT-ADJ-POSITIVE + WS-TOT-CLAWBACK
           MOVE WS-EXPECTED TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           COMPUTE WS-DIFFERENCE = WS-VX-GROSS - WS-EXPECTED
           PERFORM 0850-WRITE-DIFFERENCE
           MOVE "PAYVENDR TRAILER HASH TOTALS" TO WS-LINE-LABEL
           MOVE WS-VX-HASH TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           COMPUTE WS-DIFFERENCE = WS-VX-HASH - WS-VX-GROSS
           PERFORM 0850-WRITE-DIFFERENCE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE "GL BONUS EXPENSE (61100000)" TO WS-LINE-LABEL
           MOVE WS-GL-EXPENSE TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "EXPECTED: PAID THROUGH THE BONUS CYCLE"
               TO WS-LINE-LABEL
           MOVE WS-TOT-PAID-CYCLE TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           COMPUTE WS-DIFFERENCE = WS-GL-EXPENSE - WS-TOT-PAID-CYCLE
           PERFORM 0850-WRITE-DIFFERENCE
           MOVE "GL WITHHOLDING LIABILITY (21500000)"
               TO WS-LINE-LABEL
           MOVE WS-GL-WITHHOLDING TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "STATEMENT WITHHOLDING ON THE BONUS CYCLE"
               TO WS-LINE-LABEL
           COMPUTE WS-EXPECTED ROUNDED =
               WS-TOT-PAID-CYCLE * WS-SUPP-WITHHOLDING-RATE
           MOVE WS-EXPECTED TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE "  ROUNDING DIFFERENCE (INFORMATION ONLY)"
               TO WS-LINE-LABEL
           COMPUTE WS-LINE-AMOUNT = WS-GL-WITHHOLDING - WS-EXPECTED
           PERFORM 0790-WRITE-AMOUNT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           IF WS-OUT-OF-BALANCE
               MOVE "*** STATEMENTS OUT OF BALANCE ***"
                   TO STATEMENT-REPORT-LINE
           ELSE
               MOVE "STATEMENTS IN BALANCE WITH PAYVENDR AND THE GL"
                   TO STATEMENT-REPORT-LINE
           END-IF
           WRITE STATEMENT-REPORT-LINE.

       0850-WRITE-DIFFERENCE.
           IF WS-DIFFERENCE = ZERO
               MOVE "  DIFFERENCE" TO WS-LINE-LABEL
           ELSE
               MOVE "  DIFFERENCE  *** OUT OF BALANCE ***"
                   TO WS-LINE-LABEL
               MOVE "Y" TO WS-OUT-OF-BALANCE-SW
           END-IF
           MOVE WS-DIFFERENCE TO WS-LINE-AMOUNT
           PERFORM 0790-WRITE-AMOUNT-LINE.
