       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScoreStabilityReport.

      ******************************************************************
      * Monthly decision-model monitoring for credit policy.  The
      * month's ExtendedLoanRiskAssessment decisions on AUDITTRL are
      * spread across bands of the composite score (AU-RISK-SCORE)
      * and of each characteristic it was built from -- bureau
      * credit score, income cover, years employed, tenure asked
      * for, bureau delinquency -- and compared with the baseline
      * distribution saved in SCRBASE when the cutoffs were set:
      * the population stability index on the score bands, a
      * characteristic stability index on each input, and the
      * approval rate per score band then and now.  Any index past
      * its MDLPARM alert threshold is flagged on SCRRPT and the
      * run ends 4 so the scheduler routes it to credit policy.
      * The report closes with actual performance by score band:
      * every LOANMAST loan whose customer ExtendedLoanRiskAssessment
      * approved, against the DELINQ buckets it sits in tonight.
      * The month's distribution is written as the next SCRDIST
      * generation, so any month can later become the baseline.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-FS.

           SELECT BASELINE-FILE
               ASSIGN TO "SCRBASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SB-FS.

           SELECT DISTRIBUTION-FILE
               ASSIGN TO "SCRDIST"
               ORGANIZATION IS SEQUENTIAL.

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

           SELECT MODEL-PARAMETER-FILE
               ASSIGN TO "MDLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MP-FS.

           SELECT STABILITY-REPORT-FILE
               ASSIGN TO "SCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  BASELINE-FILE.
       01  BASELINE-RECORD           PIC X(28).

       FD  DISTRIBUTION-FILE.
           COPY SCRDIST.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  DELINQUENCY-FILE.
           COPY DELINQREC.

       FD  MODEL-PARAMETER-FILE.
       01  MODEL-PARAMETER-RECORD.
           05  MP-PSI-ALERT          PIC 9(01)V9(04).
           05  MP-CSI-ALERT          PIC 9(01)V9(04).
           05  MP-WATCH-LEVEL        PIC 9(01)V9(04).

       FD  STABILITY-REPORT-FILE.
       01  STABILITY-REPORT-LINE     PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-AU-FS                 PIC X(02).
       01  WS-SB-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-DQ-FS                 PIC X(02).
       01  WS-MP-FS                 PIC X(02).

       01  WS-AU-EOF-SW             PIC X(01) VALUE "N".
           88  WS-AU-EOF            VALUE "Y".
       01  WS-SB-EOF-SW             PIC X(01) VALUE "N".
           88  WS-SB-EOF            VALUE "Y".
       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".
       01  WS-DQ-EOF-SW             PIC X(01) VALUE "N".
           88  WS-DQ-EOF            VALUE "Y".

      ******************************************************************
      * Alert thresholds.  No MDLPARM dataset, or a zero value,
      * takes the usual 0.25 for an index that needs action and
      * 0.10 for one worth watching.
      ******************************************************************
       01  WS-PSI-ALERT             PIC 9(01)V9(04) COMP-3.
       01  WS-CSI-ALERT             PIC 9(01)V9(04) COMP-3.
       01  WS-WATCH-LEVEL           PIC 9(01)V9(04) COMP-3.

       01  WS-REPORT-PERIOD         PIC X(06).
       01  WS-BASELINE-PERIOD       PIC X(06) VALUE SPACES.
       01  WS-HAVE-BASELINE-SW      PIC X(01) VALUE "N".
           88  WS-HAVE-BASELINE     VALUE "Y".

      ******************************************************************
      * The monitoring bands, in report order.  Cells 1-11 band the
      * composite score ten points at a time; the rest band the
      * score's inputs.  Each characteristic owns a run of cells.
      ******************************************************************
       01  WS-CELL-KEY-VALUES.
           05  FILLER     PIC X(14) VALUE "SCORE 000-009 ".
           05  FILLER     PIC X(14) VALUE "SCORE 010-019 ".
           05  FILLER     PIC X(14) VALUE "SCORE 020-029 ".
           05  FILLER     PIC X(14) VALUE "SCORE 030-039 ".
           05  FILLER     PIC X(14) VALUE "SCORE 040-049 ".
           05  FILLER     PIC X(14) VALUE "SCORE 050-059 ".
           05  FILLER     PIC X(14) VALUE "SCORE 060-069 ".
           05  FILLER     PIC X(14) VALUE "SCORE 070-079 ".
           05  FILLER     PIC X(14) VALUE "SCORE 080-089 ".
           05  FILLER     PIC X(14) VALUE "SCORE 090-099 ".
           05  FILLER     PIC X(14) VALUE "SCORE 100+    ".
           05  FILLER     PIC X(14) VALUE "CREDIT<580    ".
           05  FILLER     PIC X(14) VALUE "CREDIT580-619 ".
           05  FILLER     PIC X(14) VALUE "CREDIT620-659 ".
           05  FILLER     PIC X(14) VALUE "CREDIT660-699 ".
           05  FILLER     PIC X(14) VALUE "CREDIT700-739 ".
           05  FILLER     PIC X(14) VALUE "CREDIT740-779 ".
           05  FILLER     PIC X(14) VALUE "CREDIT780+    ".
           05  FILLER     PIC X(14) VALUE "INCOMEUNDER .5".
           05  FILLER     PIC X(14) VALUE "INCOME.5 TO 1 ".
           05  FILLER     PIC X(14) VALUE "INCOME1 TO 2  ".
           05  FILLER     PIC X(14) VALUE "INCOME2 TO 3  ".
           05  FILLER     PIC X(14) VALUE "INCOME3 AND UP".
           05  FILLER     PIC X(14) VALUE "EMPLOY0-1 YRS ".
           05  FILLER     PIC X(14) VALUE "EMPLOY2-4 YRS ".
           05  FILLER     PIC X(14) VALUE "EMPLOY5-9 YRS ".
           05  FILLER     PIC X(14) VALUE "EMPLOY10+ YRS ".
           05  FILLER     PIC X(14) VALUE "TENURE1-5 YRS ".
           05  FILLER     PIC X(14) VALUE "TENURE6-10 YRS".
           05  FILLER     PIC X(14) VALUE "TENURE11-20YRS".
           05  FILLER     PIC X(14) VALUE "TENURE21+ YRS ".
           05  FILLER     PIC X(14) VALUE "BUREAUCLEAN   ".
           05  FILLER     PIC X(14) VALUE "BUREAUDELINQ  ".
       01  WS-CELL-KEY-TABLE REDEFINES WS-CELL-KEY-VALUES.
           05  WS-CELL-KEY OCCURS 33 TIMES.
               10  WS-CK-CHAR-CODE       PIC X(06).
               10  WS-CK-BAND-LABEL      PIC X(08).

       01  WS-CELL-AREA.
           05  WS-CELL-ROW OCCURS 33 TIMES
                             INDEXED BY CL-IDX.
               10  WS-CL-CUR-APPS        PIC 9(07) COMP.
               10  WS-CL-CUR-APPROVED    PIC 9(07) COMP.
               10  WS-CL-BASE-APPS       PIC 9(07) COMP.
               10  WS-CL-BASE-APPROVED   PIC 9(07) COMP.
       01  WS-CELL-NO               PIC 9(02) COMP.

       01  WS-CHAR-VALUES.
           05  FILLER     PIC X(34)
               VALUE "SCORE 0111COMPOSITE RISK SCORE    ".
           05  FILLER     PIC X(34)
               VALUE "CREDIT1218BUREAU CREDIT SCORE     ".
           05  FILLER     PIC X(34)
               VALUE "INCOME1923INCOME COVER OF AMOUNT  ".
           05  FILLER     PIC X(34)
               VALUE "EMPLOY2427YEARS EMPLOYED          ".
           05  FILLER     PIC X(34)
               VALUE "TENURE2831TENURE ASKED FOR        ".
           05  FILLER     PIC X(34)
               VALUE "BUREAU3233BUREAU DELINQUENCY      ".
       01  WS-CHAR-TABLE REDEFINES WS-CHAR-VALUES.
           05  WS-CHAR-ROW OCCURS 6 TIMES
                             INDEXED BY CH-IDX.
               10  WS-CH-CODE            PIC X(06).
               10  WS-CH-FIRST-CELL      PIC 9(02).
               10  WS-CH-LAST-CELL       PIC 9(02).
               10  WS-CH-TITLE           PIC X(24).

       01  WS-CHAR-RESULT-AREA.
           05  WS-CHAR-RESULT OCCURS 6 TIMES.
               10  WS-CR-CUR-TOTAL       PIC 9(07) COMP.
               10  WS-CR-BASE-TOTAL      PIC 9(07) COMP.
               10  WS-CR-INDEX           PIC S9(03)V9(06) COMP-3.
               10  WS-CR-STATUS          PIC X(07).

      ******************************************************************
      * Stability index arithmetic.  A band empty on either side
      * counts as 0.0001 of its population so the log term stays
      * defined -- the usual convention.
      ******************************************************************
       01  WS-ACTUAL-SHARE          PIC 9(01)V9(06) COMP-3.
       01  WS-EXPECTED-SHARE        PIC 9(01)V9(06) COMP-3.
       01  WS-INDEX-TERM            PIC S9(03)V9(06) COMP-3.
       01  WS-THIS-ALERT            PIC 9(01)V9(04) COMP-3.

      ******************************************************************
      * Latest ExtendedLoanRiskAssessment approval score per
      * customer, from the whole trail, for the performance section.
      ******************************************************************
       01  WS-SCORED-AREA.
           05  WS-SC-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-SC-ROW OCCURS 5000 TIMES
                             INDEXED BY SC-IDX.
               10  WS-SC-CUST-ID         PIC X(10).
               10  WS-SC-RISK-SCORE      PIC 9(03)V9(02).
       01  WS-SC-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-SC-FOUND          VALUE "Y".

       01  WS-DELINQ-AREA.
           05  WS-DQ-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-DQ-ROW OCCURS 5000 TIMES
                             INDEXED BY DQ-IDX.
               10  WS-DQ-LOAN-ACCT-NO    PIC X(12).
               10  WS-DQ-BUCKET          PIC X(03).
       01  WS-DQ-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-DQ-FOUND          VALUE "Y".

      ******************************************************************
      * Performance per score band; row 12 holds booked loans whose
      * customer has no ExtendedLoanRiskAssessment approval on the
      * trail.
      ******************************************************************
       01  WS-PERF-AREA.
           05  WS-PERF-ROW OCCURS 12 TIMES
                             INDEXED BY PF-IDX.
               10  WS-PF-LOANS           PIC 9(07) COMP.
               10  WS-PF-DELINQUENT      PIC 9(07) COMP.
               10  WS-PF-SERIOUS         PIC 9(07) COMP.

       01  WS-BAND-NO               PIC 9(03) COMP.
       01  WS-RATE-WORK             PIC 9(03)V9(02) COMP-3.
       01  WS-RATE-WORK-2           PIC 9(03)V9(02) COMP-3.
       01  WS-SHIFT-WORK            PIC S9(03)V9(02) COMP-3.

       01  WS-BAND-HEADING          PIC X(60) VALUE
           "BAND       DECIDED  SHARE%  BASE%  APPR%  BASE%   SHIFT".
       01  WS-PERF-HEADING          PIC X(60) VALUE
           "BAND          LOANS     BEHIND  RATE%  90+ DAYS  RATE%".

       01  WS-CNT-EDITED            PIC Z,ZZZ,ZZ9.
       01  WS-CNT-EDITED-2          PIC Z,ZZZ,ZZ9.
       01  WS-CNT-EDITED-3          PIC Z,ZZZ,ZZ9.
       01  WS-PCT-EDITED            PIC ZZ9.99.
       01  WS-PCT-EDITED-2          PIC ZZ9.99.
       01  WS-PCT-EDITED-3          PIC ZZ9.99.
       01  WS-PCT-EDITED-4          PIC ZZ9.99.
       01  WS-SHIFT-EDITED          PIC ---9.99.
       01  WS-INDEX-EDITED          PIC -ZZ9.999999.
       01  WS-LIMIT-EDITED          PIC 9.9999.

       01  WS-ROWS-READ             PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-IN-PERIOD        PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-NO-INPUTS        PIC 9(07) COMP VALUE ZERO.
       01  WS-LOANS-SCANNED         PIC 9(07) COMP VALUE ZERO.
       01  WS-ALERT-COUNT           PIC 9(03) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 4 when an index is past its alert
      * threshold, 12 if LOANMAST can't be opened or the scored
      * customers or DELINQ rows exceed the in-memory tables.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE (1:6) TO WS-REPORT-PERIOD
           PERFORM 0130-READ-MODEL-PARAMETER
           INITIALIZE WS-CELL-AREA
           INITIALIZE WS-PERF-AREA
           PERFORM 0150-LOAD-BASELINE
           PERFORM 0200-TALLY-AUDIT-TRAIL
           PERFORM 0170-LOAD-DELINQUENCY
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0300-SCAN-LOAN-MASTER
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0400-COMPUTE-INDEXES
           PERFORM 0450-WRITE-DISTRIBUTION
           OPEN OUTPUT STABILITY-REPORT-FILE
           PERFORM 0500-REPORT-SCORE-BANDS
           PERFORM 0600-REPORT-INDEXES
           PERFORM 0700-REPORT-CHARACTERISTICS
           PERFORM 0800-REPORT-PERFORMANCE
           CLOSE STABILITY-REPORT-FILE
           IF WS-ALERT-COUNT > ZERO
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== ScoreStabilityReport CONTROL TOTALS ====="
           DISPLAY "REPORT PERIOD:       " WS-REPORT-PERIOD
           DISPLAY "BASELINE PERIOD:     " WS-BASELINE-PERIOD
           DISPLAY "AUDIT ROWS READ:     " WS-ROWS-READ
           DISPLAY "DECISIONS IN PERIOD: " WS-ROWS-IN-PERIOD
           DISPLAY "WITHOUT INPUTS:      " WS-ROWS-NO-INPUTS
           DISPLAY "LOANS SCANNED:       " WS-LOANS-SCANNED
           DISPLAY "INDEXES IN ALERT:    " WS-ALERT-COUNT
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

       0130-READ-MODEL-PARAMETER.
           MOVE ZERO TO WS-PSI-ALERT
           MOVE ZERO TO WS-CSI-ALERT
           MOVE ZERO TO WS-WATCH-LEVEL
           OPEN INPUT MODEL-PARAMETER-FILE
           IF WS-MP-FS = "00"
               READ MODEL-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MP-PSI-ALERT   TO WS-PSI-ALERT
                       MOVE MP-CSI-ALERT   TO WS-CSI-ALERT
                       MOVE MP-WATCH-LEVEL TO WS-WATCH-LEVEL
               END-READ
               CLOSE MODEL-PARAMETER-FILE
           END-IF
           IF WS-PSI-ALERT = ZERO
               MOVE 0.25 TO WS-PSI-ALERT
           END-IF
           IF WS-CSI-ALERT = ZERO
               MOVE 0.25 TO WS-CSI-ALERT
           END-IF
           IF WS-WATCH-LEVEL = ZERO
               MOVE 0.10 TO WS-WATCH-LEVEL
           END-IF.

      ******************************************************************
      * No SCRBASE dataset, or an empty one, means no baseline has
      * been saved yet: the month's distribution still prints and
      * is still written, but no index can be computed.
      ******************************************************************
       0150-LOAD-BASELINE.
           OPEN INPUT BASELINE-FILE
           IF WS-SB-FS = "00"
               MOVE "N" TO WS-SB-EOF-SW
               PERFORM UNTIL WS-SB-EOF
                   READ BASELINE-FILE
                       AT END
                           MOVE "Y" TO WS-SB-EOF-SW
                       NOT AT END
                           MOVE BASELINE-RECORD
                               TO SCORE-DISTRIBUTION-RECORD
                           PERFORM 0155-TAKE-BASELINE-ROW
                   END-READ
               END-PERFORM
               CLOSE BASELINE-FILE
           END-IF.

       0155-TAKE-BASELINE-ROW.
           MOVE "Y" TO WS-HAVE-BASELINE-SW
           MOVE SS-PERIOD TO WS-BASELINE-PERIOD
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > 33
               IF WS-CK-CHAR-CODE (CL-IDX) = SS-CHAR-CODE
                  AND WS-CK-BAND-LABEL (CL-IDX) = SS-BAND-LABEL
                   MOVE SS-APPLICATIONS
                       TO WS-CL-BASE-APPS (CL-IDX)
                   MOVE SS-APPROVED
                       TO WS-CL-BASE-APPROVED (CL-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Rows written before the score inputs were recorded read
      * them back as spaces: they still count toward the score
      * bands but not toward the characteristic bands.
      ******************************************************************
       0200-TALLY-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AU-FS = "00"
               MOVE "N" TO WS-AU-EOF-SW
               PERFORM UNTIL WS-AU-EOF
                   READ AUDIT-TRAIL-FILE
                       AT END
                           MOVE "Y" TO WS-AU-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           IF AU-PROGRAM-ID =
                                  "ExtendedLoanRiskAssessment"
                              AND AU-DECISION (1:9) NOT = "SUSPENDED"
                              AND AU-RISK-SCORE NUMERIC
                               PERFORM 0210-TALLY-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       0210-TALLY-ONE-ROW.
           IF AU-DECISION (1:8) = "APPROVED"
               PERFORM 0250-REMEMBER-SCORE
           END-IF
           IF AU-TIMESTAMP (1:6) = WS-REPORT-PERIOD
               ADD 1 TO WS-ROWS-IN-PERIOD
               COMPUTE WS-BAND-NO = AU-RISK-SCORE / 10
               IF WS-BAND-NO > 10
                   MOVE 10 TO WS-BAND-NO
               END-IF
               COMPUTE WS-CELL-NO = WS-BAND-NO + 1
               PERFORM 0220-COUNT-IN-CELL
               IF AU-CREDIT-SCORE NUMERIC
                  AND AU-INCOME-COVER NUMERIC
                  AND AU-EMPLOYMENT-YEARS NUMERIC
                  AND AU-LOAN-TENURE NUMERIC
                   PERFORM 0230-BAND-INPUTS
               ELSE
                   ADD 1 TO WS-ROWS-NO-INPUTS
               END-IF
           END-IF.

       0220-COUNT-IN-CELL.
           SET CL-IDX TO WS-CELL-NO
           ADD 1 TO WS-CL-CUR-APPS (CL-IDX)
           IF AU-DECISION (1:8) = "APPROVED"
               ADD 1 TO WS-CL-CUR-APPROVED (CL-IDX)
           END-IF.

       0230-BAND-INPUTS.
           EVALUATE TRUE
               WHEN AU-CREDIT-SCORE < 580
                   MOVE 12 TO WS-CELL-NO
               WHEN AU-CREDIT-SCORE < 620
                   MOVE 13 TO WS-CELL-NO
               WHEN AU-CREDIT-SCORE < 660
                   MOVE 14 TO WS-CELL-NO
               WHEN AU-CREDIT-SCORE < 700
                   MOVE 15 TO WS-CELL-NO
               WHEN AU-CREDIT-SCORE < 740
                   MOVE 16 TO WS-CELL-NO
               WHEN AU-CREDIT-SCORE < 780
                   MOVE 17 TO WS-CELL-NO
               WHEN OTHER
                   MOVE 18 TO WS-CELL-NO
           END-EVALUATE
           PERFORM 0220-COUNT-IN-CELL
           EVALUATE TRUE
               WHEN AU-INCOME-COVER < 0.50
                   MOVE 19 TO WS-CELL-NO
               WHEN AU-INCOME-COVER < 1.00
                   MOVE 20 TO WS-CELL-NO
               WHEN AU-INCOME-COVER < 2.00
                   MOVE 21 TO WS-CELL-NO
               WHEN AU-INCOME-COVER < 3.00
                   MOVE 22 TO WS-CELL-NO
               WHEN OTHER
                   MOVE 23 TO WS-CELL-NO
           END-EVALUATE
           PERFORM 0220-COUNT-IN-CELL
           EVALUATE TRUE
               WHEN AU-EMPLOYMENT-YEARS < 2
                   MOVE 24 TO WS-CELL-NO
               WHEN AU-EMPLOYMENT-YEARS < 5
                   MOVE 25 TO WS-CELL-NO
               WHEN AU-EMPLOYMENT-YEARS < 10
                   MOVE 26 TO WS-CELL-NO
               WHEN OTHER
                   MOVE 27 TO WS-CELL-NO
           END-EVALUATE
           PERFORM 0220-COUNT-IN-CELL
           EVALUATE TRUE
               WHEN AU-LOAN-TENURE <= 5
                   MOVE 28 TO WS-CELL-NO
               WHEN AU-LOAN-TENURE <= 10
                   MOVE 29 TO WS-CELL-NO
               WHEN AU-LOAN-TENURE <= 20
                   MOVE 30 TO WS-CELL-NO
               WHEN OTHER
                   MOVE 31 TO WS-CELL-NO
           END-EVALUATE
           PERFORM 0220-COUNT-IN-CELL
           IF AU-BUREAU-FLAG = "Y"
               MOVE 33 TO WS-CELL-NO
           ELSE
               MOVE 32 TO WS-CELL-NO
           END-IF
           PERFORM 0220-COUNT-IN-CELL.

      ******************************************************************
      * The trail is in time order, so a later approval for the same
      * customer simply replaces the earlier score.
      ******************************************************************
       0250-REMEMBER-SCORE.
           MOVE "N" TO WS-SC-FOUND-SW
           SET SC-IDX TO 1
           PERFORM UNTIL WS-SC-FOUND OR SC-IDX > WS-SC-COUNT
               IF WS-SC-CUST-ID (SC-IDX) = AU-CUST-ID
                   MOVE "Y" TO WS-SC-FOUND-SW
               ELSE
                   SET SC-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-SC-FOUND
               IF WS-SC-COUNT >= 5000
                   IF RUN-RETURN-CODE = ZERO
                       DISPLAY "ScoreStabilityReport: SCORED CUSTOMERS"
                           " EXCEED TABLE CAPACITY"
                       MOVE 12 TO RUN-RETURN-CODE
                   END-IF
               ELSE
                   SET SC-IDX TO WS-SC-COUNT
                   SET SC-IDX UP BY 1
                   MOVE AU-CUST-ID TO WS-SC-CUST-ID (SC-IDX)
                   ADD 1 TO WS-SC-COUNT
                   MOVE "Y" TO WS-SC-FOUND-SW
               END-IF
           END-IF
           IF WS-SC-FOUND
               MOVE AU-RISK-SCORE TO WS-SC-RISK-SCORE (SC-IDX)
           END-IF.

      ******************************************************************
      * No DELINQ dataset means nothing is behind tonight.
      ******************************************************************
       0170-LOAD-DELINQUENCY.
           OPEN INPUT DELINQUENCY-FILE
           IF WS-DQ-FS = "00"
               MOVE "N" TO WS-DQ-EOF-SW
               SET DQ-IDX TO 1
               PERFORM UNTIL WS-DQ-EOF
                   READ DELINQUENCY-FILE
                       AT END
                           MOVE "Y" TO WS-DQ-EOF-SW
                       NOT AT END
                           IF WS-DQ-COUNT >= 5000
                               DISPLAY "ScoreStabilityReport: DELINQ"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-DQ-EOF-SW
                           ELSE
                               MOVE DL-LOAN-ACCT-NO
                                   TO WS-DQ-LOAN-ACCT-NO (DQ-IDX)
                               MOVE DL-BUCKET
                                   TO WS-DQ-BUCKET (DQ-IDX)
                               SET DQ-IDX UP BY 1
                               ADD 1 TO WS-DQ-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELINQUENCY-FILE
           END-IF.

      ******************************************************************
      * One front-to-back pass down the primary key.  No LOANMAST
      * dataset yet just means nothing has been booked.
      ******************************************************************
       0300-SCAN-LOAN-MASTER.
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
                           ADD 1 TO WS-LOANS-SCANNED
                           PERFORM 0310-PERFORMANCE-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           ELSE
               IF WS-LM-FS NOT = "35"
                   DISPLAY "ScoreStabilityReport: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
               END-IF
           END-IF.

       0310-PERFORMANCE-ONE-LOAN.
           MOVE "N" TO WS-SC-FOUND-SW
           SET SC-IDX TO 1
           PERFORM UNTIL WS-SC-FOUND OR SC-IDX > WS-SC-COUNT
               IF WS-SC-CUST-ID (SC-IDX) = LM-CUST-ID
                   MOVE "Y" TO WS-SC-FOUND-SW
               ELSE
                   SET SC-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-SC-FOUND
               COMPUTE WS-BAND-NO = WS-SC-RISK-SCORE (SC-IDX) / 10
               IF WS-BAND-NO > 10
                   MOVE 10 TO WS-BAND-NO
               END-IF
               SET PF-IDX TO WS-BAND-NO
               SET PF-IDX UP BY 1
           ELSE
               SET PF-IDX TO 12
           END-IF
           ADD 1 TO WS-PF-LOANS (PF-IDX)
           MOVE "N" TO WS-DQ-FOUND-SW
           SET DQ-IDX TO 1
           PERFORM UNTIL WS-DQ-FOUND OR DQ-IDX > WS-DQ-COUNT
               IF WS-DQ-LOAN-ACCT-NO (DQ-IDX) = LM-LOAN-ACCT-NO
                   MOVE "Y" TO WS-DQ-FOUND-SW
               ELSE
                   SET DQ-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-DQ-FOUND
               ADD 1 TO WS-PF-DELINQUENT (PF-IDX)
               IF WS-DQ-BUCKET (DQ-IDX) = "090"
                   ADD 1 TO WS-PF-SERIOUS (PF-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * Sum over a characteristic's bands of
      *     (actual share - expected share) x ln(actual / expected)
      * -- the population stability index on the score bands, the
      * characteristic stability index on each input.
      ******************************************************************
       0400-COMPUTE-INDEXES.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > 6
               MOVE ZERO TO WS-CR-CUR-TOTAL (CH-IDX)
               MOVE ZERO TO WS-CR-BASE-TOTAL (CH-IDX)
               MOVE ZERO TO WS-CR-INDEX (CH-IDX)
               PERFORM VARYING CL-IDX FROM WS-CH-FIRST-CELL (CH-IDX)
                       BY 1 UNTIL CL-IDX > WS-CH-LAST-CELL (CH-IDX)
                   ADD WS-CL-CUR-APPS (CL-IDX)
                       TO WS-CR-CUR-TOTAL (CH-IDX)
                   ADD WS-CL-BASE-APPS (CL-IDX)
                       TO WS-CR-BASE-TOTAL (CH-IDX)
               END-PERFORM
               IF WS-CR-CUR-TOTAL (CH-IDX) = ZERO
                  OR WS-CR-BASE-TOTAL (CH-IDX) = ZERO
                   MOVE "NO DATA" TO WS-CR-STATUS (CH-IDX)
               ELSE
                   PERFORM VARYING CL-IDX
                           FROM WS-CH-FIRST-CELL (CH-IDX)
                           BY 1 UNTIL CL-IDX > WS-CH-LAST-CELL (CH-IDX)
                       PERFORM 0410-ADD-INDEX-TERM
                   END-PERFORM
                   PERFORM 0420-GRADE-INDEX
               END-IF
           END-PERFORM.

       0410-ADD-INDEX-TERM.
           COMPUTE WS-ACTUAL-SHARE ROUNDED =
               WS-CL-CUR-APPS (CL-IDX) / WS-CR-CUR-TOTAL (CH-IDX)
           COMPUTE WS-EXPECTED-SHARE ROUNDED =
               WS-CL-BASE-APPS (CL-IDX) / WS-CR-BASE-TOTAL (CH-IDX)
           IF WS-ACTUAL-SHARE < 0.0001
               MOVE 0.0001 TO WS-ACTUAL-SHARE
           END-IF
           IF WS-EXPECTED-SHARE < 0.0001
               MOVE 0.0001 TO WS-EXPECTED-SHARE
           END-IF
           COMPUTE WS-INDEX-TERM ROUNDED =
               (WS-ACTUAL-SHARE - WS-EXPECTED-SHARE)
               * FUNCTION LOG (WS-ACTUAL-SHARE / WS-EXPECTED-SHARE)
           ADD WS-INDEX-TERM TO WS-CR-INDEX (CH-IDX).

       0420-GRADE-INDEX.
           IF WS-CH-CODE (CH-IDX) = "SCORE "
               MOVE WS-PSI-ALERT TO WS-THIS-ALERT
           ELSE
               MOVE WS-CSI-ALERT TO WS-THIS-ALERT
           END-IF
           EVALUATE TRUE
               WHEN WS-CR-INDEX (CH-IDX) >= WS-THIS-ALERT
                   MOVE "ALERT" TO WS-CR-STATUS (CH-IDX)
                   ADD 1 TO WS-ALERT-COUNT
               WHEN WS-CR-INDEX (CH-IDX) >= WS-WATCH-LEVEL
                   MOVE "WATCH" TO WS-CR-STATUS (CH-IDX)
               WHEN OTHER
                   MOVE "STABLE" TO WS-CR-STATUS (CH-IDX)
           END-EVALUATE.

       0450-WRITE-DISTRIBUTION.
           OPEN OUTPUT DISTRIBUTION-FILE
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > 33
               MOVE WS-REPORT-PERIOD TO SS-PERIOD
               MOVE WS-CK-CHAR-CODE (CL-IDX)  TO SS-CHAR-CODE
               MOVE WS-CK-BAND-LABEL (CL-IDX) TO SS-BAND-LABEL
               MOVE WS-CL-CUR-APPS (CL-IDX)     TO SS-APPLICATIONS
               MOVE WS-CL-CUR-APPROVED (CL-IDX) TO SS-APPROVED
               WRITE SCORE-DISTRIBUTION-RECORD
           END-PERFORM
           CLOSE DISTRIBUTION-FILE.

       0500-REPORT-SCORE-BANDS.
           MOVE SPACES TO STABILITY-REPORT-LINE
           STRING "SCORE STABILITY MONITORING  PERIOD "
                      DELIMITED BY SIZE
                  WS-REPORT-PERIOD DELIMITED BY SIZE
                  "  BASELINE " DELIMITED BY SIZE
                  WS-BASELINE-PERIOD DELIMITED BY SIZE
               INTO STABILITY-REPORT-LINE
           END-STRING
           WRITE STABILITY-REPORT-LINE
           MOVE ALL "-" TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           IF NOT WS-HAVE-BASELINE
               MOVE "NO BASELINE SAVED -- INDEXES NOT COMPUTED"
                   TO STABILITY-REPORT-LINE
               WRITE STABILITY-REPORT-LINE
           END-IF
           MOVE SPACES TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           MOVE "SCORE BAND DISTRIBUTION AND APPROVAL RATE"
               TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           MOVE WS-BAND-HEADING TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           SET CH-IDX TO 1
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > 11
               PERFORM 0550-REPORT-ONE-BAND
           END-PERFORM.

      ******************************************************************
      * One band line: this month's count and share, the baseline
      * share, and the approval rate now and in the baseline with
      * the shift between them in points.
      ******************************************************************
       0550-REPORT-ONE-BAND.
           MOVE WS-CL-CUR-APPS (CL-IDX) TO WS-CNT-EDITED
           MOVE ZERO TO WS-RATE-WORK
           IF WS-CR-CUR-TOTAL (CH-IDX) > ZERO
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-CL-CUR-APPS (CL-IDX) * 100
                   / WS-CR-CUR-TOTAL (CH-IDX)
           END-IF
           MOVE WS-RATE-WORK TO WS-PCT-EDITED
           MOVE ZERO TO WS-RATE-WORK
           IF WS-CR-BASE-TOTAL (CH-IDX) > ZERO
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-CL-BASE-APPS (CL-IDX) * 100
                   / WS-CR-BASE-TOTAL (CH-IDX)
           END-IF
           MOVE WS-RATE-WORK TO WS-PCT-EDITED-2
           MOVE ZERO TO WS-RATE-WORK
           IF WS-CL-CUR-APPS (CL-IDX) > ZERO
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-CL-CUR-APPROVED (CL-IDX) * 100
                   / WS-CL-CUR-APPS (CL-IDX)
           END-IF
           MOVE WS-RATE-WORK TO WS-PCT-EDITED-3
           MOVE ZERO TO WS-RATE-WORK-2
           IF WS-CL-BASE-APPS (CL-IDX) > ZERO
               COMPUTE WS-RATE-WORK-2 ROUNDED =
                   WS-CL-BASE-APPROVED (CL-IDX) * 100
                   / WS-CL-BASE-APPS (CL-IDX)
           END-IF
           MOVE WS-RATE-WORK-2 TO WS-PCT-EDITED-4
           COMPUTE WS-SHIFT-WORK = WS-RATE-WORK - WS-RATE-WORK-2
           MOVE WS-SHIFT-WORK TO WS-SHIFT-EDITED
           MOVE SPACES TO STABILITY-REPORT-LINE
           STRING WS-CK-BAND-LABEL (CL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CNT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-EDITED-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-EDITED-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-EDITED-4 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SHIFT-EDITED DELIMITED BY SIZE
               INTO STABILITY-REPORT-LINE
           END-STRING
           WRITE STABILITY-REPORT-LINE.

       0600-REPORT-INDEXES.
           MOVE SPACES TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           MOVE "STABILITY INDEXES" TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           MOVE ALL "-" TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > 6
               PERFORM 0650-REPORT-ONE-INDEX
           END-PERFORM.

       0650-REPORT-ONE-INDEX.
           MOVE WS-CR-INDEX (CH-IDX) TO WS-INDEX-EDITED
           MOVE SPACES TO STABILITY-REPORT-LINE
           IF WS-CH-CODE (CH-IDX) = "SCORE "
               STRING "PSI " DELIMITED BY SIZE
                      WS-CH-TITLE (CH-IDX) DELIMITED BY SIZE
                      WS-INDEX-EDITED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CR-STATUS (CH-IDX) DELIMITED BY SIZE
                   INTO STABILITY-REPORT-LINE
               END-STRING
           ELSE
               STRING "CSI " DELIMITED BY SIZE
                      WS-CH-TITLE (CH-IDX) DELIMITED BY SIZE
                      WS-INDEX-EDITED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CR-STATUS (CH-IDX) DELIMITED BY SIZE
                   INTO STABILITY-REPORT-LINE
               END-STRING
           END-IF
           WRITE STABILITY-REPORT-LINE
           IF WS-CR-STATUS (CH-IDX) = "ALERT"
               IF WS-CH-CODE (CH-IDX) = "SCORE "
                   MOVE WS-PSI-ALERT TO WS-LIMIT-EDITED
               ELSE
                   MOVE WS-CSI-ALERT TO WS-LIMIT-EDITED
               END-IF
               MOVE SPACES TO STABILITY-REPORT-LINE
               STRING "  ** PAST ALERT THRESHOLD " DELIMITED BY SIZE
                      WS-LIMIT-EDITED DELIMITED BY SIZE
                      " -- REFER TO CREDIT POLICY **"
                          DELIMITED BY SIZE
                   INTO STABILITY-REPORT-LINE
               END-STRING
               WRITE STABILITY-REPORT-LINE
           END-IF.

       0700-REPORT-CHARACTERISTICS.
           MOVE SPACES TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           MOVE "CHARACTERISTIC DISTRIBUTION AND APPROVAL RATE"
               TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           PERFORM VARYING CH-IDX FROM 2 BY 1
                   UNTIL CH-IDX > 6
               MOVE SPACES TO STABILITY-REPORT-LINE
               WRITE STABILITY-REPORT-LINE
               MOVE WS-CH-TITLE (CH-IDX) TO STABILITY-REPORT-LINE
               WRITE STABILITY-REPORT-LINE
               MOVE WS-BAND-HEADING TO STABILITY-REPORT-LINE
               WRITE STABILITY-REPORT-LINE
               PERFORM VARYING CL-IDX FROM WS-CH-FIRST-CELL (CH-IDX)
                       BY 1 UNTIL CL-IDX > WS-CH-LAST-CELL (CH-IDX)
                   PERFORM 0550-REPORT-ONE-BAND
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * Performance of the book by the score it was approved at:
      * loans, loans behind on tonight's DELINQ, and loans in the
      * ninety-day bucket.
      ******************************************************************
       0800-REPORT-PERFORMANCE.
           MOVE SPACES TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           MOVE "DELINQUENCY BY SCORE BAND -- LOANS BOOKED"
               TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           MOVE WS-PERF-HEADING TO STABILITY-REPORT-LINE
           WRITE STABILITY-REPORT-LINE
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > 12
               PERFORM 0850-REPORT-ONE-PERFORMANCE
           END-PERFORM.

       0850-REPORT-ONE-PERFORMANCE.
           MOVE WS-PF-LOANS (PF-IDX)      TO WS-CNT-EDITED
           MOVE WS-PF-DELINQUENT (PF-IDX) TO WS-CNT-EDITED-2
           MOVE WS-PF-SERIOUS (PF-IDX)    TO WS-CNT-EDITED-3
           MOVE ZERO TO WS-RATE-WORK
           MOVE ZERO TO WS-RATE-WORK-2
           IF WS-PF-LOANS (PF-IDX) > ZERO
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-PF-DELINQUENT (PF-IDX) * 100
                   / WS-PF-LOANS (PF-IDX)
               COMPUTE WS-RATE-WORK-2 ROUNDED =
                   WS-PF-SERIOUS (PF-IDX) * 100
                   / WS-PF-LOANS (PF-IDX)
           END-IF
           MOVE WS-RATE-WORK   TO WS-PCT-EDITED
           MOVE WS-RATE-WORK-2 TO WS-PCT-EDITED-2
           MOVE SPACES TO STABILITY-REPORT-LINE
           IF PF-IDX = 12
               MOVE "UNSCORED" TO STABILITY-REPORT-LINE (1:8)
           ELSE
               SET CL-IDX TO PF-IDX
               MOVE WS-CK-BAND-LABEL (CL-IDX)
                   TO STABILITY-REPORT-LINE (1:8)
           END-IF
           STRING WS-CNT-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CNT-EDITED-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CNT-EDITED-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-EDITED-2 DELIMITED BY SIZE
               INTO STABILITY-REPORT-LINE (11:70)
           END-STRING
           WRITE STABILITY-REPORT-LINE.
