       IDENTIFICATION DIVISION.
       PROGRAM-ID. BonusCalibrationReport.

      ******************************************************************
      * Calibration check on tonight's performance ratings, run
      * straight after the roster bonus run and before managers sign
      * anything off in BonusApproval -- HR's guideline distribution
      * used to be checked only after the money was paid.  Every
      * RATINGS row for an employee still on the roster (terminated
      * employees aside) is counted, per department and per
      * department within region (EMP-REGION-CODE), at its rating;
      * each rating's share of the group is set against the RATGUIDE
      * guideline and its tolerance, and a group with any rating
      * outside tolerance is flagged.  The employee's award is the
      * BONUSOUT "PAID" row -- paid now plus deferred -- taken as a
      * percentage of EMP-ANNUAL-SALARY, and averaged per rating.
      * The pay-equity view then compares those award percentages
      * across age bands (EMP-AGE) and tenure bands (whole years
      * from EMP-HIRE-DATE to the business date) within the same
      * rating, flagging any band whose average strays more than
      * WS-EQUITY-BAND points from the rating's average.  Ratings
      * print in RATMULT order, then any the multiplier table does
      * not know.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFORMANCE-RATING-FILE
               ASSIGN TO "RATINGS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RATING-MULTIPLIER-FILE
               ASSIGN TO "RATMULT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.

           SELECT BONUS-OUTPUT-FILE
               ASSIGN TO "BONUSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-FS.

           SELECT RATING-GUIDELINE-FILE
               ASSIGN TO "RATGUIDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GD-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT CALIBRATION-REPORT-FILE
               ASSIGN TO "CALIBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERFORMANCE-RATING-FILE.
           COPY RATINGRC.

       FD  RATING-MULTIPLIER-FILE.
           COPY RATMULT.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  BONUS-OUTPUT-FILE.
       01  BONUS-OUTPUT-REC.
           05  BO-EMP-ID             PIC X(06).
           05  BO-EMP-DEPT           PIC X(03).
           05  BO-RAW-BONUS          PIC 9(07)V99.
           05  BO-FINAL-BONUS        PIC 9(07)V99.
           05  BO-EMP-SALARY         PIC 9(07)V99.
           05  BO-NET-BONUS          PIC 9(07)V99.
           05  BO-NET-SALARY         PIC 9(07)V99.
           05  BO-REMARK             PIC X(20).
           05  BO-BONUS-PERIOD       PIC X(06).
           05  BO-RATING             PIC X(01).
           05  BO-TIME-FACTOR        PIC 9(01)V9(06).
           05  BO-POOL-FACTOR        PIC 9(01)V9(06).
           05  BO-DEFERRED-AMT       PIC 9(07)V99.

       FD  RATING-GUIDELINE-FILE.
           COPY RATGUIDE.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  CALIBRATION-REPORT-FILE.
       01  CALIBRATION-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RATINGWS.

       01  WS-EMP-FS                PIC X(02).
       01  WS-BO-FS                 PIC X(02).
       01  WS-GD-FS                 PIC X(02).
       01  WS-EMP-EOF-SW            PIC X(01) VALUE "N".
           88  WS-EMP-EOF           VALUE "Y".
       01  WS-BO-EOF-SW             PIC X(01) VALUE "N".
           88  WS-BO-EOF            VALUE "Y".
       01  WS-GD-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GD-EOF            VALUE "Y".

      ******************************************************************
      * The roster, with each employee's award from BONUSOUT added
      * in as it is matched.
      ******************************************************************
       01  WS-ROSTER-AREA.
           05  WS-EM-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-EM-ROW OCCURS 500 TIMES
                             INDEXED BY EM-IDX.
               10  WS-EM-EMP-ID          PIC X(06).
               10  WS-EM-DEPT            PIC X(03).
               10  WS-EM-REGION          PIC X(03).
               10  WS-EM-AGE             PIC 9(02).
               10  WS-EM-SALARY          PIC 9(07)V99 COMP-3.
               10  WS-EM-HIRE-DATE       PIC 9(08).
               10  WS-EM-STATUS          PIC X(01).
               10  WS-EM-AWARD           PIC 9(09)V99 COMP-3.
               10  WS-EM-AWARDED-SW      PIC X(01).
       01  WS-EM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-EM-FOUND          VALUE "Y".

       01  WS-GUIDE-AREA.
           05  WS-GD-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-GD-ROW OCCURS 100 TIMES
                             INDEXED BY GD-IDX.
               10  WS-GD-DEPT            PIC X(03).
               10  WS-GD-RATING          PIC X(01).
               10  WS-GD-GUIDE-PCT       PIC 9(03)V99 COMP-3.
               10  WS-GD-TOL-PCT         PIC 9(03)V99 COMP-3.
       01  WS-GD-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-GD-FOUND          VALUE "Y".

      ******************************************************************
      * Every rating the report prints, with the pay-equity
      * accumulators for that rating: awarded employees and the sum
      * of their award percentages, overall and per age and tenure
      * band.
      ******************************************************************
       01  WS-RATING-LIST-AREA.
           05  WS-RL-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-RL-ROW OCCURS 10 TIMES
                             INDEXED BY RL-IDX.
               10  WS-RL-RATING          PIC X(01).
               10  WS-RL-AWARDED         PIC 9(05) COMP.
               10  WS-RL-PCT-SUM         PIC 9(07)V99 COMP-3.
               10  WS-RL-AGE-BAND OCCURS 4 TIMES.
                   15  WS-RL-AGE-AWARDED     PIC 9(05) COMP.
                   15  WS-RL-AGE-PCT-SUM     PIC 9(07)V99 COMP-3.
               10  WS-RL-TEN-BAND OCCURS 5 TIMES.
                   15  WS-RL-TEN-AWARDED     PIC 9(05) COMP.
                   15  WS-RL-TEN-PCT-SUM     PIC 9(07)V99 COMP-3.
       01  WS-RL-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-RL-FOUND          VALUE "Y".

      ******************************************************************
      * One group per department and region, plus a region "ALL"
      * group per department for the department as a whole.
      ******************************************************************
       01  WS-GROUP-AREA.
           05  WS-GP-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-GP-ROW OCCURS 100 TIMES
                             INDEXED BY GP-IDX GP-IDX2.
               10  WS-GP-DEPT            PIC X(03).
               10  WS-GP-REGION          PIC X(03).
               10  WS-GP-RATED           PIC 9(05) COMP.
       01  WS-GP-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-GP-FOUND          VALUE "Y".

       01  WS-CELL-AREA.
           05  WS-CL-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-CL-ROW OCCURS 600 TIMES
                             INDEXED BY CL-IDX.
               10  WS-CL-DEPT            PIC X(03).
               10  WS-CL-REGION          PIC X(03).
               10  WS-CL-RATING          PIC X(01).
               10  WS-CL-RATED           PIC 9(05) COMP.
               10  WS-CL-AWARDED         PIC 9(05) COMP.
               10  WS-CL-PCT-SUM         PIC 9(07)V99 COMP-3.
       01  WS-CL-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-CL-FOUND          VALUE "Y".

       01  WS-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  WS-OVERFLOW          VALUE "Y".

      ******************************************************************
      * Band labels.  Age bands break at 30, 40 and 50; tenure bands
      * at 1, 3, 5 and 10 completed years of service.
      ******************************************************************
       01  WS-AGE-BAND-VALUES.
           05  FILLER               PIC X(08) VALUE "UNDER 30".
           05  FILLER               PIC X(08) VALUE "30 - 39 ".
           05  FILLER               PIC X(08) VALUE "40 - 49 ".
           05  FILLER               PIC X(08) VALUE "50 +    ".
       01  WS-AGE-BAND-TABLE REDEFINES WS-AGE-BAND-VALUES.
           05  WS-AGE-BAND-LABEL    PIC X(08) OCCURS 4 TIMES.

       01  WS-TEN-BAND-VALUES.
           05  FILLER               PIC X(08) VALUE "UNDER 1 ".
           05  FILLER               PIC X(08) VALUE "1 - 2   ".
           05  FILLER               PIC X(08) VALUE "3 - 4   ".
           05  FILLER               PIC X(08) VALUE "5 - 9   ".
           05  FILLER               PIC X(08) VALUE "10 +    ".
       01  WS-TEN-BAND-TABLE REDEFINES WS-TEN-BAND-VALUES.
           05  WS-TEN-BAND-LABEL    PIC X(08) OCCURS 5 TIMES.

      ******************************************************************
      * A band's average award percentage may sit this many points
      * either side of its rating's average before it is flagged for
      * review.
      ******************************************************************
       01  WS-EQUITY-BAND           PIC 9(03)V99 COMP-3 VALUE 2.00.

       01  WS-WORK-EMP-ID           PIC X(06).
       01  WS-WORK-DEPT             PIC X(03).
       01  WS-WORK-REGION           PIC X(03).
       01  WS-WORK-RATING           PIC X(01).
       01  WS-CELL-REGION           PIC X(03).
       01  WS-AWARD-PCT             PIC 9(03)V99 COMP-3.
       01  WS-HAS-AWARD-SW          PIC X(01) VALUE "N".
           88  WS-HAS-AWARD         VALUE "Y".
       01  WS-AGE-SUB               PIC 9(01) COMP.
       01  WS-TEN-SUB               PIC 9(01) COMP.
       01  WS-BAND-SUB              PIC 9(01) COMP.

       01  WS-HIRE-WORK             PIC 9(08).
       01  WS-HIRE-PARTS REDEFINES WS-HIRE-WORK.
           05  WS-HIRE-YYYY         PIC 9(04).
           05  WS-HIRE-MMDD         PIC 9(04).
       01  WS-BIZ-WORK              PIC 9(08).
       01  WS-BIZ-PARTS REDEFINES WS-BIZ-WORK.
           05  WS-BIZ-YYYY          PIC 9(04).
           05  WS-BIZ-MMDD          PIC 9(04).
       01  WS-TENURE-YEARS          PIC S9(04) COMP.

      ******************************************************************
      * The group being reported and the guideline it is held to
      * (spaces when RATGUIDE has nothing for it).
      ******************************************************************
       01  WS-THIS-DEPT             PIC X(03).
       01  WS-THIS-REGION           PIC X(03).
       01  WS-THIS-RATED            PIC 9(05) COMP.
       01  WS-GUIDE-DEPT            PIC X(03).
       01  WS-GROUP-OUT-SW          PIC X(01) VALUE "N".
           88  WS-GROUP-OUT         VALUE "Y".

       01  WS-LINE-RATED            PIC 9(05) COMP.
       01  WS-LINE-AWARDED          PIC 9(05) COMP.
       01  WS-LINE-PCT-SUM          PIC 9(07)V99 COMP-3.
       01  WS-ACTUAL-PCT            PIC 9(03)V99 COMP-3.
       01  WS-AVG-PCT               PIC 9(03)V99 COMP-3.
       01  WS-RATING-AVG-PCT        PIC 9(03)V99 COMP-3.
       01  WS-VARIANCE              PIC S9(03)V99 COMP-3.
       01  WS-ABS-VARIANCE          PIC 9(03)V99 COMP-3.
       01  WS-LINE-FLAG             PIC X(07).

       01  WS-BAND-PREFIX           PIC X(03).
       01  WS-BAND-LABEL            PIC X(08).
       01  WS-BAND-AWARDED          PIC 9(05) COMP.
       01  WS-BAND-PCT-SUM          PIC 9(07)V99 COMP-3.

       01  WS-CNT-EDITED            PIC ZZZZ9.
       01  WS-CNT-EDITED-2          PIC ZZZZ9.
       01  WS-PCT-EDITED            PIC ZZ9.99.
       01  WS-AVG-EDITED            PIC ZZ9.99.
       01  WS-VAR-EDITED            PIC ---9.99.
       01  WS-GUIDE-TEXT            PIC X(06).
       01  WS-TOL-TEXT              PIC X(06).
       01  WS-VAR-TEXT              PIC X(07).

      ******************************************************************
      * Column heading for the distribution lines, laid out to sit
      * over the fields 0570-REPORT-RATING-LINE strings together.
      ******************************************************************
       01  WS-DIST-HEADING.
           05  FILLER               PIC X(24)
                   VALUE "  RATING  COUNT  ACTUAL%".
           05  FILLER               PIC X(25)
                   VALUE "  GUIDE%   +/-%  VARIANCE".
           05  FILLER               PIC X(19)
                   VALUE "  AWARDED  AVG AWD%".
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-RATINGS-READ          PIC 9(05) COMP VALUE ZERO.
       01  WS-RATED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ON-ROSTER         PIC 9(05) COMP VALUE ZERO.
       01  WS-TERMINATED-SKIPPED    PIC 9(05) COMP VALUE ZERO.
       01  WS-AWARDS-MATCHED        PIC 9(05) COMP VALUE ZERO.
       01  WS-DEPTS-OUT             PIC 9(05) COMP VALUE ZERO.
       01  WS-REGIONS-OUT           PIC 9(05) COMP VALUE ZERO.
       01  WS-BANDS-FLAGGED         PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 4 when a department is outside its
      * guideline tolerance or an equity band is flagged, and 12
      * (no report) when EMPFILE can't be opened or a table
      * overflows.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0130-LOAD-ROSTER
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0150-LOAD-GUIDELINES
               PERFORM 0155-LOAD-RATINGS
               PERFORM 0158-LOAD-RATING-MULTIPLIERS
               PERFORM 0160-BUILD-RATING-LIST
               PERFORM 0200-MATCH-AWARDS
               PERFORM 0300-TALLY-RATINGS
           END-IF
           IF WS-OVERFLOW
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT CALIBRATION-REPORT-FILE
           PERFORM 0500-REPORT-DISTRIBUTION
           PERFORM 0700-REPORT-AGE-EQUITY
           PERFORM 0750-REPORT-TENURE-EQUITY
           CLOSE CALIBRATION-REPORT-FILE
           IF WS-DEPTS-OUT > ZERO OR WS-BANDS-FLAGGED > ZERO
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== BonusCalibrationReport CONTROL TOTALS ====="
           DISPLAY "RATINGS READ:        " WS-RATINGS-READ
           DISPLAY "EMPLOYEES RATED:     " WS-RATED-COUNT
           DISPLAY "NOT ON ROSTER:       " WS-NOT-ON-ROSTER
           DISPLAY "TERMINATED SKIPPED:  " WS-TERMINATED-SKIPPED
           DISPLAY "AWARDS MATCHED:      " WS-AWARDS-MATCHED
           DISPLAY "DEPTS OUT OF TOL:    " WS-DEPTS-OUT
           DISPLAY "REGIONS OUT OF TOL:  " WS-REGIONS-OUT
           DISPLAY "EQUITY BANDS FLAGGED:" WS-BANDS-FLAGGED
           GOBACK.

      ******************************************************************
      * Tenure is measured to the business date, so a rerun ages
      * nobody.  A missing BIZDATE falls back to the wall clock.
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
           MOVE WS-BUSINESS-DATE TO WS-BIZ-WORK.

       0130-LOAD-ROSTER.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FS NOT = "00"
               DISPLAY "BonusCalibrationReport: EMPFILE OPEN FAILED FS="
                   WS-EMP-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               SET EM-IDX TO 1
               PERFORM UNTIL WS-EMP-EOF
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO WS-EMP-EOF-SW
                       NOT AT END
                           IF WS-EM-COUNT >= 500
                               DISPLAY "BonusCalibrationReport: "
                                   "EMPFILE EXCEEDS TABLE CAPACITY"
                               MOVE "Y" TO WS-OVERFLOW-SW
                               MOVE "Y" TO WS-EMP-EOF-SW
                           ELSE
                               PERFORM 0135-STORE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       0135-STORE-EMPLOYEE.
           MOVE EMP-ID            TO WS-EM-EMP-ID (EM-IDX)
           MOVE EMP-DEPT          TO WS-EM-DEPT (EM-IDX)
           IF EMP-REGION-CODE = SPACES
               MOVE "???"         TO WS-EM-REGION (EM-IDX)
           ELSE
               MOVE EMP-REGION-CODE TO WS-EM-REGION (EM-IDX)
           END-IF
           MOVE EMP-AGE           TO WS-EM-AGE (EM-IDX)
           MOVE EMP-ANNUAL-SALARY TO WS-EM-SALARY (EM-IDX)
           MOVE EMP-HIRE-DATE     TO WS-EM-HIRE-DATE (EM-IDX)
           MOVE EMP-STATUS        TO WS-EM-STATUS (EM-IDX)
           MOVE ZERO              TO WS-EM-AWARD (EM-IDX)
           MOVE "N"               TO WS-EM-AWARDED-SW (EM-IDX)
           SET EM-IDX UP BY 1
           ADD 1 TO WS-EM-COUNT.

      ******************************************************************
      * No RATGUIDE dataset still produces the distribution; there
      * is just nothing to hold it to.
      ******************************************************************
       0150-LOAD-GUIDELINES.
           OPEN INPUT RATING-GUIDELINE-FILE
           IF WS-GD-FS = "00"
               SET GD-IDX TO 1
               PERFORM UNTIL WS-GD-EOF
                   READ RATING-GUIDELINE-FILE
                       AT END
                           MOVE "Y" TO WS-GD-EOF-SW
                       NOT AT END
                           IF WS-GD-COUNT >= 100
                               DISPLAY "BonusCalibrationReport: "
                                   "RATGUIDE EXCEEDS TABLE CAPACITY"
                               MOVE "Y" TO WS-OVERFLOW-SW
                               MOVE "Y" TO WS-GD-EOF-SW
                           ELSE
                               MOVE GD-DEPT-CODE
                                   TO WS-GD-DEPT (GD-IDX)
                               MOVE GD-RATING
                                   TO WS-GD-RATING (GD-IDX)
                               MOVE GD-GUIDE-PCT
                                   TO WS-GD-GUIDE-PCT (GD-IDX)
                               MOVE GD-TOLERANCE-PCT
                                   TO WS-GD-TOL-PCT (GD-IDX)
                               SET GD-IDX UP BY 1
                               ADD 1 TO WS-GD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATING-GUIDELINE-FILE
           END-IF.

       0155-LOAD-RATINGS.
           OPEN INPUT PERFORMANCE-RATING-FILE
           MOVE "N" TO WS-PR-EOF-SW
           SET PR-IDX TO 1
           PERFORM UNTIL WS-PR-EOF
               READ PERFORMANCE-RATING-FILE
                   AT END
                       MOVE "Y" TO WS-PR-EOF-SW
                   NOT AT END
                       IF WS-PR-COUNT >= 500
                           DISPLAY "BonusCalibrationReport: "
                               "RATINGS EXCEEDS TABLE CAPACITY"
                           MOVE "Y" TO WS-OVERFLOW-SW
                           MOVE "Y" TO WS-PR-EOF-SW
                       ELSE
                           MOVE PR-EMP-ID TO WS-PR-EMP-ID (PR-IDX)
                           MOVE PR-RATING TO WS-PR-RATING (PR-IDX)
                           SET PR-IDX UP BY 1
                           ADD 1 TO WS-PR-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERFORMANCE-RATING-FILE.

       0158-LOAD-RATING-MULTIPLIERS.
           OPEN INPUT RATING-MULTIPLIER-FILE
           MOVE "N" TO WS-RM-EOF-SW
           SET RM-IDX TO 1
           PERFORM UNTIL WS-RM-EOF
               READ RATING-MULTIPLIER-FILE
                   AT END
                       MOVE "Y" TO WS-RM-EOF-SW
                   NOT AT END
                       IF WS-RM-COUNT < 10
                           MOVE RM-RATING TO WS-RM-RATING (RM-IDX)
                           MOVE RM-MULTIPLIER
                               TO WS-RM-MULTIPLIER (RM-IDX)
                           SET RM-IDX UP BY 1
                           ADD 1 TO WS-RM-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATING-MULTIPLIER-FILE.

      ******************************************************************
      * RATMULT's ratings first, in table order, then any rating
      * the guideline names that RATMULT doesn't; ratings first seen
      * on RATINGS are added as they are tallied.
      ******************************************************************
       0160-BUILD-RATING-LIST.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > WS-RM-COUNT
               MOVE WS-RM-RATING (RM-IDX) TO WS-WORK-RATING
               PERFORM 0165-FIND-RATING
           END-PERFORM
           PERFORM VARYING GD-IDX FROM 1 BY 1
                   UNTIL GD-IDX > WS-GD-COUNT
               MOVE WS-GD-RATING (GD-IDX) TO WS-WORK-RATING
               PERFORM 0165-FIND-RATING
           END-PERFORM.

       0165-FIND-RATING.
           MOVE "N" TO WS-RL-FOUND-SW
           SET RL-IDX TO 1
           PERFORM UNTIL WS-RL-FOUND OR RL-IDX > WS-RL-COUNT
               IF WS-RL-RATING (RL-IDX) = WS-WORK-RATING
                   MOVE "Y" TO WS-RL-FOUND-SW
               ELSE
                   SET RL-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-RL-FOUND
               IF WS-RL-COUNT >= 10
                   DISPLAY "BonusCalibrationReport: "
                       "RATING LIST EXCEEDS TABLE CAPACITY"
                   MOVE "Y" TO WS-OVERFLOW-SW
               ELSE
                   SET RL-IDX TO WS-RL-COUNT
                   SET RL-IDX UP BY 1
                   INITIALIZE WS-RL-ROW (RL-IDX)
                   MOVE WS-WORK-RATING TO WS-RL-RATING (RL-IDX)
                   ADD 1 TO WS-RL-COUNT
                   MOVE "Y" TO WS-RL-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * Only the "PAID" row is the employee's award for the period;
      * INCENTIVE and DEFER RELEASE rows are other money, and an
      * ALREADY PAID row carries none.
      ******************************************************************
       0200-MATCH-AWARDS.
           OPEN INPUT BONUS-OUTPUT-FILE
           IF WS-BO-FS = "00"
               PERFORM UNTIL WS-BO-EOF
                   READ BONUS-OUTPUT-FILE
                       AT END
                           MOVE "Y" TO WS-BO-EOF-SW
                       NOT AT END
                           IF BO-REMARK = "PAID"
                               MOVE BO-EMP-ID TO WS-WORK-EMP-ID
                               PERFORM 0250-FIND-EMPLOYEE
                               IF WS-EM-FOUND
                                   ADD BO-FINAL-BONUS BO-DEFERRED-AMT
                                       TO WS-EM-AWARD (EM-IDX)
                                   MOVE "Y"
                                       TO WS-EM-AWARDED-SW (EM-IDX)
                                   ADD 1 TO WS-AWARDS-MATCHED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BONUS-OUTPUT-FILE
           END-IF.

       0250-FIND-EMPLOYEE.
           MOVE "N" TO WS-EM-FOUND-SW
           SET EM-IDX TO 1
           PERFORM UNTIL WS-EM-FOUND OR EM-IDX > WS-EM-COUNT
               IF WS-EM-EMP-ID (EM-IDX) = WS-WORK-EMP-ID
                   MOVE "Y" TO WS-EM-FOUND-SW
               ELSE
                   SET EM-IDX UP BY 1
               END-IF
           END-PERFORM.

       0300-TALLY-RATINGS.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PR-COUNT OR WS-OVERFLOW
               PERFORM 0310-TALLY-ONE-RATING
           END-PERFORM.

       0310-TALLY-ONE-RATING.
           ADD 1 TO WS-RATINGS-READ
           MOVE WS-PR-EMP-ID (PR-IDX) TO WS-WORK-EMP-ID
           PERFORM 0250-FIND-EMPLOYEE
           EVALUATE TRUE
               WHEN NOT WS-EM-FOUND
                   ADD 1 TO WS-NOT-ON-ROSTER
               WHEN WS-EM-STATUS (EM-IDX) = "T"
                   ADD 1 TO WS-TERMINATED-SKIPPED
               WHEN OTHER
                   ADD 1 TO WS-RATED-COUNT
                   MOVE WS-EM-DEPT (EM-IDX)   TO WS-WORK-DEPT
                   MOVE WS-EM-REGION (EM-IDX) TO WS-WORK-REGION
                   MOVE WS-PR-RATING (PR-IDX) TO WS-WORK-RATING
                   PERFORM 0165-FIND-RATING
                   PERFORM 0320-COMPUTE-AWARD-PCT
                   MOVE WS-WORK-REGION TO WS-CELL-REGION
                   PERFORM 0330-TALLY-CELL
                   MOVE "ALL" TO WS-CELL-REGION
                   PERFORM 0330-TALLY-CELL
                   IF WS-HAS-AWARD AND WS-RL-FOUND
                       PERFORM 0340-TALLY-EQUITY
                   END-IF
           END-EVALUATE.

       0320-COMPUTE-AWARD-PCT.
           MOVE "N" TO WS-HAS-AWARD-SW
           MOVE ZERO TO WS-AWARD-PCT
           IF WS-EM-AWARDED-SW (EM-IDX) = "Y"
              AND WS-EM-SALARY (EM-IDX) > ZERO
               COMPUTE WS-AWARD-PCT ROUNDED =
                   WS-EM-AWARD (EM-IDX) * 100 / WS-EM-SALARY (EM-IDX)
               MOVE "Y" TO WS-HAS-AWARD-SW
           END-IF.

       0330-TALLY-CELL.
           MOVE "N" TO WS-GP-FOUND-SW
           SET GP-IDX TO 1
           PERFORM UNTIL WS-GP-FOUND OR GP-IDX > WS-GP-COUNT
               IF WS-GP-DEPT (GP-IDX) = WS-WORK-DEPT
                  AND WS-GP-REGION (GP-IDX) = WS-CELL-REGION
                   MOVE "Y" TO WS-GP-FOUND-SW
               ELSE
                   SET GP-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-GP-FOUND
               IF WS-GP-COUNT >= 100
                   DISPLAY "BonusCalibrationReport: "
                       "GROUPS EXCEED TABLE CAPACITY"
                   MOVE "Y" TO WS-OVERFLOW-SW
               ELSE
                   SET GP-IDX TO WS-GP-COUNT
                   SET GP-IDX UP BY 1
                   MOVE WS-WORK-DEPT   TO WS-GP-DEPT (GP-IDX)
                   MOVE WS-CELL-REGION TO WS-GP-REGION (GP-IDX)
                   MOVE ZERO TO WS-GP-RATED (GP-IDX)
                   ADD 1 TO WS-GP-COUNT
                   MOVE "Y" TO WS-GP-FOUND-SW
               END-IF
           END-IF
           IF WS-GP-FOUND
               ADD 1 TO WS-GP-RATED (GP-IDX)
           END-IF
           PERFORM 0335-FIND-CELL
           IF NOT WS-CL-FOUND
               IF WS-CL-COUNT >= 600
                   DISPLAY "BonusCalibrationReport: "
                       "CELLS EXCEED TABLE CAPACITY"
                   MOVE "Y" TO WS-OVERFLOW-SW
               ELSE
                   SET CL-IDX TO WS-CL-COUNT
                   SET CL-IDX UP BY 1
                   MOVE WS-WORK-DEPT   TO WS-CL-DEPT (CL-IDX)
                   MOVE WS-CELL-REGION TO WS-CL-REGION (CL-IDX)
                   MOVE WS-WORK-RATING TO WS-CL-RATING (CL-IDX)
                   MOVE ZERO TO WS-CL-RATED (CL-IDX)
                   MOVE ZERO TO WS-CL-AWARDED (CL-IDX)
                   MOVE ZERO TO WS-CL-PCT-SUM (CL-IDX)
                   ADD 1 TO WS-CL-COUNT
                   MOVE "Y" TO WS-CL-FOUND-SW
               END-IF
           END-IF
           IF WS-CL-FOUND
               ADD 1 TO WS-CL-RATED (CL-IDX)
               IF WS-HAS-AWARD
                   ADD 1 TO WS-CL-AWARDED (CL-IDX)
                   ADD WS-AWARD-PCT TO WS-CL-PCT-SUM (CL-IDX)
               END-IF
           END-IF.

       0335-FIND-CELL.
           MOVE "N" TO WS-CL-FOUND-SW
           SET CL-IDX TO 1
           PERFORM UNTIL WS-CL-FOUND OR CL-IDX > WS-CL-COUNT
               IF WS-CL-DEPT (CL-IDX) = WS-WORK-DEPT
                  AND WS-CL-REGION (CL-IDX) = WS-CELL-REGION
                  AND WS-CL-RATING (CL-IDX) = WS-WORK-RATING
                   MOVE "Y" TO WS-CL-FOUND-SW
               ELSE
                   SET CL-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Completed years of service: the year difference, less one
      * when the anniversary hasn't come round yet this year.
      ******************************************************************
       0340-TALLY-EQUITY.
           EVALUATE TRUE
               WHEN WS-EM-AGE (EM-IDX) < 30
                   MOVE 1 TO WS-AGE-SUB
               WHEN WS-EM-AGE (EM-IDX) < 40
                   MOVE 2 TO WS-AGE-SUB
               WHEN WS-EM-AGE (EM-IDX) < 50
                   MOVE 3 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-AGE-SUB
           END-EVALUATE
           MOVE WS-EM-HIRE-DATE (EM-IDX) TO WS-HIRE-WORK
           COMPUTE WS-TENURE-YEARS = WS-BIZ-YYYY - WS-HIRE-YYYY
           IF WS-BIZ-MMDD < WS-HIRE-MMDD
               SUBTRACT 1 FROM WS-TENURE-YEARS
           END-IF
           EVALUATE TRUE
               WHEN WS-TENURE-YEARS < 1
                   MOVE 1 TO WS-TEN-SUB
               WHEN WS-TENURE-YEARS < 3
                   MOVE 2 TO WS-TEN-SUB
               WHEN WS-TENURE-YEARS < 5
                   MOVE 3 TO WS-TEN-SUB
               WHEN WS-TENURE-YEARS < 10
                   MOVE 4 TO WS-TEN-SUB
               WHEN OTHER
                   MOVE 5 TO WS-TEN-SUB
           END-EVALUATE
           ADD 1 TO WS-RL-AWARDED (RL-IDX)
           ADD WS-AWARD-PCT TO WS-RL-PCT-SUM (RL-IDX)
           ADD 1 TO WS-RL-AGE-AWARDED (RL-IDX WS-AGE-SUB)
           ADD WS-AWARD-PCT TO WS-RL-AGE-PCT-SUM (RL-IDX WS-AGE-SUB)
           ADD 1 TO WS-RL-TEN-AWARDED (RL-IDX WS-TEN-SUB)
           ADD WS-AWARD-PCT TO WS-RL-TEN-PCT-SUM (RL-IDX WS-TEN-SUB).

      ******************************************************************
      * Each department as a whole, then the same department region
      * by region.  Only the department-wide result counts toward
      * the step's return code; the regional blocks show where a
      * department's skew comes from.
      ******************************************************************
       0500-REPORT-DISTRIBUTION.
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING "BONUS CALIBRATION - RATING DISTRIBUTION AS OF "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO CALIBRATION-REPORT-LINE
           END-STRING
           WRITE CALIBRATION-REPORT-LINE
           MOVE ALL "-" TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           PERFORM VARYING GP-IDX FROM 1 BY 1
                   UNTIL GP-IDX > WS-GP-COUNT
               IF WS-GP-REGION (GP-IDX) = "ALL"
                   MOVE WS-GP-DEPT (GP-IDX)   TO WS-THIS-DEPT
                   MOVE WS-GP-REGION (GP-IDX) TO WS-THIS-REGION
                   MOVE WS-GP-RATED (GP-IDX)  TO WS-THIS-RATED
                   PERFORM 0550-REPORT-GROUP
                   PERFORM VARYING GP-IDX2 FROM 1 BY 1
                           UNTIL GP-IDX2 > WS-GP-COUNT
                       IF WS-GP-DEPT (GP-IDX2) = WS-GP-DEPT (GP-IDX)
                          AND WS-GP-REGION (GP-IDX2) NOT = "ALL"
                           MOVE WS-GP-DEPT (GP-IDX2)
                               TO WS-THIS-DEPT
                           MOVE WS-GP-REGION (GP-IDX2)
                               TO WS-THIS-REGION
                           MOVE WS-GP-RATED (GP-IDX2)
                               TO WS-THIS-RATED
                           PERFORM 0550-REPORT-GROUP
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0550-REPORT-GROUP.
           PERFORM 0560-SET-GUIDELINE-DEPT
           MOVE WS-THIS-RATED TO WS-CNT-EDITED
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING "DEPT " DELIMITED BY SIZE
                  WS-THIS-DEPT DELIMITED BY SIZE
                  "  REGION " DELIMITED BY SIZE
                  WS-THIS-REGION DELIMITED BY SIZE
                  "  RATED " DELIMITED BY SIZE
                  WS-CNT-EDITED DELIMITED BY SIZE
                  "  GUIDELINE " DELIMITED BY SIZE
                  WS-GUIDE-DEPT DELIMITED BY SIZE
               INTO CALIBRATION-REPORT-LINE
           END-STRING
           IF WS-GUIDE-DEPT = SPACES
               MOVE "NONE" TO CALIBRATION-REPORT-LINE (46:4)
           END-IF
           WRITE CALIBRATION-REPORT-LINE
           MOVE WS-DIST-HEADING TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE "N" TO WS-GROUP-OUT-SW
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RL-COUNT
               PERFORM 0570-REPORT-RATING-LINE
           END-PERFORM
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-GUIDE-DEPT = SPACES
                   MOVE "  NO RATING GUIDELINE ON FILE"
                       TO CALIBRATION-REPORT-LINE
               WHEN WS-GROUP-OUT
                   MOVE "  *** OUTSIDE GUIDELINE TOLERANCE ***"
                       TO CALIBRATION-REPORT-LINE
                   IF WS-THIS-REGION = "ALL"
                       ADD 1 TO WS-DEPTS-OUT
                   ELSE
                       ADD 1 TO WS-REGIONS-OUT
                   END-IF
               WHEN OTHER
                   MOVE "  WITHIN GUIDELINE TOLERANCE"
                       TO CALIBRATION-REPORT-LINE
           END-EVALUATE
           WRITE CALIBRATION-REPORT-LINE
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE.

      ******************************************************************
      * A department with guideline rows of its own is held to them;
      * otherwise to the company-wide "ALL" rows, if there are any.
      ******************************************************************
       0560-SET-GUIDELINE-DEPT.
           MOVE SPACES TO WS-GUIDE-DEPT
           PERFORM VARYING GD-IDX FROM 1 BY 1
                   UNTIL GD-IDX > WS-GD-COUNT
               IF WS-GD-DEPT (GD-IDX) = WS-THIS-DEPT
                   MOVE WS-THIS-DEPT TO WS-GUIDE-DEPT
               END-IF
               IF WS-GD-DEPT (GD-IDX) = "ALL"
                  AND WS-GUIDE-DEPT = SPACES
                   MOVE "ALL" TO WS-GUIDE-DEPT
               END-IF
           END-PERFORM.

       0570-REPORT-RATING-LINE.
           MOVE WS-THIS-DEPT   TO WS-WORK-DEPT
           MOVE WS-THIS-REGION TO WS-CELL-REGION
           MOVE WS-RL-RATING (RL-IDX) TO WS-WORK-RATING
           PERFORM 0335-FIND-CELL
           IF WS-CL-FOUND
               MOVE WS-CL-RATED (CL-IDX)   TO WS-LINE-RATED
               MOVE WS-CL-AWARDED (CL-IDX) TO WS-LINE-AWARDED
               MOVE WS-CL-PCT-SUM (CL-IDX) TO WS-LINE-PCT-SUM
           ELSE
               MOVE ZERO TO WS-LINE-RATED
               MOVE ZERO TO WS-LINE-AWARDED
               MOVE ZERO TO WS-LINE-PCT-SUM
           END-IF
           MOVE "N" TO WS-GD-FOUND-SW
           IF WS-GUIDE-DEPT NOT = SPACES
               SET GD-IDX TO 1
               PERFORM UNTIL WS-GD-FOUND OR GD-IDX > WS-GD-COUNT
                   IF WS-GD-DEPT (GD-IDX) = WS-GUIDE-DEPT
                      AND WS-GD-RATING (GD-IDX) = WS-WORK-RATING
                       MOVE "Y" TO WS-GD-FOUND-SW
                   ELSE
                       SET GD-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LINE-RATED > ZERO OR WS-GD-FOUND
               PERFORM 0575-WRITE-RATING-LINE
           END-IF.

      ******************************************************************
      * A rating nobody in the group holds and the guideline doesn't
      * mention prints nothing.
      ******************************************************************
       0575-WRITE-RATING-LINE.
           IF WS-THIS-RATED > ZERO
               COMPUTE WS-ACTUAL-PCT ROUNDED =
                   WS-LINE-RATED * 100 / WS-THIS-RATED
           ELSE
               MOVE ZERO TO WS-ACTUAL-PCT
           END-IF
           IF WS-LINE-AWARDED > ZERO
               COMPUTE WS-AVG-PCT ROUNDED =
                   WS-LINE-PCT-SUM / WS-LINE-AWARDED
           ELSE
               MOVE ZERO TO WS-AVG-PCT
           END-IF
           MOVE SPACES TO WS-LINE-FLAG
           IF WS-GD-FOUND
               COMPUTE WS-VARIANCE =
                   WS-ACTUAL-PCT - WS-GD-GUIDE-PCT (GD-IDX)
               IF WS-VARIANCE < ZERO
                   COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
               ELSE
                   MOVE WS-VARIANCE TO WS-ABS-VARIANCE
               END-IF
               IF WS-ABS-VARIANCE > WS-GD-TOL-PCT (GD-IDX)
                   MOVE "OUTSIDE" TO WS-LINE-FLAG
                   MOVE "Y" TO WS-GROUP-OUT-SW
               END-IF
               MOVE WS-GD-GUIDE-PCT (GD-IDX) TO WS-PCT-EDITED
               MOVE WS-PCT-EDITED TO WS-GUIDE-TEXT
               MOVE WS-GD-TOL-PCT (GD-IDX) TO WS-PCT-EDITED
               MOVE WS-PCT-EDITED TO WS-TOL-TEXT
               MOVE WS-VARIANCE TO WS-VAR-EDITED
               MOVE WS-VAR-EDITED TO WS-VAR-TEXT
           ELSE
               MOVE "    --" TO WS-GUIDE-TEXT
               MOVE "    --" TO WS-TOL-TEXT
               MOVE "     --" TO WS-VAR-TEXT
           END-IF
           MOVE WS-LINE-RATED   TO WS-CNT-EDITED
           MOVE WS-LINE-AWARDED TO WS-CNT-EDITED-2
           MOVE WS-ACTUAL-PCT   TO WS-PCT-EDITED
           MOVE WS-AVG-PCT      TO WS-AVG-EDITED
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING "     " DELIMITED BY SIZE
                  WS-WORK-RATING DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-CNT-EDITED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PCT-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-GUIDE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOL-TEXT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-VAR-TEXT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-CNT-EDITED-2 DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-AVG-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LINE-FLAG DELIMITED BY SIZE
               INTO CALIBRATION-REPORT-LINE
           END-STRING
           WRITE CALIBRATION-REPORT-LINE.

      ******************************************************************
      * An empty band prints nothing -- there is no average to set
      * against the rating's.
      ******************************************************************
       0700-REPORT-AGE-EQUITY.
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE "PAY EQUITY - AWARD % BY AGE BAND WITHIN RATING"
               TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE ALL "-" TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE "AGE" TO WS-BAND-PREFIX
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RL-COUNT
               IF WS-RL-AWARDED (RL-IDX) > ZERO
                   PERFORM 0780-REPORT-RATING-AVERAGE
                   PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                           UNTIL WS-BAND-SUB > 4
                       MOVE WS-AGE-BAND-LABEL (WS-BAND-SUB)
                           TO WS-BAND-LABEL
                       MOVE WS-RL-AGE-AWARDED (RL-IDX WS-BAND-SUB)
                           TO WS-BAND-AWARDED
                       MOVE WS-RL-AGE-PCT-SUM (RL-IDX WS-BAND-SUB)
                           TO WS-BAND-PCT-SUM
                       IF WS-BAND-AWARDED > ZERO
                           PERFORM 0790-REPORT-BAND-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0750-REPORT-TENURE-EQUITY.
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE "PAY EQUITY - AWARD % BY TENURE WITHIN RATING"
               TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE ALL "-" TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE "YRS" TO WS-BAND-PREFIX
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RL-COUNT
               IF WS-RL-AWARDED (RL-IDX) > ZERO
                   PERFORM 0780-REPORT-RATING-AVERAGE
                   PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                           UNTIL WS-BAND-SUB > 5
                       MOVE WS-TEN-BAND-LABEL (WS-BAND-SUB)
                           TO WS-BAND-LABEL
                       MOVE WS-RL-TEN-AWARDED (RL-IDX WS-BAND-SUB)
                           TO WS-BAND-AWARDED
                       MOVE WS-RL-TEN-PCT-SUM (RL-IDX WS-BAND-SUB)
                           TO WS-BAND-PCT-SUM
                       IF WS-BAND-AWARDED > ZERO
                           PERFORM 0790-REPORT-BAND-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0780-REPORT-RATING-AVERAGE.
           COMPUTE WS-RATING-AVG-PCT ROUNDED =
               WS-RL-PCT-SUM (RL-IDX) / WS-RL-AWARDED (RL-IDX)
           MOVE WS-RL-AWARDED (RL-IDX) TO WS-CNT-EDITED
           MOVE WS-RATING-AVG-PCT TO WS-AVG-EDITED
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING "RATING " DELIMITED BY SIZE
                  WS-RL-RATING (RL-IDX) DELIMITED BY SIZE
                  "            AWARDED " DELIMITED BY SIZE
                  WS-CNT-EDITED DELIMITED BY SIZE
                  "  AVG AWD% " DELIMITED BY SIZE
                  WS-AVG-EDITED DELIMITED BY SIZE
               INTO CALIBRATION-REPORT-LINE
           END-STRING
           WRITE CALIBRATION-REPORT-LINE.

       0790-REPORT-BAND-LINE.
           COMPUTE WS-AVG-PCT ROUNDED =
               WS-BAND-PCT-SUM / WS-BAND-AWARDED
           COMPUTE WS-VARIANCE = WS-AVG-PCT - WS-RATING-AVG-PCT
           IF WS-VARIANCE < ZERO
               COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF
           MOVE SPACES TO WS-LINE-FLAG
           IF WS-ABS-VARIANCE > WS-EQUITY-BAND
               MOVE "REVIEW" TO WS-LINE-FLAG
               ADD 1 TO WS-BANDS-FLAGGED
           END-IF
           MOVE WS-BAND-AWARDED TO WS-CNT-EDITED
           MOVE WS-AVG-PCT      TO WS-AVG-EDITED
           MOVE WS-VARIANCE     TO WS-VAR-EDITED
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  WS-BAND-PREFIX DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BAND-LABEL DELIMITED BY SIZE
                  "  AWARDED " DELIMITED BY SIZE
                  WS-CNT-EDITED DELIMITED BY SIZE
                  "  AVG AWD% " DELIMITED BY SIZE
                  WS-AVG-EDITED DELIMITED BY SIZE
                  "  DIFF " DELIMITED BY SIZE
                  WS-VAR-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LINE-FLAG DELIMITED BY SIZE
               INTO CALIBRATION-REPORT-LINE
           END-STRING
           WRITE CALIBRATION-REPORT-LINE.
