       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintAgingReport.

      ******************************************************************
      * Daily aging of open customer complaints for compliance.
      * Every complaint on the keyed COMPLNT register that is not
      * RESOLVED is counted; one still unacknowledged past its
      * acknowledgement due date, or unresolved past its resolution
      * due date, is listed on CMPAGE with its branch (named from
      * BRNCHMST), how many days it has been open and how many days
      * past due it is.  A complaint past both is listed once, under
      * the resolution date -- the one the regulator asks about.
      * The summary ages the past-due items in 1-5, 6-15, 16-30 and
      * over-30-day buckets, so the month-end complaint return is a
      * copy from this report rather than a count from the mailbox.
      * No COMPLNT dataset means no complaint has been logged and
      * the report is headings only.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO "COMPLNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-COMPLAINT-KEY
               ALTERNATE RECORD KEY IS CP-LOAN-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-CP-FS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO "CMPAGE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
           COPY COMPLNT.

       FD  BRANCH-MASTER-FILE.
           COPY BRNCHMST.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE         PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY BRNCHMWS.

       01  WS-CP-FS                 PIC X(02).
       01  WS-CP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CP-EOF            VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-INT             PIC 9(07) COMP.
       01  WS-DUE-DATE              PIC 9(08).
       01  WS-DAYS-OPEN             PIC S9(05) COMP.
       01  WS-DAYS-PAST-DUE         PIC S9(05) COMP.
       01  WS-MISSED                PIC X(12).
       01  WS-BRANCH-CODE           PIC X(04).

       01  WS-OPEN-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-ACK-LATE-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-RESOLVE-LATE-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-AGING-BUCKETS.
           05  WS-BUCKET-COUNT      PIC 9(07) COMP OCCURS 4 TIMES.
       01  WS-BUCKET-SUB            PIC 9(01) COMP.
       01  WS-BUCKET-LABELS.
           05  FILLER               PIC X(20) VALUE
               "  1 -  5 DAYS LATE: ".
           05  FILLER               PIC X(20) VALUE
               "  6 - 15 DAYS LATE: ".
           05  FILLER               PIC X(20) VALUE
               " 16 - 30 DAYS LATE: ".
           05  FILLER               PIC X(20) VALUE
               " OVER 30 DAYS LATE: ".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL      PIC X(20) OCCURS 4 TIMES.
       01  WS-COUNT-EDITED          PIC Z,ZZZ,ZZ9.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(14) VALUE "CUSTOMER   NO".
           05  FILLER               PIC X(14) VALUE "LOAN ACCOUNT".
           05  FILLER               PIC X(06) VALUE "CATG".
           05  FILLER               PIC X(32) VALUE "BRANCH".
           05  FILLER               PIC X(10) VALUE "RECEIVED".
           05  FILLER               PIC X(10) VALUE "STATUS".
           05  FILLER               PIC X(14) VALUE "MISSED".
           05  FILLER               PIC X(10) VALUE "DUE".
           05  FILLER               PIC X(10) VALUE " DAYS OPEN".
           05  FILLER               PIC X(12) VALUE "  DAYS LATE".

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-COMPLAINT-NO   PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-LOAN-ACCT-NO   PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-CATEGORY       PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-BRANCH-CODE    PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-BRANCH-NAME    PIC X(25).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-RECEIVED-DATE  PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-MISSED         PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DUE-DATE       PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS-OPEN      PIC ZZ,ZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-DAYS-LATE      PIC ZZ,ZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO when nothing is past due, 4 when any open
      * complaint is, and 12 if COMPLNT is there but can't be read.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           INITIALIZE WS-AGING-BUCKETS
           OPEN INPUT COMPLAINT-FILE
           IF WS-CP-FS NOT = "00" AND WS-CP-FS NOT = "35"
               DISPLAY "ComplaintAgingReport: COMPLNT OPEN FAILED FS="
                   WS-CP-FS
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0160-LOAD-BRANCH-MASTER
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "OPEN COMPLAINTS PAST DUE - AS OF "
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE
           MOVE ALL "-" TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           IF WS-CP-FS = "00"
               PERFORM 0200-SCAN-COMPLAINTS
               CLOSE COMPLAINT-FILE
           END-IF
           PERFORM 0500-WRITE-SUMMARY
           CLOSE AGING-REPORT-FILE
           IF WS-ACK-LATE-COUNT > ZERO
              OR WS-RESOLVE-LATE-COUNT > ZERO
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== ComplaintAgingReport CONTROL TOTALS ====="
           DISPLAY "OPEN COMPLAINTS:     " WS-OPEN-COUNT
           DISPLAY "PAST ACK DUE:        " WS-ACK-LATE-COUNT
           DISPLAY "PAST RESOLUTION DUE: " WS-RESOLVE-LATE-COUNT
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
      * Branch names only; no BRNCHMST dataset prints codes alone.
      ******************************************************************
       0160-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-FS = "00"
               MOVE "N" TO WS-BM-EOF-SW
               SET BM-IDX TO 1
               PERFORM UNTIL WS-BM-EOF
                   READ BRANCH-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-BM-EOF-SW
                       NOT AT END
                           IF WS-BM-COUNT < 50
                               MOVE BM-BRANCH-CODE TO
                                   WS-BM-BRANCH-CODE (BM-IDX)
                               MOVE BM-BRANCH-NAME TO
                                   WS-BM-BRANCH-NAME (BM-IDX)
                               MOVE BM-REGION-CODE TO
                                   WS-BM-REGION-CODE (BM-IDX)
                               MOVE BM-BRANCH-STATUS TO
                                   WS-BM-BRANCH-STATUS (BM-IDX)
                               SET BM-IDX UP BY 1
                               ADD 1 TO WS-BM-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       0170-FIND-BRANCH-MASTER.
           MOVE "N" TO WS-BM-FOUND-SW
           SET BM-IDX TO 1
           PERFORM UNTIL WS-BM-FOUND OR BM-IDX > WS-BM-COUNT
               IF WS-BM-BRANCH-CODE (BM-IDX) = WS-BRANCH-CODE
                   MOVE "Y" TO WS-BM-FOUND-SW
               ELSE
                   SET BM-IDX UP BY 1
               END-IF
           END-PERFORM.

       0200-SCAN-COMPLAINTS.
           MOVE "N" TO WS-CP-EOF-SW
           PERFORM UNTIL WS-CP-EOF
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CP-EOF-SW
                   NOT AT END
                       IF NOT CP-RESOLVED
                           ADD 1 TO WS-OPEN-COUNT
                           PERFORM 0300-AGE-ONE-COMPLAINT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * The resolution date is checked first: a complaint past it is
      * late whatever else happened; one not yet past it is late
      * only if it still hasn't been acknowledged.
      ******************************************************************
       0300-AGE-ONE-COMPLAINT.
           MOVE SPACES TO WS-MISSED
           EVALUATE TRUE
               WHEN CP-RESOLVE-DUE-DATE < WS-TODAY-DATE
                   MOVE "RESOLUTION"        TO WS-MISSED
                   MOVE CP-RESOLVE-DUE-DATE TO WS-DUE-DATE
                   ADD 1 TO WS-RESOLVE-LATE-COUNT
               WHEN CP-OPEN
                    AND CP-ACK-DUE-DATE < WS-TODAY-DATE
                   MOVE "ACKNOWLEDGE"       TO WS-MISSED
                   MOVE CP-ACK-DUE-DATE     TO WS-DUE-DATE
                   ADD 1 TO WS-ACK-LATE-COUNT
           END-EVALUATE
           IF WS-MISSED NOT = SPACES
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE (CP-RECEIVED-DATE)
               COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE <= 5
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-DAYS-PAST-DUE <= 15
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-DAYS-PAST-DUE <= 30
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
               END-EVALUATE
               ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
               PERFORM 0400-WRITE-DETAIL
           END-IF.

       0400-WRITE-DETAIL.
           MOVE CP-CUST-ID          TO WS-DL-CUST-ID
           MOVE CP-COMPLAINT-NO     TO WS-DL-COMPLAINT-NO
           MOVE CP-LOAN-ACCT-NO     TO WS-DL-LOAN-ACCT-NO
           MOVE CP-CATEGORY         TO WS-DL-CATEGORY
           MOVE CP-BRANCH-CODE      TO WS-DL-BRANCH-CODE
           MOVE CP-BRANCH-CODE      TO WS-BRANCH-CODE
           PERFORM 0170-FIND-BRANCH-MASTER
           IF WS-BM-FOUND
               MOVE WS-BM-BRANCH-NAME (BM-IDX) TO WS-DL-BRANCH-NAME
           ELSE
               MOVE SPACES TO WS-DL-BRANCH-NAME
           END-IF
           MOVE CP-RECEIVED-DATE    TO WS-DL-RECEIVED-DATE
           MOVE CP-STATUS           TO WS-DL-STATUS
           MOVE WS-MISSED           TO WS-DL-MISSED
           MOVE WS-DUE-DATE         TO WS-DL-DUE-DATE
           MOVE WS-DAYS-OPEN        TO WS-DL-DAYS-OPEN
           MOVE WS-DAYS-PAST-DUE    TO WS-DL-DAYS-LATE
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.

       0500-WRITE-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDITED
           STRING "OPEN COMPLAINTS:         " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           MOVE WS-ACK-LATE-COUNT TO WS-COUNT-EDITED
           STRING "PAST ACKNOWLEDGE DUE:    " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           MOVE WS-RESOLVE-LATE-COUNT TO WS-COUNT-EDITED
           STRING "PAST RESOLUTION DUE:     " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE SPACES TO AGING-REPORT-LINE
               MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO WS-COUNT-EDITED
               STRING "  " DELIMITED BY SIZE
                      WS-BUCKET-LABEL (WS-BUCKET-SUB)
                          DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COUNT-EDITED DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
           END-PERFORM.
