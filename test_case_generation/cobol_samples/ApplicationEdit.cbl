      * EDITREJ with a reason for the branches to fix and resubmit.
      * A zero age, non-numeric income, blank CUST-ID or a joint
      * application with empty co-applicant fields no longer sails
      * into three decisioning programs.  Every application read,
      * clean or rejected, also lands on the APPLREG intake register
      * with its branch, channel and the business date it arrived,
      * the cohort PipelineFunnelReport follows through APPLSTAT;
      * a reject is stamped EDIT-REJ there so the funnel sees where
      * it stopped.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FS.

           SELECT APPLICATION-REGISTER-FILE
               ASSIGN TO "APPLREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AR-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-APPLICATION-FILE.
       FD  BRANCH-MASTER-FILE.
           COPY BRNCHMST.

       FD  APPLICATION-REGISTER-FILE.
           COPY APPLREG.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY VALIDWS.
       COPY BRNCHMWS.
       COPY BIZDTWS.

       01  WS-AR-FS          PIC X(02).

       01  WS-EOF-SW         PIC X(01) VALUE "N".
           88  END-OF-APPLICATIONS  VALUE "Y".

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0150-LOAD-BRANCH-MASTER
           PERFORM 0100-OPEN-FILES
           PERFORM UNTIL END-OF-APPLICATIONS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0300-EDIT-APPLICATION
                       PERFORM 0600-WRITE-REGISTER
                       IF WS-RECORD-VALID
                           PERFORM 0400-WRITE-CLEAN
                       ELSE
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
      * Loads the branch master into memory once at start-up.  No
      * BRNCHMST dataset means nobody has set the master up yet, so
       0100-OPEN-FILES.
           OPEN INPUT  CUSTOMER-APPLICATION-FILE
           OPEN OUTPUT CLEAN-APPLICATION-FILE
           OPEN OUTPUT EDIT-REJECT-FILE
           OPEN EXTEND APPLICATION-REGISTER-FILE
           IF WS-AR-FS NOT = "00"
               OPEN OUTPUT APPLICATION-REGISTER-FILE
           END-IF.

      ******************************************************************
      * One reason per reject -- the first edit that fails is the one
           MOVE CA-CUST-NAME   TO ER-CUST-NAME
           MOVE WS-EDIT-REASON TO ER-REASON
           WRITE EDIT-REJECT-RECORD
           IF CA-CUST-ID NOT = SPACES
               MOVE "EDIT-REJ" TO WS-APP-STATUS
               MOVE "ApplicationEdit" TO WS-APP-PROGRAM-ID
               CALL "AppStatusUpdate" USING CA-CUST-ID WS-APP-STATUS
                       WS-APP-PROGRAM-ID
           END-IF
           ADD 1 TO WS-REJECT-COUNT.

      ******************************************************************
      * One register row per application read, whatever the edit
      * made of it -- intake is counted before the edit can drop
      * anything.  A blank channel is a branch-keyed record from
      * before the code existed.
      ******************************************************************
       0600-WRITE-REGISTER.
           MOVE WS-BUSINESS-DATE TO AR-INTAKE-DATE
           MOVE CA-CUST-ID       TO AR-CUST-ID
           MOVE CA-BRANCH-CODE   TO AR-BRANCH-CODE
           IF CA-CHANNEL-CODE = SPACE
               MOVE "B" TO AR-CHANNEL-CODE
           ELSE
               MOVE CA-CHANNEL-CODE TO AR-CHANNEL-CODE
           END-IF
           IF WS-RECORD-VALID
               MOVE "C" TO AR-EDIT-RESULT
           ELSE
               MOVE "R" TO AR-EDIT-RESULT
           END-IF
           WRITE APPLICATION-REGISTER-RECORD.

       0900-CLOSE-FILES.
           CLOSE CUSTOMER-APPLICATION-FILE
           CLOSE CLEAN-APPLICATION-FILE
           CLOSE EDIT-REJECT-FILE
           CLOSE APPLICATION-REGISTER-FILE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== ApplicationEdit CONTROL TOTALS ====="
