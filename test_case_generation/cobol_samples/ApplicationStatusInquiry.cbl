
      ******************************************************************
      * Answers "where is this application?" for one CUST-ID from
      * the indexed APPLSTAT lifecycle file: one START positions
      * at the application's first event and READ NEXT walks
      * forward until the CUST-ID changes -- the same keyed access
      * LoanDecisionInquiry uses on AUDITHIST, so an inquiry costs
      * the same however many nights of events are on file.  Every
      * status event goes to APPSRPT in key (timestamp) order,
      * with the last row being where the application stands now.
      * A CUST-ID since merged into another customer's is looked
      * up on CUSTXREF and answered under the survivor.  Callable
      * from a batch driver today, one inquiry per CALL, the same
      * shape LoanDecisionInquiry presents.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "APPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-XREF-FILE
               ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-STATUS-FILE.
           05  SP-TIMESTAMP          PIC X(26).
           05  SP-CURRENT-FLAG       PIC X(01).

       FD  CUSTOMER-XREF-FILE.
           COPY CUSTXREF.

       WORKING-STORAGE SECTION.

       01  WS-AP-FS              PIC X(02).
       01  WS-LAST-STATUS        PIC X(10).
       01  WS-LAST-TIMESTAMP     PIC X(26).

       01  WS-XREF-FS            PIC X(02).
       01  WS-XREF-EOF-SW        PIC X(01) VALUE "N".
           88  WS-XREF-EOF       VALUE "Y".
       01  WS-INQ-CUST-ID        PIC X(10).

      ******************************************************************
      * Callable as a subprogram.  IN-CUST-ID is the inquiry key; the
      * caller gets back how many APPLSTAT rows matched it and a
           MOVE ZERO TO RUN-RETURN-CODE
           MOVE ZERO TO OUT-MATCH-COUNT
           MOVE SPACES TO WS-LAST-STATUS
           PERFORM 0150-RESOLVE-CUST-ID
           OPEN INPUT APPLICATION-STATUS-FILE
           OPEN OUTPUT STATUS-REPORT-FILE
           IF WS-AP-FS = "00"
           GOBACK.

      ******************************************************************
      * A retired CUST-ID is answered under the customer it was
      * merged into; CUSTXREF is kept one step deep, so one match
      * is the final answer.  No CUSTXREF dataset means no customer
      * has ever been merged.
      ******************************************************************
       0150-RESOLVE-CUST-ID.
           MOVE IN-CUST-ID TO WS-INQ-CUST-ID
           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-XREF-FS = "00"
               MOVE "N" TO WS-XREF-EOF-SW
               PERFORM UNTIL WS-XREF-EOF
                   READ CUSTOMER-XREF-FILE
                       AT END
                           MOVE "Y" TO WS-XREF-EOF-SW
                       NOT AT END
                           IF XR-RETIRED-CUST-ID = IN-CUST-ID
                               MOVE XR-SURVIVOR-CUST-ID
                                   TO WS-INQ-CUST-ID
                               MOVE "Y" TO WS-XREF-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-XREF-FILE
           END-IF.

      ******************************************************************
      * Positions at the first row whose key begins with the CUST-ID
      * (timestamp/status LOW-VALUES sorts ahead of any real row)
      * and walks forward until the application changes or the file
      * ends.
      ******************************************************************
       0200-SCAN-STATUS-FILE.
           MOVE WS-INQ-CUST-ID TO AP-CUST-ID
           MOVE LOW-VALUES TO AP-TIMESTAMP
           MOVE LOW-VALUES TO AP-STATUS
           START APPLICATION-STATUS-FILE KEY >= AP-REC-KEY
                   AT END
                       MOVE "Y" TO WS-AP-EOF-SW
                   NOT AT END
                       IF AP-CUST-ID = WS-INQ-CUST-ID
                           MOVE AP-CUST-ID    TO SP-CUST-ID
                           MOVE AP-STATUS     TO SP-STATUS
                           MOVE AP-PROGRAM-ID TO SP-PROGRAM-ID
      ******************************************************************
       0300-MARK-CURRENT-STATUS.
           IF OUT-MATCH-COUNT > ZERO
               MOVE WS-INQ-CUST-ID    TO SP-CUST-ID
               MOVE WS-LAST-STATUS    TO SP-STATUS
               MOVE "CURRENT STATUS"  TO SP-PROGRAM-ID
               MOVE WS-LAST-TIMESTAMP TO SP-TIMESTAMP
