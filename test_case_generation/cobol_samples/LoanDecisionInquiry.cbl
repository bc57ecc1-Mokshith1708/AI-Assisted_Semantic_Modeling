      * an underwriter or a help-desk operator can answer "why was
      * this applicant decided that way" without rerunning a batch
      * program.  One START positions at the customer's first row
      * and READ NEXT walks forward until the CUST-ID changes, so
      * an inquiry costs the same in November as it did in January
      * instead of degrading as the year's audit log grows.  The
      * sequential AUDITTRL stays on file as compliance's own
      * record.  A CUST-ID since merged into another customer's is
      * looked up on CUSTXREF and answered under the survivor, so
      * an old CUST-ID off a letter still finds its decisions.
      * Callable from a batch driver today; the LINKAGE interface
      * is the same shape a CICS or other online front end would
      * need to drive this as a transaction.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-XREF-FILE
               ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HISTORY-FILE.
       FD  INQUIRY-REPORT-FILE.
           COPY INQRPT.

       FD  CUSTOMER-XREF-FILE.
           COPY CUSTXREF.

       WORKING-STORAGE SECTION.

       01  WS-HIST-FS             PIC X(02).

       01  WS-MASKED-CUST-ID      PIC X(10).

       01  WS-XREF-FS             PIC X(02).
       01  WS-XREF-EOF-SW         PIC X(01) VALUE "N".
           88  WS-XREF-EOF                 VALUE "Y".
       01  WS-INQ-CUST-ID         PIC X(10).

      ******************************************************************
      * Callable as a subprogram.  IN-CUST-ID is the inquiry key; the
      * caller gets back how many AUDITHIST rows matched it and a
       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           MOVE ZERO TO OUT-MATCH-COUNT
           PERFORM 0150-RESOLVE-CUST-ID
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-READ-CUSTOMER-HISTORY
           PERFORM 0900-CLOSE-FILES
           OPEN OUTPUT INQUIRY-REPORT-FILE.

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
      * (timestamp/program LOW-VALUES sorts ahead of any real row)
      * and walks forward until the customer changes or the file
      * ends.
      ******************************************************************
       0200-READ-CUSTOMER-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SW
           MOVE WS-INQ-CUST-ID TO AH-CUST-ID
           MOVE LOW-VALUES TO AH-TIMESTAMP
           MOVE LOW-VALUES TO AH-PROGRAM-ID
           START AUDIT-HISTORY-FILE KEY >= AH-REC-KEY
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SW
                   NOT AT END
                       IF AH-CUST-ID = WS-INQ-CUST-ID
                           PERFORM 0250-WRITE-INQUIRY-ROW
                           ADD 1 TO OUT-MATCH-COUNT
                       ELSE
