      * opened datasets: the lifecycle trail from the keyed
      * APPLSTAT, the decisions and reasons from the keyed
      * AUDITHST, the open loan's balance and installment straight
      * off the keyed LOANMAST by its LM-CUST-ID alternate key,
      * any DELINQ standing for that loan, any open REVIEWQ item,
      * and any complaint on the keyed COMPLNT register not yet
      * resolved -- one formatted CUST360 response a branch can
      * read down the phone.  A CUST-ID since merged into another
      * customer's is looked up on CUSTXREF: the response says so
      * and answers for the survivor.  Callable one inquiry per
      * CALL, the same shape the other two inquiry programs
      * present.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-FS.

           SELECT COMPLAINT-FILE
               ASSIGN TO "COMPLNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COMPLAINT-KEY
               ALTERNATE RECORD KEY IS CP-LOAN-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-CP-FS.

           SELECT RESPONSE-FILE
               ASSIGN TO "CUST360"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-XREF-FILE
               ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-STATUS-FILE.
       FD  REVIEW-SUSPENSE-FILE.
           COPY REVIEWREC.

       FD  COMPLAINT-FILE.
           COPY COMPLNT.

       FD  RESPONSE-FILE.
       01  RESPONSE-LINE             PIC X(80).

       FD  CUSTOMER-XREF-FILE.
           COPY CUSTXREF.

       WORKING-STORAGE SECTION.

       01  WS-AP-FS              PIC X(02).
       01  WS-LM-FS              PIC X(02).
       01  WS-DQ-FS              PIC X(02).
       01  WS-RQ-FS              PIC X(02).
       01  WS-CP-FS              PIC X(02).
       01  WS-XREF-FS            PIC X(02).

       01  WS-AP-EOF-SW          PIC X(01) VALUE "N".
           88  WS-AP-EOF         VALUE "Y".
           88  WS-DQ-EOF         VALUE "Y".
       01  WS-RQ-EOF-SW          PIC X(01) VALUE "N".
           88  WS-RQ-EOF         VALUE "Y".
       01  WS-CP-EOF-SW          PIC X(01) VALUE "N".
           88  WS-CP-EOF         VALUE "Y".
       01  WS-XREF-EOF-SW        PIC X(01) VALUE "N".
           88  WS-XREF-EOF       VALUE "Y".

       01  WS-LOAN-FOUND-SW      PIC X(01) VALUE "N".
           88  WS-LOAN-FOUND     VALUE "Y".
       01  WS-HELD-ACCT-NO       PIC X(12).
       01  WS-INQ-CUST-ID        PIC X(10).

       01  WS-AMT-EDITED         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDITED-2       PIC ZZZ,ZZZ,ZZ9.99.
               INTO RESPONSE-LINE
           END-STRING
           WRITE RESPONSE-LINE
           PERFORM 0150-RESOLVE-CUST-ID
           PERFORM 0200-REPORT-LIFECYCLE
           PERFORM 0300-REPORT-DECISIONS
           PERFORM 0400-REPORT-OPEN-LOAN
           PERFORM 0600-REPORT-REVIEW-ITEMS
           PERFORM 0700-REPORT-COMPLAINTS
           CLOSE RESPONSE-FILE
           IF OUT-SECTION-COUNT = ZERO
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      * A retired CUST-ID is answered under the customer it was
      * merged into, with a line saying so; CUSTXREF is kept one
      * step deep, so one match is the final answer.  No CUSTXREF
      * dataset means no customer has ever been merged.
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
           END-IF
           IF WS-INQ-CUST-ID NOT = IN-CUST-ID
               MOVE SPACES TO RESPONSE-LINE
               STRING "  MERGED INTO " DELIMITED BY SIZE
                      WS-INQ-CUST-ID DELIMITED BY SIZE
                      " ON " DELIMITED BY SIZE
                      XR-MERGE-DATE DELIMITED BY SIZE
                      " - SHOWN UNDER THE SURVIVOR"
                          DELIMITED BY SIZE
                   INTO RESPONSE-LINE
               END-STRING
               WRITE RESPONSE-LINE
           END-IF.

      ******************************************************************
      * The pipeline trail: one START positions at the customer's
      * first APPLSTAT event and READ NEXT walks forward until the
           IF WS-AP-FS NOT = "00"
               MOVE "Y" TO WS-AP-EOF-SW
           ELSE
               MOVE WS-INQ-CUST-ID TO AP-CUST-ID
               MOVE LOW-VALUES TO AP-TIMESTAMP
               MOVE LOW-VALUES TO AP-STATUS
               START APPLICATION-STATUS-FILE KEY >= AP-REC-KEY
                   AT END
                       MOVE "Y" TO WS-AP-EOF-SW
                   NOT AT END
                       IF AP-CUST-ID = WS-INQ-CUST-ID
                           MOVE SPACES TO RESPONSE-LINE
                           STRING "  " DELIMITED BY SIZE
                                  AP-TIMESTAMP (1:8)
           IF WS-AH-FS NOT = "00"
               MOVE "Y" TO WS-AH-EOF-SW
           ELSE
               MOVE WS-INQ-CUST-ID TO AH-CUST-ID
               MOVE LOW-VALUES TO AH-TIMESTAMP
               MOVE LOW-VALUES TO AH-PROGRAM-ID
               START AUDIT-HISTORY-FILE KEY >= AH-REC-KEY
                   AT END
                       MOVE "Y" TO WS-AH-EOF-SW
                   NOT AT END
                       IF AH-CUST-ID = WS-INQ-CUST-ID
                           MOVE SPACES TO RESPONSE-LINE
                           STRING "  " DELIMITED BY SIZE
                                  AH-TIMESTAMP (1:8)
           IF WS-LM-FS NOT = "00"
               MOVE "Y" TO WS-LM-EOF-SW
           ELSE
               MOVE WS-INQ-CUST-ID TO LM-CUST-ID
               START LOAN-MASTER-FILE
                   KEY IS EQUAL TO LM-CUST-ID
                   INVALID KEY
                   AT END
                       MOVE "Y" TO WS-LM-EOF-SW
                   NOT AT END
                       IF LM-CUST-ID NOT = WS-INQ-CUST-ID
                           MOVE "Y" TO WS-LM-EOF-SW
                       ELSE
                           IF LM-LOAN-STATUS = "OPEN"
                   AT END
                       MOVE "Y" TO WS-RQ-EOF-SW
                   NOT AT END
                       IF RV-CUST-ID = WS-INQ-CUST-ID
                           MOVE SPACES TO RESPONSE-LINE
                           STRING "  " DELIMITED BY SIZE
                                  RV-RISK-REMARK DELIMITED BY SIZE
           IF WS-RQ-FS = "00" OR WS-RQ-FS = "10"
               CLOSE REVIEW-SUSPENSE-FILE
           END-IF.

      ******************************************************************
      * Complaints not yet resolved, walked from the customer's first
      * COMPLNT row the same way the APPLSTAT trail is, with the date
      * each is due to be answered by.
      ******************************************************************
       0700-REPORT-COMPLAINTS.
           MOVE "OPEN COMPLAINTS (COMPLNT):" TO RESPONSE-LINE
           WRITE RESPONSE-LINE
           MOVE "N" TO WS-CP-EOF-SW
           OPEN INPUT COMPLAINT-FILE
           IF WS-CP-FS NOT = "00"
               MOVE "Y" TO WS-CP-EOF-SW
           ELSE
               MOVE WS-INQ-CUST-ID TO CP-CUST-ID
               MOVE ZERO       TO CP-COMPLAINT-NO
               START COMPLAINT-FILE KEY >= CP-COMPLAINT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CP-EOF-SW
               END-START
           END-IF
           PERFORM UNTIL WS-CP-EOF
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CP-EOF-SW
                   NOT AT END
                       IF CP-CUST-ID NOT = WS-INQ-CUST-ID
                           MOVE "Y" TO WS-CP-EOF-SW
                       ELSE
                           IF NOT CP-RESOLVED
                               MOVE SPACES TO RESPONSE-LINE
                               STRING "  " DELIMITED BY SIZE
                                      CP-COMPLAINT-NO
                                          DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      CP-CATEGORY DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      CP-STATUS DELIMITED BY SIZE
                                      " RCVD " DELIMITED BY SIZE
                                      CP-RECEIVED-DATE
                                          DELIMITED BY SIZE
                                      " DUE " DELIMITED BY SIZE
                                      CP-RESOLVE-DUE-DATE
                                          DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      CP-LOAN-ACCT-NO
                                          DELIMITED BY SIZE
                                   INTO RESPONSE-LINE
                               END-STRING
                               WRITE RESPONSE-LINE
                               ADD 1 TO OUT-SECTION-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CP-FS = "00" OR WS-CP-FS = "10"
               CLOSE COMPLAINT-FILE
           END-IF.
