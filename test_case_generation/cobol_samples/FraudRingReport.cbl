       IDENTIFICATION DIVISION.
       PROGRAM-ID. FraudRingReport.

      ******************************************************************
      * Weekly fraud-ring report off the FRAUDHST 90-day application
      * history FraudScreen keeps.  Two applications are linked when
      * they share a phone number, a mailing address or a
      * co-applicant, when one applicant is the other's co-applicant,
      * or when they are the same CUST-ID applying twice; linked
      * applications are grouped transitively, so A sharing a phone
      * with B and B sharing an address with C puts all three in one
      * ring even though A and C share nothing directly.  A ring is
      * reported when it holds at least FP-RING-MIN-IDS different
      * identities and at least one of its applications came in
      * within the last FP-RING-DAYS -- a ring that has gone quiet
      * was on an earlier week's report.  Each ring lists every
      * application in it with the attributes it was captured with,
      * its fraud score and what the screen did with it, so the
      * fraud team can see which members slipped under the hold
      * threshold.  No FRAUDHST dataset fails the run with RC 12:
      * an empty report must mean no rings, not no history.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-HISTORY-FILE
               ASSIGN TO "FRAUDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FH-FS.

           SELECT FRAUD-PARAMETER-FILE
               ASSIGN TO "FRAUDPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FP-FS.

           SELECT FRAUD-RING-REPORT-FILE
               ASSIGN TO "FRAUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-HISTORY-FILE.
           COPY FRAUDHST.

       FD  FRAUD-PARAMETER-FILE.
           COPY FRAUDPRM.

       FD  FRAUD-RING-REPORT-FILE.
       01  FRAUD-RING-REPORT-LINE    PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

      ******************************************************************
      * The history, one row per application, with the ring
      * bookkeeping: WS-RG-PARENT chains each row towards the
      * lowest-numbered row of its ring, and WS-RG-ROOT is that row
      * once all the links are in.
      ******************************************************************
       01  WS-RING-AREA.
           05  WS-RG-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-RG-ROW OCCURS 2000 TIMES.
               10  WS-RG-APPL-DATE       PIC 9(08).
               10  WS-RG-DAY-INT         PIC 9(08) COMP.
               10  WS-RG-CUST-ID         PIC X(10).
               10  WS-RG-CUST-NAME       PIC X(35).
               10  WS-RG-BRANCH-CODE     PIC X(04).
               10  WS-RG-CO-CUST-ID      PIC X(10).
               10  WS-RG-PHONE           PIC X(12).
               10  WS-RG-ADDRESS-KEY     PIC X(40).
               10  WS-RG-FRAUD-SCORE     PIC 9(03).
               10  WS-RG-OUTCOME         PIC X(01).
               10  WS-RG-PARENT          PIC 9(05) COMP.
               10  WS-RG-ROOT            PIC 9(05) COMP.

       01  WS-I                     PIC 9(05) COMP.
       01  WS-J                     PIC 9(05) COMP.
       01  WS-K                     PIC 9(05) COMP.
       01  WS-FIND-ROW              PIC 9(05) COMP.
       01  WS-ROOT-ROW              PIC 9(05) COMP.
       01  WS-ROOT-I                PIC 9(05) COMP.
       01  WS-ROOT-J                PIC 9(05) COMP.

       01  WS-LINKED-SW             PIC X(01) VALUE "N".
           88  WS-LINKED            VALUE "Y".
       01  WS-SEEN-SW               PIC X(01) VALUE "N".
           88  WS-SEEN-BEFORE       VALUE "Y".

       01  WS-RING-MIN-IDS          PIC 9(02) VALUE 3.
       01  WS-RING-DAYS             PIC 9(03) VALUE 7.

       01  WS-FH-FS                 PIC X(02).
       01  WS-FP-FS                 PIC X(02).
       01  WS-FH-EOF-SW             PIC X(01) VALUE "N".
           88  WS-FH-EOF            VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-INT             PIC 9(08) COMP.
       01  WS-ACTIVE-INT            PIC 9(08) COMP.

       01  WS-RING-APPLICATIONS     PIC 9(05) COMP.
       01  WS-RING-IDENTITIES       PIC 9(05) COMP.
       01  WS-RING-HELD             PIC 9(05) COMP.
       01  WS-RING-LATEST-INT       PIC 9(08) COMP.
       01  WS-RING-LATEST-DATE      PIC 9(08).

       01  WS-RINGS-REPORTED        PIC 9(05) COMP VALUE ZERO.
       01  WS-IDENTITIES-REPORTED   PIC 9(07) COMP VALUE ZERO.
       01  WS-APPLICATIONS-REPORTED PIC 9(07) COMP VALUE ZERO.

       01  WS-RING-NO-EDITED        PIC ZZZ9.
       01  WS-IDS-EDITED            PIC ZZZ9.
       01  WS-APPS-EDITED           PIC ZZZ9.
       01  WS-HELD-EDITED           PIC ZZZ9.
       01  WS-COUNT-EDITED          PIC Z,ZZZ,ZZ9.
       01  WS-MIN-EDITED            PIC Z9.
       01  WS-DAYS-EDITED           PIC ZZ9.
       01  WS-OUTCOME-TEXT          PIC X(07).

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if there is no FRAUDHST or it
      * overflows its table.
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
           COMPUTE WS-ACTIVE-INT = WS-TODAY-INT - WS-RING-DAYS
           PERFORM 0150-LOAD-HISTORY
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0300-LINK-APPLICATIONS
               PERFORM 0400-WRITE-RING-REPORT
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
      * No FRAUDPRM dataset, or a zero ring size or window, runs on
      * the defaults -- rings of three or more identities active in
      * the last week.
      ******************************************************************
       0130-READ-FRAUD-PARAMETERS.
           OPEN INPUT FRAUD-PARAMETER-FILE
           IF WS-FP-FS = "00"
               READ FRAUD-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-RING-MIN-IDS > ZERO
                           MOVE FP-RING-MIN-IDS TO WS-RING-MIN-IDS
                       END-IF
                       IF FP-RING-DAYS > ZERO
                           MOVE FP-RING-DAYS TO WS-RING-DAYS
                       END-IF
               END-READ
               CLOSE FRAUD-PARAMETER-FILE
           END-IF.

       0150-LOAD-HISTORY.
           OPEN INPUT FRAUD-HISTORY-FILE
           IF WS-FH-FS NOT = "00"
               DISPLAY "FraudRingReport: FRAUDHST NOT AVAILABLE"
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               MOVE "N" TO WS-FH-EOF-SW
               PERFORM UNTIL WS-FH-EOF
                   READ FRAUD-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-FH-EOF-SW
                       NOT AT END
                           PERFORM 0160-ADD-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE FRAUD-HISTORY-FILE
           END-IF.

       0160-ADD-HISTORY-ROW.
           IF WS-RG-COUNT >= 2000
               DISPLAY "FraudRingReport: FRAUDHST EXCEEDS TABLE"
                   " CAPACITY"
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-FH-EOF-SW
           ELSE
               ADD 1 TO WS-RG-COUNT
               MOVE WS-RG-COUNT    TO WS-I
               MOVE FH-APPL-DATE   TO WS-RG-APPL-DATE (WS-I)
               COMPUTE WS-RG-DAY-INT (WS-I) =
                   FUNCTION INTEGER-OF-DATE (FH-APPL-DATE)
               MOVE FH-CUST-ID     TO WS-RG-CUST-ID (WS-I)
               MOVE FH-CUST-NAME   TO WS-RG-CUST-NAME (WS-I)
               MOVE FH-BRANCH-CODE TO WS-RG-BRANCH-CODE (WS-I)
               MOVE FH-CO-CUST-ID  TO WS-RG-CO-CUST-ID (WS-I)
               MOVE FH-PHONE       TO WS-RG-PHONE (WS-I)
               MOVE FH-ADDRESS-KEY TO WS-RG-ADDRESS-KEY (WS-I)
               MOVE FH-FRAUD-SCORE TO WS-RG-FRAUD-SCORE (WS-I)
               MOVE FH-OUTCOME     TO WS-RG-OUTCOME (WS-I)
               MOVE WS-I           TO WS-RG-PARENT (WS-I)
               MOVE WS-I           TO WS-RG-ROOT (WS-I)
           END-IF.

      ******************************************************************
      * Every pair of applications is compared once; a linked pair's
      * two rings are merged under the lower-numbered root.  Once
      * all pairs are in, each row is stamped with its ring's root.
      ******************************************************************
       0300-LINK-APPLICATIONS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RG-COUNT
               PERFORM 0310-LINK-ONE-ROW
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RG-COUNT
               MOVE WS-I TO WS-FIND-ROW
               PERFORM 0350-FIND-ROOT
               MOVE WS-ROOT-ROW TO WS-RG-ROOT (WS-I)
           END-PERFORM.

       0310-LINK-ONE-ROW.
           COMPUTE WS-J = WS-I + 1
           PERFORM UNTIL WS-J > WS-RG-COUNT
               PERFORM 0320-COMPARE-PAIR
               IF WS-LINKED
                   PERFORM 0340-MERGE-RINGS
               END-IF
               ADD 1 TO WS-J
           END-PERFORM.

       0320-COMPARE-PAIR.
           MOVE "N" TO WS-LINKED-SW
           EVALUATE TRUE
               WHEN WS-RG-CUST-ID (WS-I) = WS-RG-CUST-ID (WS-J)
                   MOVE "Y" TO WS-LINKED-SW
               WHEN WS-RG-PHONE (WS-I) NOT = SPACES
                AND WS-RG-PHONE (WS-I) = WS-RG-PHONE (WS-J)
                   MOVE "Y" TO WS-LINKED-SW
               WHEN WS-RG-ADDRESS-KEY (WS-I) NOT = SPACES
                AND WS-RG-ADDRESS-KEY (WS-I)
                        = WS-RG-ADDRESS-KEY (WS-J)
                   MOVE "Y" TO WS-LINKED-SW
               WHEN WS-RG-CO-CUST-ID (WS-I) NOT = SPACES
                AND WS-RG-CO-CUST-ID (WS-I) = WS-RG-CO-CUST-ID (WS-J)
                   MOVE "Y" TO WS-LINKED-SW
               WHEN WS-RG-CO-CUST-ID (WS-I) = WS-RG-CUST-ID (WS-J)
                   MOVE "Y" TO WS-LINKED-SW
               WHEN WS-RG-CO-CUST-ID (WS-J) = WS-RG-CUST-ID (WS-I)
                   MOVE "Y" TO WS-LINKED-SW
           END-EVALUATE.

       0340-MERGE-RINGS.
           MOVE WS-I TO WS-FIND-ROW
           PERFORM 0350-FIND-ROOT
           MOVE WS-ROOT-ROW TO WS-ROOT-I
           MOVE WS-J TO WS-FIND-ROW
           PERFORM 0350-FIND-ROOT
           MOVE WS-ROOT-ROW TO WS-ROOT-J
           IF WS-ROOT-I < WS-ROOT-J
               MOVE WS-ROOT-I TO WS-RG-PARENT (WS-ROOT-J)
           ELSE
               IF WS-ROOT-J < WS-ROOT-I
                   MOVE WS-ROOT-J TO WS-RG-PARENT (WS-ROOT-I)
               END-IF
           END-IF.

       0350-FIND-ROOT.
           MOVE WS-FIND-ROW TO WS-ROOT-ROW
           PERFORM UNTIL WS-RG-PARENT (WS-ROOT-ROW) = WS-ROOT-ROW
               MOVE WS-RG-PARENT (WS-ROOT-ROW) TO WS-ROOT-ROW
           END-PERFORM.

       0400-WRITE-RING-REPORT.
           OPEN OUTPUT FRAUD-RING-REPORT-FILE
           MOVE SPACES TO FRAUD-RING-REPORT-LINE
           STRING "FRAUD RING REPORT - BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO FRAUD-RING-REPORT-LINE
           END-STRING
           WRITE FRAUD-RING-REPORT-LINE
           MOVE WS-RING-MIN-IDS TO WS-MIN-EDITED
           MOVE WS-RING-DAYS    TO WS-DAYS-EDITED
           MOVE SPACES TO FRAUD-RING-REPORT-LINE
           STRING "RINGS OF " DELIMITED BY SIZE
                  WS-MIN-EDITED DELIMITED BY SIZE
                  " OR MORE IDENTITIES SHARING A PHONE, MAILING"
                      DELIMITED BY SIZE
                  " ADDRESS OR CO-APPLICANT, ACTIVE IN THE LAST "
                      DELIMITED BY SIZE
                  WS-DAYS-EDITED DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO FRAUD-RING-REPORT-LINE
           END-STRING
           WRITE FRAUD-RING-REPORT-LINE
           MOVE ALL "-" TO FRAUD-RING-REPORT-LINE
           WRITE FRAUD-RING-REPORT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RG-COUNT
               IF WS-RG-ROOT (WS-I) = WS-I
                   PERFORM 0410-MEASURE-RING
                   IF WS-RING-IDENTITIES >= WS-RING-MIN-IDS
                      AND WS-RING-LATEST-INT >= WS-ACTIVE-INT
                       PERFORM 0420-WRITE-RING
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO FRAUD-RING-REPORT-LINE
           WRITE FRAUD-RING-REPORT-LINE
           IF WS-RINGS-REPORTED = ZERO
               MOVE "NO FRAUD RINGS FOUND" TO FRAUD-RING-REPORT-LINE
               WRITE FRAUD-RING-REPORT-LINE
           ELSE
               MOVE WS-RINGS-REPORTED TO WS-COUNT-EDITED
               MOVE SPACES TO FRAUD-RING-REPORT-LINE
               STRING "RINGS REPORTED:          " DELIMITED BY SIZE
                      WS-COUNT-EDITED DELIMITED BY SIZE
                   INTO FRAUD-RING-REPORT-LINE
               END-STRING
               WRITE FRAUD-RING-REPORT-LINE
               MOVE WS-IDENTITIES-REPORTED TO WS-COUNT-EDITED
               MOVE SPACES TO FRAUD-RING-REPORT-LINE
               STRING "IDENTITIES IN RINGS:     " DELIMITED BY SIZE
                      WS-COUNT-EDITED DELIMITED BY SIZE
                   INTO FRAUD-RING-REPORT-LINE
               END-STRING
               WRITE FRAUD-RING-REPORT-LINE
               MOVE WS-APPLICATIONS-REPORTED TO WS-COUNT-EDITED
               MOVE SPACES TO FRAUD-RING-REPORT-LINE
               STRING "APPLICATIONS IN RINGS:   " DELIMITED BY SIZE
                      WS-COUNT-EDITED DELIMITED BY SIZE
                   INTO FRAUD-RING-REPORT-LINE
               END-STRING
               WRITE FRAUD-RING-REPORT-LINE
           END-IF
           CLOSE FRAUD-RING-REPORT-FILE.

      ******************************************************************
      * Sizes the ring rooted at row WS-I: its applications, its
      * different identities (a CUST-ID counted at its first row
      * only), how many were held, and its latest application.
      ******************************************************************
       0410-MEASURE-RING.
           MOVE ZERO TO WS-RING-APPLICATIONS
           MOVE ZERO TO WS-RING-IDENTITIES
           MOVE ZERO TO WS-RING-HELD
           MOVE ZERO TO WS-RING-LATEST-INT
           MOVE ZERO TO WS-RING-LATEST-DATE
           PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-RG-COUNT
               IF WS-RG-ROOT (WS-J) = WS-I
                   ADD 1 TO WS-RING-APPLICATIONS
                   IF WS-RG-OUTCOME (WS-J) = "H"
                       ADD 1 TO WS-RING-HELD
                   END-IF
                   IF WS-RG-DAY-INT (WS-J) > WS-RING-LATEST-INT
                       MOVE WS-RG-DAY-INT (WS-J)
                           TO WS-RING-LATEST-INT
                       MOVE WS-RG-APPL-DATE (WS-J)
                           TO WS-RING-LATEST-DATE
                   END-IF
                   PERFORM 0415-CHECK-SEEN-IDENTITY
                   IF NOT WS-SEEN-BEFORE
                       ADD 1 TO WS-RING-IDENTITIES
                   END-IF
               END-IF
           END-PERFORM.

       0415-CHECK-SEEN-IDENTITY.
           MOVE "N" TO WS-SEEN-SW
           MOVE WS-I TO WS-K
           PERFORM UNTIL WS-SEEN-BEFORE OR WS-K >= WS-J
               IF WS-RG-ROOT (WS-K) = WS-I
                  AND WS-RG-CUST-ID (WS-K) = WS-RG-CUST-ID (WS-J)
                   MOVE "Y" TO WS-SEEN-SW
               ELSE
                   ADD 1 TO WS-K
               END-IF
           END-PERFORM.

       0420-WRITE-RING.
           ADD 1 TO WS-RINGS-REPORTED
           ADD WS-RING-IDENTITIES   TO WS-IDENTITIES-REPORTED
           ADD WS-RING-APPLICATIONS TO WS-APPLICATIONS-REPORTED
           MOVE WS-RINGS-REPORTED    TO WS-RING-NO-EDITED
           MOVE WS-RING-IDENTITIES   TO WS-IDS-EDITED
           MOVE WS-RING-APPLICATIONS TO WS-APPS-EDITED
           MOVE WS-RING-HELD         TO WS-HELD-EDITED
           MOVE SPACES TO FRAUD-RING-REPORT-LINE
           WRITE FRAUD-RING-REPORT-LINE
           MOVE SPACES TO FRAUD-RING-REPORT-LINE
           STRING "RING " DELIMITED BY SIZE
                  WS-RING-NO-EDITED DELIMITED BY SIZE
                  "   IDENTITIES " DELIMITED BY SIZE
                  WS-IDS-EDITED DELIMITED BY SIZE
                  "   APPLICATIONS " DELIMITED BY SIZE
                  WS-APPS-EDITED DELIMITED BY SIZE
                  "   HELD " DELIMITED BY SIZE
                  WS-HELD-EDITED DELIMITED BY SIZE
                  "   LATEST APPLICATION " DELIMITED BY SIZE
                  WS-RING-LATEST-DATE DELIMITED BY SIZE
               INTO FRAUD-RING-REPORT-LINE
           END-STRING
           WRITE FRAUD-RING-REPORT-LINE
           MOVE SPACES TO FRAUD-RING-REPORT-LINE
           STRING "  CUST-ID    NAME                      BRCH "
                      DELIMITED BY SIZE
                  "APPL DATE PHONE        ADDRESS KEY"
                      DELIMITED BY SIZE
                  "                              "
                      DELIMITED BY SIZE
                  "CO-APPL   SCORE OUTCOME" DELIMITED BY SIZE
               INTO FRAUD-RING-REPORT-LINE
           END-STRING
           WRITE FRAUD-RING-REPORT-LINE
           PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-RG-COUNT
               IF WS-RG-ROOT (WS-J) = WS-I
                   PERFORM 0430-WRITE-RING-MEMBER
               END-IF
           END-PERFORM.

       0430-WRITE-RING-MEMBER.
           EVALUATE WS-RG-OUTCOME (WS-J)
               WHEN "H"
                   MOVE "HELD"    TO WS-OUTCOME-TEXT
               WHEN "C"
                   MOVE "CLEARED" TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "PASSED"  TO WS-OUTCOME-TEXT
           END-EVALUATE
           MOVE SPACES TO FRAUD-RING-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-RG-CUST-ID (WS-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RG-CUST-NAME (WS-J) (1:25) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RG-BRANCH-CODE (WS-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RG-APPL-DATE (WS-J) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RG-PHONE (WS-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RG-ADDRESS-KEY (WS-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RG-CO-CUST-ID (WS-J) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RG-FRAUD-SCORE (WS-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OUTCOME-TEXT DELIMITED BY SIZE
               INTO FRAUD-RING-REPORT-LINE
           END-STRING
           WRITE FRAUD-RING-REPORT-LINE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== FraudRingReport CONTROL TOTALS ====="
           DISPLAY "APPLICATIONS READ:   " WS-RG-COUNT
           DISPLAY "RINGS REPORTED:      " WS-RINGS-REPORTED
           DISPLAY "  IDENTITIES:        " WS-IDENTITIES-REPORTED
           DISPLAY "  APPLICATIONS:      " WS-APPLICATIONS-REPORTED.
