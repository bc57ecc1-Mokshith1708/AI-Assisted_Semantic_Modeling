       IDENTIFICATION DIVISION.
       PROGRAM-ID. EntitlementReport.

      ******************************************************************
      * Who can perform which function.  Joins the ENTITLE grants to
      * the USERROLE assignments through their ROLETAB USER-TYPE and
      * lists, function by function in function-code order, every
      * user EntitlementCheck would let through today: user, role
      * name, USER-TYPE, whether the role requires MFA, the manager
      * who owns the access review and when the role was granted.
      * A function no user can perform says so, and an ENTITLE grant
      * to a USER-TYPE that ROLETAB doesn't define is flagged -- it
      * grants nothing useful until the role exists.  Security runs
      * this beside the quarterly RECERT worklist so managers certify
      * what their people can do, not just that they can log on.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO "ENTITLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EN-FS.

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UR-FS.

           SELECT ROLE-TABLE-FILE
               ASSIGN TO "ROLETAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RT-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT ENTITLEMENT-REPORT-FILE
               ASSIGN TO "ENTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE.
           COPY ENTITLE.

       FD  USER-ROLE-FILE.
           COPY USERROLE.

       FD  ROLE-TABLE-FILE.
           COPY ROLETAB.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  ENTITLEMENT-REPORT-FILE.
       01  ENTITLEMENT-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.

       COPY ROLEWS.
       COPY BIZDTWS.

       01  WS-EN-FS                 PIC X(02).
       01  WS-UR-FS                 PIC X(02).
       01  WS-RT-FS                 PIC X(02).

       01  WS-EN-EOF-SW             PIC X(01) VALUE "N".
           88  WS-EN-EOF            VALUE "Y".
       01  WS-UR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-UR-EOF            VALUE "Y".

      ******************************************************************
      * The grants as loaded (a repeated row is kept once), and the
      * distinct function codes they name with the first description
      * given for each and a printed switch for the ordered walk.
      ******************************************************************
       01  WS-GRANT-AREA.
           05  WS-GR-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-GR-ROW OCCURS 500 TIMES
                             INDEXED BY GR-IDX.
               10  WS-GR-USER-TYPE       PIC X(01).
               10  WS-GR-FUNCTION-CODE   PIC X(08).
       01  WS-GR-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-GR-FOUND          VALUE "Y".

       01  WS-FUNCTION-AREA.
           05  WS-FN-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-FN-ROW OCCURS 100 TIMES
                             INDEXED BY FN-IDX.
               10  WS-FN-FUNCTION-CODE   PIC X(08).
               10  WS-FN-FUNCTION-DESC   PIC X(30).
               10  WS-FN-PRINTED-SW      PIC X(01).
       01  WS-FN-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-FN-FOUND          VALUE "Y".
       01  WS-NEXT-FN-IDX           PIC 9(04) COMP.
       01  WS-SCAN-IDX              PIC 9(04) COMP.

       01  WS-ASSIGN-AREA.
           05  WS-UA-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-UA-ROW OCCURS 500 TIMES
                             INDEXED BY UA-IDX.
               10  WS-UA-USER-ID         PIC X(08).
               10  WS-UA-USER-TYPE       PIC X(01).
               10  WS-UA-MANAGER-ID      PIC X(08).
               10  WS-UA-GRANTED-DATE    PIC 9(08).

       01  WS-ROLE-NAME             PIC X(20).
       01  WS-ROLE-MFA              PIC X(01).

       01  WS-FN-USER-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-FUNCTIONS-LISTED      PIC 9(05) COMP VALUE ZERO.
       01  WS-PAIRS-LISTED          PIC 9(05) COMP VALUE ZERO.
       01  WS-UNHELD-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-UNDEFINED-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-COUNT-EDITED          PIC ZZZZ9.

       01  WS-HEADING-1.
           05  FILLER               PIC X(45) VALUE
               "FUNCTION ENTITLEMENTS - WHO CAN PERFORM WHICH".
           05  FILLER               PIC X(20) VALUE
               " FUNCTION     AS OF ".
           05  WS-H1-DATE           PIC 9(08).
           05  FILLER               PIC X(07) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER               PIC X(20) VALUE
               "  USER-ID  ROLE NAME".
           05  FILLER               PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(25) VALUE
               "TYPE MFA MANAGER  GRANTED".
           05  FILLER               PIC X(23) VALUE SPACES.

       01  WS-FUNCTION-LINE.
           05  FILLER               PIC X(09) VALUE "FUNCTION ".
           05  WS-FL-FUNCTION-CODE  PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-FL-FUNCTION-DESC  PIC X(30).
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-USER-ID        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ROLE-NAME      PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-USER-TYPE      PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-MFA            PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-MANAGER-ID     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-GRANTED-DATE   PIC 9(08).
           05  FILLER               PIC X(22) VALUE SPACES.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if ENTITLE, USERROLE or ROLETAB
      * exceeds its in-memory table.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0150-LOAD-ENTITLEMENTS
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0170-LOAD-ASSIGNMENTS
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0180-LOAD-ROLE-TABLE
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0500-WRITE-REPORT
           DISPLAY "===== EntitlementReport CONTROL TOTALS ====="
           DISPLAY "GRANTS ON ENTITLE:   " WS-GR-COUNT
           DISPLAY "ROLE ASSIGNMENTS:    " WS-UA-COUNT
           DISPLAY "FUNCTIONS LISTED:    " WS-FUNCTIONS-LISTED
           DISPLAY "USER-FUNCTION PAIRS: " WS-PAIRS-LISTED
           DISPLAY "FUNCTIONS UNHELD:    " WS-UNHELD-COUNT
           DISPLAY "UNDEFINED ROLES:     " WS-UNDEFINED-COUNT
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
      * No ENTITLE dataset means no role is granted anything -- the
      * report still runs and says so, since that is exactly the
      * state EntitlementCheck would enforce.
      ******************************************************************
       0150-LOAD-ENTITLEMENTS.
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-EN-FS = "00"
               MOVE "N" TO WS-EN-EOF-SW
               PERFORM UNTIL WS-EN-EOF
                   READ ENTITLEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-EN-EOF-SW
                       NOT AT END
                           PERFORM 0160-STORE-ONE-GRANT
                           IF RUN-RETURN-CODE NOT = ZERO
                               MOVE "Y" TO WS-EN-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITLEMENT-FILE
           END-IF.

       0160-STORE-ONE-GRANT.
           MOVE "N" TO WS-GR-FOUND-SW
           SET GR-IDX TO 1
           PERFORM UNTIL WS-GR-FOUND OR GR-IDX > WS-GR-COUNT
               IF WS-GR-USER-TYPE (GR-IDX) = EN-USER-TYPE
                  AND WS-GR-FUNCTION-CODE (GR-IDX) = EN-FUNCTION-CODE
                   MOVE "Y" TO WS-GR-FOUND-SW
               ELSE
                   SET GR-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-GR-FOUND
               IF WS-GR-COUNT >= 500
                   DISPLAY "EntitlementReport: ENTITLE EXCEEDS TABLE"
                       " CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   ADD 1 TO WS-GR-COUNT
                   MOVE EN-USER-TYPE TO WS-GR-USER-TYPE (WS-GR-COUNT)
                   MOVE EN-FUNCTION-CODE
                       TO WS-GR-FUNCTION-CODE (WS-GR-COUNT)
               END-IF
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0165-NOTE-FUNCTION
           END-IF.

       0165-NOTE-FUNCTION.
           MOVE "N" TO WS-FN-FOUND-SW
           SET FN-IDX TO 1
           PERFORM UNTIL WS-FN-FOUND OR FN-IDX > WS-FN-COUNT
               IF WS-FN-FUNCTION-CODE (FN-IDX) = EN-FUNCTION-CODE
                   MOVE "Y" TO WS-FN-FOUND-SW
               ELSE
                   SET FN-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-FN-FOUND
               IF WS-FN-FUNCTION-DESC (FN-IDX) = SPACES
                   MOVE EN-FUNCTION-DESC
                       TO WS-FN-FUNCTION-DESC (FN-IDX)
               END-IF
           ELSE
               IF WS-FN-COUNT >= 100
                   DISPLAY "EntitlementReport: FUNCTION CODES EXCEED"
                       " TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   ADD 1 TO WS-FN-COUNT
                   SET FN-IDX TO WS-FN-COUNT
                   MOVE EN-FUNCTION-CODE
                       TO WS-FN-FUNCTION-CODE (FN-IDX)
                   MOVE EN-FUNCTION-DESC
                       TO WS-FN-FUNCTION-DESC (FN-IDX)
                   MOVE "N" TO WS-FN-PRINTED-SW (FN-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * No USERROLE dataset just means nobody holds a role, so every
      * function lists as unheld.
      ******************************************************************
       0170-LOAD-ASSIGNMENTS.
           OPEN INPUT USER-ROLE-FILE
           IF WS-UR-FS = "00"
               MOVE "N" TO WS-UR-EOF-SW
               SET UA-IDX TO 1
               PERFORM UNTIL WS-UR-EOF
                   READ USER-ROLE-FILE
                       AT END
                           MOVE "Y" TO WS-UR-EOF-SW
                       NOT AT END
                           IF WS-UA-COUNT >= 500
                               DISPLAY "EntitlementReport:"
                                   " USERROLE EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-UR-EOF-SW
                           ELSE
                               MOVE UR-USER-ID TO
                                   WS-UA-USER-ID (UA-IDX)
                               MOVE UR-USER-TYPE TO
                                   WS-UA-USER-TYPE (UA-IDX)
                               MOVE UR-MANAGER-ID TO
                                   WS-UA-MANAGER-ID (UA-IDX)
                               MOVE UR-GRANTED-DATE TO
                                   WS-UA-GRANTED-DATE (UA-IDX)
                               SET UA-IDX UP BY 1
                               ADD 1 TO WS-UA-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-ROLE-FILE
           END-IF.

       0180-LOAD-ROLE-TABLE.
           OPEN INPUT ROLE-TABLE-FILE
           IF WS-RT-FS = "00"
               MOVE "N" TO WS-ROLE-EOF-SW
               SET RT-IDX TO 1
               PERFORM UNTIL WS-ROLE-EOF
                   READ ROLE-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-ROLE-EOF-SW
                       NOT AT END
                           IF WS-ROLE-ROW-COUNT >= 20
                               DISPLAY "EntitlementReport:"
                                   " ROLETAB EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-ROLE-EOF-SW
                           ELSE
                               MOVE RT-USER-TYPE    TO
                                   WS-RT-USER-TYPE (RT-IDX)
                               MOVE RT-ACCESS-LEVEL TO
                                   WS-RT-ACCESS-LEVEL (RT-IDX)
                               MOVE RT-ROLE-NAME    TO
                                   WS-RT-ROLE-NAME (RT-IDX)
                               MOVE RT-REQUIRES-MFA TO
                                   WS-RT-REQUIRES-MFA (RT-IDX)
                               SET RT-IDX UP BY 1
                               ADD 1 TO WS-ROLE-ROW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLE-TABLE-FILE
           END-IF.

       0190-FIND-ROLE.
           MOVE "N" TO WS-ROLE-FOUND-SW
           MOVE "UNKNOWN ROLE" TO WS-ROLE-NAME
           MOVE SPACE TO WS-ROLE-MFA
           SET RT-IDX TO 1
           PERFORM UNTIL WS-ROLE-FOUND OR RT-IDX > WS-ROLE-ROW-COUNT
               IF WS-RT-USER-TYPE (RT-IDX) = WS-GR-USER-TYPE (GR-IDX)
                   MOVE "Y" TO WS-ROLE-FOUND-SW
                   MOVE WS-RT-ROLE-NAME (RT-IDX) TO WS-ROLE-NAME
                   MOVE WS-RT-REQUIRES-MFA (RT-IDX) TO WS-ROLE-MFA
               ELSE
                   SET RT-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Functions come out in function-code order: each pass picks
      * the lowest code not yet printed.
      ******************************************************************
       0500-WRITE-REPORT.
           OPEN OUTPUT ENTITLEMENT-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-HEADING-1
           MOVE ALL "-" TO ENTITLEMENT-REPORT-LINE
           WRITE ENTITLEMENT-REPORT-LINE
           IF WS-FN-COUNT = ZERO
               MOVE "NO ENTITLE GRANTS ON FILE - NO FUNCTION CAN BE"
                   & " PERFORMED" TO ENTITLEMENT-REPORT-LINE
               WRITE ENTITLEMENT-REPORT-LINE
           END-IF
           PERFORM WS-FN-COUNT TIMES
               PERFORM 0510-FIND-NEXT-FUNCTION
               SET FN-IDX TO WS-NEXT-FN-IDX
               MOVE "Y" TO WS-FN-PRINTED-SW (FN-IDX)
               PERFORM 0520-WRITE-FUNCTION
           END-PERFORM
           CLOSE ENTITLEMENT-REPORT-FILE.

       0510-FIND-NEXT-FUNCTION.
           MOVE ZERO TO WS-NEXT-FN-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-FN-COUNT
               IF WS-FN-PRINTED-SW (WS-SCAN-IDX) = "N"
                   IF WS-NEXT-FN-IDX = ZERO
                       MOVE WS-SCAN-IDX TO WS-NEXT-FN-IDX
                   ELSE
                       IF WS-FN-FUNCTION-CODE (WS-SCAN-IDX) <
                               WS-FN-FUNCTION-CODE (WS-NEXT-FN-IDX)
                           MOVE WS-SCAN-IDX TO WS-NEXT-FN-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0520-WRITE-FUNCTION.
           MOVE WS-FN-FUNCTION-CODE (FN-IDX) TO WS-FL-FUNCTION-CODE
           MOVE WS-FN-FUNCTION-DESC (FN-IDX) TO WS-FL-FUNCTION-DESC
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-FUNCTION-LINE
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-HEADING-2
           MOVE ZERO TO WS-FN-USER-COUNT
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GR-COUNT
               IF WS-GR-FUNCTION-CODE (GR-IDX) =
                       WS-FN-FUNCTION-CODE (FN-IDX)
                   PERFORM 0530-WRITE-GRANT
               END-IF
           END-PERFORM
           IF WS-FN-USER-COUNT = ZERO
               MOVE "  ** NO USER HOLDS THIS FUNCTION **"
                   TO ENTITLEMENT-REPORT-LINE
               WRITE ENTITLEMENT-REPORT-LINE
               ADD 1 TO WS-UNHELD-COUNT
           END-IF
           MOVE WS-FN-USER-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO ENTITLEMENT-REPORT-LINE
           STRING "  USERS ENTITLED: " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO ENTITLEMENT-REPORT-LINE
           END-STRING
           WRITE ENTITLEMENT-REPORT-LINE
           MOVE SPACES TO ENTITLEMENT-REPORT-LINE
           WRITE ENTITLEMENT-REPORT-LINE
           ADD 1 TO WS-FUNCTIONS-LISTED.

      ******************************************************************
      * One grant: every user holding the granted USER-TYPE, with a
      * flag first when ROLETAB has no such role.
      ******************************************************************
       0530-WRITE-GRANT.
           PERFORM 0190-FIND-ROLE
           IF NOT WS-ROLE-FOUND
               MOVE SPACES TO ENTITLEMENT-REPORT-LINE
               STRING "  ** GRANTED TO USER-TYPE " DELIMITED BY SIZE
                      WS-GR-USER-TYPE (GR-IDX) DELIMITED BY SIZE
                      " - NOT ON ROLETAB **" DELIMITED BY SIZE
                   INTO ENTITLEMENT-REPORT-LINE
               END-STRING
               WRITE ENTITLEMENT-REPORT-LINE
               ADD 1 TO WS-UNDEFINED-COUNT
           END-IF
           PERFORM VARYING UA-IDX FROM 1 BY 1
                   UNTIL UA-IDX > WS-UA-COUNT
               IF WS-UA-USER-TYPE (UA-IDX) = WS-GR-USER-TYPE (GR-IDX)
                   MOVE WS-UA-USER-ID (UA-IDX)   TO WS-DL-USER-ID
                   MOVE WS-ROLE-NAME             TO WS-DL-ROLE-NAME
                   MOVE WS-UA-USER-TYPE (UA-IDX) TO WS-DL-USER-TYPE
                   MOVE WS-ROLE-MFA              TO WS-DL-MFA
                   MOVE WS-UA-MANAGER-ID (UA-IDX)
                       TO WS-DL-MANAGER-ID
                   MOVE WS-UA-GRANTED-DATE (UA-IDX)
                       TO WS-DL-GRANTED-DATE
                   WRITE ENTITLEMENT-REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-FN-USER-COUNT
                   ADD 1 TO WS-PAIRS-LISTED
               END-IF
           END-PERFORM.
