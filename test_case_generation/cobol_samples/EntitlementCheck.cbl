       IDENTIFICATION DIVISION.
       PROGRAM-ID. EntitlementCheck.

      ******************************************************************
      * Shared function-entitlement routine, CALLed once per
      * transaction by every maintenance and disposition program
      * before it applies anything, so LoginValidator deciding who
      * may log on is no longer the only gate: the operator ID a
      * transaction carries must hold a USERROLE assignment whose
      * USER-TYPE has an ENTITLE row for the function being
      * performed.  The first call loads USERROLE and ENTITLE into
      * working storage, which stays resident for the rest of the
      * run; every call after that is two table walks.  A refused
      * operator gets a NOTENTLD row on SECAUDIT naming the function
      * and why (NOROLE -- no assignment, or a revoked one; NOGRANT --
      * the role lacks the function), the same log security already
      * works for logons, unlocks and revocations.  No USERROLE or
      * ENTITLE, an empty one, or one too big for the table returns
      * EC-RETURN-CODE 12 and refuses everyone: running maintenance
      * unchecked because the table is missing is exactly the hole
      * this closes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UR-FS.

           SELECT ENTITLEMENT-FILE
               ASSIGN TO "ENTITLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EN-FS.

           SELECT SECURITY-AUDIT-FILE
               ASSIGN TO "SECAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SU-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-ROLE-FILE.
           COPY USERROLE.

       FD  ENTITLEMENT-FILE.
           COPY ENTITLE.

       FD  SECURITY-AUDIT-FILE.
           COPY SECAUDIT.

       WORKING-STORAGE SECTION.

       01  WS-UR-FS                  PIC X(02).
       01  WS-UR-EOF-SW              PIC X(01) VALUE "N".
           88  WS-UR-EOF             VALUE "Y".
       01  WS-EN-FS                  PIC X(02).
       01  WS-EN-EOF-SW              PIC X(01) VALUE "N".
           88  WS-EN-EOF             VALUE "Y".
       01  WS-SU-FS                  PIC X(02).
       01  WS-LOADED-SW              PIC X(01) VALUE "N".
           88  WS-TABLES-LOADED      VALUE "Y".
       01  WS-LOAD-RC                PIC S9(04) COMP VALUE ZERO.

      ******************************************************************
      * The role assignments and the entitlement grants, held for
      * the life of the run.
      ******************************************************************
       01  WS-ASSIGN-AREA.
           05  WS-UA-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-UA-ROW OCCURS 500 TIMES
                             INDEXED BY UA-IDX.
               10  WS-UA-USER-ID         PIC X(08).
               10  WS-UA-USER-TYPE       PIC X(01).
       01  WS-UA-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-UA-FOUND           VALUE "Y".

       01  WS-GRANT-AREA.
           05  WS-EN-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-EN-ROW OCCURS 500 TIMES
                             INDEXED BY EN-IDX.
               10  WS-EN-USER-TYPE       PIC X(01).
               10  WS-EN-FUNCTION-CODE   PIC X(08).
       01  WS-EN-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-EN-FOUND           VALUE "Y".

       LINKAGE SECTION.

           COPY ENTLCHK.

       PROCEDURE DIVISION USING ENTITLEMENT-CHECK-AREA.

       0000-MAINLINE.
           IF NOT WS-TABLES-LOADED
               PERFORM 0100-LOAD-ASSIGNMENTS
               IF WS-LOAD-RC = ZERO
                   PERFORM 0150-LOAD-ENTITLEMENTS
               END-IF
               MOVE "Y" TO WS-LOADED-SW
           END-IF
           MOVE WS-LOAD-RC TO EC-RETURN-CODE
           MOVE "N"        TO EC-RESULT
           MOVE SPACE      TO EC-USER-TYPE
           MOVE SPACES     TO EC-DENIAL-CODE
           IF WS-LOAD-RC NOT = ZERO
               MOVE "ENTITLEMENTS NOT AVAILABLE" TO EC-REASON
           ELSE
               PERFORM 0300-CHECK-OPERATOR
           END-IF
           GOBACK.

      ******************************************************************
      * Without USERROLE nobody holds a role, so nobody could be
      * entitled -- a missing file is treated as unusable rather
      * than as an empty one.
      ******************************************************************
       0100-LOAD-ASSIGNMENTS.
           OPEN INPUT USER-ROLE-FILE
           IF WS-UR-FS NOT = "00"
               DISPLAY "EntitlementCheck: USERROLE NOT AVAILABLE"
               MOVE 12 TO WS-LOAD-RC
           ELSE
               MOVE "N" TO WS-UR-EOF-SW
               SET UA-IDX TO 1
               PERFORM UNTIL WS-UR-EOF
                   READ USER-ROLE-FILE
                       AT END
                           MOVE "Y" TO WS-UR-EOF-SW
                       NOT AT END
                           IF WS-UA-COUNT >= 500
                               DISPLAY "EntitlementCheck:"
                                   " USERROLE EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO WS-LOAD-RC
                               MOVE "Y" TO WS-UR-EOF-SW
                           ELSE
                               MOVE UR-USER-ID TO
                                   WS-UA-USER-ID (UA-IDX)
                               MOVE UR-USER-TYPE TO
                                   WS-UA-USER-TYPE (UA-IDX)
                               SET UA-IDX UP BY 1
                               ADD 1 TO WS-UA-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-ROLE-FILE
               IF WS-UA-COUNT = ZERO
                   DISPLAY "EntitlementCheck: USERROLE IS EMPTY"
                   MOVE 12 TO WS-LOAD-RC
               END-IF
           END-IF.

       0150-LOAD-ENTITLEMENTS.
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-EN-FS NOT = "00"
               DISPLAY "EntitlementCheck: ENTITLE NOT AVAILABLE"
               MOVE 12 TO WS-LOAD-RC
           ELSE
               MOVE "N" TO WS-EN-EOF-SW
               SET EN-IDX TO 1
               PERFORM UNTIL WS-EN-EOF
                   READ ENTITLEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-EN-EOF-SW
                       NOT AT END
                           IF WS-EN-COUNT >= 500
                               DISPLAY "EntitlementCheck:"
                                   " ENTITLE EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO WS-LOAD-RC
                               MOVE "Y" TO WS-EN-EOF-SW
                           ELSE
                               MOVE EN-USER-TYPE TO
                                   WS-EN-USER-TYPE (EN-IDX)
                               MOVE EN-FUNCTION-CODE TO
                                   WS-EN-FUNCTION-CODE (EN-IDX)
                               SET EN-IDX UP BY 1
                               ADD 1 TO WS-EN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITLEMENT-FILE
               IF WS-EN-COUNT = ZERO
                   DISPLAY "EntitlementCheck: ENTITLE IS EMPTY"
                   MOVE 12 TO WS-LOAD-RC
               END-IF
           END-IF.

      ******************************************************************
      * A blank operator ID can never match an assignment, so a
      * transaction that doesn't say who keyed it is refused too.
      ******************************************************************
       0300-CHECK-OPERATOR.
           MOVE "N" TO WS-UA-FOUND-SW
           SET UA-IDX TO 1
           PERFORM UNTIL WS-UA-FOUND OR UA-IDX > WS-UA-COUNT
               IF WS-UA-USER-ID (UA-IDX) = EC-OPERATOR-ID
                  AND EC-OPERATOR-ID NOT = SPACES
                   MOVE "Y" TO WS-UA-FOUND-SW
               ELSE
                   SET UA-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-UA-FOUND
               MOVE "OPERATOR HAS NO ROLE" TO EC-REASON
               MOVE "NOROLE " TO EC-DENIAL-CODE
           ELSE
               MOVE WS-UA-USER-TYPE (UA-IDX) TO EC-USER-TYPE
               MOVE "N" TO WS-EN-FOUND-SW
               SET EN-IDX TO 1
               PERFORM UNTIL WS-EN-FOUND OR EN-IDX > WS-EN-COUNT
                   IF WS-EN-USER-TYPE (EN-IDX) = EC-USER-TYPE
                      AND WS-EN-FUNCTION-CODE (EN-IDX) =
                          EC-FUNCTION-CODE
                       MOVE "Y" TO WS-EN-FOUND-SW
                   ELSE
                       SET EN-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-EN-FOUND
                   MOVE "Y"    TO EC-RESULT
                   MOVE SPACES TO EC-REASON
               ELSE
                   MOVE "ROLE NOT ENTITLED TO FUNCTION"
                       TO EC-REASON
                   MOVE "NOGRANT" TO EC-DENIAL-CODE
               END-IF
           END-IF
           IF NOT EC-ENTITLED AND EC-LOG-DENIAL
               PERFORM 0400-WRITE-DENIAL-AUDIT
           END-IF.

      ******************************************************************
      * One NOTENTLD row per refusal, opened and closed around the
      * write -- refusals are rare, and the log must not be held
      * open across a caller's whole run.
      ******************************************************************
       0400-WRITE-DENIAL-AUDIT.
           OPEN EXTEND SECURITY-AUDIT-FILE
           IF WS-SU-FS NOT = "00"
               DISPLAY "EntitlementCheck: SECAUDIT NOT AVAILABLE - "
                   EC-OPERATOR-ID " " EC-FUNCTION-CODE " NOT LOGGED"
           ELSE
               MOVE EC-OPERATOR-ID TO SU-USER-ID
               MOVE FUNCTION CURRENT-DATE TO SU-TIMESTAMP
               MOVE ZERO           TO SU-LOGIN-HOUR
               MOVE "NOTENTLD  "   TO SU-OUTCOME
               MOVE SPACES         TO SU-MESSAGES
               STRING EC-FUNCTION-CODE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      EC-DENIAL-CODE DELIMITED BY SPACE
                   INTO SU-MESSAGES
               END-STRING
               WRITE SECURITY-AUDIT-RECORD
               CLOSE SECURITY-AUDIT-FILE
           END-IF.
