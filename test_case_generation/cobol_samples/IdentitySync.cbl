       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdentitySync.

      ******************************************************************
      * Nightly identity sync between the HR roster and the logon
      * files.  A termination on EMPFILE used to leave the leaver's
      * credential, role and account status untouched until the
      * next recertification campaign; now every USER-ID linked to
      * an employee on USEREMP is checked against the roster each
      * night.  From the EMP-TERM-DATE on, a terminated employee's
      * CREDFILE credential is disabled, their ACCTSTAT row locked
      * and their USERROLE assignment revoked (a termination dated
      * in the future is listed as pending and acted on when the
      * day arrives).  A change of EMP-DEPT since the last run is
      * flagged for role review to the manager who owns the
      * assignment -- the role itself is left for that manager to
      * change.  Then every credential still in service without a
      * GRANTED logon on SECAUDIT (or a password change) within the
      * IDSPARM window is disabled as dormant.  Each action lands on
      * SECAUDIT (DEPROV, XFERRVW, DORMANT) and on the IDSYNRPT
      * report for the security officer, with role holders that
      * have no employee link and links to employees missing from
      * the roster listed as exceptions to fix.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.

           SELECT USER-EMPLOYEE-FILE
               ASSIGN TO "USEREMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UE-FS.

           SELECT USER-ROLE-FILE
               ASSIGN TO "USERROLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UR-FS.

           SELECT SECURITY-AUDIT-FILE
               ASSIGN TO "SECAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SU-FS.

           SELECT CREDENTIAL-FILE
               ASSIGN TO "CREDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-USER-ID
               FILE STATUS IS WS-CRED-FS.

           SELECT ACCOUNT-STATUS-FILE
               ASSIGN TO "ACCTSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-USER-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT SYNC-PARAMETER-FILE
               ASSIGN TO "IDSPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IP-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT SYNC-REPORT-FILE
               ASSIGN TO "IDSYNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  USER-EMPLOYEE-FILE.
           COPY USEREMP.

       FD  USER-ROLE-FILE.
           COPY USERROLE.

       FD  SECURITY-AUDIT-FILE.
           COPY SECAUDIT.

       FD  CREDENTIAL-FILE.
           COPY CREDREC.

       FD  ACCOUNT-STATUS-FILE.
           COPY ACCTSTAT.

       FD  SYNC-PARAMETER-FILE.
           COPY IDSPARM.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  SYNC-REPORT-FILE.
       01  SYNC-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-EMP-FS                PIC X(02).
       01  WS-UE-FS                 PIC X(02).
       01  WS-UR-FS                 PIC X(02).
       01  WS-SU-FS                 PIC X(02).
       01  WS-CRED-FS               PIC X(02).
       01  WS-ACCT-FS               PIC X(02).
       01  WS-IP-FS                 PIC X(02).

       01  WS-EMP-EOF-SW            PIC X(01) VALUE "N".
           88  WS-EMP-EOF           VALUE "Y".
       01  WS-UE-EOF-SW             PIC X(01) VALUE "N".
           88  WS-UE-EOF            VALUE "Y".
       01  WS-UR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-UR-EOF            VALUE "Y".
       01  WS-SU-EOF-SW             PIC X(01) VALUE "N".
           88  WS-SU-EOF            VALUE "Y".
       01  WS-CRED-EOF-SW           PIC X(01) VALUE "N".
           88  WS-CRED-EOF          VALUE "Y".

      ******************************************************************
      * The roster, the identity links and the role assignments,
      * held for the run; the links and assignments are rewritten
      * at the end with the departments seen and the revocations
      * dropped.
      ******************************************************************
       01  WS-ROSTER-AREA.
           05  WS-EM-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-EM-ROW OCCURS 500 TIMES
                             INDEXED BY EM-IDX.
               10  WS-EM-EMP-ID          PIC X(06).
               10  WS-EM-DEPT            PIC X(03).
               10  WS-EM-STATUS          PIC X(01).
               10  WS-EM-TERM-DATE       PIC 9(08).
       01  WS-EM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-EM-FOUND          VALUE "Y".

       01  WS-LINK-AREA.
           05  WS-UE-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-UE-ROW OCCURS 500 TIMES
                             INDEXED BY UE-IDX.
               10  WS-UE-USER-ID         PIC X(08).
               10  WS-UE-EMP-ID          PIC X(06).
               10  WS-UE-LAST-DEPT       PIC X(03).
               10  WS-UE-LAST-SYNC-DATE  PIC 9(08).
       01  WS-UE-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-UE-FOUND          VALUE "Y".
       01  WS-UE-LOOKUP-ID          PIC X(08).

       01  WS-ASSIGN-AREA.
           05  WS-UA-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-UA-ROW OCCURS 500 TIMES
                             INDEXED BY UA-IDX.
               10  WS-UA-USER-ID         PIC X(08).
               10  WS-UA-USER-TYPE       PIC X(01).
               10  WS-UA-MANAGER-ID      PIC X(08).
               10  WS-UA-GRANTED-DATE    PIC 9(08).
               10  WS-UA-REVOKED-SW      PIC X(01).
       01  WS-UA-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-UA-FOUND          VALUE "Y".
       01  WS-UA-LOOKUP-ID          PIC X(08).

      ******************************************************************
      * Each USER-ID's most recent GRANTED logon, from one pass over
      * SECAUDIT.
      ******************************************************************
       01  WS-LOGON-AREA.
           05  WS-LG-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-LG-ROW OCCURS 1000 TIMES
                             INDEXED BY LG-IDX.
               10  WS-LG-USER-ID         PIC X(08).
               10  WS-LG-LAST-GRANTED    PIC 9(08).
       01  WS-LG-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LG-FOUND          VALUE "Y".
       01  WS-LG-LOOKUP-ID          PIC X(08).

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-INT             PIC 9(07) COMP.
       01  WS-DORMANT-DAYS          PIC 9(03) COMP VALUE 90.
       01  WS-CUTOFF-DATE           PIC 9(08).
       01  WS-EVENT-DATE            PIC 9(08).
       01  WS-LAST-ACTIVITY-DATE    PIC 9(08).

       01  WS-CRED-CHANGED-SW       PIC X(01) VALUE "N".
           88  WS-CRED-CHANGED      VALUE "Y".
       01  WS-ACCT-CHANGED-SW       PIC X(01) VALUE "N".
           88  WS-ACCT-CHANGED      VALUE "Y".
       01  WS-ROLE-CHANGED-SW       PIC X(01) VALUE "N".
           88  WS-ROLE-CHANGED      VALUE "Y".

       01  WS-AUDIT-USER            PIC X(08).
       01  WS-AUDIT-OUTCOME         PIC X(10).
       01  WS-AUDIT-MESSAGE         PIC X(20).

       01  WS-DEPROV-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-ALREADY-OFF-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-TRANSFER-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-DORMANT-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-COUNT-EDITED          PIC ZZZZ9.
       01  WS-DAYS-EDITED           PIC ZZ9.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(35) VALUE
               "IDENTITY SYNC - ACCESS ACTIONS FOR ".
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(28) VALUE
               "ACTION   USER-ID  EMP-ID".
           05  FILLER               PIC X(52) VALUE "DETAIL".

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-USER-ID        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-EMP-ID         PIC X(06).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-DETAIL         PIC X(52).

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 4 if a transfer or an exception
      * needs the security officer, 12 if EMPFILE or CREDFILE is not
      * available or a file exceeds its in-memory table -- nothing
      * is changed on a 12.
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
           PERFORM 0130-READ-SYNC-PARAMETER
           PERFORM 0140-LOAD-ROSTER
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0150-LOAD-LINKS
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0160-LOAD-ASSIGNMENTS
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0170-SCAN-LOGONS
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0190-OPEN-ACCOUNT-FILES
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT SYNC-REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE SYNC-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE ALL "-" TO SYNC-REPORT-LINE
           WRITE SYNC-REPORT-LINE
           WRITE SYNC-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM 0200-SYNC-LINKS
           PERFORM 0500-DISABLE-DORMANT
           PERFORM 0600-REPORT-UNLINKED
           PERFORM 0700-WRITE-REPORT-TOTALS
           CLOSE SECURITY-AUDIT-FILE
           CLOSE SYNC-REPORT-FILE
           CLOSE CREDENTIAL-FILE
           CLOSE ACCOUNT-STATUS-FILE
           PERFORM 0800-REWRITE-ASSIGNMENTS
           PERFORM 0850-REWRITE-LINKS
           IF WS-TRANSFER-COUNT > ZERO OR WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== IdentitySync CONTROL TOTALS ====="
           DISPLAY "LINKED USER-IDS:     " WS-UE-COUNT
           DISPLAY "DEPROVISIONED:       " WS-DEPROV-COUNT
           DISPLAY "ALREADY DISABLED:    " WS-ALREADY-OFF-COUNT
           DISPLAY "TERMINATION PENDING: " WS-PENDING-COUNT
           DISPLAY "TRANSFERS FLAGGED:   " WS-TRANSFER-COUNT
           DISPLAY "DORMANT DISABLED:    " WS-DORMANT-COUNT
           DISPLAY "EXCEPTIONS:          " WS-EXCEPTION-COUNT
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
      * No IDSPARM dataset leaves the standard ninety-day window.
      * Activity before the cutoff date no longer keeps an account
      * in service.
      ******************************************************************
       0130-READ-SYNC-PARAMETER.
           OPEN INPUT SYNC-PARAMETER-FILE
           IF WS-IP-FS = "00"
               READ SYNC-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IP-DORMANT-DAYS NUMERIC
                          AND IP-DORMANT-DAYS > ZERO
                           MOVE IP-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE SYNC-PARAMETER-FILE
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT - WS-DORMANT-DAYS) TO WS-CUTOFF-DATE.

      ******************************************************************
      * The roster is the source of truth for who still works
      * here; without it nobody can be judged terminated, so the
      * run stops before touching anything.
      ******************************************************************
       0140-LOAD-ROSTER.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FS NOT = "00"
               DISPLAY "IdentitySync: EMPFILE NOT AVAILABLE FS="
                   WS-EMP-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               MOVE "N" TO WS-EMP-EOF-SW
               SET EM-IDX TO 1
               PERFORM UNTIL WS-EMP-EOF
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO WS-EMP-EOF-SW
                       NOT AT END
                           IF WS-EM-COUNT >= 500
                               DISPLAY "IdentitySync: EMPFILE"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-EMP-EOF-SW
                           ELSE
                               MOVE EMP-ID TO WS-EM-EMP-ID (EM-IDX)
                               MOVE EMP-DEPT TO WS-EM-DEPT (EM-IDX)
                               MOVE EMP-STATUS TO
                                   WS-EM-STATUS (EM-IDX)
                               IF EMP-TERM-DATE NUMERIC
                                   MOVE EMP-TERM-DATE TO
                                       WS-EM-TERM-DATE (EM-IDX)
                               ELSE
                                   MOVE ZERO TO
                                       WS-EM-TERM-DATE (EM-IDX)
                               END-IF
                               SET EM-IDX UP BY 1
                               ADD 1 TO WS-EM-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

      ******************************************************************
      * No USEREMP dataset just means no logon has been linked to an
      * employee yet -- every role holder then lists as unlinked.
      ******************************************************************
       0150-LOAD-LINKS.
           OPEN INPUT USER-EMPLOYEE-FILE
           IF WS-UE-FS = "00"
               MOVE "N" TO WS-UE-EOF-SW
               SET UE-IDX TO 1
               PERFORM UNTIL WS-UE-EOF
                   READ USER-EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO WS-UE-EOF-SW
                       NOT AT END
                           IF WS-UE-COUNT >= 500
                               DISPLAY "IdentitySync: USEREMP"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-UE-EOF-SW
                           ELSE
                               MOVE UE-USER-ID TO
                                   WS-UE-USER-ID (UE-IDX)
                               MOVE UE-EMP-ID TO
                                   WS-UE-EMP-ID (UE-IDX)
                               MOVE UE-LAST-DEPT TO
                                   WS-UE-LAST-DEPT (UE-IDX)
                               MOVE UE-LAST-SYNC-DATE TO
                                   WS-UE-LAST-SYNC-DATE (UE-IDX)
                               SET UE-IDX UP BY 1
                               ADD 1 TO WS-UE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-EMPLOYEE-FILE
           END-IF.

       0160-LOAD-ASSIGNMENTS.
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
                               DISPLAY "IdentitySync: USERROLE"
                                   " EXCEEDS TABLE CAPACITY"
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
                               MOVE "N" TO WS-UA-REVOKED-SW (UA-IDX)
                               SET UA-IDX UP BY 1
                               ADD 1 TO WS-UA-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-ROLE-FILE
           END-IF.

      ******************************************************************
      * One front-to-back scan of the security log for each
      * USER-ID's latest GRANTED logon -- the same read of SECAUDIT
      * the recertification campaign does for its STALE flag.
      ******************************************************************
       0170-SCAN-LOGONS.
           OPEN INPUT SECURITY-AUDIT-FILE
           IF WS-SU-FS = "00"
               MOVE "N" TO WS-SU-EOF-SW
               PERFORM UNTIL WS-SU-EOF
                   READ SECURITY-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-SU-EOF-SW
                       NOT AT END
                           IF SU-OUTCOME = "GRANTED   "
                              AND SU-TIMESTAMP (1:8) NUMERIC
                               PERFORM 0175-FOLD-ONE-LOGON
                               IF RUN-RETURN-CODE NOT = ZERO
                                   MOVE "Y" TO WS-SU-EOF-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-AUDIT-FILE
           END-IF.

       0175-FOLD-ONE-LOGON.
           MOVE SU-TIMESTAMP (1:8) TO WS-EVENT-DATE
           MOVE SU-USER-ID TO WS-LG-LOOKUP-ID
           PERFORM 0185-FIND-LOGON
           IF WS-LG-FOUND
               IF WS-EVENT-DATE > WS-LG-LAST-GRANTED (LG-IDX)
                   MOVE WS-EVENT-DATE TO WS-LG-LAST-GRANTED (LG-IDX)
               END-IF
           ELSE
               IF WS-LG-COUNT >= 1000
                   DISPLAY "IdentitySync: SECAUDIT USER-IDS EXCEED"
                       " TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   ADD 1 TO WS-LG-COUNT
                   SET LG-IDX TO WS-LG-COUNT
                   MOVE SU-USER-ID TO WS-LG-USER-ID (LG-IDX)
                   MOVE WS-EVENT-DATE TO WS-LG-LAST-GRANTED (LG-IDX)
               END-IF
           END-IF.

       0180-FIND-EMPLOYEE.
           MOVE "N" TO WS-EM-FOUND-SW
           SET EM-IDX TO 1
           PERFORM UNTIL WS-EM-FOUND OR EM-IDX > WS-EM-COUNT
               IF WS-EM-EMP-ID (EM-IDX) = WS-UE-EMP-ID (UE-IDX)
                   MOVE "Y" TO WS-EM-FOUND-SW
               ELSE
                   SET EM-IDX UP BY 1
               END-IF
           END-PERFORM.

       0182-FIND-ASSIGNMENT.
           MOVE "N" TO WS-UA-FOUND-SW
           SET UA-IDX TO 1
           PERFORM UNTIL WS-UA-FOUND OR UA-IDX > WS-UA-COUNT
               IF WS-UA-USER-ID (UA-IDX) = WS-UA-LOOKUP-ID
                  AND WS-UA-REVOKED-SW (UA-IDX) = "N"
                   MOVE "Y" TO WS-UA-FOUND-SW
               ELSE
                   SET UA-IDX UP BY 1
               END-IF
           END-PERFORM.

       0184-FIND-LINK.
           MOVE "N" TO WS-UE-FOUND-SW
           SET UE-IDX TO 1
           PERFORM UNTIL WS-UE-FOUND OR UE-IDX > WS-UE-COUNT
               IF WS-UE-USER-ID (UE-IDX) = WS-UE-LOOKUP-ID
                   MOVE "Y" TO WS-UE-FOUND-SW
               ELSE
                   SET UE-IDX UP BY 1
               END-IF
           END-PERFORM.

       0185-FIND-LOGON.
           MOVE "N" TO WS-LG-FOUND-SW
           SET LG-IDX TO 1
           PERFORM UNTIL WS-LG-FOUND OR LG-IDX > WS-LG-COUNT
               IF WS-LG-USER-ID (LG-IDX) = WS-LG-LOOKUP-ID
                   MOVE "Y" TO WS-LG-FOUND-SW
               ELSE
                   SET LG-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * No action goes untold: SECAUDIT must open for append before
      * anything is touched.  The credential file must be there to
      * disable anything, so its absence stops the run too.  No
      * ACCTSTAT dataset yet is created empty, the same start
      * LoginValidator gives it.
      ******************************************************************
       0190-OPEN-ACCOUNT-FILES.
           OPEN EXTEND SECURITY-AUDIT-FILE
           IF WS-SU-FS NOT = "00"
               DISPLAY "IdentitySync: SECAUDIT OPEN FAILED FS="
                   WS-SU-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN I-O CREDENTIAL-FILE
               IF WS-CRED-FS NOT = "00"
                   DISPLAY "IdentitySync: CREDFILE OPEN FAILED FS="
                       WS-CRED-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE SECURITY-AUDIT-FILE
               END-IF
           END-IF
           IF RUN-RETURN-CODE = ZERO
               OPEN I-O ACCOUNT-STATUS-FILE
               IF WS-ACCT-FS = "35"
                   OPEN OUTPUT ACCOUNT-STATUS-FILE
                   CLOSE ACCOUNT-STATUS-FILE
                   OPEN I-O ACCOUNT-STATUS-FILE
               END-IF
               IF WS-ACCT-FS NOT = "00"
                   DISPLAY "IdentitySync: ACCTSTAT OPEN FAILED FS="
                       WS-ACCT-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE CREDENTIAL-FILE
                   CLOSE SECURITY-AUDIT-FILE
               END-IF
           END-IF.

       0200-SYNC-LINKS.
           PERFORM VARYING UE-IDX FROM 1 BY 1
                   UNTIL UE-IDX > WS-UE-COUNT
               PERFORM 0300-SYNC-ONE-LINK
           END-PERFORM.

      ******************************************************************
      * One linked USER-ID against its employee's roster row.  A
      * termination takes effect on EMP-TERM-DATE (no date on file
      * means it already has); a transfer is any department other
      * than the one the last run saw.
      ******************************************************************
       0300-SYNC-ONE-LINK.
           PERFORM 0180-FIND-EMPLOYEE
           IF NOT WS-EM-FOUND
               MOVE "NOEMP   " TO WS-DL-ACTION
               MOVE WS-UE-USER-ID (UE-IDX) TO WS-DL-USER-ID
               MOVE WS-UE-EMP-ID (UE-IDX)  TO WS-DL-EMP-ID
               MOVE "LINKED EMPLOYEE NOT ON ROSTER" TO WS-DL-DETAIL
               WRITE SYNC-REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               IF WS-EM-STATUS (EM-IDX) = "T"
                   IF WS-EM-TERM-DATE (EM-IDX) > WS-TODAY-DATE
                       PERFORM 0350-REPORT-PENDING
                   ELSE
                       PERFORM 0400-DEPROVISION
                   END-IF
               ELSE
                   IF WS-UE-LAST-DEPT (UE-IDX) NOT = SPACES
                      AND WS-UE-LAST-DEPT (UE-IDX) NOT =
                          WS-EM-DEPT (EM-IDX)
                       PERFORM 0450-FLAG-TRANSFER
                   END-IF
               END-IF
               MOVE WS-EM-DEPT (EM-IDX) TO WS-UE-LAST-DEPT (UE-IDX)
               MOVE WS-TODAY-DATE TO WS-UE-LAST-SYNC-DATE (UE-IDX)
           END-IF.

       0350-REPORT-PENDING.
           MOVE "PENDING " TO WS-DL-ACTION
           MOVE WS-UE-USER-ID (UE-IDX) TO WS-DL-USER-ID
           MOVE WS-UE-EMP-ID (UE-IDX)  TO WS-DL-EMP-ID
           MOVE SPACES TO WS-DL-DETAIL
           STRING "TERMINATION EFFECTIVE " DELIMITED BY SIZE
                  WS-EM-TERM-DATE (EM-IDX) DELIMITED BY SIZE
                  " - ACCESS ENDS THEN" DELIMITED BY SIZE
               INTO WS-DL-DETAIL
           END-STRING
           WRITE SYNC-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-PENDING-COUNT.

      ******************************************************************
      * Disables the credential, locks the account and revokes the
      * role -- whichever of the three is still open.  A leaver
      * whose access is already fully off is counted, not logged
      * again every night; one reinstated by mistake since the last
      * run is caught and logged afresh.
      ******************************************************************
       0400-DEPROVISION.
           MOVE "N" TO WS-CRED-CHANGED-SW
           MOVE "N" TO WS-ACCT-CHANGED-SW
           MOVE "N" TO WS-ROLE-CHANGED-SW
           MOVE WS-UE-USER-ID (UE-IDX) TO CR-USER-ID
           READ CREDENTIAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-FORCE-CHANGE NOT = "D"
                       MOVE "D" TO CR-FORCE-CHANGE
                       REWRITE CREDENTIAL-RECORD
                       MOVE "Y" TO WS-CRED-CHANGED-SW
                   END-IF
           END-READ
           MOVE WS-UE-USER-ID (UE-IDX) TO AS-USER-ID
           READ ACCOUNT-STATUS-FILE
               INVALID KEY
                   MOVE WS-UE-USER-ID (UE-IDX) TO AS-USER-ID
                   MOVE ZERO TO AS-LOGIN-ATTEMPTS
                   MOVE "Y"  TO AS-LOCKED
                   MOVE WS-RUN-TS TO AS-LAST-UPDATE-TS
                   WRITE ACCOUNT-STATUS-RECORD
                   MOVE "Y" TO WS-ACCT-CHANGED-SW
               NOT INVALID KEY
                   IF AS-LOCKED NOT = "Y"
                       MOVE "Y" TO AS-LOCKED
                       MOVE WS-RUN-TS TO AS-LAST-UPDATE-TS
                       REWRITE ACCOUNT-STATUS-RECORD
                       MOVE "Y" TO WS-ACCT-CHANGED-SW
                   END-IF
           END-READ
           MOVE WS-UE-USER-ID (UE-IDX) TO WS-UA-LOOKUP-ID
           PERFORM 0182-FIND-ASSIGNMENT
           IF WS-UA-FOUND
               MOVE "Y" TO WS-UA-REVOKED-SW (UA-IDX)
               MOVE "Y" TO WS-ROLE-CHANGED-SW
           END-IF
           IF WS-CRED-CHANGED OR WS-ACCT-CHANGED OR WS-ROLE-CHANGED
               MOVE WS-UE-USER-ID (UE-IDX) TO WS-AUDIT-USER
               MOVE "DEPROV    " TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING "TERMED " DELIMITED BY SIZE
                      WS-EM-TERM-DATE (EM-IDX) DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM 0900-WRITE-SECURITY-AUDIT
               MOVE "DEPROV  " TO WS-DL-ACTION
               MOVE WS-UE-USER-ID (UE-IDX) TO WS-DL-USER-ID
               MOVE WS-UE-EMP-ID (UE-IDX)  TO WS-DL-EMP-ID
               MOVE SPACES TO WS-DL-DETAIL
               STRING "TERM " DELIMITED BY SIZE
                      WS-EM-TERM-DATE (EM-IDX) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                   INTO WS-DL-DETAIL
               END-STRING
               IF WS-CRED-CHANGED
                   MOVE "CRED OFF" TO WS-DL-DETAIL (16:8)
               END-IF
               IF WS-ACCT-CHANGED
                   MOVE "ACCT LOCKED" TO WS-DL-DETAIL (26:11)
               END-IF
               IF WS-ROLE-CHANGED
                   MOVE "ROLE REVOKED" TO WS-DL-DETAIL (39:12)
               END-IF
               WRITE SYNC-REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-DEPROV-COUNT
           ELSE
               ADD 1 TO WS-ALREADY-OFF-COUNT
           END-IF.

      ******************************************************************
      * A mover keeps their access until the manager who owns the
      * assignment reviews the role against the new department; a
      * mover with no role has nothing to review but is still
      * logged.
      ******************************************************************
       0450-FLAG-TRANSFER.
           MOVE WS-UE-USER-ID (UE-IDX) TO WS-AUDIT-USER
           MOVE "XFERRVW   " TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING "DEPT " DELIMITED BY SIZE
                  WS-UE-LAST-DEPT (UE-IDX) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-EM-DEPT (EM-IDX) DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM 0900-WRITE-SECURITY-AUDIT
           MOVE "XFERRVW " TO WS-DL-ACTION
           MOVE WS-UE-USER-ID (UE-IDX) TO WS-DL-USER-ID
           MOVE WS-UE-EMP-ID (UE-IDX)  TO WS-DL-EMP-ID
           MOVE WS-UE-USER-ID (UE-IDX) TO WS-UA-LOOKUP-ID
           PERFORM 0182-FIND-ASSIGNMENT
           MOVE WS-AUDIT-MESSAGE TO WS-DL-DETAIL
           IF WS-UA-FOUND
               STRING "- ROLE " DELIMITED BY SIZE
                      WS-UA-USER-TYPE (UA-IDX) DELIMITED BY SIZE
                      " REVIEW BY " DELIMITED BY SIZE
                      WS-UA-MANAGER-ID (UA-IDX) DELIMITED BY SIZE
                   INTO WS-DL-DETAIL (17:36)
               END-STRING
           ELSE
               MOVE "- NO ROLE HELD" TO WS-DL-DETAIL (17:36)
           END-IF
           WRITE SYNC-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-TRANSFER-COUNT.

      ******************************************************************
      * Every credential still in service whose latest GRANTED logon
      * and latest password change both fall before the cutoff.  A
      * password change counts as activity so a freshly issued or
      * reset ID isn't disabled before its owner has had the chance
      * to log on.
      ******************************************************************
       0500-DISABLE-DORMANT.
           MOVE LOW-VALUES TO CR-USER-ID
           MOVE "N" TO WS-CRED-EOF-SW
           START CREDENTIAL-FILE
               KEY IS NOT LESS THAN CR-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-CRED-EOF-SW
           END-START
           PERFORM UNTIL WS-CRED-EOF
               READ CREDENTIAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CRED-EOF-SW
                   NOT AT END
                       IF CR-FORCE-CHANGE NOT = "D"
                           PERFORM 0550-CHECK-ONE-CREDENTIAL
                       END-IF
               END-READ
           END-PERFORM.

       0550-CHECK-ONE-CREDENTIAL.
           MOVE ZERO TO WS-LAST-ACTIVITY-DATE
           MOVE CR-USER-ID TO WS-LG-LOOKUP-ID
           PERFORM 0185-FIND-LOGON
           IF WS-LG-FOUND
               MOVE WS-LG-LAST-GRANTED (LG-IDX)
                   TO WS-LAST-ACTIVITY-DATE
           END-IF
           IF CR-LAST-CHANGED-DATE NUMERIC
              AND CR-LAST-CHANGED-DATE > WS-LAST-ACTIVITY-DATE
               MOVE CR-LAST-CHANGED-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF
           IF WS-LAST-ACTIVITY-DATE < WS-CUTOFF-DATE
               MOVE "D" TO CR-FORCE-CHANGE
               REWRITE CREDENTIAL-RECORD
               MOVE CR-USER-ID TO WS-AUDIT-USER
               MOVE "DORMANT   " TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               IF WS-LG-FOUND
                   STRING "LAST LOGON " DELIMITED BY SIZE
                          WS-LG-LAST-GRANTED (LG-IDX)
                              DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
               ELSE
                   MOVE "NO LOGON ON FILE" TO WS-AUDIT-MESSAGE
               END-IF
               PERFORM 0900-WRITE-SECURITY-AUDIT
               MOVE "DORMANT " TO WS-DL-ACTION
               MOVE CR-USER-ID TO WS-DL-USER-ID
               MOVE CR-USER-ID TO WS-UE-LOOKUP-ID
               PERFORM 0184-FIND-LINK
               IF WS-UE-FOUND
                   MOVE WS-UE-EMP-ID (UE-IDX) TO WS-DL-EMP-ID
               ELSE
                   MOVE SPACES TO WS-DL-EMP-ID
               END-IF
               MOVE WS-DORMANT-DAYS TO WS-DAYS-EDITED
               MOVE SPACES TO WS-DL-DETAIL
               STRING WS-AUDIT-MESSAGE DELIMITED BY "  "
                      " - NONE IN " DELIMITED BY SIZE
                      WS-DAYS-EDITED DELIMITED BY SIZE
                      " DAYS, CRED OFF" DELIMITED BY SIZE
                   INTO WS-DL-DETAIL
               END-STRING
               WRITE SYNC-REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-DORMANT-COUNT
           END-IF.

      ******************************************************************
      * A role holder with no USEREMP link can never be caught by a
      * termination -- security needs to link or remove the ID.
      ******************************************************************
       0600-REPORT-UNLINKED.
           PERFORM VARYING UA-IDX FROM 1 BY 1
                   UNTIL UA-IDX > WS-UA-COUNT
               IF WS-UA-REVOKED-SW (UA-IDX) = "N"
                   MOVE WS-UA-USER-ID (UA-IDX) TO WS-UE-LOOKUP-ID
                   PERFORM 0184-FIND-LINK
                   IF NOT WS-UE-FOUND
                       MOVE "NOLINK  " TO WS-DL-ACTION
                       MOVE WS-UA-USER-ID (UA-IDX) TO WS-DL-USER-ID
                       MOVE SPACES TO WS-DL-EMP-ID
                       MOVE SPACES TO WS-DL-DETAIL
                       STRING "ROLE HOLDER WITH NO EMPLOYEE LINK,"
                                  DELIMITED BY SIZE
                              " MGR " DELIMITED BY SIZE
                              WS-UA-MANAGER-ID (UA-IDX)
                                  DELIMITED BY SIZE
                           INTO WS-DL-DETAIL
                       END-STRING
                       WRITE SYNC-REPORT-LINE FROM WS-DETAIL-LINE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       0700-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SYNC-REPORT-LINE
           WRITE SYNC-REPORT-LINE
           MOVE WS-DEPROV-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO SYNC-REPORT-LINE
           STRING "DEPROVISIONED:       " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO SYNC-REPORT-LINE
           END-STRING
           WRITE SYNC-REPORT-LINE
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO SYNC-REPORT-LINE
           STRING "TERMINATION PENDING: " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO SYNC-REPORT-LINE
           END-STRING
           WRITE SYNC-REPORT-LINE
           MOVE WS-TRANSFER-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO SYNC-REPORT-LINE
           STRING "TRANSFERS FLAGGED:   " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO SYNC-REPORT-LINE
           END-STRING
           WRITE SYNC-REPORT-LINE
           MOVE WS-DORMANT-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO SYNC-REPORT-LINE
           STRING "DORMANT DISABLED:    " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO SYNC-REPORT-LINE
           END-STRING
           WRITE SYNC-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO SYNC-REPORT-LINE
           STRING "EXCEPTIONS:          " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO SYNC-REPORT-LINE
           END-STRING
           WRITE SYNC-REPORT-LINE.

      ******************************************************************
      * Full-file rewrite with the leavers' assignments dropped,
      * the same rewrite the recertification campaign does.
      ******************************************************************
       0800-REWRITE-ASSIGNMENTS.
           OPEN OUTPUT USER-ROLE-FILE
           PERFORM VARYING UA-IDX FROM 1 BY 1
                   UNTIL UA-IDX > WS-UA-COUNT
               IF WS-UA-REVOKED-SW (UA-IDX) = "N"
                   MOVE WS-UA-USER-ID (UA-IDX)      TO UR-USER-ID
                   MOVE WS-UA-USER-TYPE (UA-IDX)    TO UR-USER-TYPE
                   MOVE WS-UA-MANAGER-ID (UA-IDX)   TO UR-MANAGER-ID
                   MOVE WS-UA-GRANTED-DATE (UA-IDX)
                       TO UR-GRANTED-DATE
                   WRITE USER-ROLE-RECORD
               END-IF
           END-PERFORM
           CLOSE USER-ROLE-FILE.

       0850-REWRITE-LINKS.
           OPEN OUTPUT USER-EMPLOYEE-FILE
           PERFORM VARYING UE-IDX FROM 1 BY 1
                   UNTIL UE-IDX > WS-UE-COUNT
               MOVE WS-UE-USER-ID (UE-IDX)   TO UE-USER-ID
               MOVE WS-UE-EMP-ID (UE-IDX)    TO UE-EMP-ID
               MOVE WS-UE-LAST-DEPT (UE-IDX) TO UE-LAST-DEPT
               MOVE WS-UE-LAST-SYNC-DATE (UE-IDX)
                   TO UE-LAST-SYNC-DATE
               WRITE USER-EMPLOYEE-RECORD
           END-PERFORM
           CLOSE USER-EMPLOYEE-FILE.

      ******************************************************************
      * One row per action on the log the front door writes; the
      * affected USER-ID rides in SU-USER-ID.
      ******************************************************************
       0900-WRITE-SECURITY-AUDIT.
           MOVE WS-AUDIT-USER    TO SU-USER-ID
           MOVE WS-RUN-TS        TO SU-TIMESTAMP
           MOVE ZERO             TO SU-LOGIN-HOUR
           MOVE WS-AUDIT-OUTCOME TO SU-OUTCOME
           MOVE WS-AUDIT-MESSAGE TO SU-MESSAGES
           WRITE SECURITY-AUDIT-RECORD.
