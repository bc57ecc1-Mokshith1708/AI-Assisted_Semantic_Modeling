       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecurityEventExport.

      ******************************************************************
      * Nightly extract of the security and maintenance audit trails
      * for Information Security's enterprise monitoring system.
      * SECAUDIT (logons, lockouts, unlocks, revocations, password
      * events, entitlement refusals and identity-sync actions),
      * BRNAUDIT, CIFAUDIT, EMPAUDIT, STIPAUD and the TBLHIST
      * control-table history each have their own layout; every
      * row is mapped into one common event -- event type, actor,
      * target, outcome (SUCCESS / FAILURE) and timestamp, with the
      * source's own wording kept as detail -- on the SIEMEXP
      * transmission file.  Only rows added since the last run go:
      * the SIEMHWM high-water marks carry each source's record
      * count sent so far and the key of the last row, and a source
      * whose row at that position no longer matches (archived and
      * restarted) is sent again from the top.  SIEMEXP carries a
      * header, the events, one trailer per source with its prior
      * and new marks and the events sent -- new mark less prior
      * mark, reconcilable against the source's own record count --
      * and an ALL trailer with the grand total.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-AUDIT-FILE
               ASSIGN TO "SECAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SU-FS.

           SELECT BRANCH-AUDIT-FILE
               ASSIGN TO "BRNAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BA-FS.

           SELECT CIF-AUDIT-FILE
               ASSIGN TO "CIFAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FS.

           SELECT ROSTER-AUDIT-FILE
               ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-FS.

           SELECT STIPULATION-AUDIT-FILE
               ASSIGN TO "STIPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FS.

           SELECT TABLE-HISTORY-FILE
               ASSIGN TO "TBLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TB-FS.

           SELECT PRIOR-HIGH-WATER-FILE
               ASSIGN TO "HWMPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HP-FS.

           SELECT HIGH-WATER-FILE
               ASSIGN TO "SIEMHWM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SECURITY-EVENT-FILE
               ASSIGN TO "SIEMEXP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-AUDIT-FILE.
           COPY SECAUDIT.

       FD  BRANCH-AUDIT-FILE.
       01  BRANCH-AUDIT-RECORD.
           05  BA-USER-ID            PIC X(08).
           05  BA-ACTION             PIC X(06).
           05  BA-BRANCH-CODE        PIC X(04).
           05  BA-TIMESTAMP          PIC X(26).
           05  BA-DISPOSITION        PIC X(08).
           05  BA-REASON             PIC X(30).

       FD  CIF-AUDIT-FILE.
       01  CIF-AUDIT-RECORD.
           05  CA-USER-ID            PIC X(08).
           05  CA-ACTION             PIC X(06).
           05  CA-AUDIT-CUST-ID      PIC X(10).
           05  CA-TIMESTAMP          PIC X(26).
           05  CA-DISPOSITION        PIC X(08).
           05  CA-REASON             PIC X(30).

       FD  ROSTER-AUDIT-FILE.
       01  ROSTER-AUDIT-RECORD.
           05  RA-USER-ID            PIC X(08).
           05  RA-ACTION             PIC X(06).
           05  RA-EMP-ID             PIC X(06).
           05  RA-TIMESTAMP          PIC X(26).
           05  RA-DISPOSITION        PIC X(08).
           05  RA-REASON             PIC X(30).

       FD  STIPULATION-AUDIT-FILE.
       01  STIPULATION-AUDIT-RECORD.
           05  SA-USER-ID            PIC X(08).
           05  SA-ACTION             PIC X(06).
           05  SA-CUST-ID            PIC X(10).
           05  SA-STIP-TYPE          PIC X(08).
           05  SA-TIMESTAMP          PIC X(26).
           05  SA-DISPOSITION        PIC X(08).
           05  SA-REASON             PIC X(30).

       FD  TABLE-HISTORY-FILE.
       01  TABLE-HISTORY-RECORD.
           05  TB-CHANGE-ID          PIC 9(06).
           05  TB-TABLE-NAME         PIC X(09).
           05  TB-OLD-IMAGE          PIC X(80).
           05  TB-NEW-IMAGE          PIC X(80).
           05  TB-SUBMITTER-ID       PIC X(08).
           05  TB-APPROVER-ID        PIC X(08).
           05  TB-APPLY-DATE         PIC 9(08).

       FD  PRIOR-HIGH-WATER-FILE.
       01  PRIOR-HIGH-WATER-RECORD.
           05  HP-SOURCE             PIC X(08).
           05  HP-LAST-SEQ           PIC 9(09).
           05  HP-LAST-KEY           PIC X(26).
           05  HP-EXTRACT-TS         PIC X(26).

       FD  HIGH-WATER-FILE.
           COPY SIEMHWM.

       FD  SECURITY-EVENT-FILE.
       01  EVENT-HEADER-RECORD.
           05  EV-HDR-RECORD-TYPE    PIC X(01).
           05  EV-HDR-SYSTEM         PIC X(08).
           05  EV-HDR-BUSINESS-DATE  PIC 9(08).
           05  EV-HDR-EXTRACT-TS     PIC X(26).
           05  FILLER                PIC X(89).
       01  EVENT-DETAIL-RECORD.
           05  EV-RECORD-TYPE        PIC X(01).
           05  EV-SOURCE             PIC X(08).
           05  EV-SOURCE-SEQ         PIC 9(09).
           05  EV-EVENT-TYPE         PIC X(12).
           05  EV-TIMESTAMP          PIC X(26).
           05  EV-ACTOR              PIC X(08).
           05  EV-TARGET             PIC X(20).
           05  EV-OUTCOME            PIC X(08).
           05  EV-DETAIL             PIC X(40).
       01  EVENT-TRAILER-RECORD.
           05  EV-TRL-RECORD-TYPE    PIC X(01).
           05  EV-TRL-SOURCE         PIC X(08).
           05  EV-TRL-PRIOR-SEQ      PIC 9(09).
           05  EV-TRL-NEW-SEQ        PIC 9(09).
           05  EV-TRL-EVENT-COUNT    PIC 9(09).
           05  EV-TRL-STATUS         PIC X(07).
           05  FILLER                PIC X(89).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-SU-FS                 PIC X(02).
       01  WS-BA-FS                 PIC X(02).
       01  WS-CA-FS                 PIC X(02).
       01  WS-RA-FS                 PIC X(02).
       01  WS-SA-FS                 PIC X(02).
       01  WS-TB-FS                 PIC X(02).
       01  WS-HP-FS                 PIC X(02).

       01  WS-HP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-HP-EOF            VALUE "Y".
       01  WS-SRC-EOF-SW            PIC X(01) VALUE "N".
           88  WS-SRC-EOF           VALUE "Y".
       01  WS-EXPORT-SW             PIC X(01) VALUE "N".
           88  WS-EXPORT-ROW        VALUE "Y".

      ******************************************************************
      * The sources in the order they are sent, and each one's marks
      * for the run: prior (from SIEMHWM generation 0) and new (for
      * generation +1), with the events sent and how the source was
      * found -- "A" read, "M" missing, "R" restarted since last run.
      ******************************************************************
       01  WS-SOURCE-NAMES.
           05  FILLER               PIC X(08) VALUE "SECAUDIT".
           05  FILLER               PIC X(08) VALUE "BRNAUDIT".
           05  FILLER               PIC X(08) VALUE "CIFAUDIT".
           05  FILLER               PIC X(08) VALUE "EMPAUDIT".
           05  FILLER               PIC X(08) VALUE "STIPAUD ".
           05  FILLER               PIC X(08) VALUE "TBLHIST ".
       01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-NAME       PIC X(08) OCCURS 6 TIMES.

       01  WS-SOURCE-AREA.
           05  WS-SR-ROW OCCURS 6 TIMES
                             INDEXED BY SR-IDX.
               10  WS-SR-PRIOR-SEQ       PIC 9(09).
               10  WS-SR-PRIOR-KEY       PIC X(26).
               10  WS-SR-NEW-SEQ         PIC 9(09).
               10  WS-SR-NEW-KEY         PIC X(26).
               10  WS-SR-EVENT-COUNT     PIC 9(09) COMP.
               10  WS-SR-STATUS          PIC X(01).
               10  WS-SR-RESTARTED-SW    PIC X(01).
       01  WS-SR-SUB                PIC 9(02) COMP.

       01  WS-CUR-SEQ               PIC 9(09).
       01  WS-CUR-KEY               PIC X(26).
       01  WS-LAST-KEY              PIC X(26).
       01  WS-TOTAL-EVENTS          PIC 9(09) COMP VALUE ZERO.
       01  WS-DISPOSITION           PIC X(08).
       01  WS-MSG-WORD-1            PIC X(20).
       01  WS-MSG-WORD-2            PIC X(20).

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 4 if a source was restarted since
      * the last run (sent again from the top) or has gone missing
      * after having been sent before.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0150-LOAD-HIGH-WATER-MARKS
           OPEN OUTPUT SECURITY-EVENT-FILE
           PERFORM 0200-WRITE-HEADER
           SET SR-IDX TO 1
           PERFORM 0300-EXTRACT-SECAUDIT
           SET SR-IDX TO 2
           PERFORM 0400-EXTRACT-BRNAUDIT
           SET SR-IDX TO 3
           PERFORM 0430-EXTRACT-CIFAUDIT
           SET SR-IDX TO 4
           PERFORM 0460-EXTRACT-EMPAUDIT
           SET SR-IDX TO 5
           PERFORM 0500-EXTRACT-STIPAUD
           SET SR-IDX TO 6
           PERFORM 0550-EXTRACT-TBLHIST
           PERFORM 0800-WRITE-TRAILERS
           CLOSE SECURITY-EVENT-FILE
           PERFORM 0850-SAVE-HIGH-WATER-MARKS
           DISPLAY "===== SecurityEventExport CONTROL TOTALS ====="
           DISPLAY "SECAUDIT EVENTS:     " WS-SR-EVENT-COUNT (1)
           DISPLAY "BRNAUDIT EVENTS:     " WS-SR-EVENT-COUNT (2)
           DISPLAY "CIFAUDIT EVENTS:     " WS-SR-EVENT-COUNT (3)
           DISPLAY "EMPAUDIT EVENTS:     " WS-SR-EVENT-COUNT (4)
           DISPLAY "STIPAUD EVENTS:      " WS-SR-EVENT-COUNT (5)
           DISPLAY "TBLHIST EVENTS:      " WS-SR-EVENT-COUNT (6)
           DISPLAY "EVENTS EXPORTED:     " WS-TOTAL-EVENTS
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
      * No prior generation, or no row for a source, starts that
      * source at zero -- its whole history goes on the first run.
      ******************************************************************
       0150-LOAD-HIGH-WATER-MARKS.
           PERFORM VARYING SR-IDX FROM 1 BY 1 UNTIL SR-IDX > 6
               MOVE ZERO   TO WS-SR-PRIOR-SEQ (SR-IDX)
               MOVE SPACES TO WS-SR-PRIOR-KEY (SR-IDX)
               MOVE ZERO   TO WS-SR-EVENT-COUNT (SR-IDX)
               MOVE "N"    TO WS-SR-RESTARTED-SW (SR-IDX)
           END-PERFORM
           OPEN INPUT PRIOR-HIGH-WATER-FILE
           IF WS-HP-FS = "00"
               MOVE "N" TO WS-HP-EOF-SW
               PERFORM UNTIL WS-HP-EOF
                   READ PRIOR-HIGH-WATER-FILE
                       AT END
                           MOVE "Y" TO WS-HP-EOF-SW
                       NOT AT END
                           PERFORM 0160-APPLY-ONE-MARK
                   END-READ
               END-PERFORM
               CLOSE PRIOR-HIGH-WATER-FILE
           END-IF.

       0160-APPLY-ONE-MARK.
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1 UNTIL WS-SR-SUB > 6
               IF WS-SOURCE-NAME (WS-SR-SUB) = HP-SOURCE
                   MOVE HP-LAST-SEQ TO WS-SR-PRIOR-SEQ (WS-SR-SUB)
                   MOVE HP-LAST-KEY TO WS-SR-PRIOR-KEY (WS-SR-SUB)
               END-IF
           END-PERFORM.

       0200-WRITE-HEADER.
           MOVE SPACES         TO EVENT-HEADER-RECORD
           MOVE "H"            TO EV-HDR-RECORD-TYPE
           MOVE "LOANSYS"      TO EV-HDR-SYSTEM
           MOVE WS-BUSINESS-DATE TO EV-HDR-BUSINESS-DATE
           MOVE WS-RUN-TS      TO EV-HDR-EXTRACT-TS
           WRITE EVENT-HEADER-RECORD.

      ******************************************************************
      * Each source follows the same pattern: one pass sends the
      * rows past the prior mark; a pass that finds the source
      * restarted sends nothing and the source is read again from
      * record one.
      ******************************************************************
       0300-EXTRACT-SECAUDIT.
           PERFORM 0310-READ-SECAUDIT
           IF WS-SR-STATUS (SR-IDX) = "R"
               PERFORM 0690-RESTART-SOURCE
               PERFORM 0310-READ-SECAUDIT
           END-IF.

       0310-READ-SECAUDIT.
           PERFORM 0680-BEGIN-SOURCE
           OPEN INPUT SECURITY-AUDIT-FILE
           IF WS-SU-FS NOT = "00"
               PERFORM 0685-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-SRC-EOF
                   READ SECURITY-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CUR-SEQ
                           MOVE SU-TIMESTAMP TO WS-CUR-KEY
                           PERFORM 0700-CHECK-POSITION
                           IF WS-EXPORT-ROW
                               PERFORM 0320-MAP-SECAUDIT
                               PERFORM 0750-WRITE-EVENT
                           END-IF
                           IF WS-SR-STATUS (SR-IDX) = "R"
                               MOVE "Y" TO WS-SRC-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-AUDIT-FILE
               PERFORM 0695-END-SOURCE
           END-IF.

      ******************************************************************
      * SECAUDIT rows name different people depending on who wrote
      * them: a logon row is the user themselves; an unlock or a
      * recertification revoke names the target, with the admin or
      * manager behind "BY"; a help-desk reset names the admin, with
      * the target after RESET / REENABLE; entitlement refusals name
      * the operator, with the function refused; the identity sync
      * names the account it acted on.
      ******************************************************************
       0320-MAP-SECAUDIT.
           MOVE SPACES TO EVENT-DETAIL-RECORD
           MOVE SU-TIMESTAMP TO EV-TIMESTAMP
           MOVE SU-USER-ID   TO EV-ACTOR
           MOVE SU-USER-ID   TO EV-TARGET
           MOVE "SUCCESS"    TO EV-OUTCOME
           MOVE SPACES TO WS-MSG-WORD-1
           MOVE SPACES TO WS-MSG-WORD-2
           UNSTRING SU-MESSAGES DELIMITED BY ALL SPACE
               INTO WS-MSG-WORD-1 WS-MSG-WORD-2
           END-UNSTRING
           STRING SU-OUTCOME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  SU-MESSAGES DELIMITED BY SIZE
               INTO EV-DETAIL
           END-STRING
           EVALUATE SU-OUTCOME
               WHEN "GRANTED   "
                   MOVE "LOGON" TO EV-EVENT-TYPE
               WHEN "DENIED    "
                   IF SU-MESSAGES = "TOO MANY ATTEMPTS"
                       MOVE "LOCKOUT" TO EV-EVENT-TYPE
                   ELSE
                       MOVE "LOGON" TO EV-EVENT-TYPE
                   END-IF
                   MOVE "FAILURE" TO EV-OUTCOME
               WHEN "UNLOCKED  "
                   MOVE "UNLOCK" TO EV-EVENT-TYPE
                   MOVE WS-MSG-WORD-2 TO EV-ACTOR
               WHEN "NOUNLOCK  "
                   MOVE "UNLOCK" TO EV-EVENT-TYPE
                   MOVE WS-MSG-WORD-2 TO EV-ACTOR
                   MOVE "FAILURE" TO EV-OUTCOME
               WHEN "REVOKED   "
                   MOVE "ROLE-REVOKE" TO EV-EVENT-TYPE
                   MOVE WS-MSG-WORD-2 TO EV-ACTOR
               WHEN "NOTENTLD  "
                   MOVE "ENTITLEMENT" TO EV-EVENT-TYPE
                   MOVE WS-MSG-WORD-1 TO EV-TARGET
                   MOVE "FAILURE" TO EV-OUTCOME
               WHEN "PWCHANGE  "
                   MOVE "PASSWORD-CHG" TO EV-EVENT-TYPE
               WHEN "PWDENIED  "
                   MOVE "PASSWORD-CHG" TO EV-EVENT-TYPE
                   MOVE "FAILURE" TO EV-OUTCOME
               WHEN "PWRESET   "
                   MOVE "PASSWORD-RST" TO EV-EVENT-TYPE
                   MOVE WS-MSG-WORD-2 TO EV-TARGET
               WHEN "DEPROV    "
                   MOVE "DEPROVISION" TO EV-EVENT-TYPE
                   MOVE "IDSYNC" TO EV-ACTOR
               WHEN "XFERRVW   "
                   MOVE "TRANSFER-RVW" TO EV-EVENT-TYPE
                   MOVE "IDSYNC" TO EV-ACTOR
               WHEN "DORMANT   "
                   MOVE "DORMANT-OFF" TO EV-EVENT-TYPE
                   MOVE "IDSYNC" TO EV-ACTOR
               WHEN OTHER
                   MOVE SU-OUTCOME TO EV-EVENT-TYPE
           END-EVALUATE.

       0400-EXTRACT-BRNAUDIT.
           PERFORM 0410-READ-BRNAUDIT
           IF WS-SR-STATUS (SR-IDX) = "R"
               PERFORM 0690-RESTART-SOURCE
               PERFORM 0410-READ-BRNAUDIT
           END-IF.

       0410-READ-BRNAUDIT.
           PERFORM 0680-BEGIN-SOURCE
           OPEN INPUT BRANCH-AUDIT-FILE
           IF WS-BA-FS NOT = "00"
               PERFORM 0685-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-SRC-EOF
                   READ BRANCH-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CUR-SEQ
                           MOVE BA-TIMESTAMP TO WS-CUR-KEY
                           PERFORM 0700-CHECK-POSITION
                           IF WS-EXPORT-ROW
                               MOVE SPACES TO EVENT-DETAIL-RECORD
                               STRING "BRN-" DELIMITED BY SIZE
                                      BA-ACTION DELIMITED BY SPACE
                                   INTO EV-EVENT-TYPE
                               END-STRING
                               MOVE BA-TIMESTAMP   TO EV-TIMESTAMP
                               MOVE BA-USER-ID     TO EV-ACTOR
                               MOVE BA-BRANCH-CODE TO EV-TARGET
                               MOVE BA-DISPOSITION TO WS-DISPOSITION
                               PERFORM 0760-SET-OUTCOME
                               MOVE BA-REASON      TO EV-DETAIL
                               PERFORM 0750-WRITE-EVENT
                           END-IF
                           IF WS-SR-STATUS (SR-IDX) = "R"
                               MOVE "Y" TO WS-SRC-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-AUDIT-FILE
               PERFORM 0695-END-SOURCE
           END-IF.

       0430-EXTRACT-CIFAUDIT.
           PERFORM 0440-READ-CIFAUDIT
           IF WS-SR-STATUS (SR-IDX) = "R"
               PERFORM 0690-RESTART-SOURCE
               PERFORM 0440-READ-CIFAUDIT
           END-IF.

       0440-READ-CIFAUDIT.
           PERFORM 0680-BEGIN-SOURCE
           OPEN INPUT CIF-AUDIT-FILE
           IF WS-CA-FS NOT = "00"
               PERFORM 0685-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-SRC-EOF
                   READ CIF-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CUR-SEQ
                           MOVE CA-TIMESTAMP TO WS-CUR-KEY
                           PERFORM 0700-CHECK-POSITION
                           IF WS-EXPORT-ROW
                               MOVE SPACES TO EVENT-DETAIL-RECORD
                               STRING "CIF-" DELIMITED BY SIZE
                                      CA-ACTION DELIMITED BY SPACE
                                   INTO EV-EVENT-TYPE
                               END-STRING
                               MOVE CA-TIMESTAMP   TO EV-TIMESTAMP
                               MOVE CA-USER-ID     TO EV-ACTOR
                               MOVE CA-AUDIT-CUST-ID TO EV-TARGET
                               MOVE CA-DISPOSITION TO WS-DISPOSITION
                               PERFORM 0760-SET-OUTCOME
                               MOVE CA-REASON      TO EV-DETAIL
                               PERFORM 0750-WRITE-EVENT
                           END-IF
                           IF WS-SR-STATUS (SR-IDX) = "R"
                               MOVE "Y" TO WS-SRC-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIF-AUDIT-FILE
               PERFORM 0695-END-SOURCE
           END-IF.

       0460-EXTRACT-EMPAUDIT.
           PERFORM 0470-READ-EMPAUDIT
           IF WS-SR-STATUS (SR-IDX) = "R"
               PERFORM 0690-RESTART-SOURCE
               PERFORM 0470-READ-EMPAUDIT
           END-IF.

       0470-READ-EMPAUDIT.
           PERFORM 0680-BEGIN-SOURCE
           OPEN INPUT ROSTER-AUDIT-FILE
           IF WS-RA-FS NOT = "00"
               PERFORM 0685-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-SRC-EOF
                   READ ROSTER-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CUR-SEQ
                           MOVE RA-TIMESTAMP TO WS-CUR-KEY
                           PERFORM 0700-CHECK-POSITION
                           IF WS-EXPORT-ROW
                               MOVE SPACES TO EVENT-DETAIL-RECORD
                               STRING "EMP-" DELIMITED BY SIZE
                                      RA-ACTION DELIMITED BY SPACE
                                   INTO EV-EVENT-TYPE
                               END-STRING
                               MOVE RA-TIMESTAMP   TO EV-TIMESTAMP
                               MOVE RA-USER-ID     TO EV-ACTOR
                               MOVE RA-EMP-ID      TO EV-TARGET
                               MOVE RA-DISPOSITION TO WS-DISPOSITION
                               PERFORM 0760-SET-OUTCOME
                               MOVE RA-REASON      TO EV-DETAIL
                               PERFORM 0750-WRITE-EVENT
                           END-IF
                           IF WS-SR-STATUS (SR-IDX) = "R"
                               MOVE "Y" TO WS-SRC-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-AUDIT-FILE
               PERFORM 0695-END-SOURCE
           END-IF.

       0500-EXTRACT-STIPAUD.
           PERFORM 0510-READ-STIPAUD
           IF WS-SR-STATUS (SR-IDX) = "R"
               PERFORM 0690-RESTART-SOURCE
               PERFORM 0510-READ-STIPAUD
           END-IF.

       0510-READ-STIPAUD.
           PERFORM 0680-BEGIN-SOURCE
           OPEN INPUT STIPULATION-AUDIT-FILE
           IF WS-SA-FS NOT = "00"
               PERFORM 0685-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-SRC-EOF
                   READ STIPULATION-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CUR-SEQ
                           MOVE SA-TIMESTAMP TO WS-CUR-KEY
                           PERFORM 0700-CHECK-POSITION
                           IF WS-EXPORT-ROW
                               MOVE SPACES TO EVENT-DETAIL-RECORD
                               STRING "STIP-" DELIMITED BY SIZE
                                      SA-ACTION DELIMITED BY SPACE
                                   INTO EV-EVENT-TYPE
                               END-STRING
                               MOVE SA-TIMESTAMP   TO EV-TIMESTAMP
                               MOVE SA-USER-ID     TO EV-ACTOR
                               STRING SA-CUST-ID DELIMITED BY SPACE
                                      " " DELIMITED BY SIZE
                                      SA-STIP-TYPE DELIMITED BY SIZE
                                   INTO EV-TARGET
                               END-STRING
                               MOVE SA-DISPOSITION TO WS-DISPOSITION
                               PERFORM 0760-SET-OUTCOME
                               MOVE SA-REASON      TO EV-DETAIL
                               PERFORM 0750-WRITE-EVENT
                           END-IF
                           IF WS-SR-STATUS (SR-IDX) = "R"
                               MOVE "Y" TO WS-SRC-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STIPULATION-AUDIT-FILE
               PERFORM 0695-END-SOURCE
           END-IF.

      ******************************************************************
      * TBLHIST holds only applied changes, dated but not timed, so
      * the event carries the apply date at midnight; the change ID
      * is the key checked at the mark.  The approver is the actor,
      * the submitter rides in the detail.
      ******************************************************************
       0550-EXTRACT-TBLHIST.
           PERFORM 0560-READ-TBLHIST
           IF WS-SR-STATUS (SR-IDX) = "R"
               PERFORM 0690-RESTART-SOURCE
               PERFORM 0560-READ-TBLHIST
           END-IF.

       0560-READ-TBLHIST.
           PERFORM 0680-BEGIN-SOURCE
           OPEN INPUT TABLE-HISTORY-FILE
           IF WS-TB-FS NOT = "00"
               PERFORM 0685-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-SRC-EOF
                   READ TABLE-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CUR-SEQ
                           MOVE TB-CHANGE-ID TO WS-CUR-KEY
                           PERFORM 0700-CHECK-POSITION
                           IF WS-EXPORT-ROW
                               MOVE SPACES TO EVENT-DETAIL-RECORD
                               MOVE "TABLE-CHANGE" TO EV-EVENT-TYPE
                               MOVE TB-APPLY-DATE TO EV-TIMESTAMP (1:8)
                               MOVE "00000000" TO EV-TIMESTAMP (9:8)
                               MOVE TB-APPROVER-ID TO EV-ACTOR
                               STRING TB-TABLE-NAME DELIMITED BY SPACE
                                      " " DELIMITED BY SIZE
                                      TB-CHANGE-ID DELIMITED BY SIZE
                                   INTO EV-TARGET
                               END-STRING
                               MOVE "SUCCESS" TO EV-OUTCOME
                               STRING "SUBMITTED BY " DELIMITED BY SIZE
                                      TB-SUBMITTER-ID DELIMITED BY SIZE
                                   INTO EV-DETAIL
                               END-STRING
                               PERFORM 0750-WRITE-EVENT
                           END-IF
                           IF WS-SR-STATUS (SR-IDX) = "R"
                               MOVE "Y" TO WS-SRC-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TABLE-HISTORY-FILE
               PERFORM 0695-END-SOURCE
           END-IF.

       0680-BEGIN-SOURCE.
           MOVE ZERO   TO WS-CUR-SEQ
           MOVE SPACES TO WS-LAST-KEY
           MOVE "N"    TO WS-SRC-EOF-SW
           MOVE "A"    TO WS-SR-STATUS (SR-IDX).

      ******************************************************************
      * A source that isn't there sends nothing and keeps its mark.
      * One that has never been sent is simply not in use yet; one
      * that has been sent before and is now gone needs looking at.
      ******************************************************************
       0685-SOURCE-MISSING.
           MOVE "M" TO WS-SR-STATUS (SR-IDX)
           MOVE WS-SR-PRIOR-SEQ (SR-IDX) TO WS-SR-NEW-SEQ (SR-IDX)
           MOVE WS-SR-PRIOR-KEY (SR-IDX) TO WS-SR-NEW-KEY (SR-IDX)
           IF WS-SR-PRIOR-SEQ (SR-IDX) > ZERO
               DISPLAY "SecurityEventExport: "
                   WS-SOURCE-NAME (SR-IDX)
                   " NOT AVAILABLE - NOTHING SENT, MARK KEPT"
               IF RUN-RETURN-CODE < 4
                   MOVE 4 TO RUN-RETURN-CODE
               END-IF
           END-IF.

       0690-RESTART-SOURCE.
           DISPLAY "SecurityEventExport: " WS-SOURCE-NAME (SR-IDX)
               " RESTARTED SINCE LAST RUN - SENDING FROM RECORD 1"
           MOVE ZERO   TO WS-SR-PRIOR-SEQ (SR-IDX)
           MOVE SPACES TO WS-SR-PRIOR-KEY (SR-IDX)
           MOVE "Y"    TO WS-SR-RESTARTED-SW (SR-IDX)
           IF RUN-RETURN-CODE < 4
               MOVE 4 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * A source with fewer rows than the mark has been restarted
      * too; otherwise its row count and last key are the new mark.
      ******************************************************************
       0695-END-SOURCE.
           IF WS-SR-STATUS (SR-IDX) NOT = "R"
               IF WS-CUR-SEQ < WS-SR-PRIOR-SEQ (SR-IDX)
                   MOVE "R" TO WS-SR-STATUS (SR-IDX)
               ELSE
                   MOVE WS-CUR-SEQ  TO WS-SR-NEW-SEQ (SR-IDX)
                   MOVE WS-LAST-KEY TO WS-SR-NEW-KEY (SR-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * Past the mark is new and goes out.  At the mark, the row
      * must carry the key saved with it; anything else means the
      * source has been replaced underneath us.
      ******************************************************************
       0700-CHECK-POSITION.
           MOVE "N" TO WS-EXPORT-SW
           IF WS-CUR-SEQ > WS-SR-PRIOR-SEQ (SR-IDX)
               MOVE "Y" TO WS-EXPORT-SW
           ELSE
               IF WS-CUR-SEQ = WS-SR-PRIOR-SEQ (SR-IDX)
                  AND WS-CUR-KEY NOT = WS-SR-PRIOR-KEY (SR-IDX)
                   MOVE "R" TO WS-SR-STATUS (SR-IDX)
               END-IF
           END-IF
           MOVE WS-CUR-KEY TO WS-LAST-KEY.

       0750-WRITE-EVENT.
           MOVE "D" TO EV-RECORD-TYPE
           MOVE WS-SOURCE-NAME (SR-IDX) TO EV-SOURCE
           MOVE WS-CUR-SEQ TO EV-SOURCE-SEQ
           WRITE EVENT-DETAIL-RECORD
           ADD 1 TO WS-SR-EVENT-COUNT (SR-IDX)
           ADD 1 TO WS-TOTAL-EVENTS.

       0760-SET-OUTCOME.
           EVALUATE WS-DISPOSITION
               WHEN "APPLIED "
                   MOVE "SUCCESS" TO EV-OUTCOME
               WHEN "REJECTED"
                   MOVE "FAILURE" TO EV-OUTCOME
               WHEN OTHER
                   MOVE WS-DISPOSITION TO EV-OUTCOME
           END-EVALUATE.

       0800-WRITE-TRAILERS.
           PERFORM VARYING SR-IDX FROM 1 BY 1 UNTIL SR-IDX > 6
               MOVE SPACES TO EVENT-TRAILER-RECORD
               MOVE "T" TO EV-TRL-RECORD-TYPE
               MOVE WS-SOURCE-NAME (SR-IDX)   TO EV-TRL-SOURCE
               MOVE WS-SR-PRIOR-SEQ (SR-IDX)  TO EV-TRL-PRIOR-SEQ
               MOVE WS-SR-NEW-SEQ (SR-IDX)    TO EV-TRL-NEW-SEQ
               MOVE WS-SR-EVENT-COUNT (SR-IDX) TO EV-TRL-EVENT-COUNT
               EVALUATE TRUE
                   WHEN WS-SR-STATUS (SR-IDX) = "M"
                       MOVE "MISSING" TO EV-TRL-STATUS
                   WHEN WS-SR-RESTARTED-SW (SR-IDX) = "Y"
                       MOVE "RESTART" TO EV-TRL-STATUS
                   WHEN OTHER
                       MOVE "OK" TO EV-TRL-STATUS
               END-EVALUATE
               WRITE EVENT-TRAILER-RECORD
           END-PERFORM
           MOVE SPACES TO EVENT-TRAILER-RECORD
           MOVE "T" TO EV-TRL-RECORD-TYPE
           MOVE "ALL" TO EV-TRL-SOURCE
           MOVE ZERO TO EV-TRL-PRIOR-SEQ
           MOVE ZERO TO EV-TRL-NEW-SEQ
           MOVE WS-TOTAL-EVENTS TO EV-TRL-EVENT-COUNT
           MOVE "OK" TO EV-TRL-STATUS
           WRITE EVENT-TRAILER-RECORD.

       0850-SAVE-HIGH-WATER-MARKS.
           OPEN OUTPUT HIGH-WATER-FILE
           PERFORM VARYING SR-IDX FROM 1 BY 1 UNTIL SR-IDX > 6
               MOVE WS-SOURCE-NAME (SR-IDX) TO HW-SOURCE
               MOVE WS-SR-NEW-SEQ (SR-IDX)  TO HW-LAST-SEQ
               MOVE WS-SR-NEW-KEY (SR-IDX)  TO HW-LAST-KEY
               MOVE WS-RUN-TS               TO HW-EXTRACT-TS
               WRITE EVENT-HIGH-WATER-RECORD
           END-PERFORM
           CLOSE HIGH-WATER-FILE.
