       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMerge.

      ******************************************************************
      * Duplicate-customer merge.  A branch that sets up a second
      * CUST-ID for a customer who already has one splits the
      * relationship in two: Customer360Inquiry shows half of it and
      * exposure and bureau reporting see two borrowers.
      * CustomerMatchReport lists the probable pairs; a merge is
      * then governed the way ControlTableChange governs a table
      * change -- entered as a CMRGTRAN SUBMIT naming the CUST-ID to
      * retire and the one that survives, signed off by a SECOND
      * approver (who must differ from the submitter), and queued on
      * CMRGPEND meanwhile.  Submitting is the MRGSUBMT function on
      * ENTITLE; approving or rejecting is MRGAPPRV.  A submit is
      * refused unless both customers are on CUSTMAST, they differ,
      * and neither is already on an open merge.
      * A merge approved is carried out in the same run, both
      * customers checked again first:
      *   - CUSTMAST: the retired customer is dropped; an address
      *     or phone the survivor lacks is taken from it, and both
      *     go on the CIFAUDIT log;
      *   - LOANMAST: every loan under the retired CUST-ID (found on
      *     the CUST-ID alternate key) is rewritten under the
      *     survivor and journaled on LMBFIMG;
      *   - LOANHIST: the whole file is copied to LHMERGED with the
      *     CUST-ID carried over, and the job's next step copies it
      *     back over LOANHIST;
      *   - COLLCASE and STIPFILE are re-pointed in memory and
      *     rewritten whole;
      *   - APPLSTAT and AUDITHIST rows are written again under the
      *     survivor's key and the old rows deleted.  A row whose
      *     survivor key is already taken is held where it is and
      *     listed;
      *   - CUSTXREF gets the retired -> survivor row, and any row
      *     that pointed at the retired CUST-ID is re-pointed to the
      *     survivor, so an old CUST-ID off a letter or AUDITTRL
      *     still resolves in one lookup.
      * The CMRGCERT merge certificate lists, for each merge, every
      * file and what was done to how many rows, with the submitter
      * and approver, and the CMRGPEND row is marked applied.
      * AUDITTRL is compliance's own record of what was decided
      * under which CUST-ID at the time and is left as written;
      * AuditHistoryLoad carries its rows over through CUSTXREF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRANSACTION-FILE
               ASSIGN TO "CMRGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-FS.

           SELECT MERGE-PENDING-FILE
               ASSIGN TO "CMRGPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MP-FS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT CUSTOMER-XREF-FILE
               ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT LOAN-BEFORE-IMAGE-FILE
               ASSIGN TO "LMBFIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BI-FS.

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-FS.

           SELECT MERGED-HISTORY-FILE
               ASSIGN TO "LHMERGED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLLECTION-CASE-FILE
               ASSIGN TO "COLLCASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CC-FS.

           SELECT STIPULATION-FILE
               ASSIGN TO "STIPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SP-FS.

           SELECT APPLICATION-STATUS-FILE
               ASSIGN TO "APPLSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REC-KEY
               FILE STATUS IS WS-AP-FS.

           SELECT AUDIT-HISTORY-FILE
               ASSIGN TO "AUDITHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-REC-KEY
               FILE STATUS IS WS-AH-FS.

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "CIFAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CERTIFICATE-FILE
               ASSIGN TO "CMRGCERT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-TRANSACTION-FILE.
           COPY CMRGTRAN.

       FD  MERGE-PENDING-FILE.
           COPY CMRGPEND.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  CUSTOMER-XREF-FILE.
           COPY CUSTXREF.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  LOAN-BEFORE-IMAGE-FILE.
           COPY LMBFIMG.

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  MERGED-HISTORY-FILE.
       01  MERGED-HISTORY-RECORD     PIC X(147).

       FD  COLLECTION-CASE-FILE.
           COPY COLLCASE.

       FD  STIPULATION-FILE.
           COPY STIPREC.

       FD  APPLICATION-STATUS-FILE.
           COPY APPLSTAT.

       FD  AUDIT-HISTORY-FILE.
           COPY AUDITHST.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-USER-ID            PIC X(08).
           05  MA-ACTION             PIC X(06).
           05  MA-CUST-ID            PIC X(10).
           05  MA-TIMESTAMP          PIC X(26).
           05  MA-DISPOSITION        PIC X(08).
           05  MA-REASON             PIC X(30).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD.
           05  MC-MERGE-ID           PIC 9(06).
           05  MC-RETIRED-CUST-ID    PIC X(10).
           05  MC-SURVIVOR-CUST-ID   PIC X(10).
           05  MC-FILE-NAME          PIC X(10).
           05  MC-ACTION             PIC X(08).
           05  MC-ROW-COUNT          PIC 9(07).
           05  MC-SUBMITTER-ID       PIC X(08).
           05  MC-APPROVER-ID        PIC X(08).
           05  MC-MERGE-DATE         PIC 9(08).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY ENTLCHK.
       COPY CUSTXRWS.

       01  WS-MX-FS                 PIC X(02).
       01  WS-MP-FS                 PIC X(02).
       01  WS-CF-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-BI-FS                 PIC X(02).
       01  WS-LH-FS                 PIC X(02).
       01  WS-CC-FS                 PIC X(02).
       01  WS-SP-FS                 PIC X(02).
       01  WS-AP-FS                 PIC X(02).
       01  WS-AH-FS                 PIC X(02).

       01  WS-FILE-EOF-SW           PIC X(01) VALUE "N".
           88  WS-FILE-EOF          VALUE "Y".
       01  WS-KEY-EOF-SW            PIC X(01) VALUE "N".
           88  WS-KEY-EOF           VALUE "Y".
       01  WS-PASS-DONE-SW          PIC X(01) VALUE "N".
           88  WS-PASS-DONE         VALUE "Y".
       01  WS-CI-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-CI-FOUND          VALUE "Y".
       01  WS-PD-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-PD-FOUND          VALUE "Y".
       01  WS-MG-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-MG-FOUND          VALUE "Y".
       01  WS-CC-LOADED-SW          PIC X(01) VALUE "N".
           88  WS-CC-LOADED         VALUE "Y".
       01  WS-SP-LOADED-SW          PIC X(01) VALUE "N".
           88  WS-SP-LOADED         VALUE "Y".
       01  WS-AP-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-AP-OPEN           VALUE "Y".
       01  WS-AH-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-AH-OPEN           VALUE "Y".
       01  WS-CONTACT-TAKEN-SW      PIC X(01) VALUE "N".
           88  WS-CONTACT-TAKEN     VALUE "Y".

      ******************************************************************
      * The customer master held in memory for the run, with a
      * retired switch per row; the rewrite at end of run drops
      * the customers merged away.
      ******************************************************************
       01  WS-CIF-AREA.
           05  WS-CI-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-CI-ROW OCCURS 500 TIMES
                             INDEXED BY CI-IDX CR-IDX.
               10  WS-CI-CUST-ID         PIC X(10).
               10  WS-CI-CUST-NAME       PIC X(35).
               10  WS-CI-ADDR-LINE-1     PIC X(30).
               10  WS-CI-ADDR-LINE-2     PIC X(30).
               10  WS-CI-CITY            PIC X(20).
               10  WS-CI-STATE           PIC X(02).
               10  WS-CI-POSTAL-CODE     PIC X(10).
               10  WS-CI-PHONE           PIC X(12).
               10  WS-CI-PREF-CONTACT    PIC X(01).
               10  WS-CI-RETIRED-SW      PIC X(01).

      ******************************************************************
      * The whole merge queue, applied and rejected rows included --
      * it is written back from this table.
      ******************************************************************
       01  WS-PENDING-AREA.
           05  WS-PD-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-PD-ROW OCCURS 200 TIMES
                             INDEXED BY PD-IDX.
               10  WS-PD-MERGE-ID         PIC 9(06).
               10  WS-PD-RETIRED-CUST-ID  PIC X(10).
               10  WS-PD-SURVIVOR-CUST-ID PIC X(10).
               10  WS-PD-SUBMITTER-ID     PIC X(08).
               10  WS-PD-SUBMIT-DATE      PIC 9(08).
               10  WS-PD-APPROVER-ID      PIC X(08).
               10  WS-PD-APPROVE-DATE     PIC 9(08).
               10  WS-PD-STATUS           PIC X(08).
               10  WS-PD-REASON           PIC X(30).
       01  WS-NEXT-MERGE-ID         PIC 9(06) VALUE ZERO.

      ******************************************************************
      * Tonight's merges.  The eight files counted for each, in
      * WS-FILE-NAME order, are CUSTMAST, LOANMAST, LOANHIST,
      * COLLCASE, STIPFILE, APPLSTAT, AUDITHIST and CUSTXREF.
      ******************************************************************
       01  WS-MERGE-AREA.
           05  WS-MG-COUNT          PIC 9(02) COMP VALUE ZERO.
           05  WS-MG-ROW OCCURS 50 TIMES
                             INDEXED BY MG-IDX.
               10  WS-MG-MERGE-ID         PIC 9(06).
               10  WS-MG-RETIRED-CUST-ID  PIC X(10).
               10  WS-MG-SURVIVOR-CUST-ID PIC X(10).
               10  WS-MG-SUBMITTER-ID     PIC X(08).
               10  WS-MG-APPROVER-ID      PIC X(08).
               10  WS-MG-FILE OCCURS 8 TIMES
                             INDEXED BY FL-IDX.
                   15  WS-MG-MOVED-COUNT  PIC 9(07) COMP.
                   15  WS-MG-HELD-COUNT   PIC 9(07) COMP.

       01  WS-FILE-NAME-VALUES.
           05  FILLER               PIC X(10) VALUE "CUSTMAST".
           05  FILLER               PIC X(10) VALUE "LOANMAST".
           05  FILLER               PIC X(10) VALUE "LOANHIST".
           05  FILLER               PIC X(10) VALUE "COLLCASE".
           05  FILLER               PIC X(10) VALUE "STIPFILE".
           05  FILLER               PIC X(10) VALUE "APPLSTAT".
           05  FILLER               PIC X(10) VALUE "AUDITHIST".
           05  FILLER               PIC X(10) VALUE "CUSTXREF".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME         PIC X(10) OCCURS 8 TIMES.

      ******************************************************************
      * The flat files re-pointed, held whole as record images; each
      * is written back from its table once the keyed files have
      * moved.
      ******************************************************************
       01  WS-CASE-AREA.
           05  WS-CC-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-CC-IMAGE OCCURS 500 TIMES
                             INDEXED BY CC-IDX  PIC X(94).
       01  WS-STIPULATION-AREA.
           05  WS-SP-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-SP-IMAGE OCCURS 500 TIMES
                             INDEXED BY SP-IDX  PIC X(81).

      ******************************************************************
      * One pass's worth of a keyed file's rows under the retired
      * CUST-ID -- loan account numbers for LOANMAST, whole record
      * images for APPLSTAT and AUDITHIST -- gathered before any is
      * moved, since moving a row changes the key the walk is on.
      * The resume keys carry the walk past the rows already taken.
      ******************************************************************
       01  WS-KEY-AREA.
           05  WS-KY-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-KY-IMAGE OCCURS 100 TIMES
                             INDEXED BY KY-IDX  PIC X(154).
       01  WS-AP-RESUME-KEY         PIC X(46).
       01  WS-AH-RESUME-KEY         PIC X(66).

      ******************************************************************
      * The master row as it was read, before the run changed it --
      * what goes on the LMBFIMG journal when the row is rewritten.
      ******************************************************************
       01  WS-LM-BEFORE-IMAGE       PIC X(81).

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-WORK-CUST-ID          PIC X(10).
       01  WS-WORK-FILE-NO          PIC 9(01).
       01  WS-PASS-MOVED            PIC 9(03) COMP.
       01  WS-REFUSE-REASON         PIC X(30).

       01  WS-SUBMITTED-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-APPROVED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT    PIC 9(05) COMP VALUE ZERO.
       01  WS-DEFERRED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-ROWS-MOVED-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-HELD-COUNT       PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO on a clean run, 4 when any row had to be
      * held under a retired CUST-ID (listed on the certificate and
      * SYSOUT), and 12 if the customer master, the merge queue,
      * the cross-reference or one of the flat files exceeds its
      * in-memory table, LOANHIST or a keyed file can't be opened,
      * or the entitlement tables are unusable -- in which case
      * nothing is merged and the queue is left as it was.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0140-LOAD-CUSTOMER-MASTER
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0150-LOAD-PENDING-QUEUE
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0160-LOAD-CROSS-REFERENCE
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0170-LOAD-COLLECTION-CASES
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0175-LOAD-STIPULATIONS
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0185-CHECK-LOAN-HISTORY
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-PROCESS-TRANSACTIONS
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0450-SELECT-APPROVED-MERGES
           END-IF
           IF RUN-RETURN-CODE = ZERO AND WS-MG-COUNT > ZERO
               PERFORM 0180-OPEN-KEYED-FILES
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           IF WS-MG-COUNT > ZERO
               PERFORM 0500-APPLY-MERGES
           END-IF
           PERFORM 0600-COPY-LOAN-HISTORY
           IF WS-MG-COUNT > ZERO
               PERFORM 0700-REWRITE-CUSTOMER-MASTER
               IF WS-CC-LOADED
                   PERFORM 0710-REWRITE-COLLECTION-CASES
               END-IF
               IF WS-SP-LOADED
                   PERFORM 0720-REWRITE-STIPULATIONS
               END-IF
               PERFORM 0730-REWRITE-CROSS-REFERENCE
               PERFORM 0850-WRITE-CERTIFICATE
           END-IF
           PERFORM 0800-REWRITE-PENDING-QUEUE
           IF WS-ROWS-HELD-COUNT > ZERO
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== CustomerMerge CONTROL TOTALS ====="
           DISPLAY "MERGES SUBMITTED:    " WS-SUBMITTED-COUNT
           DISPLAY "MERGES APPROVED:     " WS-APPROVED-COUNT
           DISPLAY "MERGES REJECTED:     " WS-REJECTED-COUNT
           DISPLAY "MERGES APPLIED:      " WS-MG-COUNT
           DISPLAY "MERGES DEFERRED:     " WS-DEFERRED-COUNT
           DISPLAY "MERGES REFUSED:      " WS-REFUSED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           DISPLAY "ROWS MOVED:          " WS-ROWS-MOVED-COUNT
           DISPLAY "ROWS HELD:           " WS-ROWS-HELD-COUNT
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
      * Picks up the cycle number RunCycleStart issued at the top of
      * the job stream.  No RUNCTL dataset leaves the cycle zero and
      * rows go out unstamped, exactly as they always did.
      ******************************************************************
       0125-READ-RUN-CYCLE.
           MOVE ZERO TO WS-CYCLE-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ******************************************************************
      * No CUSTMAST dataset just means there is no one to merge.  A
      * master past the table's capacity fails the run with RC 12:
      * the rewrite at end of run writes the file back from this
      * table.
      ******************************************************************
       0140-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               SET CI-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-CI-COUNT >= 500
                               DISPLAY "CustomerMerge: CUSTMAST"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               PERFORM 0142-LOAD-ONE-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0142-LOAD-ONE-CUSTOMER.
           MOVE CF-CUST-ID      TO WS-CI-CUST-ID (CI-IDX)
           MOVE CF-CUST-NAME    TO WS-CI-CUST-NAME (CI-IDX)
           MOVE CF-ADDR-LINE-1  TO WS-CI-ADDR-LINE-1 (CI-IDX)
           MOVE CF-ADDR-LINE-2  TO WS-CI-ADDR-LINE-2 (CI-IDX)
           MOVE CF-CITY         TO WS-CI-CITY (CI-IDX)
           MOVE CF-STATE        TO WS-CI-STATE (CI-IDX)
           MOVE CF-POSTAL-CODE  TO WS-CI-POSTAL-CODE (CI-IDX)
           MOVE CF-PHONE        TO WS-CI-PHONE (CI-IDX)
           MOVE CF-PREF-CONTACT TO WS-CI-PREF-CONTACT (CI-IDX)
           MOVE "N" TO WS-CI-RETIRED-SW (CI-IDX)
           SET CI-IDX UP BY 1
           ADD 1 TO WS-CI-COUNT.

       0145-FIND-CUSTOMER.
           MOVE "N" TO WS-CI-FOUND-SW
           SET CI-IDX TO 1
           PERFORM UNTIL WS-CI-FOUND OR CI-IDX > WS-CI-COUNT
               IF WS-CI-CUST-ID (CI-IDX) = WS-WORK-CUST-ID
                  AND WS-CI-RETIRED-SW (CI-IDX) = "N"
                   MOVE "Y" TO WS-CI-FOUND-SW
               ELSE
                   SET CI-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * No CMRGPEND dataset just means no merge has ever been
      * submitted -- a clean start, not an error.
      ******************************************************************
       0150-LOAD-PENDING-QUEUE.
           OPEN INPUT MERGE-PENDING-FILE
           IF WS-MP-FS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               SET PD-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ MERGE-PENDING-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-PD-COUNT >= 200
                               DISPLAY "CustomerMerge: CMRGPEND"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               PERFORM 0152-LOAD-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MERGE-PENDING-FILE
           END-IF.

       0152-LOAD-ONE-PENDING.
           MOVE MP-MERGE-ID         TO WS-PD-MERGE-ID (PD-IDX)
           MOVE MP-RETIRED-CUST-ID  TO WS-PD-RETIRED-CUST-ID (PD-IDX)
           MOVE MP-SURVIVOR-CUST-ID TO WS-PD-SURVIVOR-CUST-ID (PD-IDX)
           MOVE MP-SUBMITTER-ID     TO WS-PD-SUBMITTER-ID (PD-IDX)
           MOVE MP-SUBMIT-DATE      TO WS-PD-SUBMIT-DATE (PD-IDX)
           MOVE MP-APPROVER-ID      TO WS-PD-APPROVER-ID (PD-IDX)
           MOVE MP-APPROVE-DATE     TO WS-PD-APPROVE-DATE (PD-IDX)
           MOVE MP-STATUS           TO WS-PD-STATUS (PD-IDX)
           MOVE MP-REASON           TO WS-PD-REASON (PD-IDX)
           IF MP-MERGE-ID > WS-NEXT-MERGE-ID
               MOVE MP-MERGE-ID TO WS-NEXT-MERGE-ID
           END-IF
           SET PD-IDX UP BY 1
           ADD 1 TO WS-PD-COUNT.

       0155-FIND-PENDING-BY-ID.
           MOVE "N" TO WS-PD-FOUND-SW
           SET PD-IDX TO 1
           PERFORM UNTIL WS-PD-FOUND OR PD-IDX > WS-PD-COUNT
               IF WS-PD-MERGE-ID (PD-IDX) = MX-MERGE-ID
                  AND WS-PD-STATUS (PD-IDX) = "PENDING "
                   MOVE "Y" TO WS-PD-FOUND-SW
               ELSE
                   SET PD-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Whether WS-WORK-CUST-ID is on either side of a merge still
      *    pending or approved.
       0157-FIND-OPEN-MERGE.
           MOVE "N" TO WS-PD-FOUND-SW
           SET PD-IDX TO 1
           PERFORM UNTIL WS-PD-FOUND OR PD-IDX > WS-PD-COUNT
               IF (WS-PD-STATUS (PD-IDX) = "PENDING "
                   OR WS-PD-STATUS (PD-IDX) = "APPROVED")
                  AND (WS-PD-RETIRED-CUST-ID (PD-IDX)
                           = WS-WORK-CUST-ID
                   OR WS-PD-SURVIVOR-CUST-ID (PD-IDX)
                           = WS-WORK-CUST-ID)
                   MOVE "Y" TO WS-PD-FOUND-SW
               ELSE
                   SET PD-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * No CUSTXREF dataset just means no customer has been merged
      * away yet.  The file is written back from this table with
      * tonight's rows added, so one past its capacity fails the
      * run.
      ******************************************************************
       0160-LOAD-CROSS-REFERENCE.
           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-XR-FS = "00"
               MOVE "N" TO WS-XR-EOF-SW
               SET XR-IDX TO 1
               PERFORM UNTIL WS-XR-EOF
                   READ CUSTOMER-XREF-FILE
                       AT END
                           MOVE "Y" TO WS-XR-EOF-SW
                       NOT AT END
                           IF WS-XR-COUNT >= 500
                               DISPLAY "CustomerMerge: CUSTXREF"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-XR-EOF-SW
                           ELSE
                               MOVE XR-RETIRED-CUST-ID TO
                                   WS-XR-RETIRED-CUST-ID (XR-IDX)
                               MOVE XR-SURVIVOR-CUST-ID TO
                                   WS-XR-SURVIVOR-CUST-ID (XR-IDX)
                               MOVE XR-MERGE-ID TO
                                   WS-XR-MERGE-ID (XR-IDX)
                               MOVE XR-MERGE-DATE TO
                                   WS-XR-MERGE-DATE (XR-IDX)
                               SET XR-IDX UP BY 1
                               ADD 1 TO WS-XR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-XREF-FILE
           END-IF.

      ******************************************************************
      * The two flat files are loaded whole.  One past its table's
      * capacity fails the run with RC 12 rather than be written
      * back short; a file with no dataset is simply left alone.
      ******************************************************************
       0170-LOAD-COLLECTION-CASES.
           OPEN INPUT COLLECTION-CASE-FILE
           IF WS-CC-FS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               SET CC-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ COLLECTION-CASE-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-CC-COUNT >= 500
                               DISPLAY "CustomerMerge: COLLCASE"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               MOVE COLLECTION-CASE-RECORD TO
                                   WS-CC-IMAGE (CC-IDX)
                               SET CC-IDX UP BY 1
                               ADD 1 TO WS-CC-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTION-CASE-FILE
               MOVE "Y" TO WS-CC-LOADED-SW
           END-IF.

       0175-LOAD-STIPULATIONS.
           OPEN INPUT STIPULATION-FILE
           IF WS-SP-FS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               SET SP-IDX TO 1
               PERFORM UNTIL WS-FILE-EOF
                   READ STIPULATION-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           IF WS-SP-COUNT >= 500
                               DISPLAY "CustomerMerge: STIPFILE"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FILE-EOF-SW
                           ELSE
                               MOVE STIPULATION-RECORD TO
                                   WS-SP-IMAGE (SP-IDX)
                               SET SP-IDX UP BY 1
                               ADD 1 TO WS-SP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STIPULATION-FILE
               MOVE "Y" TO WS-SP-LOADED-SW
           END-IF.

      ******************************************************************
      * Opens the keyed master I-O for the run and the LMBFIMG
      * journal for append (the first run ever creates it), and the
      * two keyed history files I-O.  A history file with no dataset
      * has nothing to move; the master, the journal or a history
      * file that is there but won't open fails the run with RC 12
      * before a single row is moved.
      ******************************************************************
       0180-OPEN-KEYED-FILES.
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "CustomerMerge: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN EXTEND LOAN-BEFORE-IMAGE-FILE
               IF WS-BI-FS = "35"
                   OPEN OUTPUT LOAN-BEFORE-IMAGE-FILE
               END-IF
               IF WS-BI-FS NOT = "00"
                   DISPLAY "CustomerMerge: LMBFIMG OPEN FAILED"
                       " FS=" WS-BI-FS
                   CLOSE LOAN-MASTER-FILE
                   MOVE 12 TO RUN-RETURN-CODE
               END-IF
           END-IF
           IF RUN-RETURN-CODE = ZERO
               OPEN I-O APPLICATION-STATUS-FILE
               EVALUATE WS-AP-FS
                   WHEN "00"
                       MOVE "Y" TO WS-AP-OPEN-SW
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CustomerMerge: APPLSTAT OPEN FAILED"
                           " FS=" WS-AP-FS
                       MOVE 12 TO RUN-RETURN-CODE
               END-EVALUATE
               OPEN I-O AUDIT-HISTORY-FILE
               EVALUATE WS-AH-FS
                   WHEN "00"
                       MOVE "Y" TO WS-AH-OPEN-SW
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CustomerMerge: AUDITHIST OPEN FAILED"
                           " FS=" WS-AH-FS
                       MOVE 12 TO RUN-RETURN-CODE
               END-EVALUATE
               IF RUN-RETURN-CODE NOT = ZERO
                   PERFORM 0590-CLOSE-KEYED-FILES
               END-IF
           END-IF.

      ******************************************************************
      * LOANHIST is copied whole every run, so a history that can't
      * be read fails the run before anything else is touched --
      * the job's copy-back step is skipped and LOANHIST is left as
      * it was.
      ******************************************************************
       0185-CHECK-LOAN-HISTORY.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LH-FS NOT = "00"
               DISPLAY "CustomerMerge: LOANHIST OPEN FAILED FS="
                   WS-LH-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               CLOSE LOAN-HISTORY-FILE
           END-IF.

       0200-PROCESS-TRANSACTIONS.
           OPEN INPUT MERGE-TRANSACTION-FILE
           IF WS-MX-FS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               PERFORM UNTIL WS-FILE-EOF
                   READ MERGE-TRANSACTION-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           PERFORM 0300-PROCESS-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE MERGE-TRANSACTION-FILE
           END-IF.

       0300-PROCESS-ONE-TRANSACTION.
           EVALUATE MX-ACTION
               WHEN "SUBMIT "
                   MOVE "MRGSUBMT" TO EC-FUNCTION-CODE
                   PERFORM 0310-CHECK-ENTITLEMENT
                   IF EC-ENTITLED
                       PERFORM 0350-SUBMIT-MERGE
                   END-IF
               WHEN "APPROVE"
                   MOVE "MRGAPPRV" TO EC-FUNCTION-CODE
                   PERFORM 0310-CHECK-ENTITLEMENT
                   IF EC-ENTITLED
                       PERFORM 0400-APPROVE-MERGE
                   END-IF
               WHEN "REJECT "
                   MOVE "MRGAPPRV" TO EC-FUNCTION-CODE
                   PERFORM 0310-CHECK-ENTITLEMENT
                   IF EC-ENTITLED
                       PERFORM 0420-REJECT-MERGE
                   END-IF
               WHEN OTHER
                   DISPLAY "CustomerMerge: ACTION NOT RECOGNIZED "
                       MX-ACTION
           END-EVALUATE.

      ******************************************************************
      * Proposing a merge (MRGSUBMT) and signing one off or turning
      * it down (MRGAPPRV) are separate ENTITLE functions.  A
      * refused transaction is left out of the queue and
      * EntitlementCheck logs it to SECAUDIT; unusable entitlement
      * tables refuse everything and fail the step.
      ******************************************************************
       0310-CHECK-ENTITLEMENT.
           MOVE MX-USER-ID TO EC-OPERATOR-ID
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               DISPLAY "CustomerMerge: " MX-USER-ID
                   " NOT ENTITLED TO " EC-FUNCTION-CODE
                   " - " EC-REASON
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * A merge can only be proposed between two different customers
      * both on CUSTMAST, neither of them already on an open merge
      * -- so no customer is merged two ways at once and no chain
      * is built in one run.
      ******************************************************************
       0350-SUBMIT-MERGE.
           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
               WHEN MX-RETIRED-CUST-ID = SPACES
                 OR MX-SURVIVOR-CUST-ID = SPACES
                   MOVE "CUST-ID MISSING" TO WS-REFUSE-REASON
               WHEN MX-RETIRED-CUST-ID = MX-SURVIVOR-CUST-ID
                   MOVE "SURVIVOR SAME AS RETIRED"
                       TO WS-REFUSE-REASON
               WHEN WS-PD-COUNT >= 200
                   MOVE "CMRGPEND FULL" TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               MOVE MX-RETIRED-CUST-ID TO WS-WORK-CUST-ID
               PERFORM 0145-FIND-CUSTOMER
               IF NOT WS-CI-FOUND
                   MOVE "RETIRED CUST-ID NOT ON CUSTMAST"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               MOVE MX-SURVIVOR-CUST-ID TO WS-WORK-CUST-ID
               PERFORM 0145-FIND-CUSTOMER
               IF NOT WS-CI-FOUND
                   MOVE "SURVIVOR NOT ON CUSTMAST"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               MOVE MX-RETIRED-CUST-ID TO WS-WORK-CUST-ID
               PERFORM 0157-FIND-OPEN-MERGE
               IF NOT WS-PD-FOUND
                   MOVE MX-SURVIVOR-CUST-ID TO WS-WORK-CUST-ID
                   PERFORM 0157-FIND-OPEN-MERGE
               END-IF
               IF WS-PD-FOUND
                   MOVE "CUSTOMER ALREADY ON OPEN MERGE"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               DISPLAY "CustomerMerge: SUBMIT REFUSED "
                   MX-RETIRED-CUST-ID " INTO " MX-SURVIVOR-CUST-ID
                   " - " WS-REFUSE-REASON
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               ADD 1 TO WS-NEXT-MERGE-ID
               SET PD-IDX TO WS-PD-COUNT
               SET PD-IDX UP BY 1
               MOVE WS-NEXT-MERGE-ID TO WS-PD-MERGE-ID (PD-IDX)
               MOVE MX-RETIRED-CUST-ID
                   TO WS-PD-RETIRED-CUST-ID (PD-IDX)
               MOVE MX-SURVIVOR-CUST-ID
                   TO WS-PD-SURVIVOR-CUST-ID (PD-IDX)
               MOVE MX-USER-ID    TO WS-PD-SUBMITTER-ID (PD-IDX)
               MOVE WS-TODAY-DATE TO WS-PD-SUBMIT-DATE (PD-IDX)
               MOVE SPACES        TO WS-PD-APPROVER-ID (PD-IDX)
               MOVE ZERO          TO WS-PD-APPROVE-DATE (PD-IDX)
               MOVE "PENDING "    TO WS-PD-STATUS (PD-IDX)
               MOVE SPACES        TO WS-PD-REASON (PD-IDX)
               ADD 1 TO WS-PD-COUNT
               ADD 1 TO WS-SUBMITTED-COUNT
               DISPLAY "CustomerMerge: MERGE " WS-NEXT-MERGE-ID
                   " SUBMITTED " MX-RETIRED-CUST-ID " INTO "
                   MX-SURVIVOR-CUST-ID
           END-IF.

      ******************************************************************
      * The second pair of eyes: an approver who is also the
      * submitter is refused -- one person can't merge customers on
      * their own say-so.
      ******************************************************************
       0400-APPROVE-MERGE.
           PERFORM 0155-FIND-PENDING-BY-ID
           IF NOT WS-PD-FOUND
               DISPLAY "CustomerMerge: MERGE NOT PENDING "
                   MX-MERGE-ID
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF MX-USER-ID = WS-PD-SUBMITTER-ID (PD-IDX)
                   DISPLAY "CustomerMerge: APPROVER IS SUBMITTER "
                       MX-MERGE-ID
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   MOVE MX-USER-ID TO WS-PD-APPROVER-ID (PD-IDX)
                   MOVE WS-TODAY-DATE
                       TO WS-PD-APPROVE-DATE (PD-IDX)
                   MOVE "APPROVED" TO WS-PD-STATUS (PD-IDX)
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
           END-IF.

       0420-REJECT-MERGE.
           PERFORM 0155-FIND-PENDING-BY-ID
           IF NOT WS-PD-FOUND
               DISPLAY "CustomerMerge: MERGE NOT PENDING "
                   MX-MERGE-ID
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE MX-USER-ID    TO WS-PD-APPROVER-ID (PD-IDX)
               MOVE WS-TODAY-DATE TO WS-PD-APPROVE-DATE (PD-IDX)
               MOVE "REJECTED"    TO WS-PD-STATUS (PD-IDX)
               IF MX-REASON = SPACES
                   MOVE "REJECTED BY APPROVER"
                       TO WS-PD-REASON (PD-IDX)
               ELSE
                   MOVE MX-REASON TO WS-PD-REASON (PD-IDX)
               END-IF
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      ******************************************************************
      * Takes every approved merge, in queue order, up to the run's
      * limit; one past it, or one that would overflow CUSTXREF,
      * stays approved for the next run.  A customer gone from
      * CUSTMAST since the merge was submitted rejects it.
      ******************************************************************
       0450-SELECT-APPROVED-MERGES.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PD-COUNT
               IF WS-PD-STATUS (PD-IDX) = "APPROVED"
                   PERFORM 0460-TAKE-ONE-MERGE
               END-IF
           END-PERFORM.

       0460-TAKE-ONE-MERGE.
           MOVE WS-PD-RETIRED-CUST-ID (PD-IDX) TO WS-WORK-CUST-ID
           PERFORM 0145-FIND-CUSTOMER
           IF WS-CI-FOUND
               MOVE WS-PD-SURVIVOR-CUST-ID (PD-IDX) TO WS-WORK-CUST-ID
               PERFORM 0145-FIND-CUSTOMER
           END-IF
           IF NOT WS-CI-FOUND
               MOVE "REJECTED" TO WS-PD-STATUS (PD-IDX)
               MOVE "CUSTOMER NO LONGER ON CUSTMAST"
                   TO WS-PD-REASON (PD-IDX)
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-MG-COUNT >= 50
                  OR WS-XR-COUNT + WS-MG-COUNT >= 500
                   ADD 1 TO WS-DEFERRED-COUNT
               ELSE
                   ADD 1 TO WS-MG-COUNT
                   SET MG-IDX TO WS-MG-COUNT
                   MOVE WS-PD-MERGE-ID (PD-IDX)
                       TO WS-MG-MERGE-ID (MG-IDX)
                   MOVE WS-PD-RETIRED-CUST-ID (PD-IDX)
                       TO WS-MG-RETIRED-CUST-ID (MG-IDX)
                   MOVE WS-PD-SURVIVOR-CUST-ID (PD-IDX)
                       TO WS-MG-SURVIVOR-CUST-ID (MG-IDX)
                   MOVE WS-PD-SUBMITTER-ID (PD-IDX)
                       TO WS-MG-SUBMITTER-ID (MG-IDX)
                   MOVE WS-PD-APPROVER-ID (PD-IDX)
                       TO WS-MG-APPROVER-ID (MG-IDX)
                   PERFORM VARYING FL-IDX FROM 1 BY 1
                           UNTIL FL-IDX > 8
                       MOVE ZERO TO WS-MG-MOVED-COUNT (MG-IDX FL-IDX)
                       MOVE ZERO TO WS-MG-HELD-COUNT (MG-IDX FL-IDX)
                   END-PERFORM
                   MOVE "APPLIED " TO WS-PD-STATUS (PD-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * Everything that moves, merge by merge: the customer master
      * and the keyed files, then the flat files in one pass each,
      * then the cross-reference.  LOANHIST goes across whole
      * afterwards.
      ******************************************************************
       0500-APPLY-MERGES.
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM VARYING MG-IDX FROM 1 BY 1
                   UNTIL MG-IDX > WS-MG-COUNT
               PERFORM 0510-MERGE-CUSTOMER-MASTER
               PERFORM 0520-MOVE-LOANS
               IF WS-AP-OPEN
                   PERFORM 0540-MOVE-STATUS-ROWS
               END-IF
               IF WS-AH-OPEN
                   PERFORM 0560-MOVE-DECISION-ROWS
               END-IF
               PERFORM 0580-ADD-CROSS-REFERENCE
           END-PERFORM
           CLOSE MAINTENANCE-AUDIT-FILE
           PERFORM 0590-CLOSE-KEYED-FILES
           IF WS-CC-LOADED
               PERFORM 0585-REPOINT-COLLECTION-CASES
           END-IF
           IF WS-SP-LOADED
               PERFORM 0587-REPOINT-STIPULATIONS
           END-IF.

      ******************************************************************
      * The retired customer comes off CUSTMAST.  A survivor with no
      * address at all, or no phone, takes the retired customer's
      * so the merge never leaves the survivor knowing less than
      * either record did.  CIFAUDIT carries the retirement, and the
      * contact taken over when there was any, under the approver.
      ******************************************************************
       0510-MERGE-CUSTOMER-MASTER.
           MOVE 1 TO WS-WORK-FILE-NO
           MOVE WS-MG-RETIRED-CUST-ID (MG-IDX) TO WS-WORK-CUST-ID
           PERFORM 0145-FIND-CUSTOMER
           SET CR-IDX TO CI-IDX
           MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX) TO WS-WORK-CUST-ID
           PERFORM 0145-FIND-CUSTOMER
           MOVE "N" TO WS-CONTACT-TAKEN-SW
           IF WS-CI-ADDR-LINE-1 (CI-IDX) = SPACES
              AND WS-CI-ADDR-LINE-2 (CI-IDX) = SPACES
              AND WS-CI-CITY (CI-IDX) = SPACES
              AND WS-CI-POSTAL-CODE (CI-IDX) = SPACES
              AND (WS-CI-ADDR-LINE-1 (CR-IDX) NOT = SPACES
                   OR WS-CI-ADDR-LINE-2 (CR-IDX) NOT = SPACES)
               MOVE WS-CI-ADDR-LINE-1 (CR-IDX)
                   TO WS-CI-ADDR-LINE-1 (CI-IDX)
               MOVE WS-CI-ADDR-LINE-2 (CR-IDX)
                   TO WS-CI-ADDR-LINE-2 (CI-IDX)
               MOVE WS-CI-CITY (CR-IDX)  TO WS-CI-CITY (CI-IDX)
               MOVE WS-CI-STATE (CR-IDX) TO WS-CI-STATE (CI-IDX)
               MOVE WS-CI-POSTAL-CODE (CR-IDX)
                   TO WS-CI-POSTAL-CODE (CI-IDX)
               MOVE "Y" TO WS-CONTACT-TAKEN-SW
           END-IF
           IF WS-CI-PHONE (CI-IDX) = SPACES
              AND WS-CI-PHONE (CR-IDX) NOT = SPACES
               MOVE WS-CI-PHONE (CR-IDX) TO WS-CI-PHONE (CI-IDX)
               MOVE "Y" TO WS-CONTACT-TAKEN-SW
           END-IF
           MOVE "Y" TO WS-CI-RETIRED-SW (CR-IDX)
           PERFORM 0595-COUNT-MOVED
           MOVE WS-MG-APPROVER-ID (MG-IDX) TO MA-USER-ID
           MOVE "MERGE "                   TO MA-ACTION
           MOVE WS-MG-RETIRED-CUST-ID (MG-IDX) TO MA-CUST-ID
           MOVE WS-RUN-TS                  TO MA-TIMESTAMP
           MOVE "APPLIED "                 TO MA-DISPOSITION
           MOVE SPACES                     TO MA-REASON
           STRING "RETIRED INTO " DELIMITED BY SIZE
                  WS-MG-SURVIVOR-CUST-ID (MG-IDX) DELIMITED BY SIZE
               INTO MA-REASON
           END-STRING
           WRITE MAINTENANCE-AUDIT-RECORD
           IF WS-CONTACT-TAKEN
               MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX) TO MA-CUST-ID
               MOVE SPACES TO MA-REASON
               STRING "CONTACT TAKEN FROM " DELIMITED BY SIZE
                      WS-MG-RETIRED-CUST-ID (MG-IDX)
                          DELIMITED BY SIZE
                   INTO MA-REASON
               END-STRING
               WRITE MAINTENANCE-AUDIT-RECORD
           END-IF.

      ******************************************************************
      * Every loan under the retired CUST-ID, found on the CUST-ID
      * alternate key a pass of up to a hundred at a time.  Each is
      * read again by account number, rewritten under the survivor
      * and journaled; a rewrite that fails leaves the loan where it
      * was.  The passes go on while they move something, and what
      * is still under the retired CUST-ID at the end is counted
      * held.
      ******************************************************************
       0520-MOVE-LOANS.
           MOVE 2 TO WS-WORK-FILE-NO
           MOVE "N" TO WS-PASS-DONE-SW
           PERFORM UNTIL WS-PASS-DONE
               PERFORM 0525-COLLECT-LOANS
               MOVE ZERO TO WS-PASS-MOVED
               PERFORM VARYING KY-IDX FROM 1 BY 1
                       UNTIL KY-IDX > WS-KY-COUNT
                   PERFORM 0530-MOVE-ONE-LOAN
               END-PERFORM
               IF WS-KY-COUNT < 100 OR WS-PASS-MOVED = ZERO
                   MOVE "Y" TO WS-PASS-DONE-SW
               END-IF
           END-PERFORM
           PERFORM 0525-COLLECT-LOANS
           PERFORM VARYING KY-IDX FROM 1 BY 1
                   UNTIL KY-IDX > WS-KY-COUNT
               PERFORM 0596-COUNT-HELD
           END-PERFORM.

       0525-COLLECT-LOANS.
           MOVE ZERO TO WS-KY-COUNT
           MOVE WS-MG-RETIRED-CUST-ID (MG-IDX) TO LM-CUST-ID
           START LOAN-MASTER-FILE
               KEY IS EQUAL TO LM-CUST-ID
               INVALID KEY
                   MOVE "Y" TO WS-KEY-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-KEY-EOF-SW
           END-START
           PERFORM UNTIL WS-KEY-EOF OR WS-KY-COUNT >= 100
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-KEY-EOF-SW
                   NOT AT END
                       IF LM-CUST-ID = WS-MG-RETIRED-CUST-ID (MG-IDX)
                           ADD 1 TO WS-KY-COUNT
                           SET KY-IDX TO WS-KY-COUNT
                           MOVE LM-LOAN-ACCT-NO
                               TO WS-KY-IMAGE (KY-IDX)
                       ELSE
                           MOVE "Y" TO WS-KEY-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       0530-MOVE-ONE-LOAN.
           MOVE WS-KY-IMAGE (KY-IDX) (1:12) TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-ACCT-NO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-LM-FS (1:1) = "0"
               MOVE LOAN-MASTER-RECORD TO WS-LM-BEFORE-IMAGE
               MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX) TO LM-CUST-ID
               PERFORM 0535-REWRITE-LOAN-MASTER
               IF WS-LM-FS (1:1) = "0"
                   ADD 1 TO WS-PASS-MOVED
                   PERFORM 0595-COUNT-MOVED
               ELSE
                   DISPLAY "CustomerMerge: LOANMAST REWRITE FAILED"
                       " FS=" WS-LM-FS " ACCT=" LM-LOAN-ACCT-NO
               END-IF
           END-IF.

      ******************************************************************
      * Rewrites the master row in place and journals it on LMBFIMG
      * -- the image as read, the image as left, the cycle and the
      * run timestamp -- so LoanMasterBackout can put the loan back
      * under the retired CUST-ID.
      ******************************************************************
       0535-REWRITE-LOAN-MASTER.
           REWRITE LOAN-MASTER-RECORD
           IF WS-LM-FS (1:1) = "0"
               MOVE "CustomerMerge"     TO BI-POSTING-PROGRAM
               MOVE WS-CYCLE-NUMBER     TO BI-CYCLE-NUMBER
               MOVE WS-RUN-TS           TO BI-RUN-TS
               MOVE "R"                 TO BI-ACTION
               MOVE LM-LOAN-ACCT-NO     TO BI-LOAN-ACCT-NO
               MOVE WS-LM-BEFORE-IMAGE  TO BI-BEFORE-IMAGE
               MOVE LOAN-MASTER-RECORD  TO BI-AFTER-IMAGE
               WRITE LOAN-BEFORE-IMAGE-RECORD
           END-IF.

      ******************************************************************
      * APPLSTAT rows carry the CUST-ID in their key, so each is
      * written again under the survivor and the old row deleted.
      * The walk resumes past the last row taken, so a row held
      * (its survivor key already on file) is passed over, not
      * taken again.
      ******************************************************************
       0540-MOVE-STATUS-ROWS.
           MOVE 6 TO WS-WORK-FILE-NO
           MOVE WS-MG-RETIRED-CUST-ID (MG-IDX) TO AP-CUST-ID
           MOVE LOW-VALUES TO AP-TIMESTAMP
           MOVE LOW-VALUES TO AP-STATUS
           MOVE AP-REC-KEY TO WS-AP-RESUME-KEY
           MOVE "N" TO WS-PASS-DONE-SW
           PERFORM UNTIL WS-PASS-DONE
               PERFORM 0545-COLLECT-STATUS-ROWS
               PERFORM VARYING KY-IDX FROM 1 BY 1
                       UNTIL KY-IDX > WS-KY-COUNT
                   PERFORM 0550-MOVE-ONE-STATUS-ROW
               END-PERFORM
               IF WS-KY-COUNT < 100
                   MOVE "Y" TO WS-PASS-DONE-SW
               END-IF
           END-PERFORM.

       0545-COLLECT-STATUS-ROWS.
           MOVE ZERO TO WS-KY-COUNT
           MOVE WS-AP-RESUME-KEY TO AP-REC-KEY
           START APPLICATION-STATUS-FILE KEY > AP-REC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-KEY-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-KEY-EOF-SW
           END-START
           PERFORM UNTIL WS-KEY-EOF OR WS-KY-COUNT >= 100
               READ APPLICATION-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-KEY-EOF-SW
                   NOT AT END
                       IF AP-CUST-ID = WS-MG-RETIRED-CUST-ID (MG-IDX)
                           ADD 1 TO WS-KY-COUNT
                           SET KY-IDX TO WS-KY-COUNT
                           MOVE APPLICATION-STATUS-RECORD
                               TO WS-KY-IMAGE (KY-IDX)
                           MOVE AP-REC-KEY TO WS-AP-RESUME-KEY
                       ELSE
                           MOVE "Y" TO WS-KEY-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       0550-MOVE-ONE-STATUS-ROW.
           MOVE WS-KY-IMAGE (KY-IDX) TO APPLICATION-STATUS-RECORD
           MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX) TO AP-CUST-ID
           WRITE APPLICATION-STATUS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-AP-FS = "00"
               MOVE WS-KY-IMAGE (KY-IDX) TO APPLICATION-STATUS-RECORD
               DELETE APPLICATION-STATUS-FILE RECORD
                   INVALID KEY
                       DISPLAY "CustomerMerge: APPLSTAT DELETE FAILED"
                           " FS=" WS-AP-FS " KEY=" AP-REC-KEY
               END-DELETE
               PERFORM 0595-COUNT-MOVED
           ELSE
               DISPLAY "CustomerMerge: APPLSTAT ROW HELD FS="
                   WS-AP-FS " KEY=" AP-REC-KEY
               PERFORM 0596-COUNT-HELD
           END-IF.

      ******************************************************************
      * AUDITHIST rows move the same way as APPLSTAT's.
      ******************************************************************
       0560-MOVE-DECISION-ROWS.
           MOVE 7 TO WS-WORK-FILE-NO
           MOVE WS-MG-RETIRED-CUST-ID (MG-IDX) TO AH-CUST-ID
           MOVE LOW-VALUES TO AH-TIMESTAMP
           MOVE LOW-VALUES TO AH-PROGRAM-ID
           MOVE AH-REC-KEY TO WS-AH-RESUME-KEY
           MOVE "N" TO WS-PASS-DONE-SW
           PERFORM UNTIL WS-PASS-DONE
               PERFORM 0565-COLLECT-DECISION-ROWS
               PERFORM VARYING KY-IDX FROM 1 BY 1
                       UNTIL KY-IDX > WS-KY-COUNT
                   PERFORM 0570-MOVE-ONE-DECISION-ROW
               END-PERFORM
               IF WS-KY-COUNT < 100
                   MOVE "Y" TO WS-PASS-DONE-SW
               END-IF
           END-PERFORM.

       0565-COLLECT-DECISION-ROWS.
           MOVE ZERO TO WS-KY-COUNT
           MOVE WS-AH-RESUME-KEY TO AH-REC-KEY
           START AUDIT-HISTORY-FILE KEY > AH-REC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-KEY-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-KEY-EOF-SW
           END-START
           PERFORM UNTIL WS-KEY-EOF OR WS-KY-COUNT >= 100
               READ AUDIT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-KEY-EOF-SW
                   NOT AT END
                       IF AH-CUST-ID = WS-MG-RETIRED-CUST-ID (MG-IDX)
                           ADD 1 TO WS-KY-COUNT
                           SET KY-IDX TO WS-KY-COUNT
                           MOVE AUDIT-HISTORY-RECORD
                               TO WS-KY-IMAGE (KY-IDX)
                           MOVE AH-REC-KEY TO WS-AH-RESUME-KEY
                       ELSE
                           MOVE "Y" TO WS-KEY-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       0570-MOVE-ONE-DECISION-ROW.
           MOVE WS-KY-IMAGE (KY-IDX) TO AUDIT-HISTORY-RECORD
           MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX) TO AH-CUST-ID
           WRITE AUDIT-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-AH-FS = "00"
               MOVE WS-KY-IMAGE (KY-IDX) TO AUDIT-HISTORY-RECORD
               DELETE AUDIT-HISTORY-FILE RECORD
                   INVALID KEY
                       DISPLAY "CustomerMerge: AUDITHIST DELETE"
                           " FAILED FS=" WS-AH-FS " KEY=" AH-REC-KEY
               END-DELETE
               PERFORM 0595-COUNT-MOVED
           ELSE
               DISPLAY "CustomerMerge: AUDITHIST ROW HELD FS="
                   WS-AH-FS " KEY=" AH-REC-KEY
               PERFORM 0596-COUNT-HELD
           END-IF.

      ******************************************************************
      * Rows that resolved to the retired CUST-ID now resolve to the
      * survivor, and the retired CUST-ID gets its own row; the file
      * stays one step deep.  Room was made sure of when the merge
      * was taken.
      ******************************************************************
       0580-ADD-CROSS-REFERENCE.
           MOVE 8 TO WS-WORK-FILE-NO
           PERFORM VARYING XR-IDX FROM 1 BY 1
                   UNTIL XR-IDX > WS-XR-COUNT
               IF WS-XR-SURVIVOR-CUST-ID (XR-IDX)
                       = WS-MG-RETIRED-CUST-ID (MG-IDX)
                   MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX)
                       TO WS-XR-SURVIVOR-CUST-ID (XR-IDX)
                   PERFORM 0595-COUNT-MOVED
               END-IF
           END-PERFORM
           ADD 1 TO WS-XR-COUNT
           SET XR-IDX TO WS-XR-COUNT
           MOVE WS-MG-RETIRED-CUST-ID (MG-IDX)
               TO WS-XR-RETIRED-CUST-ID (XR-IDX)
           MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX)
               TO WS-XR-SURVIVOR-CUST-ID (XR-IDX)
           MOVE WS-MG-MERGE-ID (MG-IDX) TO WS-XR-MERGE-ID (XR-IDX)
           MOVE WS-TODAY-DATE TO WS-XR-MERGE-DATE (XR-IDX)
           PERFORM 0595-COUNT-MOVED.

       0585-REPOINT-COLLECTION-CASES.
           MOVE 4 TO WS-WORK-FILE-NO
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
               MOVE WS-CC-IMAGE (CC-IDX) TO COLLECTION-CASE-RECORD
               MOVE CC-CUST-ID TO WS-WORK-CUST-ID
               PERFORM 0592-FIND-MERGE
               IF WS-MG-FOUND
                   MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX) TO CC-CUST-ID
                   MOVE COLLECTION-CASE-RECORD TO WS-CC-IMAGE (CC-IDX)
                   PERFORM 0595-COUNT-MOVED
               END-IF
           END-PERFORM.

       0587-REPOINT-STIPULATIONS.
           MOVE 5 TO WS-WORK-FILE-NO
           PERFORM VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > WS-SP-COUNT
               MOVE WS-SP-IMAGE (SP-IDX) TO STIPULATION-RECORD
               MOVE SP-CUST-ID TO WS-WORK-CUST-ID
               PERFORM 0592-FIND-MERGE
               IF WS-MG-FOUND
                   MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX) TO SP-CUST-ID
                   MOVE STIPULATION-RECORD TO WS-SP-IMAGE (SP-IDX)
                   PERFORM 0595-COUNT-MOVED
               END-IF
           END-PERFORM.

       0590-CLOSE-KEYED-FILES.
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-BEFORE-IMAGE-FILE
           IF WS-AP-OPEN
               CLOSE APPLICATION-STATUS-FILE
               MOVE "N" TO WS-AP-OPEN-SW
           END-IF
           IF WS-AH-OPEN
               CLOSE AUDIT-HISTORY-FILE
               MOVE "N" TO WS-AH-OPEN-SW
           END-IF.

      *    Which of tonight's merges retires WS-WORK-CUST-ID, if any.
       0592-FIND-MERGE.
           MOVE "N" TO WS-MG-FOUND-SW
           SET MG-IDX TO 1
           PERFORM UNTIL WS-MG-FOUND OR MG-IDX > WS-MG-COUNT
               IF WS-MG-RETIRED-CUST-ID (MG-IDX) = WS-WORK-CUST-ID
                   MOVE "Y" TO WS-MG-FOUND-SW
               ELSE
                   SET MG-IDX UP BY 1
               END-IF
           END-PERFORM.

       0595-COUNT-MOVED.
           SET FL-IDX TO WS-WORK-FILE-NO
           ADD 1 TO WS-MG-MOVED-COUNT (MG-IDX FL-IDX)
           ADD 1 TO WS-ROWS-MOVED-COUNT.

       0596-COUNT-HELD.
           SET FL-IDX TO WS-WORK-FILE-NO
           ADD 1 TO WS-MG-HELD-COUNT (MG-IDX FL-IDX)
           ADD 1 TO WS-ROWS-HELD-COUNT.

      ******************************************************************
      * LOANHIST is a sequential ledger appended to by every posting
      * run, so it can't be rewritten in place: the whole file goes
      * to LHMERGED with every retired CUST-ID carried over to its
      * survivor, and the job copies LHMERGED back over LOANHIST
      * once this step ends clean.  It is copied on a run with
      * nothing merged too, unchanged, since the copy-back step
      * runs regardless.
      ******************************************************************
       0600-COPY-LOAN-HISTORY.
           MOVE 3 TO WS-WORK-FILE-NO
           OPEN INPUT LOAN-HISTORY-FILE
           OPEN OUTPUT MERGED-HISTORY-FILE
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
               READ LOAN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF-SW
                   NOT AT END
                       IF WS-MG-COUNT > ZERO
                           MOVE LH-CUST-ID TO WS-WORK-CUST-ID
                           PERFORM 0592-FIND-MERGE
                           IF WS-MG-FOUND
                               MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX)
                                   TO LH-CUST-ID
                               PERFORM 0595-COUNT-MOVED
                           END-IF
                       END-IF
                       WRITE MERGED-HISTORY-RECORD
                           FROM LOAN-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE LOAN-HISTORY-FILE
           CLOSE MERGED-HISTORY-FILE.

       0700-REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT CUSTOMER-MASTER-FILE
           PERFORM VARYING CI-IDX FROM 1 BY 1
                   UNTIL CI-IDX > WS-CI-COUNT
               IF WS-CI-RETIRED-SW (CI-IDX) = "N"
                   MOVE WS-CI-CUST-ID (CI-IDX)     TO CF-CUST-ID
                   MOVE WS-CI-CUST-NAME (CI-IDX)   TO CF-CUST-NAME
                   MOVE WS-CI-ADDR-LINE-1 (CI-IDX) TO CF-ADDR-LINE-1
                   MOVE WS-CI-ADDR-LINE-2 (CI-IDX) TO CF-ADDR-LINE-2
                   MOVE WS-CI-CITY (CI-IDX)        TO CF-CITY
                   MOVE WS-CI-STATE (CI-IDX)       TO CF-STATE
                   MOVE WS-CI-POSTAL-CODE (CI-IDX) TO CF-POSTAL-CODE
                   MOVE WS-CI-PHONE (CI-IDX)       TO CF-PHONE
                   MOVE WS-CI-PREF-CONTACT (CI-IDX)
                       TO CF-PREF-CONTACT
                   WRITE CUSTOMER-MASTER-RECORD
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

       0710-REWRITE-COLLECTION-CASES.
           OPEN OUTPUT COLLECTION-CASE-FILE
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
               WRITE COLLECTION-CASE-RECORD FROM WS-CC-IMAGE (CC-IDX)
           END-PERFORM
           CLOSE COLLECTION-CASE-FILE.

       0720-REWRITE-STIPULATIONS.
           OPEN OUTPUT STIPULATION-FILE
           PERFORM VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > WS-SP-COUNT
               WRITE STIPULATION-RECORD FROM WS-SP-IMAGE (SP-IDX)
           END-PERFORM
           CLOSE STIPULATION-FILE.

       0730-REWRITE-CROSS-REFERENCE.
           OPEN OUTPUT CUSTOMER-XREF-FILE
           PERFORM VARYING XR-IDX FROM 1 BY 1
                   UNTIL XR-IDX > WS-XR-COUNT
               MOVE WS-XR-RETIRED-CUST-ID (XR-IDX)
                   TO XR-RETIRED-CUST-ID
               MOVE WS-XR-SURVIVOR-CUST-ID (XR-IDX)
                   TO XR-SURVIVOR-CUST-ID
               MOVE WS-XR-MERGE-ID (XR-IDX)   TO XR-MERGE-ID
               MOVE WS-XR-MERGE-DATE (XR-IDX) TO XR-MERGE-DATE
               WRITE CUSTOMER-XREF-RECORD
           END-PERFORM
           CLOSE CUSTOMER-XREF-FILE.

       0800-REWRITE-PENDING-QUEUE.
           OPEN OUTPUT MERGE-PENDING-FILE
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PD-COUNT
               MOVE WS-PD-MERGE-ID (PD-IDX)     TO MP-MERGE-ID
               MOVE WS-PD-RETIRED-CUST-ID (PD-IDX)
                   TO MP-RETIRED-CUST-ID
               MOVE WS-PD-SURVIVOR-CUST-ID (PD-IDX)
                   TO MP-SURVIVOR-CUST-ID
               MOVE WS-PD-SUBMITTER-ID (PD-IDX) TO MP-SUBMITTER-ID
               MOVE WS-PD-SUBMIT-DATE (PD-IDX)  TO MP-SUBMIT-DATE
               MOVE WS-PD-APPROVER-ID (PD-IDX)  TO MP-APPROVER-ID
               MOVE WS-PD-APPROVE-DATE (PD-IDX) TO MP-APPROVE-DATE
               MOVE WS-PD-STATUS (PD-IDX)       TO MP-STATUS
               MOVE WS-PD-REASON (PD-IDX)       TO MP-REASON
               WRITE MERGE-PENDING-RECORD
           END-PERFORM
           CLOSE MERGE-PENDING-FILE.

      ******************************************************************
      * The merge certificate: for every merge, one row per file
      * with the rows moved -- zero included, so the certificate
      * shows every file was looked at -- and a second row for any
      * rows held under the retired CUST-ID.
      ******************************************************************
       0850-WRITE-CERTIFICATE.
           OPEN OUTPUT CERTIFICATE-FILE
           PERFORM VARYING MG-IDX FROM 1 BY 1
                   UNTIL MG-IDX > WS-MG-COUNT
               PERFORM VARYING FL-IDX FROM 1 BY 1
                       UNTIL FL-IDX > 8
                   PERFORM 0860-WRITE-CERTIFICATE-ROWS
               END-PERFORM
           END-PERFORM
           CLOSE CERTIFICATE-FILE.

       0860-WRITE-CERTIFICATE-ROWS.
           MOVE WS-MG-MERGE-ID (MG-IDX)         TO MC-MERGE-ID
           MOVE WS-MG-RETIRED-CUST-ID (MG-IDX)  TO MC-RETIRED-CUST-ID
           MOVE WS-MG-SURVIVOR-CUST-ID (MG-IDX)
               TO MC-SURVIVOR-CUST-ID
           MOVE WS-FILE-NAME (FL-IDX)           TO MC-FILE-NAME
           MOVE WS-MG-SUBMITTER-ID (MG-IDX)     TO MC-SUBMITTER-ID
           MOVE WS-MG-APPROVER-ID (MG-IDX)      TO MC-APPROVER-ID
           MOVE WS-TODAY-DATE                   TO MC-MERGE-DATE
           EVALUATE WS-FILE-NAME (FL-IDX)
               WHEN "CUSTMAST"
                   MOVE "RETIRED " TO MC-ACTION
               WHEN "CUSTXREF"
                   MOVE "LINKED  " TO MC-ACTION
               WHEN OTHER
                   MOVE "MOVED   " TO MC-ACTION
           END-EVALUATE
           MOVE WS-MG-MOVED-COUNT (MG-IDX FL-IDX) TO MC-ROW-COUNT
           WRITE CERTIFICATE-RECORD
           IF WS-MG-HELD-COUNT (MG-IDX FL-IDX) > ZERO
               MOVE "HELD    " TO MC-ACTION
               MOVE WS-MG-HELD-COUNT (MG-IDX FL-IDX) TO MC-ROW-COUNT
               WRITE CERTIFICATE-RECORD
           END-IF.
