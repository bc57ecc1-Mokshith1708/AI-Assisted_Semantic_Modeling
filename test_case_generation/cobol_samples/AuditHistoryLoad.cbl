       PROGRAM-ID. AuditHistoryLoad.

      ******************************************************************
      * Maintains AUDITHIST, the indexed decision-history file
      * keyed on CUST-ID that LoanDecisionInquiry answers from.
      * Reads the sequential AUDITTRL (which stays on file
      * unchanged as the compliance record) and adds every row not
      * already present -- the key is cust-id/timestamp/program,
      * so rerunning the load, or loading a night that was already
      * loaded, just skips the rows it already has instead of
      * duplicating them.  A row written under a CUST-ID since
      * merged into another customer's is loaded under the
      * survivor, through CUSTXREF, so a reload of AUDITTRL
      * doesn't put back under the retired CUST-ID the rows
      * CustomerMerge moved off it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AH-REC-KEY
               FILE STATUS IS WS-HIST-FS.

           SELECT CUSTOMER-XREF-FILE
               ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
       FD  AUDIT-HISTORY-FILE.
           COPY AUDITHST.

       FD  CUSTOMER-XREF-FILE.
           COPY CUSTXREF.

       WORKING-STORAGE SECTION.

       COPY CUSTXRWS.

       01  WS-HIST-FS            PIC X(02).
       01  WS-AUDIT-EOF-SW       PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF      VALUE "Y".

       01  WS-LOADED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-ALREADY-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-MAPPED-COUNT       PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO on a clean run, or 12 if CUSTXREF exceeds its
      * in-memory table -- in which case nothing is loaded.
      ******************************************************************
       LINKAGE SECTION.


       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0150-LOAD-CROSS-REFERENCE
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-LOAD-HISTORY
           PERFORM 0900-CLOSE-FILES
           DISPLAY "===== AuditHistoryLoad CONTROL TOTALS ====="
           DISPLAY "ROWS ADDED:          " WS-LOADED-COUNT
           DISPLAY "ALREADY ON FILE:     " WS-ALREADY-COUNT
           DISPLAY "MERGED CUST-IDS:     " WS-MAPPED-COUNT
           GOBACK.

      ******************************************************************
               OPEN I-O AUDIT-HISTORY-FILE
           END-IF.

      ******************************************************************
      * No CUSTXREF dataset just means no customer has ever been
      * merged away.
      ******************************************************************
       0150-LOAD-CROSS-REFERENCE.
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
                               DISPLAY "AuditHistoryLoad: CUSTXREF"
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

       0200-LOAD-HISTORY.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-TRAIL-FILE

       0300-ADD-HISTORY-ROW.
           MOVE AU-CUST-ID      TO AH-CUST-ID
           IF WS-XR-COUNT > ZERO
               PERFORM 0350-MAP-MERGED-CUST-ID
           END-IF
           MOVE AU-TIMESTAMP    TO AH-TIMESTAMP
           MOVE AU-PROGRAM-ID   TO AH-PROGRAM-ID
           MOVE AU-DECISION     TO AH-DECISION
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      *    CUSTXREF is kept one step deep, so one match is final.
       0350-MAP-MERGED-CUST-ID.
           MOVE AU-CUST-ID TO WS-XR-LOOKUP-ID
           MOVE "N" TO WS-XR-FOUND-SW
           SET XR-IDX TO 1
           PERFORM UNTIL WS-XR-FOUND OR XR-IDX > WS-XR-COUNT
               IF WS-XR-RETIRED-CUST-ID (XR-IDX) = WS-XR-LOOKUP-ID
                   MOVE "Y" TO WS-XR-FOUND-SW
                   MOVE WS-XR-SURVIVOR-CUST-ID (XR-IDX) TO AH-CUST-ID
                   ADD 1 TO WS-MAPPED-COUNT
               ELSE
                   SET XR-IDX UP BY 1
               END-IF
           END-PERFORM.

       0900-CLOSE-FILES.
           CLOSE AUDIT-TRAIL-FILE
           CLOSE AUDIT-HISTORY-FILE.
