      * Converts the bonus run's BONUSOUT payouts into the payroll
      * vendor's fixed-length upload layout, replacing the quarterly
      * hand-rekeying that has already produced two wrong-amount
      * payouts this year.  PAYVENDR carries the standard interface
      * header (IFCREC) with the BIZDATE business date as pay date
      * and the RUNCTL cycle, one all-DISPLAY detail per payable row,
      * and the standard trailer with the record count and a dollar
      * hash total of the gross bonuses.  Rows failing the vendor's
      * field rules go to the PAYXREJ reject report instead of
      * poisoning the upload; ALREADY PAID rows carry no money and
      * are skipped.
      * In the nightly stream the BONUSOUT DD is BonusApproval's
      * BONUSAPR -- only the awards a department manager has
      * approved -- so nothing unapproved reaches the vendor.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "BONUSOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT VENDOR-EXPORT-FILE
               ASSIGN TO "PAYVENDR"
               ORGANIZATION IS SEQUENTIAL.
           05  BO-NET-BONUS          PIC 9(07)V99.
           05  BO-NET-SALARY         PIC 9(07)V99.
           05  BO-REMARK             PIC X(20).
           05  BO-BONUS-PERIOD       PIC X(06).
           05  BO-RATING             PIC X(01).
           05  BO-TIME-FACTOR        PIC 9(01)V9(06).
           05  BO-POOL-FACTOR        PIC 9(01)V9(06).
           05  BO-DEFERRED-AMT       PIC 9(07)V99.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  VENDOR-EXPORT-FILE.
       01  VENDOR-DETAIL-RECORD.
           05  VX-RECORD-TYPE        PIC X(01).
           05  VX-EMP-ID             PIC X(06).
           05  VX-GROSS-BONUS        PIC 9(07)V99.
           05  VX-NET-BONUS          PIC 9(07)V99.
           05  FILLER                PIC X(15).

       FD  EXPORT-REJECT-FILE.
       01  EXPORT-REJECT-RECORD.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY IFCREC.

       01  WS-BO-EOF-SW          PIC X(01) VALUE "N".
           88  WS-BO-EOF         VALUE "Y".


       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0125-READ-RUN-CYCLE
           OPEN INPUT  BONUS-OUTPUT-FILE
           OPEN OUTPUT VENDOR-EXPORT-FILE
           OPEN OUTPUT EXPORT-REJECT-FILE
           GOBACK.

       0100-WRITE-HEADER.
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*HDR"           TO IC-RECORD-ID
           MOVE "PAYVENDR"       TO IC-FILE-ID
           MOVE "BONUSBAT"       TO IC-PRODUCER
           MOVE WS-TODAY-DATE    TO IC-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER  TO IC-CYCLE-NUMBER
           WRITE VENDOR-DETAIL-RECORD FROM INTERFACE-CONTROL-RECORD.

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
      * Picks up the cycle number the job streams issued via
      * RunCycleStart for the PAYVENDR header.  Zero means no RUNCTL
      * dataset is configured.
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
      * The vendor's field rules: a detail must carry an employee ID
           ADD 1 TO WS-REJECT-COUNT.

       0400-WRITE-TRAILER.
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*TRL"           TO IC-RECORD-ID
           MOVE WS-EXPORT-COUNT  TO IC-RECORD-COUNT
           MOVE WS-HASH-TOTAL    TO IC-AMOUNT-HASH
           WRITE VENDOR-DETAIL-RECORD FROM INTERFACE-CONTROL-RECORD.
