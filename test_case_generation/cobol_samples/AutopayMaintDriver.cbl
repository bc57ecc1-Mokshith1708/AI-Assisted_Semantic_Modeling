       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutopayMaintDriver.

      ******************************************************************
      * JCL entry point for AutopayMaint.  AutopayMaint is a
      * callable subprogram (LINKAGE SECTION RUN-RETURN-CODE), and a
      * program with a USING clause can't be linked as a standalone
      * batch executable, so APMAINT.jcl EXECs this driver instead
      * and it CALLs AutopayMaint the same way any other caller
      * would.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STATUS-FILE.
           COPY JOBSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RETURN-CODE        PIC S9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0050-WRITE-START-STATUS
           CALL "AutopayMaint" USING WS-RETURN-CODE
           PERFORM 0090-WRITE-END-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0050-WRITE-START-STATUS.
           OPEN EXTEND JOB-STATUS-FILE
           MOVE "AutopayMaint" TO JS-PROGRAM-ID
           MOVE "START" TO JS-EVENT
           MOVE FUNCTION CURRENT-DATE TO JS-TIMESTAMP
           MOVE ZERO TO JS-RETURN-CODE
           WRITE JOB-STATUS-RECORD
           CLOSE JOB-STATUS-FILE.

       0090-WRITE-END-STATUS.
           OPEN EXTEND JOB-STATUS-FILE
           MOVE "AutopayMaint" TO JS-PROGRAM-ID
           MOVE "END  " TO JS-EVENT
           MOVE FUNCTION CURRENT-DATE TO JS-TIMESTAMP
           MOVE WS-RETURN-CODE TO JS-RETURN-CODE
           WRITE JOB-STATUS-RECORD
           CLOSE JOB-STATUS-FILE.
