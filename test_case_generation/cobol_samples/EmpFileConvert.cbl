       PROGRAM-ID. EmpFileConvert.

      ******************************************************************
      * One-time conversion of the employee roster to the current
      * EMPREC layout -- EMPREC grew from the 33-byte lifecycle
      * layout to 37 bytes by the bonus-approver flag and the region
      * code, and 33-byte rows misalign under the new FD.  Run once
      * from EMPCNV.jcl against the renamed old dataset (EMPOLD)
      * with the batch window closed: every row moves across
      * unchanged as a non-approver ("N") with a blank region;
      * RosterMaint MANAGR transactions then flag each department's
      * approvers and CHANGE transactions fill regions in.  Reruns
      * are safe because the output is built fresh each time.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  OE-EMP-AGE            PIC 9(02) COMP-4.
           05  OE-EMP-ANNUAL-SALARY  PIC 9(07)V99 COMP-3.
           05  OE-EMP-HIRE-DATE      PIC 9(08).
           05  OE-EMP-STATUS         PIC X(01).
           05  OE-EMP-TERM-DATE      PIC 9(08).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.
           MOVE OE-EMP-AGE           TO EMP-AGE
           MOVE OE-EMP-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
           MOVE OE-EMP-HIRE-DATE     TO EMP-HIRE-DATE
           MOVE OE-EMP-STATUS        TO EMP-STATUS
           MOVE OE-EMP-TERM-DATE     TO EMP-TERM-DATE
           MOVE "N"                  TO EMP-MGR-FLAG
           MOVE SPACES               TO EMP-REGION-CODE
           WRITE EMPLOYEE-RECORD
           ADD 1 TO WS-LOADED-COUNT.
