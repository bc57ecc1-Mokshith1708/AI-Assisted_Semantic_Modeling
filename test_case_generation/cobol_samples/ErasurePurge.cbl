           COPY REVIEWREC.

       FD  CLEAN-REVIEW-FILE.
       01  CLEAN-REVIEW-RECORD       PIC X(114).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  CLEAN-AUDIT-FILE.
       01  CLEAN-AUDIT-RECORD        PIC X(180).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD.
           05  AA-CYCLE-NUMBER       PIC 9(07).
           05  AA-BRANCH-CODE        PIC X(04).
           05  AA-DECISION-AMT       PIC S9(09)V99.
           05  AA-SCORE-INPUTS       PIC X(11).

       FD  CLEAN-ARCHIVE-FILE.
       01  CLEAN-ARCHIVE-RECORD      PIC X(180).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD.
