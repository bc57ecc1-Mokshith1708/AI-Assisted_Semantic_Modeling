           05  AA-CYCLE-NUMBER       PIC 9(07).
           05  AA-BRANCH-CODE        PIC X(04).
           05  AA-DECISION-AMT       PIC S9(09)V99.
           05  AA-SCORE-INPUTS       PIC X(11).

       FD  AUDIT-KEEP-FILE.
       01  AUDIT-KEEP-RECORD.
           05  AK-CYCLE-NUMBER       PIC 9(07).
           05  AK-BRANCH-CODE        PIC X(04).
           05  AK-DECISION-AMT       PIC S9(09)V99.
           05  AK-SCORE-INPUTS       PIC X(11).

       WORKING-STORAGE SECTION.

