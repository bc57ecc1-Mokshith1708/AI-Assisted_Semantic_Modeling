           05  AA-CYCLE-NUMBER       PIC 9(07).
           05  AA-BRANCH-CODE        PIC X(04).
           05  AA-DECISION-AMT       PIC S9(09)V99.
           05  AA-SCORE-INPUTS       PIC X(11).

       FD  BONUS-ARCHIVE-FILE.
       01  BONUS-ARCHIVE-RECORD.
