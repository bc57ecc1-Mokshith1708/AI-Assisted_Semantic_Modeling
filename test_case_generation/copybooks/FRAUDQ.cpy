      ******************************************************************
      * FRAUDQ - fraud review queue.  FraudScreen writes one "H" row
      * per application whose fraud score reached the hold
      * threshold, carrying the whole CUSTREC image so a cleared
      * application can be released back into intake untouched,
      * followed by one "L" row per identity it was linked to.  On
      * an "L" row FQ-CUST-ID is still the held application and the
      * FQ-LINK- fields describe the other identity: FQ-LINK-SOURCE
      * "A" for an application on the 90-day history (FQ-LINK-
      * APPL-DATE its latest application), "C" for a customer-file
      * row with no application behind it; the three attribute
      * flags say what was shared, and FQ-LINK-VELOCITY that the
      * linked application fell inside the velocity window.
      * FraudDisposition works the queue.
      ******************************************************************
       01  FRAUD-QUEUE-RECORD.
           05  FQ-REC-TYPE           PIC X(01).
               88  FQ-HELD-APPLICATION  VALUE "H".
               88  FQ-LINKED-IDENTITY   VALUE "L".
           05  FQ-CUST-ID            PIC X(10).
           05  FQ-HOLD-DATE          PIC 9(08).
           05  FQ-FRAUD-SCORE        PIC 9(03).
           05  FQ-LINK-CUST-ID       PIC X(10).
           05  FQ-LINK-NAME          PIC X(35).
           05  FQ-LINK-APPL-DATE     PIC 9(08).
           05  FQ-LINK-SOURCE        PIC X(01).
           05  FQ-LINK-PHONE         PIC X(01).
           05  FQ-LINK-ADDRESS       PIC X(01).
           05  FQ-LINK-CO-APPLICANT  PIC X(01).
           05  FQ-LINK-VELOCITY      PIC X(01).
           05  FQ-APPLICATION        PIC X(104).
