      ******************************************************************
      * FRAUDPRM - fraud screening parameters.  Each linked identity
      * scores the points for every attribute it shares with the
      * application (phone, mailing address, co-applicant), plus
      * the velocity points if the linked application came in
      * within FP-VELOCITY-DAYS; a customer-file row sharing the
      * phone or address with no application behind it scores
      * FP-CIF-POINTS.  FP-HOLD-THRESHOLD or more holds the
      * application for fraud review.  FP-RING-MIN-IDS and
      * FP-RING-DAYS size the weekly fraud-ring report.  No
      * FRAUDPRM dataset runs on the shop defaults (90-day lookback,
      * 7-day velocity, 25/15/25/10/10 points, threshold 60, rings
      * of 3 or more identities active in the last 7 days); a zero
      * window, threshold or ring size also takes the default.
      ******************************************************************
       01  FRAUD-PARAMETER-RECORD.
           05  FP-LOOKBACK-DAYS      PIC 9(03).
           05  FP-VELOCITY-DAYS      PIC 9(03).
           05  FP-PHONE-POINTS       PIC 9(03).
           05  FP-ADDRESS-POINTS     PIC 9(03).
           05  FP-CO-APPL-POINTS     PIC 9(03).
           05  FP-VELOCITY-POINTS    PIC 9(03).
           05  FP-CIF-POINTS         PIC 9(03).
           05  FP-HOLD-THRESHOLD     PIC 9(03).
           05  FP-RING-MIN-IDS       PIC 9(02).
           05  FP-RING-DAYS          PIC 9(03).
