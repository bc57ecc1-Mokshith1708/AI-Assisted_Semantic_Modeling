      ******************************************************************
      * WATCHLST - the watch list the screening programs actually
      * match against, rebuilt in full by WatchListLoad every time
      * a new list is published.  Carries the listed name as
      * printed (for the compliance officer working the hit) next
      * to the normalized name, address and city that NameNormalize
      * produced, so every screen compares like with like.
      ******************************************************************
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID           PIC X(10).
           05  WL-LIST-CODE          PIC X(04).
           05  WL-ENTRY-NAME         PIC X(60).
           05  WL-NORM-NAME          PIC X(60).
           05  WL-NORM-ADDRESS       PIC X(40).
           05  WL-NORM-CITY          PIC X(20).
           05  WL-COUNTRY            PIC X(02).
           05  WL-LOAD-DATE          PIC 9(08).
