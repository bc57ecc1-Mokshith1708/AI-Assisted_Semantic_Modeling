      ******************************************************************
      * WLFEED - one row of the published government sanctions /
      * watch list as it arrives from the list publisher, before
      * any normalization: the publisher's own entry number, the
      * list it appears on (e.g. SDN, CONS), the listed name as
      * printed, and the last known address where the list gives
      * one.  WatchListLoad turns this into WATCHLST.
      ******************************************************************
       01  WATCH-LIST-FEED-RECORD.
           05  WF-ENTRY-ID           PIC X(10).
           05  WF-LIST-CODE          PIC X(04).
           05  WF-ENTRY-NAME         PIC X(60).
           05  WF-ADDRESS            PIC X(40).
           05  WF-CITY               PIC X(20).
           05  WF-COUNTRY            PIC X(02).
