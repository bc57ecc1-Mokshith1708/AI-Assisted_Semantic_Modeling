      ******************************************************************
      * WLMATCH - parameter block passed to WatchListMatch.  The
      * caller fills in the party being screened (CUST-ID, name,
      * and address line / city where it has them -- spaces skip
      * the address rule); WatchListMatch hands back the first
      * watch-list entry the party matches that compliance has not
      * already cleared for that CUST-ID, or WM-NO-MATCH.
      * WM-RETURN-CODE comes back 12 when there is no usable list
      * to screen against, and the caller must stop rather than
      * pass applicants through unscreened.
      ******************************************************************
       01  WATCH-LIST-MATCH-AREA.
           05  WM-CUST-ID            PIC X(10).
           05  WM-NAME               PIC X(35).
           05  WM-ADDRESS            PIC X(30).
           05  WM-CITY               PIC X(20).
           05  WM-MATCH-TYPE         PIC X(01).
               88  WM-NO-MATCH       VALUE SPACE.
           05  WM-ENTRY-ID           PIC X(10).
           05  WM-LIST-CODE          PIC X(04).
           05  WM-WL-NAME            PIC X(60).
           05  WM-LIST-COUNT         PIC 9(05) COMP.
           05  WM-RETURN-CODE        PIC S9(04) COMP.
