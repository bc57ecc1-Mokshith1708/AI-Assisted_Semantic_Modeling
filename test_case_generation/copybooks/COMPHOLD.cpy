      ******************************************************************
      * COMPHOLD - compliance hold, one row per potential watch-list
      * hit awaiting a compliance officer.  CH-HOLD-TYPE says where
      * the hit was found: "A" for an application stopped by
      * SanctionsScreen on its way to decisioning, in which case
      * CH-APPLICATION carries the whole CUSTREC image so a cleared
      * application can be released back into intake untouched;
      * "C" for an existing customer caught by the CustomerRescreen
      * run against a newly loaded list (CH-APPLICATION spaces).
      * CH-CUST-ID is the party that matched -- the applicant, or
      * the co-applicant on a joint application -- and
      * CH-APPL-CUST-ID the application it belongs to.
      * CH-MATCH-TYPE records which rule fired:
      *     N  normalized name identical to the listed name
      *     T  every word of the shorter name found in the other
      *     A  normalized address line and city identical
      ******************************************************************
       01  COMPLIANCE-HOLD-RECORD.
           05  CH-HOLD-TYPE          PIC X(01).
               88  CH-APPLICATION-HOLD  VALUE "A".
               88  CH-CUSTOMER-HOLD     VALUE "C".
           05  CH-CUST-ID            PIC X(10).
           05  CH-APPL-CUST-ID       PIC X(10).
           05  CH-SCREENED-NAME      PIC X(35).
           05  CH-ENTRY-ID           PIC X(10).
           05  CH-LIST-CODE          PIC X(04).
           05  CH-MATCH-TYPE         PIC X(01).
           05  CH-WL-NAME            PIC X(60).
           05  CH-HOLD-DATE          PIC 9(08).
           05  CH-APPLICATION        PIC X(104).
