      *****************************************************************
      * Address Audit Record Layout
      * One old-address/new-address pair per mailing address changed
      * by a feed rather than by hand - SAMPLE-PROGRAM-ADDRFEED for
      * the postal change service, SAMPLE-PROGRAM-SKIPRESP for the
      * skip-tracing vendor. Both append to the same audit file, and
      * AAD-SOURCE says which one made the change.
      *****************************************************************
       01  ADDRESS-AUDIT-RECORD.
           05  AAD-CUST-ID         PIC 9(9).
           05  AAD-CHANGE-DATE     PIC 9(8).
           05  AAD-OLD-ADDRESS.
               10  AAD-OLD-LINE-1  PIC X(30).
               10  AAD-OLD-CITY    PIC X(20).
               10  AAD-OLD-STATE   PIC X(2).
               10  AAD-OLD-ZIP     PIC X(10).
           05  AAD-NEW-ADDRESS.
               10  AAD-NEW-LINE-1  PIC X(30).
               10  AAD-NEW-CITY    PIC X(20).
               10  AAD-NEW-STATE   PIC X(2).
               10  AAD-NEW-ZIP     PIC X(10).
      * ADDRFEED or SKIPTRAC
           05  AAD-SOURCE          PIC X(8).
      * The phone number either side of the change - the same
      * number twice when the feed carried none
           05  AAD-OLD-PHONE       PIC X(15).
           05  AAD-NEW-PHONE       PIC X(15).
