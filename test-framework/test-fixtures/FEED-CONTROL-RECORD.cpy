      * processed twice, which is what took two days to unwind in
      * March. The morning page checks these rows against the
      * expected-feeds list so a feed that never arrived is a page,
      * not a drift in the figures. A file whose postings were
      * backed out by SAMPLE-PROGRAM-BACKOUT is marked so here: it
      * no longer counts as received, and the corrected file may be
      * presented again under the same label.
      * Registrations written before backouts were marked were
      * brought forward by SAMPLE-PROGRAM-RECCONV as active.
      *****************************************************************
       01  FEED-CONTROL-RECORD.
           05  FDC-KEY.
           05  FDC-RECORD-COUNT    PIC 9(8).
           05  FDC-REGISTERED-DATE PIC 9(8).
           05  FDC-REGISTERED-TIME PIC 9(6).
           05  FDC-STATUS          PIC X.
               88  FDC-ACTIVE      VALUE SPACE.
               88  FDC-BACKED-OUT  VALUE 'B'.
           05  FDC-BACKOUT-DATE    PIC 9(8).
