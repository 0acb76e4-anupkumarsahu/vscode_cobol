      *****************************************************************
      * Posting-Run Backout Control Record Layout
      * One row per backout SAMPLE-PROGRAM-BACKOUT has written,
      * keyed by the posting run it reversed (the register's post
      * date and time - time zero meaning every run that date) and
      * the source code it was limited to (spaces meaning every
      * source). A later backout whose selection overlaps one
      * already on file is refused, so the same postings can never
      * be reversed twice however the desk phrases the request.
      *****************************************************************
       01  BACKOUT-CONTROL-RECORD.
           05  BKC-KEY.
               10  BKC-RUN-DATE    PIC 9(8).
               10  BKC-RUN-TIME    PIC 9(6).
               10  BKC-SOURCE-CODE PIC X(8).
      * The feed registration backed out with it - spaces when the
      * backout named only a run
           05  BKC-FEED-CODE       PIC X(8).
           05  BKC-FEED-DATE       PIC 9(8).
           05  BKC-FEED-SEQUENCE   PIC 9(6).
           05  BKC-BACKOUT-DATE    PIC 9(8).
           05  BKC-BACKOUT-TIME    PIC 9(6).
           05  BKC-ROWS-REVERSED   PIC 9(6).
           05  BKC-AMOUNT-REVERSED PIC S9(9)V99.
