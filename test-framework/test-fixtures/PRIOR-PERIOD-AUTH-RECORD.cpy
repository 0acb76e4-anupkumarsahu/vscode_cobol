      *****************************************************************
      * Prior-Period Item Authorization Record Layout
      * One row per late item a supervisor has authorized to post
      * into a closed accounting period - an audit adjustment, a
      * bank correction - keyed by the account, the item's true
      * date, and a sequence that bumps past any key already taken.
      * SAMPLE-PROGRAM-MAINT writes it and hands the item to posting
      * under source PRIORPER; SAMPLE-PROGRAM-POST posts a PRIORPER
      * item dated in a closed period only when it finds the
      * matching authorization here still unposted, then marks it
      * posted and restates the closed months. Anything else dated
      * in a closed period still goes to suspense.
      *****************************************************************
       01  PRIOR-PERIOD-AUTH-RECORD.
           05  PPA-KEY.
               10  PPA-CUST-ID     PIC 9(9).
               10  PPA-TRANS-DATE  PIC 9(8).
               10  PPA-SEQ         PIC 9(3).
           05  PPA-TRANS-TYPE      PIC X.
      * Carried the way the transaction row carries it - positive
      * for a payment or charge, signed for an adjustment
           05  PPA-AMOUNT          PIC S9(7)V99.
           05  PPA-STATUS          PIC X.
               88  PPA-AUTHORIZED  VALUE 'A'.
               88  PPA-POSTED      VALUE 'P'.
           05  PPA-REASON-CODE     PIC X(10).
           05  PPA-AUTHORIZED-BY   PIC X(8).
           05  PPA-AUTHORIZED-DATE PIC 9(8).
           05  PPA-POSTED-DATE     PIC 9(8).
