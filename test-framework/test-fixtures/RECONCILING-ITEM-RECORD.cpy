      *****************************************************************
      * Bank Reconciling Item Record Layout
      * One row per deposit still open after SAMPLE-PROGRAM-BANKREC's
      * match of the bank's BAI2 credits against our feeds' deposit
      * claims: a bank credit nothing of ours accounts for (side B),
      * or a deposit a feed claimed that the bank has not shown (side
      * O). The file is rewritten whole every run - yesterday's open
      * items are read back in and matched again beside today's, so
      * an item carries forward until it clears, keeping the date it
      * was first seen for aging. SAMPLE-PROGRAM-MORNING reads it for
      * the balancing page.
      *****************************************************************
       01  RECONCILING-ITEM-RECORD.
           05  RCI-SIDE                PIC X.
               88  RCI-BANK-SIDE       VALUE 'B'.
               88  RCI-OUR-SIDE        VALUE 'O'.
           05  RCI-FIRST-SEEN-DATE     PIC 9(8).
      * The claiming feed (side O), or the feed the BAI2 type code
      * points at (side B - spaces when the code points nowhere)
           05  RCI-FEED-CODE           PIC X(8).
           05  RCI-REFERENCE           PIC X(12).
           05  RCI-AMOUNT              PIC S9(9)V99.
      * Side B only - the BAI2 detail type code and bank reference
           05  RCI-BAI-TYPE-CODE       PIC X(3).
           05  RCI-BANK-REFERENCE      PIC X(16).
           05  RCI-EXPECTED-DATE       PIC 9(8).
