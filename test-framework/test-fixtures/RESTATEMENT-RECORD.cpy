      *****************************************************************
      * Closed-Period Restatement Record Layout
      * One row per closed period an authorized prior-period item
      * restated, keyed by the period, the account, and a sequence
      * that bumps past any key already taken. SAMPLE-PROGRAM-POST
      * writes one for the item's own month and one for every later
      * closed month whose month-end balance the item also moved,
      * at the same time it restates that month's BALANCE-HISTORY
      * row and appends a restatement row to its period-end
      * snapshot. SAMPLE-PROGRAM-RESTATE lists them period by period
      * for finance.
      *****************************************************************
       01  RESTATEMENT-RECORD.
           05  RST-KEY.
               10  RST-PERIOD-ID   PIC 9(6).
               10  RST-CUST-ID     PIC 9(9).
               10  RST-SEQ         PIC 9(3).
      * The item as it posted
           05  RST-TRANS-DATE      PIC 9(8).
           05  RST-TRANS-TYPE      PIC X.
           05  RST-AMOUNT          PIC S9(7)V99.
      * What the item moved the month-end balance by, and the
      * month-end balance before and after
           05  RST-BALANCE-EFFECT  PIC S9(7)V99.
           05  RST-OLD-MONTH-END   PIC S9(7)V99.
           05  RST-NEW-MONTH-END   PIC S9(7)V99.
      * The period-end snapshot the restatement row was appended to
           05  RST-SNAPSHOT-DATE   PIC 9(8).
           05  RST-POST-DATE       PIC 9(8).
           05  RST-REASON-CODE     PIC X(10).
           05  RST-AUTHORIZED-BY   PIC X(8).
