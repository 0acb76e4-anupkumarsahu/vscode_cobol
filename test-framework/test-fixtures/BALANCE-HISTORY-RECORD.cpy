      * Written by SAMPLE-PROGRAM at each period-end close, trimmed
      * there to the trailing thirteen months, and read back by the
      * customer-360 inquiry and the statement extract's previous-
      * balance line. A prior-period item SAMPLE-PROGRAM-POST posts
      * into a closed month restates the row in place and marks it,
      * keeping the balance as first reported alongside.
      * Rows written before restatements were marked were brought
      * forward by SAMPLE-PROGRAM-RECCONV unrestated, the original
      * balance equal to the month-end balance.
      *****************************************************************
       01  BALANCE-HISTORY-RECORD.
           05  BHST-KEY.
               10  BHST-PERIOD-ID      PIC 9(6).
           05  BHST-MONTH-END-BALANCE  PIC S9(7)V99.
           05  BHST-DAYS-PAST-DUE      PIC 9(3).
           05  BHST-RESTATED-FLAG      PIC X.
               88  BHST-RESTATED       VALUE 'R'.
           05  BHST-RESTATED-DATE      PIC 9(8).
           05  BHST-ORIGINAL-BALANCE   PIC S9(7)V99.
