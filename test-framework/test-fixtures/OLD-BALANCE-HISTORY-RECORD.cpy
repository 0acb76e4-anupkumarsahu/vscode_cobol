      *****************************************************************
      * Pre-Restatement Balance History Record Layout
      * Frozen copy of BALANCE-HISTORY-RECORD as it stood before
      * prior-period restatements were marked on the row. Used only
      * by SAMPLE-PROGRAM-RECCONV to read CUSTBHST rows written under
      * the old layout during the one-time conversion; every other
      * program uses BALANCE-HISTORY-RECORD.
      *****************************************************************
       01  OLD-BALANCE-HISTORY-RECORD.
           05  OBHST-KEY.
               10  OBHST-CUST-ID        PIC 9(9).
               10  OBHST-PERIOD-ID      PIC 9(6).
           05  OBHST-MONTH-END-BALANCE  PIC S9(7)V99.
           05  OBHST-DAYS-PAST-DUE      PIC 9(3).
