      *****************************************************************
      * Collector Call Log Record Layout
      * One row per call a collector placed, keyed by the account,
      * the day, and a sequence number counted up within the day.
      * SAMPLE-PROGRAM-MAINT writes the row when the collector logs
      * the call's outcome; a promise taken on the call is written
      * to PROMISE-RECORD at the same time, and SAMPLE-PROGRAM-
      * PROMISE comes back to this row when it settles that promise
      * to stamp whether it was kept and what the account paid down
      * since. SAMPLE-PROGRAM-CALLPROD reads the log for the daily
      * collector productivity report.
      *****************************************************************
       01  CALL-LOG-RECORD.
           05  CLG-KEY.
               10  CLG-CUST-ID     PIC 9(9).
               10  CLG-CALL-DATE   PIC 9(8).
               10  CLG-SEQ-NO      PIC 9(3).
           05  CLG-CALL-TIME       PIC 9(6).
           05  CLG-COLLECTOR-ID    PIC X(8).
           05  CLG-OUTCOME         PIC X.
               88  CLG-NO-ANSWER   VALUE 'N'.
               88  CLG-LEFT-MESSAGE VALUE 'M'.
               88  CLG-RIGHT-PARTY VALUE 'R'.
               88  CLG-PROMISE-TAKEN VALUE 'P'.
               88  CLG-REFUSED     VALUE 'X'.
               88  CLG-WRONG-NUMBER VALUE 'W'.
               88  CLG-VALID-OUTCOME VALUES 'N' 'M' 'R' 'P' 'X' 'W'.
      * Spoke with the customer - whatever they then said
               88  CLG-CONTACT-MADE VALUES 'R' 'P' 'X'.
      * Y when the call was within consent, hours and the seven-day
      * cap at the moment it was placed
           05  CLG-PERMITTED       PIC X.
      * Outcome P only - the promise as taken, and how it settled
           05  CLG-PROMISED-AMOUNT PIC S9(7)V99.
           05  CLG-PROMISED-DATE   PIC 9(8).
           05  CLG-PROMISE-RESULT  PIC X.
               88  CLG-PROMISE-OPEN VALUE 'O'.
               88  CLG-PROMISE-KEPT VALUE 'K'.
               88  CLG-PROMISE-BROKEN VALUE 'B'.
           05  CLG-SETTLED-DATE    PIC 9(8).
      * The balance reduction between the promise and its
      * settlement - what the promise brought in, kept or not
           05  CLG-COLLECTED-AMOUNT PIC S9(7)V99.
