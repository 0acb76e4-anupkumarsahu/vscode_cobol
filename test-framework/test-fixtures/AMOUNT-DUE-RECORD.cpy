      *****************************************************************
      * Statement Amount-Due Record Layout
      * One row per account per statement cycle, written by
      * SAMPLE-PROGRAM-STMT when the cycle closes: the minimum
      * payment due by rule (a percentage of the statement balance
      * with a floor, plus any past-due shortfall carried from the
      * last cycle, plus assessed fees - never more than the
      * balance) and the payment due date off the business
      * calendar. The day after the due date SAMPLE-PROGRAM-MINDUE
      * totals what was paid in the window, marks the row met or
      * missed, and counts consecutive misses; the re-aging engine
      * ages a missed account from its oldest unmet due date, and
      * the dunning run escalates by consecutive misses. A rerun of
      * the statement on the same day rewrites the row in place.
      *****************************************************************
       01  AMOUNT-DUE-RECORD.
           05  ADU-KEY.
               10  ADU-CUST-ID         PIC 9(9).
               10  ADU-STMT-DATE       PIC 9(8).
           05  ADU-CYCLE-CODE          PIC 9(2).
           05  ADU-STMT-BALANCE        PIC S9(7)V99.
      * The percentage-of-balance part, floor applied
           05  ADU-PERCENT-AMOUNT      PIC S9(7)V99.
           05  ADU-PAST-DUE-AMOUNT     PIC S9(7)V99.
           05  ADU-FEE-AMOUNT          PIC S9(7)V99.
           05  ADU-MINIMUM-DUE         PIC S9(7)V99.
           05  ADU-DUE-DATE            PIC 9(8).
      * Set by the missed-minimum check: payments posted after the
      * statement date through the due date
           05  ADU-PAID-AMOUNT         PIC S9(7)V99.
           05  ADU-STATUS              PIC X.
               88  ADU-OPEN            VALUE 'O'.
               88  ADU-MET             VALUE 'M'.
               88  ADU-MISSED          VALUE 'X'.
      * Cycles missed in a row through this one; zero once met
           05  ADU-CONSEC-MISSED       PIC 9(2).
           05  ADU-CHECK-DATE          PIC 9(8).
